000100******************************************************************
000110* PROGRAM-ID: journal_particion
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    PARTICION DEL JOURNAL PERSONA EN GENERACIONES
000170*             MENSUALES Y REGENERACION DE SU INDICE POR DNI.
000180*             1) SI EL ANCLA PJRNHASH TODAVIA NO TIENE
000190*                GENERACION, EL JOURNAL ES EL PERSJRNL UNICO DE
000200*                SIEMPRE: SE COPIA EN ORDEN A PERSJRNL.AAAAMM
000210*                (MES DEL TIMESTAMP, NUNCA ANTERIOR AL DE LA
000220*                GENERACION EN CURSO, LA MISMA REGLA DE
000230*                PERSONA_JOURNAL), SE ANOTA CADA GENERACION EN
000240*                PJRNGEN CON EL HASH DE LA CADENA AL ABRIRLA Y SE
000250*                GRABA EL ANCLA CON GENERACION Y ORDINAL. EL HASH
000260*                DEL ANCLA NO SE RECALCULA: SIGUE SIENDO EL QUE
000270*                DEJO EL ULTIMO APPEND, ASI CADENA_VERIF DETECTA
000280*                UN PERSJRNL ALTERADO ANTES DE PARTIRLO. EL
000290*                PERSJRNL UNICO NO SE TOCA; SE RETIRA A MANO
000300*                CUANDO CADENA_VERIF DA LA PARTICION POR BUENA.
000310*             2) SIEMPRE: RECONSTRUYE PJRNIDX DESDE CERO
000320*                RECORRIENDO TODAS LAS GENERACIONES DE PJRNGEN.
000330*             PERSONA_JOURNAL LA LLAMA SOLA EN LA PRIMERA
000340*             ESCRITURA SOBRE UN PERSJRNL SIN PARTIR; A MANO SE
000350*             CORRE CUANDO PJRNIDX SE PIERDE O DA ERRORLOG 93.
000360* TECTONICS:  cobc
000370******************************************************************
000380* MODIFICATION HISTORY
000390* DATE       INIT DESCRIPTION
000400* 2026-10-15 RW   INITIAL VERSION.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. journal_particion.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT LEGADO-FILE ASSIGN TO "PERSJRNL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-LEG-STATUS.
000510
000520     SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-DYN-JOURNAL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-JRNL-STATUS.
000550
000560     SELECT ANCLA-FILE ASSIGN TO "PJRNHASH"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ANC-STATUS.
000590
000600     SELECT GENLOG-FILE ASSIGN TO "PJRNGEN"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-GEN-STATUS.
000630
000640     SELECT INDICE-FILE ASSIGN TO "PJRNIDX"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PJX-CLAVE
000680         FILE STATUS IS WS-IDX-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  LEGADO-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 292 CHARACTERS.
000750 01  LEGADO-RECORD.
000760     05  LEG-TIMESTAMP           PIC X(21).
000770     05  FILLER                  PIC X(258).
000780     05  FILLER                  PIC X(02).
000790     05  LEG-HASH                PIC X(11).
000800
000810 FD  JOURNAL-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 292 CHARACTERS.
000840 01  JOURNAL-RECORD.
000850     05  PJRN-TIMESTAMP          PIC X(21).
000860     05  FILLER                  PIC X(01).
000870     05  PJRN-PROGRAMA           PIC X(20).
000880     05  FILLER                  PIC X(01).
000890     05  PJRN-ACCION             PIC X(01).
000900     05  FILLER                  PIC X(01).
000910     05  PJRN-IMAGEN-ANTES       PIC X(117).
000920     05  FILLER                  PIC X(01).
000930     05  PJRN-IMAGEN-DESPUES     PIC X(117).
000940     05  FILLER                  PIC X(01).
000950     05  PJRN-HASH               PIC X(11).
000960
000970 FD  ANCLA-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 26 CHARACTERS.
001000 COPY PJRNANC.
001010
001020 FD  GENLOG-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 56 CHARACTERS.
001050 COPY PJRNGEN.
001060
001070 FD  INDICE-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 80 CHARACTERS.
001100 COPY PJRNIDX.
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-LEG-STATUS               PIC X(02).
001140 01  WS-JRNL-STATUS              PIC X(02).
001150 01  WS-ANC-STATUS               PIC X(02).
001160 01  WS-GEN-STATUS               PIC X(02).
001170 01  WS-IDX-STATUS               PIC X(02).
001180
001190 01  WS-EOF-LEGADO               PIC X(01) VALUE "N".
001200     88  FIN-LEGADO              VALUE "S".
001210 01  WS-EOF-GENLOG               PIC X(01) VALUE "N".
001220     88  FIN-GENLOG              VALUE "S".
001230 01  WS-EOF-JOURNAL              PIC X(01) VALUE "N".
001240     88  FIN-JOURNAL             VALUE "S".
001250
001260 01  WS-FECHA-HOY                PIC X(08).
001270 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001280
001290*----------------------------------------------------------------
001300*    ESTADO DEL ANCLA Y DE LA GENERACION QUE SE ESTA ARMANDO
001310*----------------------------------------------------------------
001320 01  WS-SW-PARTIDO               PIC X(01) VALUE "N".
001330     88  JOURNAL-PARTIDO         VALUE "S".
001340 01  WS-HASH-ANCLA               PIC 9(11) VALUE ZERO.
001350 01  WS-HASH-ULTIMO              PIC 9(11) VALUE ZERO.
001360 01  WS-DYN-JOURNAL              PIC X(15) VALUE SPACES.
001370 01  WS-GENERACION               PIC 9(06) VALUE ZERO.
001380 01  WS-GEN-REGISTRO             PIC 9(06).
001390 01  WS-GEN-TIMESTAMP            PIC 9(06).
001400 01  WS-ORDINAL                  PIC 9(07) VALUE ZERO.
001410 01  WS-SW-GEN-ABIERTA           PIC X(01) VALUE "N".
001420     88  GENERACION-ABIERTA      VALUE "S".
001430
001440 01  WS-CANT-MOVIDOS             PIC 9(07) VALUE ZERO.
001450 01  WS-CANT-GENERACIONES        PIC 9(04) VALUE ZERO.
001460 01  WS-CANT-INDEXADOS           PIC 9(07) VALUE ZERO.
001470 01  WS-CANT-ENTRADAS            PIC 9(07) VALUE ZERO.
001480
001490*----------------------------------------------------------------
001500*    CAMPOS PARA ERRORLOG Y AUDITORIA COMPARTIDOS
001510*----------------------------------------------------------------
001520 01  WS-ELOG-PROGRAMA            PIC X(20)
001530             VALUE "journal_particion".
001540 01  WS-ELOG-CODIGO              PIC 9(04).
001550 01  WS-ELOG-MENSAJE             PIC X(59).
001560 01  WS-AUDT-PROGRAMA            PIC X(20)
001570             VALUE "journal_particion".
001580 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001590 01  WS-RC-GUARDADO              PIC S9(04) VALUE ZERO.
001600
001610 PROCEDURE DIVISION.
001620
001630******************************************************************
001640* 0000-MAINLINE
001650******************************************************************
001660 0000-MAINLINE.
001670     MOVE ZERO TO RETURN-CODE.
001680     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001690     PERFORM 1000-LEER-ANCLA THRU 1000-EXIT.
001700     IF NOT JOURNAL-PARTIDO
001710         PERFORM 2000-PARTIR-LEGADO THRU 2000-EXIT
001720     END-IF.
001730     PERFORM 3000-REGENERAR-INDICE THRU 3000-EXIT.
001740     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001750     GOBACK.
001760
001770******************************************************************
001780* 1000-LEER-ANCLA - HASH DEL ANCLA Y SI YA TIENE GENERACION
001790******************************************************************
001800 1000-LEER-ANCLA.
001810     OPEN INPUT ANCLA-FILE.
001820     IF WS-ANC-STATUS NOT = "00"
001830         GO TO 1000-EXIT
001840     END-IF.
001850     READ ANCLA-FILE
001860         NOT AT END
001870             IF ANC-HASH IS NUMERIC
001880                 MOVE ANC-HASH TO WS-HASH-ANCLA
001890             END-IF
001900             IF ANC-GENERACION IS NUMERIC
001910                     AND ANC-ORDINAL IS NUMERIC
001920                 SET JOURNAL-PARTIDO TO TRUE
001930             END-IF
001940     END-READ.
001950     CLOSE ANCLA-FILE.
001960 1000-EXIT.
001970     EXIT.
001980
001990******************************************************************
002000* 2000-PARTIR-LEGADO - COPIA EL PERSJRNL UNICO A SUS
002010*     GENERACIONES MENSUALES. SE PUEDE REPETIR: CADA GENERACION
002020*     Y PJRNGEN SE REESCRIBEN ENTEROS MIENTRAS EL ANCLA NO TENGA
002030*     GENERACION
002040******************************************************************
002050 2000-PARTIR-LEGADO.
002060     OPEN INPUT LEGADO-FILE.
002070     IF WS-LEG-STATUS NOT = "00"
002080         DISPLAY " SIN PERSJRNL UNICO: NADA QUE PARTIR."
002090         GO TO 2000-EXIT
002100     END-IF.
002110     OPEN OUTPUT GENLOG-FILE.
002120     MOVE "N" TO WS-EOF-LEGADO.
002130     PERFORM 2100-LEER-LEGADO THRU 2100-EXIT
002140         UNTIL FIN-LEGADO.
002150     IF GENERACION-ABIERTA
002160         CLOSE JOURNAL-FILE
002170         MOVE "N" TO WS-SW-GEN-ABIERTA
002180     END-IF.
002190     CLOSE GENLOG-FILE.
002200     CLOSE LEGADO-FILE.
002210     IF WS-GENERACION = ZERO
002220         DISPLAY " PERSJRNL UNICO VACIO: NADA QUE PARTIR."
002230         GO TO 2000-EXIT
002240     END-IF.
002250     OPEN OUTPUT ANCLA-FILE.
002260     MOVE SPACES TO ANCLA-RECORD.
002270     MOVE WS-HASH-ANCLA TO ANC-HASH.
002280     MOVE WS-GENERACION TO ANC-GENERACION.
002290     MOVE WS-ORDINAL TO ANC-ORDINAL.
002300     WRITE ANCLA-RECORD.
002310     CLOSE ANCLA-FILE.
002320     DISPLAY " PERSJRNL PARTIDO: " WS-CANT-MOVIDOS
002330         " REGISTROS EN " WS-CANT-GENERACIONES
002340         " GENERACIONES.".
002350 2000-EXIT.
002360     EXIT.
002370
002380 2100-LEER-LEGADO.
002390     READ LEGADO-FILE
002400         AT END
002410             SET FIN-LEGADO TO TRUE
002420         NOT AT END
002430             PERFORM 2200-COPIAR-REGISTRO THRU 2200-EXIT
002440     END-READ.
002450 2100-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* 2200-COPIAR-REGISTRO - EL REGISTRO VA A LA GENERACION DE SU
002500*     MES; UN REGISTRO CON FECHA ANTERIOR A LA GENERACION EN
002510*     CURSO (REPROCESO) SE QUEDA EN ELLA, COMO LO HUBIERA
002520*     ESCRITO PERSONA_JOURNAL. LA CADENA NO CAMBIA: EL REGISTRO
002530*     SE COPIA TAL CUAL CON SU HASH
002540******************************************************************
002550 2200-COPIAR-REGISTRO.
002560     MOVE WS-GENERACION TO WS-GEN-REGISTRO.
002570     IF LEG-TIMESTAMP(1:6) IS NUMERIC
002580         MOVE LEG-TIMESTAMP(1:6) TO WS-GEN-TIMESTAMP
002590         IF WS-GEN-TIMESTAMP > WS-GENERACION
002600             MOVE WS-GEN-TIMESTAMP TO WS-GEN-REGISTRO
002610         END-IF
002620     END-IF.
002630     IF WS-GEN-REGISTRO = ZERO
002640         MOVE WS-FECHA-HOY(1:6) TO WS-GEN-REGISTRO
002650     END-IF.
002660     IF WS-GEN-REGISTRO NOT = WS-GENERACION
002670         PERFORM 2300-ABRIR-GENERACION THRU 2300-EXIT
002680     END-IF.
002690     MOVE LEGADO-RECORD TO JOURNAL-RECORD.
002700     WRITE JOURNAL-RECORD.
002710     ADD 1 TO WS-ORDINAL.
002720     ADD 1 TO WS-CANT-MOVIDOS.
002730     IF LEG-HASH IS NUMERIC
002740         MOVE LEG-HASH TO WS-HASH-ULTIMO
002750     END-IF.
002760 2200-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800* 2300-ABRIR-GENERACION - CIERRA LA GENERACION ANTERIOR, ANOTA
002810*     LA NUEVA EN PJRNGEN CON EL HASH DE LA CADENA HASTA AQUI Y
002820*     LA CANTIDAD DE LA ANTERIOR, Y LA ABRE
002830******************************************************************
002840 2300-ABRIR-GENERACION.
002850     IF GENERACION-ABIERTA
002860         CLOSE JOURNAL-FILE
002870     END-IF.
002880     MOVE SPACES TO PJRNGEN-RECORD.
002890     MOVE WS-GEN-REGISTRO TO PJG-GENERACION.
002900     MOVE WS-HASH-ULTIMO TO PJG-HASH-APERTURA.
002910     IF LEG-TIMESTAMP(1:8) IS NUMERIC
002920         MOVE LEG-TIMESTAMP(1:8) TO PJG-FECHA-APERTURA
002930     ELSE
002940         MOVE WS-FECHA-HOY TO PJG-FECHA-APERTURA
002950     END-IF.
002960     MOVE WS-ORDINAL TO PJG-CANT-ANTERIOR.
002970     MOVE WS-ELOG-PROGRAMA TO PJG-PROGRAMA.
002980     WRITE PJRNGEN-RECORD.
002990     MOVE WS-GEN-REGISTRO TO WS-GENERACION.
003000     MOVE ZERO TO WS-ORDINAL.
003010     MOVE SPACES TO WS-DYN-JOURNAL.
003020     STRING "PERSJRNL." WS-GENERACION DELIMITED BY SIZE
003030         INTO WS-DYN-JOURNAL.
003040     OPEN OUTPUT JOURNAL-FILE.
003050     SET GENERACION-ABIERTA TO TRUE.
003060     ADD 1 TO WS-CANT-GENERACIONES.
003070 2300-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110* 3000-REGENERAR-INDICE - PJRNIDX DESDE CERO SOBRE TODAS LAS
003120*     GENERACIONES DE PJRNGEN
003130******************************************************************
003140 3000-REGENERAR-INDICE.
003150     OPEN INPUT GENLOG-FILE.
003160     IF WS-GEN-STATUS NOT = "00"
003170         DISPLAY " SIN PJRNGEN: NO HAY GENERACIONES QUE INDEXAR."
003180         GO TO 3000-EXIT
003190     END-IF.
003200     OPEN OUTPUT INDICE-FILE.
003210     IF WS-IDX-STATUS NOT = "00"
003220         MOVE "PJRNIDX NO SE PUDO CREAR" TO WS-ELOG-MENSAJE
003230         PERFORM 8000-AVISAR-FALLA THRU 8000-EXIT
003240         CLOSE GENLOG-FILE
003250         GO TO 3000-EXIT
003260     END-IF.
003270     MOVE "N" TO WS-EOF-GENLOG.
003280     PERFORM 3100-LEER-GENLOG THRU 3100-EXIT
003290         UNTIL FIN-GENLOG.
003300     CLOSE INDICE-FILE.
003310     CLOSE GENLOG-FILE.
003320     DISPLAY " PJRNIDX REGENERADO: " WS-CANT-ENTRADAS
003330         " ENTRADAS DE " WS-CANT-INDEXADOS " REGISTROS.".
003340 3000-EXIT.
003350     EXIT.
003360
003370 3100-LEER-GENLOG.
003380     READ GENLOG-FILE
003390         AT END
003400             SET FIN-GENLOG TO TRUE
003410         NOT AT END
003420             IF PJG-GENERACION IS NUMERIC
003430                 PERFORM 3200-INDEXAR-GENERACION THRU 3200-EXIT
003440             END-IF
003450     END-READ.
003460 3100-EXIT.
003470     EXIT.
003480
003490 3200-INDEXAR-GENERACION.
003500     MOVE PJG-GENERACION TO WS-GENERACION.
003510     MOVE SPACES TO WS-DYN-JOURNAL.
003520     STRING "PERSJRNL." WS-GENERACION DELIMITED BY SIZE
003530         INTO WS-DYN-JOURNAL.
003540     OPEN INPUT JOURNAL-FILE.
003550     IF WS-JRNL-STATUS NOT = "00"
003560         MOVE SPACES TO WS-ELOG-MENSAJE
003570         STRING "GENERACION " WS-DYN-JOURNAL " NO DISPONIBLE"
003580             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
003590         PERFORM 8000-AVISAR-FALLA THRU 8000-EXIT
003600         GO TO 3200-EXIT
003610     END-IF.
003620     MOVE ZERO TO WS-ORDINAL.
003630     MOVE "N" TO WS-EOF-JOURNAL.
003640     PERFORM 3300-LEER-JOURNAL THRU 3300-EXIT
003650         UNTIL FIN-JOURNAL.
003660     CLOSE JOURNAL-FILE.
003670 3200-EXIT.
003680     EXIT.
003690
003700 3300-LEER-JOURNAL.
003710     READ JOURNAL-FILE
003720         AT END
003730             SET FIN-JOURNAL TO TRUE
003740         NOT AT END
003750             ADD 1 TO WS-ORDINAL
003760             ADD 1 TO WS-CANT-INDEXADOS
003770             PERFORM 3400-INDEXAR-REGISTRO THRU 3400-EXIT
003780     END-READ.
003790 3300-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 3400-INDEXAR-REGISTRO - UNA ENTRADA POR DNI DE LAS IMAGENES,
003840*     IGUAL QUE PERSONA_JOURNAL AL ESCRIBIR
003850******************************************************************
003860 3400-INDEXAR-REGISTRO.
003870     MOVE SPACES TO PJRNIDX-RECORD.
003880     IF PJRN-TIMESTAMP(1:8) IS NUMERIC
003890         MOVE PJRN-TIMESTAMP(1:8) TO PJX-FECHA
003900     ELSE
003910         MOVE ZERO TO PJX-FECHA
003920     END-IF.
003930     MOVE WS-GENERACION TO PJX-GENERACION.
003940     MOVE WS-ORDINAL TO PJX-ORDINAL.
003950     MOVE PJRN-TIMESTAMP TO PJX-TIMESTAMP.
003960     MOVE PJRN-ACCION TO PJX-ACCION.
003970     MOVE PJRN-PROGRAMA TO PJX-PROGRAMA.
003980     IF PJRN-IMAGEN-ANTES(1:8) IS NUMERIC
003990             AND PJRN-IMAGEN-ANTES(1:8) NOT = ZERO
004000         MOVE PJRN-IMAGEN-ANTES(1:8) TO PJX-DNI
004010         PERFORM 3500-GRABAR-ENTRADA THRU 3500-EXIT
004020     END-IF.
004030     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
004040             AND PJRN-IMAGEN-DESPUES(1:8) NOT = ZERO
004050             AND PJRN-IMAGEN-DESPUES(1:8)
004060                 NOT = PJRN-IMAGEN-ANTES(1:8)
004070         MOVE PJRN-IMAGEN-DESPUES(1:8) TO PJX-DNI
004080         PERFORM 3500-GRABAR-ENTRADA THRU 3500-EXIT
004090     END-IF.
004100 3400-EXIT.
004110     EXIT.
004120
004130 3500-GRABAR-ENTRADA.
004140     WRITE PJRNIDX-RECORD
004150         INVALID KEY
004160             CONTINUE
004170         NOT INVALID KEY
004180             ADD 1 TO WS-CANT-ENTRADAS
004190     END-WRITE.
004200 3500-EXIT.
004210     EXIT.
004220
004230 8000-AVISAR-FALLA.
004240     MOVE 93 TO WS-ELOG-CODIGO.
004250     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
004260             WS-ELOG-MENSAJE.
004270     DISPLAY " JOURNAL_PARTICION: " WS-ELOG-MENSAJE.
004280     MOVE 8 TO RETURN-CODE.
004290 8000-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 9000-TERMINAR - AUDITORIA CON LOS REGISTROS INDEXADOS
004340******************************************************************
004350 9000-TERMINAR.
004360     MOVE RETURN-CODE TO WS-RC-GUARDADO.
004370     MOVE WS-CANT-INDEXADOS TO WS-AUDT-CANTIDAD.
004380     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004390     MOVE WS-RC-GUARDADO TO RETURN-CODE.
004400 9000-EXIT.
004410     EXIT.
004420
004430 END PROGRAM journal_particion.
