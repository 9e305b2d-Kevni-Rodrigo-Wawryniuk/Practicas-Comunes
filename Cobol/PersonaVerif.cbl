000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-08-10
000150* DATE-COMPILED:
000160* PURPOSE:    FIELD-LEVEL VERIFIER OVER THE PERSONA MASTER, RUN
000170*             AS A PASO OF THE DAILY CYCLE AFTER PERSONA_SNAP. IT
000180*             READS THE PERSSNAP SNAPSHOT (NOT PERSONAF ITSELF,
000190*             SO IT CANNOT SEE AN INDEX MISMATCH), CHECKS ITS
000200*             CONTROL TOTAL FIRST (ERRORLOG 92 IF IT DOES NOT
000210*             BALANCE), THEN RE-RUNS THE MODULO-11 CHECK DIGIT ON
000220*             EVERY RECORD, VALIDATES PERS-CLASIF-CODIGO AGAINST
000230*             THE CLASIREF REFERENCE FILE, CROSS-CHECKS
000240*             PERS-MAYORDEEDAD AGAINST PERS-EDAD, AND WRITES AN
000250*             INTEGRITY EXCEPTION REPORT. AN UNBALANCED SNAPSHOT
000260*             OR ANY EXCEPTION ENDS THE RUN WITH RETURN-CODE 8,
000270*             SO THE CHAINED DRIVER STOPS BEFORE THE DAY'S
000280*             UPDATED MASTER REACHES THE SUMMARY AND THE EXPORTS.
000290*             THE DAY'S PERSBKP WAS TAKEN AT PERSONA_UNLOAD FROM
000300*             THE UNVERIFIED MASTER, SO IT IS NOT A CLEAN COPY TO
000310*             RELOAD FROM.
000320* TECTONICS:  cobc
000330******************************************************************
000340* MODIFICATION HISTORY
000350* DATE       INIT DESCRIPTION
000360* 2026-08-10 RW   INITIAL VERSION. THE CHECK-DIGIT PARAGRAPHS
000370*                 (2900/2910) ARE THE SAME RULE PERSONAMANT.CBL
000380*                 APPLIES AT THE TERMINAL.
000390* 2026-08-11 RW   RUN DATES AND DATED FILE NAMES NOW COME FROM THE
000400*                 SHARED FECHA_NEGOCIO SUBPROGRAM (FECHACTL BUSINESS
000410*                 DATE PLUS REPROCESS SUFFIX) INSTEAD OF FUNCTION
000420*                 CURRENT-DATE, SO A RECOVERED CYCLE KEEPS STAMPING
000430*                 THE BUSINESS DAY BEING PROCESSED.
000440* 2026-08-11 RW   EVERY DATED OUTPUT IS NOW REGISTERED IN THE SHARED
000450*                 OUTPUT CATALOG (CATALOGO SUBPROGRAM) WITH ITS
000460*                 RECORD COUNT, SO OPERATIONS CAN VERIFY A CYCLE'S
000470*                 OUTPUTS FROM CATALOGO_CONSULTA.
000480* 2026-08-22 RW   LA MAYORIA DE EDAD SE TOMA DE EDAD_MAYORIA EN
000490*                 VEZ DEL 18 FIJO, COMO EL RESTO DE LOS
000500*                 PROGRAMAS DE PERSONA.
000510* 2026-10-15 RW   VERIFICACION DE TUTELA: CADA MENOR ACTIVO DEBE
000520*                 TENER UN TUTOR VIGENTE EN TUTORES (COPY TUTOR)
000530*                 Y CADA TUTOR VIGENTE DEBE SEGUIR EN EL MAESTRO,
000540*                 ACTIVO Y MAYOR DE EDAD; SI CAYO POR UNA FUSION
000550*                 DE PERSONAMERGE (ENTRADA "F" DE PERSJRNL) SE
000560*                 INFORMA EL DNI SOBREVIVIENTE. SON OBSERVACIONES
000570*                 APARTE: NO SUMAN A LAS EXCEPCIONES NI DETIENEN
000580*                 EL CICLO; SE AVISAN POR ERRORLOG (CODIGO 60).
000590* 2026-10-15 RW   LEE EL SNAPSHOT PERSSNAP DE PERSONA_SNAP EN VEZ
000600*                 DE RECORRER PERSONAF (UNA SOLA PASADA POR EL
000610*                 MAESTRO PARA TODOS LOS LECTORES), VERIFICANDO
000620*                 ANTES SU TOTAL DE CONTROL CON VALIDAR_SOBRE
000630*                 (ERRORLOG 92 Y RETURN-CODE 8 SI NO BALANCEA).
000640*                 EL PASO CORRE AHORA DETRAS DE PERSONA_SNAP, O
000650*                 SEA DESPUES DE PERSONAMANTBAT: VERIFICA EL
000660*                 MAESTRO DEL DIA YA ACTUALIZADO, TODAVIA ANTES
000670*                 DEL RESUMEN Y DE LAS EXPORTACIONES. LAS
000680*                 VERIFICACIONES SIGUEN SIENDO SOBRE LOS CAMPOS
000690*                 GRABADOS EN EL MAESTRO, NO SOBRE LOS DERIVADOS.
000700* 2026-10-15 RW   LAS FUSIONES SE LEEN POR JOURNAL_LECTOR, DE
000710*                 TODAS LAS GENERACIONES MENSUALES DE PERSJRNL.
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. PersonaVerif.
000750
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT PERSONA-FILE ASSIGN TO "PERSSNAP"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PERSONA-STATUS.
000820
000830     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CREF-STATUS.
000860
000870     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RPT-STATUS.
000900
000910     SELECT TUTOR-FILE ASSIGN TO "TUTORES"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-TUT-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PERSONA-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 180 CHARACTERS.
001000 COPY PERSONA.
001010 COPY PERSSNAP.
001020
001030 FD  CLASIREF-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 22 CHARACTERS.
001060 01  CLASIREF-RECORD.
001070     05  CREF-CODIGO             PIC 9(02).
001080     05  CREF-DESCRIPCION        PIC X(20).
001090
001100 FD  REPORT-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 80 CHARACTERS.
001130 01  REPORT-RECORD               PIC X(80).
001140
001150 FD  TUTOR-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 90 CHARACTERS.
001180 COPY TUTOR.
001190
001200 WORKING-STORAGE SECTION.
001210 COPY CLASIF.
001220
001230 01  WS-PERSONA-STATUS           PIC X(02).
001240 01  WS-CREF-STATUS              PIC X(02).
001250 01  WS-RPT-STATUS               PIC X(02).
001260 01  WS-FECHA-HOY                PIC X(08).
001270 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001280 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001290 01  WS-CATG-ARCHIVO             PIC X(21).
001300 01  WS-CATG-CANTIDAD            PIC 9(07).
001310
001320 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001330     88  FIN-PERSONA             VALUE "S".
001340 01  WS-EOF-CLASIREF             PIC X(01) VALUE "N".
001350     88  FIN-CLASIREF            VALUE "S".
001360 01  WS-SW-ENCONTRADO            PIC X(01) VALUE "N".
001370     88  ENCONTRADO-CLASIF       VALUE "S".
001380
001390 01  WS-IDX-CARGA                PIC 9(02) COMP.
001400 01  WS-CANT-CLASIF-CARGADAS     PIC 9(02) COMP VALUE ZERO.
001410
001420*----------------------------------------------------------------
001430*    CAMPOS DE SOPORTE PARA EL DIGITO VERIFICADOR DEL DNI
001440*    (LA MISMA REGLA MODULO 11 DE PERSONAMANT.CBL)
001450*----------------------------------------------------------------
001460 01  WS-DNI-BASE                PIC 9(08).
001470 01  WS-DNI-DIGITOS REDEFINES WS-DNI-BASE.
001480     05  WS-DNI-DIGITO           PIC 9 OCCURS 8 TIMES.
001490 01  WS-DNI-DV-CALCULADO        PIC 9(01).
001500 01  WS-EDAD-MAYORIA            PIC 9(02) VALUE 18.
001510 01  WS-SUMA                    PIC 9(04) COMP.
001520 01  WS-RESTO                   PIC 9(02) COMP.
001530 01  WS-PESO                    PIC 9(02) COMP.
001540 01  WS-SUB                     PIC 9(02) COMP.
001550
001560*----------------------------------------------------------------
001570*    CONTADORES DE CONTROL DE LA CORRIDA
001580*----------------------------------------------------------------
001590 01  WS-CUENTA-LEIDAS            PIC 9(07) VALUE ZERO.
001600 01  WS-CUENTA-EXCEPCIONES       PIC 9(07) VALUE ZERO.
001610 01  WS-RC-GUARDADO              PIC S9(04) VALUE ZERO.
001620 01  WS-CUENTA-OBS-TUTELA        PIC 9(07) VALUE ZERO.
001630
001640*----------------------------------------------------------------
001650*    VINCULOS DE TUTELA VIGENTES (EL ULTIMO REGISTRO DE CADA PAR
001660*    MENOR/TUTOR DE TUTORES VALE). TUTT-SITUACION-TUTOR QUEDA EN
001670*    BLANCO SI EL TUTOR NO APARECE EN EL MAESTRO, "A" SI ESTA
001680*    ACTIVO Y ES MAYOR, "I" SI ESTA INACTIVO, "M" SI ES MENOR.
001690*----------------------------------------------------------------
001700 01  WS-TUT-STATUS               PIC X(02).
001710 01  WS-EOF-TUTOR                PIC X(01) VALUE "N".
001720     88  FIN-TUTORES             VALUE "S".
001730 01  WS-MAX-TUTORES              PIC 9(03) VALUE 500.
001740 01  WS-CANT-TUTORES             PIC 9(03) VALUE ZERO.
001750 01  TABLA-TUTORES.
001760     05  TUTT-ENTRADA OCCURS 500 TIMES.
001770         10  TUTT-DNI-MENOR      PIC 9(08).
001780         10  TUTT-DNI-TUTOR      PIC 9(08).
001790         10  TUTT-ESTADO         PIC X(01).
001800             88  TUTT-VIGENTE    VALUE "V".
001810         10  TUTT-SITUACION-TUTOR PIC X(01).
001820         10  TUTT-SW-MENOR-VIGENTE PIC X(01).
001830             88  TUTT-MENOR-VIGENTE VALUE "S".
001840 01  WS-IDX-TUT                  PIC 9(03) COMP.
001850 77  WS-IDX-BUSCA-TUT            PIC 9(03) COMP.
001860 77  WS-CUENTA-TUT-PERDIDOS      PIC 9(03) VALUE ZERO.
001870 01  WS-SW-TIENE-TUTOR           PIC X(01) VALUE "N".
001880     88  TIENE-TUTOR-VIGENTE     VALUE "S".
001890
001900*----------------------------------------------------------------
001910*    FUSIONES DE PERSONAMERGE (ENTRADAS "F" DE PERSJRNL: ANTES =
001920*    EL ABSORBIDO, DESPUES = EL SOBREVIVIENTE)
001930*----------------------------------------------------------------
001940 01  JOURNAL-RECORD.
001950     05  PJRN-TIMESTAMP              PIC X(21).
001960     05  FILLER                      PIC X(01).
001970     05  PJRN-PROGRAMA               PIC X(20).
001980     05  FILLER                      PIC X(01).
001990     05  PJRN-ACCION                 PIC X(01).
002000     05  FILLER                      PIC X(01).
002010     05  PJRN-IMAGEN-ANTES.
002020         10  PJRN-ANT-DNI            PIC 9(08).
002030         10  FILLER                  PIC X(109).
002040     05  FILLER                      PIC X(01).
002050     05  PJRN-IMAGEN-DESPUES.
002060         10  PJRN-DES-DNI            PIC 9(08).
002070         10  FILLER                  PIC X(109).
002080     05  FILLER                      PIC X(01).
002090     05  PJRN-HASH                   PIC 9(11).
002100
002110*----------------------------------------------------------------
002120*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
002130*----------------------------------------------------------------
002140 01  JLC-AREA.
002150     05  JLC-FUNCION             PIC X(01).
002160     05  JLC-GEN-DESDE           PIC 9(06).
002170     05  JLC-GEN-HASTA           PIC 9(06).
002180     05  JLC-DNI                 PIC 9(08).
002190     05  JLC-FECHA-DESDE         PIC 9(08).
002200     05  JLC-FECHA-HASTA         PIC 9(08).
002210     05  JLC-RESULTADO           PIC X(01).
002220         88  JLC-OK              VALUE "0".
002230     05  JLC-GENERACION          PIC 9(06).
002240     05  JLC-ORDINAL             PIC 9(07).
002250     05  JLC-MENSAJE             PIC X(40).
002260
002270 01  WS-EOF-JRNL                 PIC X(01) VALUE "N".
002280     88  FIN-JOURNAL             VALUE "S".
002290 01  WS-MAX-FUSIONES             PIC 9(03) VALUE 200.
002300 01  WS-CANT-FUSIONES            PIC 9(03) VALUE ZERO.
002310 01  TABLA-FUSIONES.
002320     05  FUS-ENTRADA OCCURS 200 TIMES.
002330         10  FUS-DNI-ABSORBIDO   PIC 9(08).
002340         10  FUS-DNI-SOBREVIVE   PIC 9(08).
002350 01  WS-IDX-FUS                  PIC 9(03) COMP.
002360 77  WS-IDX-BUSCA-FUS            PIC 9(03) COMP.
002370 01  WS-DNI-SOBREVIVE-MASK       PIC X(08).
002380
002390*----------------------------------------------------------------
002400*    LINEAS DEL REPORTE DE EXCEPCIONES DE INTEGRIDAD
002410*----------------------------------------------------------------
002420 01  WS-LINEA-TITULO             PIC X(50)
002430         VALUE "VERIFICACION DE INTEGRIDAD DEL MAESTRO PERSONA".
002440 01  WS-LINEA-FECHA.
002450     05  FILLER                  PIC X(21)
002460             VALUE "FECHA DE EJECUCION: ".
002470     05  WS-FECHA-EDITADA        PIC X(08).
002480     05  FILLER                  PIC X(51) VALUE SPACES.
002490 01  WS-LINEA-DETALLE.
002500     05  FILLER                  PIC X(05) VALUE "DNI: ".
002510     05  DET-DNI                 PIC X(08).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  DET-MOTIVO              PIC X(40).
002540     05  FILLER                  PIC X(25) VALUE SPACES.
002550 01  WS-LINEA-TRAILER.
002560     05  TRA-ETIQUETA            PIC X(35).
002570     05  TRA-VALOR               PIC ZZZ,ZZ9.
002580     05  FILLER                  PIC X(38) VALUE SPACES.
002590 01  WS-DNI-ENMASCARADO          PIC X(08).
002600
002610*----------------------------------------------------------------
002620*    CAMPOS PARA LA BITACORA DE ERRORES Y LA AUDITORIA
002630*----------------------------------------------------------------
002640 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "PersonaVerif".
002650 01  WS-ELOG-CODIGO              PIC 9(04).
002660 01  WS-ELOG-MENSAJE             PIC X(59).
002670*----------------------------------------------------------------
002680*    TOTAL DE CONTROL DEL SNAPSHOT PERSSNAP (PERSONA_SNAP)
002690*----------------------------------------------------------------
002700 01  WS-PSN-ARCHIVO              PIC X(17) VALUE "PERSSNAP".
002710 01  WS-PSN-CLAVE-POS            PIC 9(02) VALUE 1.
002720 01  WS-PSN-CLAVE-LON            PIC 9(02) VALUE 8.
002730 01  WS-PSN-RESULTADO            PIC X(01).
002740     88  SNAPSHOT-VALIDO         VALUE "S".
002750 01  WS-PSN-MENSAJE              PIC X(59).
002760 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaVerif".
002770 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002780
002790 PROCEDURE DIVISION.
002800
002810******************************************************************
002820* 0000-MAINLINE
002830******************************************************************
002840 0000-MAINLINE.
002850     PERFORM 0400-VALIDAR-SNAPSHOT THRU 0400-EXIT.
002860     IF NOT SNAPSHOT-VALIDO
002870         GOBACK
002880     END-IF.
002890     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002900     PERFORM 2000-VERIFICAR-MAESTRO THRU 2000-EXIT.
002910     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002920     GOBACK.
002930
002940******************************************************************
002950* 0400-VALIDAR-SNAPSHOT - EL SNAPSHOT PERSSNAP SE USA SOLO SI SU
002960*     TRAILER BALANCEA (CANTIDAD Y HASH DEL DNI); SI NO, ERRORLOG
002970*     92 Y RETURN-CODE 8 SIN LEER UN SOLO REGISTRO
002980******************************************************************
002990 0400-VALIDAR-SNAPSHOT.
003000     CALL "validar_sobre" USING WS-PSN-ARCHIVO
003010             WS-PSN-CLAVE-POS WS-PSN-CLAVE-LON
003020             WS-PSN-RESULTADO WS-PSN-MENSAJE.
003030     IF NOT SNAPSHOT-VALIDO
003040         DISPLAY " PERSSNAP RECHAZADO: " WS-PSN-MENSAJE
003050         MOVE 92 TO WS-ELOG-CODIGO
003060         MOVE WS-PSN-MENSAJE TO WS-ELOG-MENSAJE
003070         CALL "errorlog" USING WS-ELOG-PROGRAMA
003080                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
003090         MOVE 8 TO RETURN-CODE
003100     END-IF.
003110 0400-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150* 1000-INICIALIZAR - CARGA CLASIREF Y ABRE SNAPSHOT Y REPORTE
003160******************************************************************
003170 1000-INICIALIZAR.
003180     CALL "edad_mayoria" USING WS-EDAD-MAYORIA.
003190     OPEN INPUT CLASIREF-FILE.
003200     IF WS-CREF-STATUS = "00"
003210         PERFORM 1100-CARGAR-CLASIFICACION THRU 1100-EXIT
003220             UNTIL FIN-CLASIREF
003230         CLOSE CLASIREF-FILE
003240     END-IF.
003250     OPEN INPUT PERSONA-FILE.
003260     CALL "fecha_negocio" USING WS-FECHA-HOY
003270             WS-SUFIJO-CICLO.
003280     STRING "VERIFRPT." WS-FECHA-HOY DELIMITED BY SIZE
003290         WS-SUFIJO-CICLO DELIMITED BY SPACE
003300         INTO WS-DYN-REPORT-FILE.
003310     OPEN OUTPUT REPORT-FILE.
003320     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
003330     WRITE REPORT-RECORD.
003340     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
003350     MOVE WS-LINEA-FECHA TO REPORT-RECORD.
003360     WRITE REPORT-RECORD.
003370     PERFORM 1200-CARGAR-TUTORES THRU 1200-EXIT.
003380     PERFORM 1300-CARGAR-FUSIONES THRU 1300-EXIT.
003390 1000-EXIT.
003400     EXIT.
003410
003420 1100-CARGAR-CLASIFICACION.
003430     READ CLASIREF-FILE
003440         AT END
003450             SET FIN-CLASIREF TO TRUE
003460         NOT AT END
003470             IF CLASIREF-RECORD(1:3) = "HDR"
003480                     OR CLASIREF-RECORD(1:3) = "TRL"
003490                 CONTINUE
003500             ELSE
003510             IF WS-CANT-CLASIF-CARGADAS < 5
003520                 ADD 1 TO WS-CANT-CLASIF-CARGADAS
003530                 MOVE CREF-CODIGO TO
003540                     CLAS-CODIGO(WS-CANT-CLASIF-CARGADAS)
003550                 MOVE CREF-DESCRIPCION TO
003560                     CLAS-DESCRIPCION(WS-CANT-CLASIF-CARGADAS)
003570             END-IF
003580             END-IF
003590     END-READ.
003600 1100-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640* 1200-CARGAR-TUTORES - CARGA TUTORES EN MEMORIA. ES SOLO POR
003650*     AGREGADO: EL REGISTRO MAS RECIENTE DE CADA PAR
003660*     MENOR/TUTOR PISA A LOS ANTERIORES DE LA TABLA.
003670******************************************************************
003680 1200-CARGAR-TUTORES.
003690     OPEN INPUT TUTOR-FILE.
003700     IF WS-TUT-STATUS NOT = "00"
003710         GO TO 1200-EXIT
003720     END-IF.
003730     PERFORM 1210-LEER-TUTOR THRU 1210-EXIT
003740         UNTIL FIN-TUTORES.
003750     CLOSE TUTOR-FILE.
003760 1200-EXIT.
003770     EXIT.
003780
003790 1210-LEER-TUTOR.
003800     READ TUTOR-FILE
003810         AT END
003820             SET FIN-TUTORES TO TRUE
003830         NOT AT END
003840             PERFORM 1220-UBICAR-VINCULO THRU 1220-EXIT
003850     END-READ.
003860 1210-EXIT.
003870     EXIT.
003880
003890 1220-UBICAR-VINCULO.
003900     MOVE ZERO TO WS-IDX-TUT.
003910     PERFORM 1230-COMPARAR-VINCULO THRU 1230-EXIT
003920         VARYING WS-IDX-BUSCA-TUT FROM 1 BY 1
003930             UNTIL WS-IDX-BUSCA-TUT > WS-CANT-TUTORES
003940                 OR WS-IDX-TUT > ZERO.
003950     IF WS-IDX-TUT = ZERO
003960         IF WS-CANT-TUTORES >= WS-MAX-TUTORES
003970             ADD 1 TO WS-CUENTA-TUT-PERDIDOS
003980             DISPLAY "ATENCION: TABLA TUTORES LLENA - EL "
003990                 "VINCULO DEL MENOR " TUT-DNI-MENOR
004000                 " NO SE CARGO."
004010             GO TO 1220-EXIT
004020         END-IF
004030         ADD 1 TO WS-CANT-TUTORES
004040         MOVE WS-CANT-TUTORES TO WS-IDX-TUT
004050         MOVE TUT-DNI-MENOR TO TUTT-DNI-MENOR(WS-IDX-TUT)
004060         MOVE TUT-DNI-TUTOR TO TUTT-DNI-TUTOR(WS-IDX-TUT)
004070         MOVE SPACE TO TUTT-SITUACION-TUTOR(WS-IDX-TUT)
004080         MOVE "N" TO TUTT-SW-MENOR-VIGENTE(WS-IDX-TUT)
004090     END-IF.
004100     MOVE TUT-ESTADO TO TUTT-ESTADO(WS-IDX-TUT).
004110 1220-EXIT.
004120     EXIT.
004130
004140 1230-COMPARAR-VINCULO.
004150     IF TUTT-DNI-MENOR(WS-IDX-BUSCA-TUT) = TUT-DNI-MENOR
004160             AND TUTT-DNI-TUTOR(WS-IDX-BUSCA-TUT) =
004170                 TUT-DNI-TUTOR
004180         MOVE WS-IDX-BUSCA-TUT TO WS-IDX-TUT
004190     END-IF.
004200 1230-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240* 1300-CARGAR-FUSIONES - PARES ABSORBIDO/SOBREVIVIENTE DE LAS
004250*     ENTRADAS DE ENLACE "F" QUE DEJA PERSONAMERGE EN PERSJRNL
004260******************************************************************
004270 1300-CARGAR-FUSIONES.
004280     MOVE SPACES TO JLC-AREA.
004290     MOVE "R" TO JLC-FUNCION.
004300     MOVE ZERO TO JLC-GEN-DESDE.
004310     MOVE 999999 TO JLC-GEN-HASTA.
004320     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
004330     IF NOT JLC-OK
004340         GO TO 1300-EXIT
004350     END-IF.
004360     PERFORM 1310-LEER-JOURNAL THRU 1310-EXIT
004370         UNTIL FIN-JOURNAL.
004380     MOVE "C" TO JLC-FUNCION.
004390     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
004400 1300-EXIT.
004410     EXIT.
004420
004430 1310-LEER-JOURNAL.
004440     MOVE "S" TO JLC-FUNCION.
004450     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
004460     IF NOT JLC-OK
004470         SET FIN-JOURNAL TO TRUE
004480         GO TO 1310-EXIT
004490     END-IF.
004500     IF PJRN-ACCION = "F"
004510             AND WS-CANT-FUSIONES < WS-MAX-FUSIONES
004520         ADD 1 TO WS-CANT-FUSIONES
004530         MOVE PJRN-ANT-DNI TO FUS-DNI-ABSORBIDO(WS-CANT-FUSIONES)
004540         MOVE PJRN-DES-DNI TO FUS-DNI-SOBREVIVE(WS-CANT-FUSIONES)
004550     END-IF.
004560 1310-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 2000-VERIFICAR-MAESTRO - RECORRE TODO EL MAESTRO PERSONA (SU
004610*     IMAGEN EN EL SNAPSHOT PERSSNAP)
004620******************************************************************
004630 2000-VERIFICAR-MAESTRO.
004640     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
004650         UNTIL FIN-PERSONA.
004660     PERFORM 2500-VERIFICAR-TUTORES THRU 2500-EXIT.
004670 2000-EXIT.
004680     EXIT.
004690
004700 2100-LEER-PERSONA.
004710     READ PERSONA-FILE
004720         AT END
004730             SET FIN-PERSONA TO TRUE
004740         NOT AT END
004750             IF PSN-PERSONA(1:3) = "HDR"
004760                     OR PSN-PERSONA(1:3) = "TRL"
004770                 CONTINUE
004780             ELSE
004790                 ADD 1 TO WS-CUENTA-LEIDAS
004800                 PERFORM 2200-VERIFICAR-PERSONA THRU 2200-EXIT
004810             END-IF
004820     END-READ.
004830 2100-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 2200-VERIFICAR-PERSONA - LAS TRES VERIFICACIONES DE INTEGRIDAD
004880*     SOBRE EL REGISTRO EN CURSO
004890******************************************************************
004900 2200-VERIFICAR-PERSONA.
004910     MOVE PERS-DNI TO WS-DNI-BASE.
004920     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
004930     IF WS-DNI-DV-CALCULADO NOT = PERS-DNI-DV
004940         MOVE "DIGITO VERIFICADOR NO COINCIDE" TO DET-MOTIVO
004950         PERFORM 3000-REGISTRAR-EXCEPCION THRU 3000-EXIT
004960     END-IF.
004970
004980     MOVE "N" TO WS-SW-ENCONTRADO.
004990     PERFORM VARYING WS-IDX-CARGA FROM 1 BY 1
005000             UNTIL WS-IDX-CARGA > WS-CANT-CLASIF-CARGADAS
005010                 OR ENCONTRADO-CLASIF
005020         PERFORM 2210-COMPARAR-CODIGO THRU 2210-EXIT
005030     END-PERFORM.
005040     IF NOT ENCONTRADO-CLASIF
005050         MOVE "CLASIFICACION INEXISTENTE EN CLASIREF"
005060             TO DET-MOTIVO
005070         PERFORM 3000-REGISTRAR-EXCEPCION THRU 3000-EXIT
005080     END-IF.
005090
005100     IF (PERS-EDAD >= WS-EDAD-MAYORIA
005110             AND NOT PERS-ES-MAYOR-EDAD)
005120             OR (PERS-EDAD < WS-EDAD-MAYORIA
005130                 AND PERS-ES-MAYOR-EDAD)
005140         MOVE "MARCA MAYOR DE EDAD CONTRADICE LA EDAD"
005150             TO DET-MOTIVO
005160         PERFORM 3000-REGISTRAR-EXCEPCION THRU 3000-EXIT
005170     END-IF.
005180
005190     PERFORM 2400-VERIFICAR-TUTELA THRU 2400-EXIT.
005200 2200-EXIT.
005210     EXIT.
005220
005230 2210-COMPARAR-CODIGO.
005240     IF CLAS-CODIGO(WS-IDX-CARGA) = PERS-CLASIF-CODIGO
005250         SET ENCONTRADO-CLASIF TO TRUE
005260     END-IF.
005270 2210-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 2400-VERIFICAR-TUTELA - SOBRE EL REGISTRO EN CURSO: ANOTA SU
005320*     SITUACION EN LOS VINCULOS DONDE FIGURA COMO TUTOR, MARCA
005330*     LOS VINCULOS DONDE ES UN MENOR ACTIVO, Y SI ES UN MENOR
005340*     ACTIVO SIN NINGUN TUTOR VIGENTE LO OBSERVA
005350******************************************************************
005360 2400-VERIFICAR-TUTELA.
005370     MOVE "N" TO WS-SW-TIENE-TUTOR.
005380     PERFORM 2410-CRUZAR-VINCULO THRU 2410-EXIT
005390         VARYING WS-IDX-TUT FROM 1 BY 1
005400             UNTIL WS-IDX-TUT > WS-CANT-TUTORES.
005410     IF PERS-ES-MENOR-EDAD AND NOT PERS-INACTIVO
005420             AND NOT TIENE-TUTOR-VIGENTE
005430         MOVE "TUTELA: MENOR SIN TUTOR VIGENTE" TO DET-MOTIVO
005440         PERFORM 3100-REGISTRAR-OBS-TUTELA THRU 3100-EXIT
005450     END-IF.
005460 2400-EXIT.
005470     EXIT.
005480
005490 2410-CRUZAR-VINCULO.
005500     IF NOT TUTT-VIGENTE(WS-IDX-TUT)
005510         GO TO 2410-EXIT
005520     END-IF.
005530     IF TUTT-DNI-TUTOR(WS-IDX-TUT) = PERS-DNI
005540         EVALUATE TRUE
005550             WHEN PERS-INACTIVO
005560                 MOVE "I" TO TUTT-SITUACION-TUTOR(WS-IDX-TUT)
005570             WHEN NOT PERS-ES-MAYOR-EDAD
005580                 MOVE "M" TO TUTT-SITUACION-TUTOR(WS-IDX-TUT)
005590             WHEN OTHER
005600                 MOVE "A" TO TUTT-SITUACION-TUTOR(WS-IDX-TUT)
005610         END-EVALUATE
005620     END-IF.
005630     IF TUTT-DNI-MENOR(WS-IDX-TUT) = PERS-DNI
005640             AND PERS-ES-MENOR-EDAD AND NOT PERS-INACTIVO
005650         SET TIENE-TUTOR-VIGENTE TO TRUE
005660         SET TUTT-MENOR-VIGENTE(WS-IDX-TUT) TO TRUE
005670     END-IF.
005680 2410-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 2500-VERIFICAR-TUTORES - TERMINADA LA PASADA, CADA VINCULO
005730*     VIGENTE DE UN MENOR ACTIVO SE JUZGA POR LA SITUACION QUE
005740*     QUEDO ANOTADA PARA SU TUTOR
005750******************************************************************
005760 2500-VERIFICAR-TUTORES.
005770     PERFORM 2510-VERIFICAR-UN-VINCULO THRU 2510-EXIT
005780         VARYING WS-IDX-TUT FROM 1 BY 1
005790             UNTIL WS-IDX-TUT > WS-CANT-TUTORES.
005800 2500-EXIT.
005810     EXIT.
005820
005830 2510-VERIFICAR-UN-VINCULO.
005840     IF NOT TUTT-VIGENTE(WS-IDX-TUT)
005850             OR NOT TUTT-MENOR-VIGENTE(WS-IDX-TUT)
005860             OR TUTT-SITUACION-TUTOR(WS-IDX-TUT) = "A"
005870         GO TO 2510-EXIT
005880     END-IF.
005890     MOVE TUTT-DNI-MENOR(WS-IDX-TUT) TO PERS-DNI.
005900     EVALUATE TUTT-SITUACION-TUTOR(WS-IDX-TUT)
005910         WHEN "M"
005920             MOVE "TUTELA: TUTOR MENOR DE EDAD" TO DET-MOTIVO
005930         WHEN "I"
005940             PERFORM 2520-BUSCAR-FUSION THRU 2520-EXIT
005950             IF WS-IDX-FUS > ZERO
005960                 CALL "enmascarar_dni" USING
005970                         FUS-DNI-SOBREVIVE(WS-IDX-FUS)
005980                         WS-DNI-SOBREVIVE-MASK
005990                 MOVE SPACES TO DET-MOTIVO
006000                 STRING "TUTELA: TUTOR FUSIONADO EN "
006010                     DELIMITED BY SIZE
006020                     WS-DNI-SOBREVIVE-MASK DELIMITED BY SIZE
006030                     INTO DET-MOTIVO
006040             ELSE
006050                 MOVE "TUTELA: TUTOR INACTIVO" TO DET-MOTIVO
006060             END-IF
006070         WHEN OTHER
006080             MOVE "TUTELA: TUTOR INEXISTENTE EN EL MAESTRO"
006090                 TO DET-MOTIVO
006100     END-EVALUATE.
006110     PERFORM 3100-REGISTRAR-OBS-TUTELA THRU 3100-EXIT.
006120 2510-EXIT.
006130     EXIT.
006140
006150 2520-BUSCAR-FUSION.
006160     MOVE ZERO TO WS-IDX-FUS.
006170     PERFORM 2530-COMPARAR-FUSION THRU 2530-EXIT
006180         VARYING WS-IDX-BUSCA-FUS FROM 1 BY 1
006190             UNTIL WS-IDX-BUSCA-FUS > WS-CANT-FUSIONES.
006200 2520-EXIT.
006210     EXIT.
006220
006230*    LA FUSION MAS RECIENTE DEL ABSORBIDO ES LA QUE VALE
006240 2530-COMPARAR-FUSION.
006250     IF FUS-DNI-ABSORBIDO(WS-IDX-BUSCA-FUS) =
006260             TUTT-DNI-TUTOR(WS-IDX-TUT)
006270         MOVE WS-IDX-BUSCA-FUS TO WS-IDX-FUS
006280     END-IF.
006290 2530-EXIT.
006300     EXIT.
006310
006320******************************************************************
006330* 2900-CALCULAR-DIGITO-VERIFICADOR - MODULO 11, PESOS 2 A 9
006340*     CICLICOS DESDE EL DIGITO MAS SIGNIFICATIVO (LA MISMA REGLA
006350*     DE PERSONAMANT.CBL)
006360******************************************************************
006370 2900-CALCULAR-DIGITO-VERIFICADOR.
006380     MOVE ZERO TO WS-SUMA.
006390     PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
006400         PERFORM 2910-SUMAR-DIGITO THRU 2910-EXIT
006410     END-PERFORM.
006420     COMPUTE WS-RESTO = FUNCTION MOD(WS-SUMA, 11).
006430     COMPUTE WS-DNI-DV-CALCULADO = 11 - WS-RESTO.
006440     IF WS-DNI-DV-CALCULADO >= 10
006450         MOVE 0 TO WS-DNI-DV-CALCULADO
006460     END-IF.
006470 2900-EXIT.
006480     EXIT.
006490
006500 2910-SUMAR-DIGITO.
006510     COMPUTE WS-PESO = FUNCTION MOD(WS-SUB - 1, 8) + 2.
006520     COMPUTE WS-SUMA = WS-SUMA +
006530         (WS-DNI-DIGITO(WS-SUB) * WS-PESO).
006540 2910-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 3000-REGISTRAR-EXCEPCION - UNA LINEA DE REPORTE POR EXCEPCION,
006590*     CON EL DNI ENMASCARADO
006600******************************************************************
006610 3000-REGISTRAR-EXCEPCION.
006620     ADD 1 TO WS-CUENTA-EXCEPCIONES.
006630     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
006640     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
006650     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
006660     WRITE REPORT-RECORD.
006670 3000-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710* 3100-REGISTRAR-OBS-TUTELA - UNA LINEA POR OBSERVACION DE
006720*     TUTELA (MOTIVO "TUTELA: ..."), CON EL DNI DEL MENOR
006730*     ENMASCARADO; SE CUENTA APARTE DE LAS EXCEPCIONES
006740******************************************************************
006750 3100-REGISTRAR-OBS-TUTELA.
006760     ADD 1 TO WS-CUENTA-OBS-TUTELA.
006770     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
006780     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
006790     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
006800     WRITE REPORT-RECORD.
006810 3100-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 9000-TERMINAR - TRAILER, CIERRE, BITACORAS Y RETURN-CODE 8
006860*     CUANDO HAY EXCEPCIONES PARA DETENER EL CICLO
006870******************************************************************
006880 9000-TERMINAR.
006890     MOVE SPACES TO WS-LINEA-TRAILER.
006900     MOVE "REGISTROS VERIFICADOS..............." TO TRA-ETIQUETA.
006910     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
006920     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006930     WRITE REPORT-RECORD.
006940
006950     MOVE SPACES TO WS-LINEA-TRAILER.
006960     MOVE "EXCEPCIONES DE INTEGRIDAD..........." TO TRA-ETIQUETA.
006970     MOVE WS-CUENTA-EXCEPCIONES TO TRA-VALOR.
006980     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006990     WRITE REPORT-RECORD.
007000
007010     MOVE SPACES TO WS-LINEA-TRAILER.
007020     MOVE "OBSERVACIONES DE TUTELA............." TO TRA-ETIQUETA.
007030     MOVE WS-CUENTA-OBS-TUTELA TO TRA-VALOR.
007040     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
007050     WRITE REPORT-RECORD.
007060
007070     IF WS-CUENTA-TUT-PERDIDOS > ZERO
007080         MOVE SPACES TO WS-LINEA-TRAILER
007090         MOVE "VINCULOS NO CARGADOS (TABLA LLENA)."
007100             TO TRA-ETIQUETA
007110         MOVE WS-CUENTA-TUT-PERDIDOS TO TRA-VALOR
007120         MOVE WS-LINEA-TRAILER TO REPORT-RECORD
007130         WRITE REPORT-RECORD
007140     END-IF.
007150
007160     CLOSE PERSONA-FILE.
007170     CLOSE REPORT-FILE.
007180
007190     IF WS-CUENTA-EXCEPCIONES > ZERO
007200         MOVE 8 TO WS-ELOG-CODIGO
007210         MOVE "MAESTRO PERSONA CON EXCEPCIONES DE INTEGRIDAD"
007220             TO WS-ELOG-MENSAJE
007230         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
007240                 WS-ELOG-MENSAJE
007250         MOVE 8 TO RETURN-CODE
007260     END-IF.
007270
007280*    LAS OBSERVACIONES DE TUTELA SE AVISAN PERO NO FRENAN EL
007290*    CICLO: LA SEVERIDAD LA DECIDE EL CATALOGO ERRCAT
007300     IF WS-CUENTA-OBS-TUTELA > ZERO
007310         MOVE RETURN-CODE TO WS-RC-GUARDADO
007320         MOVE 60 TO WS-ELOG-CODIGO
007330         MOVE "MENORES CON OBSERVACIONES DE TUTELA EN VERIFRPT"
007340             TO WS-ELOG-MENSAJE
007350         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
007360                 WS-ELOG-MENSAJE
007370         MOVE WS-RC-GUARDADO TO RETURN-CODE
007380     END-IF.
007390
007400     MOVE RETURN-CODE TO WS-RC-GUARDADO.
007410     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
007420     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007430     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
007440     COMPUTE WS-CATG-CANTIDAD = WS-CUENTA-EXCEPCIONES
007450         + WS-CUENTA-OBS-TUTELA.
007460     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007470             WS-CATG-CANTIDAD.
007480     MOVE WS-RC-GUARDADO TO RETURN-CODE.
007490     DISPLAY " VERIFICACION: " WS-CUENTA-EXCEPCIONES
007500         " EXCEPCION(ES) EN " WS-CUENTA-LEIDAS " REGISTRO(S)".
007510 9000-EXIT.
007520     EXIT.
007530
007540 END PROGRAM PersonaVerif.
