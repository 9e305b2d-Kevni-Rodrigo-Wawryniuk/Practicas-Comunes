000320*                 PERSONA_RELOAD (TRL VERIFICADO, RETURN-CODE 8
000330*                 SI NO CUADRA); EL JOURNAL SE APLICA POR IMAGEN
000340*                 DESPUES, ASI LA REAPLICACION ES IDEMPOTENTE.
000350* 2026-10-15 RW   EL JOURNAL SE LEE POR JOURNAL_LECTOR DESDE LA
000360*                 GENERACION MENSUAL ANTERIOR A LA DEL RESGUARDO
000370*                 (NO TODO PERSJRNL).
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. persona_recup.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PARM-FILE ASSIGN TO "RECUPCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PARM-STATUS.
000480
000490     SELECT BACKUP-FILE ASSIGN DYNAMIC WS-DYN-BACKUP
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-BKP-STATUS.
000520
000530     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PERS-DNI
000570         FILE STATUS IS WS-PERSONA-STATUS.
000580
000590     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PARM-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 22 CHARACTERS.
000680 01  PARM-RECORD.
000690     05  PARM-FECHA-RESGUARDO    PIC 9(08).
000700     05  PARM-CORTE              PIC X(14).
000710
000720 FD  BACKUP-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 117 CHARACTERS.
000750 01  BACKUP-RECORD               PIC X(117).
000760 01  BACKUP-TRAILER REDEFINES BACKUP-RECORD.
000770     05  BTRL-TIPO               PIC X(03).
000780     05  BTRL-CANTIDAD           PIC 9(07).
000790     05  FILLER                  PIC X(107).
000800
000810 FD  PERSONA-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 117 CHARACTERS.
000840 COPY PERSONA.
000850
000860 FD  REPORT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  REPORT-RECORD               PIC X(80).
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-PARM-STATUS              PIC X(02).
000930 01  WS-BKP-STATUS               PIC X(02).
000940 01  WS-PERSONA-STATUS           PIC X(02).
000950 01  WS-RPT-STATUS               PIC X(02).
000960
000970 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000980     88  FIN-ARCHIVO             VALUE "S".
000990 01  WS-EOF-JRNL                 PIC X(01) VALUE "N".
001000     88  FIN-JOURNAL             VALUE "S".
001010
001020 01  JOURNAL-RECORD.
001030     05  PJRN-TIMESTAMP          PIC X(21).
001040     05  FILLER                  PIC X(01).
001050     05  PJRN-PROGRAMA           PIC X(20).
001060     05  FILLER                  PIC X(01).
001070     05  PJRN-ACCION             PIC X(01).
001080     05  FILLER                  PIC X(01).
001090     05  PJRN-IMAGEN-ANTES       PIC X(117).
001100     05  PJRN-ANT-CLAVE REDEFINES PJRN-IMAGEN-ANTES.
001110         10  PJRN-ANT-DNI        PIC 9(08).
001120         10  FILLER              PIC X(109).
001130     05  FILLER                  PIC X(01).
001140     05  PJRN-IMAGEN-DESPUES     PIC X(117).
001150     05  PJRN-DES-CLAVE REDEFINES PJRN-IMAGEN-DESPUES.
001160         10  PJRN-DES-DNI        PIC 9(08).
001170         10  FILLER              PIC X(109).
001180     05  FILLER                  PIC X(01).
001190     05  PJRN-HASH               PIC X(11).
001200
001210*----------------------------------------------------------------
001220*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
001230*----------------------------------------------------------------
001240 01  JLC-AREA.
001250     05  JLC-FUNCION             PIC X(01).
001260     05  JLC-GEN-DESDE           PIC 9(06).
001270     05  JLC-GEN-HASTA           PIC 9(06).
001280     05  JLC-DNI                 PIC 9(08).
001290     05  JLC-FECHA-DESDE         PIC 9(08).
001300     05  JLC-FECHA-HASTA         PIC 9(08).
001310     05  JLC-RESULTADO           PIC X(01).
001320         88  JLC-OK              VALUE "0".
001330     05  JLC-GENERACION          PIC 9(06).
001340     05  JLC-ORDINAL             PIC 9(07).
001350     05  JLC-MENSAJE             PIC X(40).
001360
001370*----------------------------------------------------------------
001380*    PEDIDO DE RECUPERACION (TARJETA RECUPCTL)
001390*----------------------------------------------------------------
001400 01  WS-SW-HAY-PEDIDO            PIC X(01) VALUE "N".
001410     88  HAY-PEDIDO              VALUE "S".
001420 01  WS-FECHA-RESGUARDO          PIC 9(08).
001430 01  WS-CORTE                    PIC X(14).
001440 01  WS-DYN-BACKUP               PIC X(21) VALUE SPACES.
001450
001460*----------------------------------------------------------------
001470*    CONTROL DE LA RECARGA (TRL DEL RESGUARDO)
001480*----------------------------------------------------------------
001490 01  WS-CUENTA-CARGADOS          PIC 9(07) VALUE ZERO.
001500 01  WS-CANTIDAD-TRL             PIC 9(07) VALUE ZERO.
001510 01  WS-SW-TRL-VISTO             PIC X(01) VALUE "N".
001520     88  TRL-VISTO               VALUE "S".
001530
001540*----------------------------------------------------------------
001550*    CONTADORES DEL ROLL-FORWARD DEL JOURNAL
001560*----------------------------------------------------------------
001570 01  WS-CUENTA-JRNL-LEIDAS       PIC 9(07) VALUE ZERO.
001580 01  WS-CUENTA-APLICADAS         PIC 9(07) VALUE ZERO.
001590 01  WS-CUENTA-OMITIDAS          PIC 9(07) VALUE ZERO.
001600 01  WS-FECHA-ENTRADA            PIC 9(08).
001610
001620*----------------------------------------------------------------
001630*    NOMBRE DEL REPORTE Y SUS LINEAS
001640*----------------------------------------------------------------
001650 01  WS-FECHA-HOY                PIC X(08).
001660 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001670 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001680 01  WS-LINEA-TITULO             PIC X(50)
001690         VALUE "RECUPERACION A UN PUNTO EN EL TIEMPO (PERSONAF)".
001700 01  WS-LINEA-PEDIDO.
001710     05  FILLER                  PIC X(11) VALUE "RESGUARDO: ".
001720     05  PED-FECHA               PIC 9(08).
001730     05  FILLER                  PIC X(09) VALUE "  CORTE: ".
001740     05  PED-CORTE               PIC X(14).
001750     05  FILLER                  PIC X(38) VALUE SPACES.
001760 01  WS-LINEA-DETALLE.
001770     05  FILLER                  PIC X(10) VALUE "APLICADA: ".
001780     05  DET-ACCION              PIC X(01).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  DET-DNI                 PIC X(08).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  DET-TIMESTAMP           PIC X(14).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  DET-PROGRAMA            PIC X(20).
001850     05  FILLER                  PIC X(21) VALUE SPACES.
001860 01  WS-LINEA-TRAILER.
001870     05  TRA-ETIQUETA            PIC X(35).
001880     05  TRA-VALOR               PIC ZZZ,ZZ9.
001890     05  FILLER                  PIC X(38) VALUE SPACES.
001900 01  WS-DNI-ENMASCARADO          PIC X(08).
001910
001920*----------------------------------------------------------------
001930*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
001940*----------------------------------------------------------------
001950 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "persona_recup".
001960 01  WS-ELOG-CODIGO              PIC 9(04).
001970 01  WS-ELOG-MENSAJE             PIC X(59).
001980 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "persona_recup".
001990 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002000 01  WS-CATG-ARCHIVO             PIC X(21).
002010 01  WS-CATG-CANTIDAD            PIC 9(07).
002020 01  WS-RC-GUARDADO              PIC S9(04) VALUE ZERO.
002030
002040 PROCEDURE DIVISION.
002050
002060******************************************************************
002070* 0000-MAINLINE
002080******************************************************************
002090 0000-MAINLINE.
002100     PERFORM 1000-LEER-PEDIDO THRU 1000-EXIT.
002110     IF NOT HAY-PEDIDO
002120         DISPLAY "SIN TARJETA RECUPCTL (FECHA DE RESGUARDO + "
002130             "CORTE AAAAMMDDHHMMSS). NADA QUE RECUPERAR."
002140         GOBACK
002150     END-IF.
002160     PERFORM 1500-ABRIR-REPORTE THRU 1500-EXIT.
002170     PERFORM 2000-RECARGAR-RESGUARDO THRU 2000-EXIT.
002180     IF RETURN-CODE = ZERO
002190         PERFORM 3000-APLICAR-JOURNAL THRU 3000-EXIT
002200     END-IF.
002210     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002220     GOBACK.
002230
002240******************************************************************
002250* 1000-LEER-PEDIDO - TARJETA RECUPCTL: FECHA DEL RESGUARDO A
002260*     RECARGAR Y TIMESTAMP DE CORTE DEL ROLL-FORWARD
002270******************************************************************
002280 1000-LEER-PEDIDO.
002290     OPEN INPUT PARM-FILE.
002300     IF WS-PARM-STATUS = "00"
002310         READ PARM-FILE
002320             NOT AT END
002330                 IF PARM-FECHA-RESGUARDO IS NUMERIC
002340                         AND PARM-CORTE IS NUMERIC
002350                     SET HAY-PEDIDO TO TRUE
002360                     MOVE PARM-FECHA-RESGUARDO TO
002370                         WS-FECHA-RESGUARDO
002380                     MOVE PARM-CORTE TO WS-CORTE
002390                 END-IF
002400         END-READ
002410         CLOSE PARM-FILE
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450
002460 1500-ABRIR-REPORTE.
002470     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002480     STRING "RECUPRPT." WS-FECHA-HOY DELIMITED BY SIZE
002490         WS-SUFIJO-CICLO DELIMITED BY SPACE
002500         INTO WS-DYN-REPORT-FILE.
002510     OPEN OUTPUT REPORT-FILE.
002520     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
002530     WRITE REPORT-RECORD.
002540     MOVE WS-FECHA-RESGUARDO TO PED-FECHA.
002550     MOVE WS-CORTE TO PED-CORTE.
002560     MOVE WS-LINEA-PEDIDO TO REPORT-RECORD.
002570     WRITE REPORT-RECORD.
002580 1500-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620* 2000-RECARGAR-RESGUARDO - RECREA PERSONAF DESDE EL PERSBKP
002630*     FECHADO Y VERIFICA LO CARGADO CONTRA EL TRL (MISMA REGLA
002640*     QUE PERSONA_RELOAD)
002650******************************************************************
002660 2000-RECARGAR-RESGUARDO.
002670     STRING "PERSBKP." WS-FECHA-RESGUARDO DELIMITED BY SIZE
002680         INTO WS-DYN-BACKUP.
002690     OPEN INPUT BACKUP-FILE.
002700     IF WS-BKP-STATUS NOT = "00"
002710         DISPLAY "RESGUARDO NO DISPONIBLE: " WS-DYN-BACKUP
002720         MOVE 8 TO RETURN-CODE
002730         GO TO 2000-EXIT
002740     END-IF.
002750     OPEN OUTPUT PERSONA-FILE.
002760     MOVE "N" TO WS-EOF-ARCHIVO.
002770     PERFORM 2100-CARGAR-REGISTRO THRU 2100-EXIT
002780         UNTIL FIN-ARCHIVO.
002790     CLOSE PERSONA-FILE.
002800     CLOSE BACKUP-FILE.
002810     IF NOT TRL-VISTO
002820             OR WS-CUENTA-CARGADOS NOT = WS-CANTIDAD-TRL
002830         DISPLAY "RECARGA NO CUADRA: CARGADOS "
002840             WS-CUENTA-CARGADOS " CONTRA TRL " WS-CANTIDAD-TRL
002850         MOVE 37 TO WS-ELOG-CODIGO
002860         MOVE "RECARGA DESDE RESGUARDO NO CUADRA" TO
002870             WS-ELOG-MENSAJE
002880         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
002890                 WS-ELOG-MENSAJE
002900         MOVE 8 TO RETURN-CODE
002910     ELSE
002920         DISPLAY "RECARGA EXITOSA: " WS-CUENTA-CARGADOS
002930             " REGISTRO(S) DESDE " WS-DYN-BACKUP
002940     END-IF.
002950 2000-EXIT.
002960     EXIT.
002970
002980 2100-CARGAR-REGISTRO.
002990     READ BACKUP-FILE
003000         AT END
003010             SET FIN-ARCHIVO TO TRUE
003020         NOT AT END
003030             IF BTRL-TIPO = "TRL"
003040                 SET TRL-VISTO TO TRUE
003050                 IF BTRL-CANTIDAD IS NUMERIC
003060                     MOVE BTRL-CANTIDAD TO WS-CANTIDAD-TRL
003070                 END-IF
003080             ELSE
003090                 ADD 1 TO WS-CUENTA-CARGADOS
003100                 MOVE BACKUP-RECORD TO PERSONA-RECORD
003110                 WRITE PERSONA-RECORD
003120             END-IF
003130     END-READ.
003140 2100-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 3000-APLICAR-JOURNAL - RECORRE PERSJRNL Y RE-APLICA LAS
003190*     ENTRADAS ESTAMPADAS DESDE LA FECHA DEL RESGUARDO HASTA EL
003200*     CORTE PEDIDO, EN EL ORDEN EN QUE FUERON ESCRITAS
003210******************************************************************
003220 3000-APLICAR-JOURNAL.
003230     MOVE SPACES TO JLC-AREA.
003240     MOVE "R" TO JLC-FUNCION.
003250     MOVE WS-FECHA-RESGUARDO(1:6) TO JLC-GEN-DESDE.
003260     SUBTRACT 1 FROM JLC-GEN-DESDE.
003270     IF JLC-GEN-DESDE(5:2) = "00"
003280         SUBTRACT 88 FROM JLC-GEN-DESDE
003290     END-IF.
003300     MOVE 999999 TO JLC-GEN-HASTA.
003310     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
003320     IF NOT JLC-OK
003330         DISPLAY "SIN JOURNAL PERSJRNL: LA RECUPERACION QUEDA "
003340             "EN EL RESGUARDO SOLO."
003350         GO TO 3000-EXIT
003360     END-IF.
003370     OPEN I-O PERSONA-FILE.
003380     PERFORM 3100-LEER-ENTRADA THRU 3100-EXIT
003390         UNTIL FIN-JOURNAL.
003400     CLOSE PERSONA-FILE.
003410     MOVE "C" TO JLC-FUNCION.
003420     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
003430 3000-EXIT.
003440     EXIT.
003450
003460 3100-LEER-ENTRADA.
003470     MOVE "S" TO JLC-FUNCION.
003480     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
003490     IF NOT JLC-OK
003500         SET FIN-JOURNAL TO TRUE
003510         GO TO 3100-EXIT
003520     END-IF.
003530     ADD 1 TO WS-CUENTA-JRNL-LEIDAS.
003540     PERFORM 3200-EVALUAR-ENTRADA THRU 3200-EXIT.
003550 3100-EXIT.
003560     EXIT.
003570
003580 3200-EVALUAR-ENTRADA.
003590     IF PJRN-TIMESTAMP(1:8) IS NOT NUMERIC
003600         ADD 1 TO WS-CUENTA-OMITIDAS
003610         GO TO 3200-EXIT
003620     END-IF.
003630     MOVE PJRN-TIMESTAMP(1:8) TO WS-FECHA-ENTRADA.
003640     IF WS-FECHA-ENTRADA < WS-FECHA-RESGUARDO
003650             OR PJRN-TIMESTAMP(1:14) > WS-CORTE
003660         ADD 1 TO WS-CUENTA-OMITIDAS
003670         GO TO 3200-EXIT
003680     END-IF.
003690     PERFORM 3300-APLICAR-ENTRADA THRU 3300-EXIT.
003700 3200-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 3300-APLICAR-ENTRADA - APLICA POR IMAGEN DESPUES: ALTAS,
003750*     MODIFICACIONES Y BAJAS REGRABAN LA IMAGEN FINAL; UNA
003760*     PURGA ELIMINA EL REGISTRO; UN CAMBIO DE DNI "C" ELIMINA
003770*     LA CLAVE VIEJA ANTES DE GRABAR LA NUEVA (SIN ESO LA
003780*     PERSONA QUEDARIA ACTIVA BAJO LOS DOS NUMEROS). EL ENLACE
003790*     "F" DE UNA FUSION SOLO REGRABA AL SOBREVIVIENTE: EL
003800*     RETIRO DEL ABSORBIDO VIAJA EN SU PROPIA ENTRADA "B".
003810*     LA REAPLICACION ES IDEMPOTENTE.
003820******************************************************************
003830 3300-APLICAR-ENTRADA.
003840     IF PJRN-ACCION = "P"
003850         MOVE PJRN-ANT-DNI TO PERS-DNI
003860         DELETE PERSONA-FILE
003870             INVALID KEY
003880                 ADD 1 TO WS-CUENTA-OMITIDAS
003890             NOT INVALID KEY
003900                 ADD 1 TO WS-CUENTA-APLICADAS
003910                 PERFORM 3400-ESCRIBIR-DETALLE THRU 3400-EXIT
003920         END-DELETE
003930         GO TO 3300-EXIT
003940     END-IF.
003950     IF PJRN-ACCION = "C"
003960             AND PJRN-ANT-DNI IS NUMERIC
003970             AND PJRN-ANT-DNI NOT = PJRN-DES-DNI
003980*        LA CLAVE VIEJA RECARGADA DEL RESGUARDO SE ELIMINA
003990*        ANTES DE GRABAR LA NUEVA
004000         MOVE PJRN-ANT-DNI TO PERS-DNI
004010         DELETE PERSONA-FILE
004020             INVALID KEY
004030                 CONTINUE
004040         END-DELETE
004050     END-IF.
004060     MOVE PJRN-IMAGEN-DESPUES TO PERSONA-RECORD.
004070     WRITE PERSONA-RECORD
004080         INVALID KEY
004090             REWRITE PERSONA-RECORD
004100                 INVALID KEY
004110                     ADD 1 TO WS-CUENTA-OMITIDAS
004120                 NOT INVALID KEY
004130                     ADD 1 TO WS-CUENTA-APLICADAS
004140                     PERFORM 3400-ESCRIBIR-DETALLE
004150                         THRU 3400-EXIT
004160             END-REWRITE
004170         NOT INVALID KEY
004180             ADD 1 TO WS-CUENTA-APLICADAS
004190             PERFORM 3400-ESCRIBIR-DETALLE THRU 3400-EXIT
004200     END-WRITE.
004210 3300-EXIT.
004220     EXIT.
004230
004240 3400-ESCRIBIR-DETALLE.
004250     MOVE SPACES TO WS-LINEA-DETALLE.
004260     MOVE PJRN-ACCION TO DET-ACCION.
004270     IF PJRN-ACCION = "P"
004280         CALL "enmascarar_dni" USING PJRN-ANT-DNI
004290             WS-DNI-ENMASCARADO
004300     ELSE
004310         CALL "enmascarar_dni" USING PJRN-DES-DNI
004320             WS-DNI-ENMASCARADO
004330     END-IF.
004340     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
004350     MOVE PJRN-TIMESTAMP(1:14) TO DET-TIMESTAMP.
004360     MOVE PJRN-PROGRAMA TO DET-PROGRAMA.
004370     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
004380     WRITE REPORT-RECORD.
004390 3400-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* 9000-TERMINAR - TRAILER, CIERRE, AUDITORIA Y CATALOGO
004440******************************************************************
004450 9000-TERMINAR.
004460     MOVE SPACES TO WS-LINEA-TRAILER.
004470     MOVE "REGISTROS RECARGADOS DEL RESGUARDO." TO TRA-ETIQUETA.
004480     MOVE WS-CUENTA-CARGADOS TO TRA-VALOR.
004490     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004500     WRITE REPORT-RECORD.
004510     MOVE SPACES TO WS-LINEA-TRAILER.
004520     MOVE "ENTRADAS DE JOURNAL LEIDAS.........." TO TRA-ETIQUETA.
004530     MOVE WS-CUENTA-JRNL-LEIDAS TO TRA-VALOR.
004540     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004550     WRITE REPORT-RECORD.
004560     MOVE SPACES TO WS-LINEA-TRAILER.
004570     MOVE "ENTRADAS APLICADAS.................." TO TRA-ETIQUETA.
004580     MOVE WS-CUENTA-APLICADAS TO TRA-VALOR.
004590     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004600     WRITE REPORT-RECORD.
004610     MOVE SPACES TO WS-LINEA-TRAILER.
004620     MOVE "ENTRADAS FUERA DE RANGO U OMITIDAS.." TO TRA-ETIQUETA.
004630     MOVE WS-CUENTA-OMITIDAS TO TRA-VALOR.
004640     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004650     WRITE REPORT-RECORD.
004660     CLOSE REPORT-FILE.
004670     MOVE RETURN-CODE TO WS-RC-GUARDADO.
004680     MOVE WS-CUENTA-APLICADAS TO WS-AUDT-CANTIDAD.
004690     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004700     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004710     MOVE WS-CUENTA-APLICADAS TO WS-CATG-CANTIDAD.
004720     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
004730             WS-CATG-CANTIDAD.
004740     MOVE WS-RC-GUARDADO TO RETURN-CODE.
004750     DISPLAY " RECUPERACION: " WS-CUENTA-APLICADAS
004760         " ENTRADA(S) DE JOURNAL APLICADAS.".
004770 9000-EXIT.
004780     EXIT.
004790
004800 END PROGRAM persona_recup.
