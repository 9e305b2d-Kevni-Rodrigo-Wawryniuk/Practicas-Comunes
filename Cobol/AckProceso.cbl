000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* 2026-08-12 RW   INITIAL VERSION.
000310* 2026-10-15 RW   LOS REENVIOS (REENVIO_EXTRACTO, NOMBRE
000320*                 FAMILIA.AAAAMMDD.ENN) SE CONCILIAN COMO UNA
000330*                 SALIDA MAS: CADA UNO ESPERA SU PROPIO ACK Y SE
000340*                 CUENTA Y SE INFORMA APARTE DEL EXTRACTO DIARIO.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ack_proceso.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ACK-FILE ASSIGN TO "ACKFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ACK-STATUS.
000450
000460     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CAT-STATUS.
000490
000500     SELECT PARM-FILE ASSIGN TO "ACKCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACK-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 37 CHARACTERS.
000590 01  ACK-RECORD.
000600     05  ACK-ARCHIVO             PIC X(21).
000610     05  FILLER                  PIC X(01).
000620     05  ACK-CARGADOS            PIC 9(07).
000630     05  FILLER                  PIC X(01).
000640     05  ACK-RECHAZADOS          PIC 9(07).
000650
000660 FD  CATALOGO-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 59 CHARACTERS.
000690 01  CATALOGO-RECORD.
000700     05  CATG-FECHA              PIC 9(08).
000710     05  FILLER                  PIC X(01).
000720     05  CATG-ARCHIVO            PIC X(21).
000730     05  FILLER                  PIC X(01).
000740     05  CATG-PROGRAMA           PIC X(20).
000750     05  FILLER                  PIC X(01).
000760     05  CATG-CANTIDAD           PIC 9(07).
000770
000780 FD  PARM-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 02 CHARACTERS.
000810 01  PARM-RECORD.
000820     05  PARM-DIAS-ACK           PIC 9(02).
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-ACK-STATUS               PIC X(02).
000860 01  WS-CAT-STATUS               PIC X(02).
000870 01  WS-PARM-STATUS              PIC X(02).
000880 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000890     88  FIN-ARCHIVO             VALUE "S".
000900 01  WS-DIAS-ESPERA              PIC 9(02) VALUE 2.
000910
000920*----------------------------------------------------------------
000930*    ACKS RECIBIDOS DEL DOWNSTREAM, EN MEMORIA
000940*----------------------------------------------------------------
000950 01  WS-MAX-ACKS                 PIC 9(03) VALUE 100.
000960 01  WS-CANT-ACKS                PIC 9(03) VALUE ZERO.
000970 01  TABLA-ACKS.
000980     05  ACKT-ENTRADA OCCURS 100 TIMES.
000990         10  ACKT-ARCHIVO        PIC X(21).
001000         10  ACKT-CARGADOS       PIC 9(07).
001010         10  ACKT-RECHAZADOS     PIC 9(07).
001020 01  WS-IDX-ACK                  PIC 9(03) COMP.
001030 01  WS-SW-ACK                   PIC X(01) VALUE "N".
001040     88  ACK-HALLADO             VALUE "S".
001050 01  WS-IDX-HALLADO              PIC 9(03) COMP.
001060
001070*----------------------------------------------------------------
001080*    EVALUACION DE CADA EXPORTACION CATALOGADA
001090*----------------------------------------------------------------
001100 01  WS-FECHA-HOY                PIC X(08).
001110 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001120 01  WS-FECHA-NUMERICA           PIC 9(08).
001130 01  WS-DIA-HOY-ENTERO           PIC 9(07) COMP.
001140 01  WS-DIA-EXP-ENTERO           PIC 9(07) COMP.
001150 01  WS-DIAS-SIN-ACK             PIC S9(05) COMP.
001160 01  WS-CUENTA-EXPORTS           PIC 9(05) VALUE ZERO.
001170 01  WS-CUENTA-CONFORMES         PIC 9(05) VALUE ZERO.
001180 01  WS-CUENTA-OBSERVADOS        PIC 9(05) VALUE ZERO.
001190 01  WS-CUENTA-REENVIOS          PIC 9(05) VALUE ZERO.
001200 01  WS-TIPO-SALIDA              PIC X(01) VALUE "E".
001210     88  SALIDA-EXPORTACION      VALUE "E".
001220     88  SALIDA-REENVIO          VALUE "R".
001230
001240*----------------------------------------------------------------
001250*    CAMPOS PARA LA BITACORA DE ERRORES Y LA AUDITORIA
001260*----------------------------------------------------------------
001270 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "ack_proceso".
001280 01  WS-ELOG-CODIGO              PIC 9(04).
001290 01  WS-ELOG-MENSAJE             PIC X(59).
001300 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "ack_proceso".
001310 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001320
001330 PROCEDURE DIVISION.
001340
001350******************************************************************
001360* 0000-MAINLINE
001370******************************************************************
001380 0000-MAINLINE.
001390     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001400     PERFORM 2000-RECORRER-CATALOGO THRU 2000-EXIT.
001410     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001420     GOBACK.
001430
001440******************************************************************
001450* 1000-INICIALIZAR - DIAS DE ESPERA, ACKS RECIBIDOS Y CATALOGO
001460******************************************************************
001470 1000-INICIALIZAR.
001480     OPEN INPUT PARM-FILE.
001490     IF WS-PARM-STATUS = "00"
001500         READ PARM-FILE
001510             NOT AT END
001520                 IF PARM-DIAS-ACK IS NUMERIC
001530                         AND PARM-DIAS-ACK > 0
001540                     MOVE PARM-DIAS-ACK TO WS-DIAS-ESPERA
001550                 END-IF
001560         END-READ
001570         CLOSE PARM-FILE
001580     END-IF.
001590     OPEN INPUT ACK-FILE.
001600     IF WS-ACK-STATUS = "00"
001610         PERFORM 1100-LEER-ACK THRU 1100-EXIT
001620             UNTIL FIN-ARCHIVO
001630         CLOSE ACK-FILE
001640     END-IF.
001650     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001660     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
001670     COMPUTE WS-DIA-HOY-ENTERO =
001680         FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA).
001690     OPEN INPUT CATALOGO-FILE.
001700 1000-EXIT.
001710     EXIT.
001720
001730 1100-LEER-ACK.
001740     READ ACK-FILE
001750         AT END
001760             SET FIN-ARCHIVO TO TRUE
001770         NOT AT END
001780             IF WS-CANT-ACKS < WS-MAX-ACKS
001790                     AND ACK-CARGADOS IS NUMERIC
001800                 ADD 1 TO WS-CANT-ACKS
001810                 MOVE ACK-ARCHIVO TO ACKT-ARCHIVO(WS-CANT-ACKS)
001820                 MOVE ACK-CARGADOS TO
001830                     ACKT-CARGADOS(WS-CANT-ACKS)
001840                 MOVE ACK-RECHAZADOS TO
001850                     ACKT-RECHAZADOS(WS-CANT-ACKS)
001860             END-IF
001870     END-READ.
001880 1100-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920* 2000-RECORRER-CATALOGO - EVALUA CADA EXPORTACION CSV CATALOGADA
001930******************************************************************
001940 2000-RECORRER-CATALOGO.
001950     IF WS-CAT-STATUS NOT = "00"
001960         DISPLAY "SIN CATALOGO DE SALIDAS, NADA QUE CONCILIAR."
001970         GO TO 2000-EXIT
001980     END-IF.
001990     MOVE "N" TO WS-EOF-ARCHIVO.
002000     PERFORM 2100-LEER-CATALOGO THRU 2100-EXIT
002010         UNTIL FIN-ARCHIVO.
002020     CLOSE CATALOGO-FILE.
002030 2000-EXIT.
002040     EXIT.
002050
002060 2100-LEER-CATALOGO.
002070     READ CATALOGO-FILE
002080         AT END
002090             SET FIN-ARCHIVO TO TRUE
002100         NOT AT END
002110             IF CATG-PROGRAMA = "exportar_datos"
002120                 SET SALIDA-EXPORTACION TO TRUE
002130                 ADD 1 TO WS-CUENTA-EXPORTS
002140                 PERFORM 2200-CONCILIAR-EXPORT THRU 2200-EXIT
002150             END-IF
002160             IF CATG-PROGRAMA = "reenvio_extracto"
002170                 SET SALIDA-REENVIO TO TRUE
002180                 ADD 1 TO WS-CUENTA-EXPORTS
002190                 ADD 1 TO WS-CUENTA-REENVIOS
002200                 PERFORM 2200-CONCILIAR-EXPORT THRU 2200-EXIT
002210             END-IF
002220     END-READ.
002230 2100-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270* 2200-CONCILIAR-EXPORT - BUSCA EL ACK DEL EXTRACTO Y COMPARA
002280*     CANTIDADES; SIN ACK, CONTROLA LOS DIAS DE ESPERA. UN
002290*     REENVIO SE BUSCA POR SU PROPIO NOMBRE (.ENN): EL ACK DEL
002300*     EXTRACTO ORIGINAL NO LO CUBRE
002310******************************************************************
002320 2200-CONCILIAR-EXPORT.
002330     PERFORM 2300-BUSCAR-ACK THRU 2300-EXIT.
002340     IF WS-IDX-HALLADO = ZERO
002350         COMPUTE WS-DIA-EXP-ENTERO =
002360             FUNCTION INTEGER-OF-DATE(CATG-FECHA)
002370         COMPUTE WS-DIAS-SIN-ACK =
002380             WS-DIA-HOY-ENTERO - WS-DIA-EXP-ENTERO
002390         IF WS-DIAS-SIN-ACK > WS-DIAS-ESPERA
002400             ADD 1 TO WS-CUENTA-OBSERVADOS
002410             DISPLAY " SIN ACK: " CATG-ARCHIVO
002420             MOVE 35 TO WS-ELOG-CODIGO
002430             MOVE SPACES TO WS-ELOG-MENSAJE
002440             IF SALIDA-REENVIO
002450                 STRING "REENVIO SIN ACK DEL DOWNSTREAM: "
002460                     CATG-ARCHIVO DELIMITED BY SIZE
002470                     INTO WS-ELOG-MENSAJE
002480             ELSE
002490                 STRING "EXPORTACION SIN ACK DEL DOWNSTREAM: "
002500                     CATG-ARCHIVO DELIMITED BY SIZE
002510                     INTO WS-ELOG-MENSAJE
002520             END-IF
002530             CALL "errorlog" USING WS-ELOG-PROGRAMA
002540                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
002550         END-IF
002560         GO TO 2200-EXIT
002570     END-IF.
002580     IF ACKT-CARGADOS(WS-IDX-HALLADO) NOT = CATG-CANTIDAD
002590         ADD 1 TO WS-CUENTA-OBSERVADOS
002600         DISPLAY " ACK NO CUADRA: " CATG-ARCHIVO
002610         MOVE 35 TO WS-ELOG-CODIGO
002620         MOVE SPACES TO WS-ELOG-MENSAJE
002630         STRING "ACK NO CUADRA CON LO EXPORTADO: "
002640             CATG-ARCHIVO DELIMITED BY SIZE
002650             INTO WS-ELOG-MENSAJE
002660         CALL "errorlog" USING WS-ELOG-PROGRAMA
002670                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
002680     ELSE
002690         IF ACKT-RECHAZADOS(WS-IDX-HALLADO) > ZERO
002700             ADD 1 TO WS-CUENTA-OBSERVADOS
002710             DISPLAY " ACK CON RECHAZOS: " CATG-ARCHIVO
002720             MOVE 35 TO WS-ELOG-CODIGO
002730             MOVE SPACES TO WS-ELOG-MENSAJE
002740             STRING "EL DOWNSTREAM RECHAZO REGISTROS DE: "
002750                 CATG-ARCHIVO DELIMITED BY SIZE
002760                 INTO WS-ELOG-MENSAJE
002770             CALL "errorlog" USING WS-ELOG-PROGRAMA
002780                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
002790         ELSE
002800             ADD 1 TO WS-CUENTA-CONFORMES
002810         END-IF
002820     END-IF.
002830 2200-EXIT.
002840     EXIT.
002850
002860 2300-BUSCAR-ACK.
002870     MOVE "N" TO WS-SW-ACK.
002880     MOVE ZERO TO WS-IDX-HALLADO.
002890     PERFORM VARYING WS-IDX-ACK FROM 1 BY 1
002900             UNTIL WS-IDX-ACK > WS-CANT-ACKS
002910                 OR ACK-HALLADO
002920         PERFORM 2310-COMPARAR-ACK THRU 2310-EXIT
002930     END-PERFORM.
002940 2300-EXIT.
002950     EXIT.
002960
002970 2310-COMPARAR-ACK.
002980     IF ACKT-ARCHIVO(WS-IDX-ACK) = CATG-ARCHIVO
002990         SET ACK-HALLADO TO TRUE
003000         MOVE WS-IDX-ACK TO WS-IDX-HALLADO
003010     END-IF.
003020 2310-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060* 9000-TERMINAR - RESUMEN Y AUDITORIA DE LA CONCILIACION
003070******************************************************************
003080 9000-TERMINAR.
003090     DISPLAY " EXPORTACIONES EVALUADAS: " WS-CUENTA-EXPORTS.
003100     DISPLAY " CONFORMES...............: " WS-CUENTA-CONFORMES.
003110     DISPLAY " OBSERVADAS..............: " WS-CUENTA-OBSERVADOS.
003120     DISPLAY " DE ELLAS, REENVIOS......: " WS-CUENTA-REENVIOS.
003130     MOVE WS-CUENTA-EXPORTS TO WS-AUDT-CANTIDAD.
003140     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
003150 9000-EXIT.
003160     EXIT.
003170
003180 END PROGRAM ack_proceso.
