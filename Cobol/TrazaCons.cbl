000340* MODIFICATION HISTORY
000350* DATE       INIT DESCRIPTION
000360* 2026-09-01 RW   INITIAL VERSION.
000370* 2026-10-15 RW   LAS ENTRADAS DEL DNI SE PIDEN A JOURNAL_LECTOR
000380*                 (INDICE PJRNIDX SOBRE LAS GENERACIONES MENSUALES
000390*                 DE PERSJRNL) EN VEZ DE RECORRER TODO EL JOURNAL.
000400* 2026-10-15 RW   ACEPTA EL ID DEL MICROCICLO INTRADIA
000410*                 (AAAAMMDDINNMMM): EL ERRORLOG Y EL RECICLO SE
000420*                 BUSCAN CON EL SUFIJO .INN DE ESA CORRIDA.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. traza_consulta.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TRAZAS-FILE ASSIGN TO "TRAZAS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TRZ-STATUS.
000530
000540     SELECT LOG-FILE ASSIGN DYNAMIC WS-NOMBRE-LOG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-LOG-STATUS.
000570
000580     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SUSP-STATUS.
000610
000620     SELECT RECICLO-FILE ASSIGN DYNAMIC WS-NOMBRE-RECICLO
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REC-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  TRAZAS-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  TRAZAS-RECORD.
000720     05  TRZ-ID                  PIC X(14).
000730     05  FILLER                  PIC X(01).
000740     05  TRZ-TIMESTAMP           PIC X(14).
000750     05  FILLER                  PIC X(01).
000760     05  TRZ-ETAPA               PIC X(10).
000770     05  FILLER                  PIC X(01).
000780     05  TRZ-DNI                 PIC X(08).
000790     05  FILLER                  PIC X(01).
000800     05  TRZ-DETALLE             PIC X(30).
000810
000820 FD  LOG-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 117 CHARACTERS.
000850 01  LOG-RECORD.
000860     05  ELOG-TIMESTAMP          PIC X(21).
000870     05  FILLER                  PIC X(01).
000880     05  ELOG-PROGRAMA           PIC X(20).
000890     05  FILLER                  PIC X(01).
000900     05  ELOG-CODIGO             PIC 9(04).
000910     05  FILLER                  PIC X(01).
000920     05  ELOG-MENSAJE            PIC X(59).
000930     05  FILLER                  PIC X(01).
000940     05  ELOG-OPERADOR           PIC X(08).
000950
000960 FD  SUSPENSO-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 112 CHARACTERS.
000990 01  SUSPENSO-RECORD.
001000     05  SUSP-ESTADO             PIC X(01).
001010     05  FILLER                  PIC X(01).
001020     05  SUSP-FECHA-ALTA         PIC 9(08).
001030     05  FILLER                  PIC X(01).
001040     05  SUSP-PROGRAMA           PIC X(20).
001050     05  FILLER                  PIC X(01).
001060     05  SUSP-VALOR              PIC X(03).
001070     05  FILLER                  PIC X(01).
001080     05  SUSP-MOTIVO             PIC X(30).
001090     05  FILLER                  PIC X(01).
001100     05  SUSP-INICIALES          PIC X(03).
001110     05  FILLER                  PIC X(01).
001120     05  SUSP-NOTA               PIC X(30).
001130     05  FILLER                  PIC X(01).
001140     05  SUSP-COLA               PIC X(10).
001150
001160 FD  RECICLO-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 109 CHARACTERS.
001190 01  RECICLO-RECORD              PIC X(109).
001200
001210 WORKING-STORAGE SECTION.
001220 01  WS-TRZ-STATUS               PIC X(02).
001230 01  WS-LOG-STATUS               PIC X(02).
001240 01  WS-SUSP-STATUS              PIC X(02).
001250 01  WS-REC-STATUS               PIC X(02).
001260
001270 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001280     88  FIN-ARCHIVO             VALUE "S".
001290
001300 01  JOURNAL-RECORD.
001310     05  PJRN-TIMESTAMP          PIC X(21).
001320     05  FILLER                  PIC X(01).
001330     05  PJRN-PROGRAMA           PIC X(20).
001340     05  FILLER                  PIC X(01).
001350     05  PJRN-ACCION             PIC X(01).
001360     05  FILLER                  PIC X(01).
001370     05  PJRN-IMAGEN-ANTES       PIC X(117).
001380     05  FILLER                  PIC X(01).
001390     05  PJRN-IMAGEN-DESPUES     PIC X(117).
001400     05  FILLER                  PIC X(01).
001410     05  PJRN-HASH               PIC 9(11).
001420
001430*----------------------------------------------------------------
001440*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
001450*----------------------------------------------------------------
001460 01  JLC-AREA.
001470     05  JLC-FUNCION             PIC X(01).
001480     05  JLC-GEN-DESDE           PIC 9(06).
001490     05  JLC-GEN-HASTA           PIC 9(06).
001500     05  JLC-DNI                 PIC 9(08).
001510     05  JLC-FECHA-DESDE         PIC 9(08).
001520     05  JLC-FECHA-HASTA         PIC 9(08).
001530     05  JLC-RESULTADO           PIC X(01).
001540         88  JLC-OK              VALUE "0".
001550     05  JLC-GENERACION          PIC 9(06).
001560     05  JLC-ORDINAL             PIC 9(07).
001570     05  JLC-MENSAJE             PIC X(40).
001580
001590 01  WS-ID-PEDIDO                PIC X(14).
001600 01  WS-FECHA-TRAZA              PIC X(08).
001610 01  WS-SUFIJO-TRAZA             PIC X(04) VALUE SPACES.
001620 01  WS-DNI-TRAZA                PIC X(08) VALUE SPACES.
001630 01  WS-NOMBRE-LOG               PIC X(21) VALUE SPACES.
001640 01  WS-NOMBRE-RECICLO           PIC X(20) VALUE SPACES.
001650 01  WS-CUENTA-ETAPAS            PIC 9(03) VALUE ZERO.
001660 01  WS-CUENTA-HALLAZGOS         PIC 9(03) VALUE ZERO.
001670
001680 PROCEDURE DIVISION.
001690
001700******************************************************************
001710* 0000-MAINLINE
001720******************************************************************
001730 0000-MAINLINE.
001740     DISPLAY "CONSULTA DE TRAZA DE UN MOVIMIENTO PERSTRAN".
001750     DISPLAY "ID DE TRAZA (AAAAMMDD-NNNNN O AAAAMMDDINNMMM): ".
001760     ACCEPT WS-ID-PEDIDO.
001770     IF WS-ID-PEDIDO(1:8) IS NOT NUMERIC
001780             OR (WS-ID-PEDIDO(9:1) NOT = "-"
001790                 AND WS-ID-PEDIDO(9:1) NOT = "I")
001800             OR WS-ID-PEDIDO(10:5) IS NOT NUMERIC
001810         DISPLAY "ID DE TRAZA INVALIDO."
001820         GOBACK
001830     END-IF.
001840     MOVE WS-ID-PEDIDO(1:8) TO WS-FECHA-TRAZA.
001850*    UN MOVIMIENTO DEL MICROCICLO INTRADIA DEJO SUS ARCHIVOS
001860*    CON EL SUFIJO .INN DE SU CORRIDA
001870     IF WS-ID-PEDIDO(9:1) = "I"
001880         STRING ".I" WS-ID-PEDIDO(10:2) DELIMITED BY SIZE
001890             INTO WS-SUFIJO-TRAZA
001900     END-IF.
001910     PERFORM 1000-ETAPAS-DE-LA-TRAZA THRU 1000-EXIT.
001920     IF WS-CUENTA-ETAPAS = ZERO
001930         DISPLAY "NO HAY ETAPAS REGISTRADAS PARA ESE ID."
001940         GOBACK
001950     END-IF.
001960     PERFORM 2000-ENTRADAS-DEL-JOURNAL THRU 2000-EXIT.
001970     PERFORM 3000-ENTRADAS-DEL-ERRORLOG THRU 3000-EXIT.
001980     PERFORM 4000-ITEMS-DEL-SUSPENSO THRU 4000-EXIT.
001990     PERFORM 5000-FILA-DEL-RECICLO THRU 5000-EXIT.
002000     DISPLAY " ".
002010     DISPLAY "FIN DEL VIAJE: " WS-CUENTA-ETAPAS " ETAPA(S) Y "
002020         WS-CUENTA-HALLAZGOS " RASTRO(S) EN LOS DEMAS ARCHIVOS.".
002030     GOBACK.
002040
002050******************************************************************
002060* 1000-ETAPAS-DE-LA-TRAZA - LAS ETAPAS DEL REGISTRO TRAZAS, EN
002070*     EL ORDEN EN QUE SE ESCRIBIERON; DE PASO SE TOMA EL DNI
002080*     DEL MOVIMIENTO PARA BUSCAR EN LOS DEMAS ARCHIVOS
002090******************************************************************
002100 1000-ETAPAS-DE-LA-TRAZA.
002110     DISPLAY " ".
002120     DISPLAY "ETAPAS REGISTRADAS (TRAZAS):".
002130     MOVE "N" TO WS-EOF-ARCHIVO.
002140     OPEN INPUT TRAZAS-FILE.
002150     IF WS-TRZ-STATUS NOT = "00"
002160         DISPLAY "  EL REGISTRO TRAZAS NO ESTA DISPONIBLE."
002170         GO TO 1000-EXIT
002180     END-IF.
002190     PERFORM 1100-LEER-TRAZA THRU 1100-EXIT
002200         UNTIL FIN-ARCHIVO.
002210     CLOSE TRAZAS-FILE.
002220 1000-EXIT.
002230     EXIT.
002240
002250 1100-LEER-TRAZA.
002260     READ TRAZAS-FILE
002270         AT END
002280             SET FIN-ARCHIVO TO TRUE
002290         NOT AT END
002300             IF TRZ-ID = WS-ID-PEDIDO
002310                 ADD 1 TO WS-CUENTA-ETAPAS
002320                 DISPLAY "  " TRZ-TIMESTAMP " " TRZ-ETAPA " "
002330                     TRZ-DETALLE
002340                 IF TRZ-DNI NOT = SPACES
002350                     MOVE TRZ-DNI TO WS-DNI-TRAZA
002360                 END-IF
002370             END-IF
002380     END-READ.
002390 1100-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430* 2000-ENTRADAS-DEL-JOURNAL - LAS ENTRADAS DE PERSJRNL DE ESE
002440*     DIA, DE PERSONAMANTBAT, PARA EL DNI DEL MOVIMIENTO
002450******************************************************************
002460 2000-ENTRADAS-DEL-JOURNAL.
002470     DISPLAY " ".
002480     DISPLAY "ENTRADAS DEL JOURNAL (PERSJRNL):".
002490     IF WS-DNI-TRAZA = SPACES
002500         DISPLAY "  (LA TRAZA NO LLEVA DNI - SIN BUSQUEDA)"
002510         GO TO 2000-EXIT
002520     END-IF.
002530     MOVE "N" TO WS-EOF-ARCHIVO.
002540     MOVE SPACES TO JLC-AREA.
002550     MOVE "D" TO JLC-FUNCION.
002560     MOVE WS-DNI-TRAZA TO JLC-DNI.
002570     MOVE ZERO TO JLC-FECHA-DESDE.
002580     MOVE 99999999 TO JLC-FECHA-HASTA.
002590     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002600     IF NOT JLC-OK
002610         DISPLAY "  PERSJRNL NO DISPONIBLE."
002620         GO TO 2000-EXIT
002630     END-IF.
002640     PERFORM 2100-LEER-JOURNAL THRU 2100-EXIT
002650         UNTIL FIN-ARCHIVO.
002660     MOVE "C" TO JLC-FUNCION.
002670     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002680 2000-EXIT.
002690     EXIT.
002700
002710 2100-LEER-JOURNAL.
002720     MOVE "S" TO JLC-FUNCION.
002730     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002740     IF NOT JLC-OK
002750         SET FIN-ARCHIVO TO TRUE
002760         GO TO 2100-EXIT
002770     END-IF.
002780     IF PJRN-TIMESTAMP(1:8) = WS-FECHA-TRAZA
002790             AND PJRN-PROGRAMA(1:14) = "PersonaMantBat"
002800             AND (PJRN-IMAGEN-ANTES(1:8) = WS-DNI-TRAZA
002810                 OR PJRN-IMAGEN-DESPUES(1:8) = WS-DNI-TRAZA)
002820         ADD 1 TO WS-CUENTA-HALLAZGOS
002830         DISPLAY "  " PJRN-TIMESTAMP " ACCION "
002840             PJRN-ACCION " (IMAGENES EN PERSJRNL)"
002850     END-IF.
002860 2100-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900* 3000-ENTRADAS-DEL-ERRORLOG - LO QUE PERSONAMANTBAT DEJO EN LA
002910*     BITACORA FECHADA DE ESE DIA
002920******************************************************************
002930 3000-ENTRADAS-DEL-ERRORLOG.
002940     DISPLAY " ".
002950     DISPLAY "ENTRADAS DE ERRORLOG." WS-FECHA-TRAZA
002960         WS-SUFIJO-TRAZA ":".
002970     MOVE SPACES TO WS-NOMBRE-LOG.
002980     STRING "ERRORLOG." WS-FECHA-TRAZA DELIMITED BY SIZE
002990         WS-SUFIJO-TRAZA DELIMITED BY SPACE
003000         INTO WS-NOMBRE-LOG.
003010     MOVE "N" TO WS-EOF-ARCHIVO.
003020     OPEN INPUT LOG-FILE.
003030     IF WS-LOG-STATUS NOT = "00"
003040         DISPLAY "  (SIN BITACORA DE ESA FECHA)"
003050         GO TO 3000-EXIT
003060     END-IF.
003070     PERFORM 3100-LEER-ERRORLOG THRU 3100-EXIT
003080         UNTIL FIN-ARCHIVO.
003090     CLOSE LOG-FILE.
003100 3000-EXIT.
003110     EXIT.
003120
003130 3100-LEER-ERRORLOG.
003140     READ LOG-FILE
003150         AT END
003160             SET FIN-ARCHIVO TO TRUE
003170         NOT AT END
003180             IF ELOG-PROGRAMA(1:14) = "PersonaMantBat"
003190                 ADD 1 TO WS-CUENTA-HALLAZGOS
003200                 DISPLAY "  " ELOG-TIMESTAMP " COD " ELOG-CODIGO
003210                     " " ELOG-MENSAJE
003220             END-IF
003230     END-READ.
003240 3100-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 4000-ITEMS-DEL-SUSPENSO - LOS PENDIENTES DE PERSONAMANTBAT
003290*     DADOS DE ALTA ESA FECHA
003300******************************************************************
003310 4000-ITEMS-DEL-SUSPENSO.
003320     DISPLAY " ".
003330     DISPLAY "ITEMS EN EL SUSPENSO:".
003340     MOVE "N" TO WS-EOF-ARCHIVO.
003350     OPEN INPUT SUSPENSO-FILE.
003360     IF WS-SUSP-STATUS NOT = "00"
003370         DISPLAY "  (SIN ARCHIVO SUSPENSO)"
003380         GO TO 4000-EXIT
003390     END-IF.
003400     PERFORM 4100-LEER-SUSPENSO THRU 4100-EXIT
003410         UNTIL FIN-ARCHIVO.
003420     CLOSE SUSPENSO-FILE.
003430 4000-EXIT.
003440     EXIT.
003450
003460 4100-LEER-SUSPENSO.
003470     READ SUSPENSO-FILE
003480         AT END
003490             SET FIN-ARCHIVO TO TRUE
003500         NOT AT END
003510             IF SUSP-PROGRAMA(1:14) = "PersonaMantBat"
003520                     AND SUSP-FECHA-ALTA = WS-FECHA-TRAZA
003530                 ADD 1 TO WS-CUENTA-HALLAZGOS
003540                 DISPLAY "  " SUSP-ESTADO " " SUSP-FECHA-ALTA
003550                     " " SUSP-MOTIVO " COLA " SUSP-COLA
003560             END-IF
003570     END-READ.
003580 4100-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620* 5000-FILA-DEL-RECICLO - LA FILA DEL DECK DE RECICLO DE ESA
003630*     FECHA QUE LLEVA EL DNI DEL MOVIMIENTO
003640******************************************************************
003650 5000-FILA-DEL-RECICLO.
003660     DISPLAY " ".
003670     DISPLAY "DECK DE RECICLO RECICLO." WS-FECHA-TRAZA
003680         WS-SUFIJO-TRAZA ":".
003690     IF WS-DNI-TRAZA = SPACES
003700         DISPLAY "  (LA TRAZA NO LLEVA DNI - SIN BUSQUEDA)"
003710         GO TO 5000-EXIT
003720     END-IF.
003730     MOVE SPACES TO WS-NOMBRE-RECICLO.
003740     STRING "RECICLO." WS-FECHA-TRAZA DELIMITED BY SIZE
003750         WS-SUFIJO-TRAZA DELIMITED BY SPACE
003760         INTO WS-NOMBRE-RECICLO.
003770     MOVE "N" TO WS-EOF-ARCHIVO.
003780     OPEN INPUT RECICLO-FILE.
003790     IF WS-REC-STATUS NOT = "00"
003800         DISPLAY "  (SIN DECK DE RECICLO DE ESA FECHA)"
003810         GO TO 5000-EXIT
003820     END-IF.
003830     PERFORM 5100-LEER-RECICLO THRU 5100-EXIT
003840         UNTIL FIN-ARCHIVO.
003850     CLOSE RECICLO-FILE.
003860 5000-EXIT.
003870     EXIT.
003880
003890 5100-LEER-RECICLO.
003900     READ RECICLO-FILE
003910         AT END
003920             SET FIN-ARCHIVO TO TRUE
003930         NOT AT END
003940             IF RECICLO-RECORD(2:8) = WS-DNI-TRAZA
003950                 ADD 1 TO WS-CUENTA-HALLAZGOS
003960                 DISPLAY "  ACCION " RECICLO-RECORD(1:1)
003970                     " DNI " RECICLO-RECORD(2:8)
003980                     " LISTA PARA CORREGIR Y REALIMENTAR"
003990             END-IF
004000     END-READ.
004010 5100-EXIT.
004020     EXIT.
004030
004040 END PROGRAM traza_consulta.
