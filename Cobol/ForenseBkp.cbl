000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* 2026-09-01 RW   INITIAL VERSION.
000350* 2026-10-15 RW   EL JOURNAL DEL INTERVALO SE LEE POR
000360*                 JOURNAL_LECTOR DESDE LA GENERACION MENSUAL
000370*                 ANTERIOR A LA DEL RESGUARDO VIEJO.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. forense_bkp.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT FORCTL-FILE ASSIGN TO "FORCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FOR-STATUS.
000480
000490     SELECT BKPGEN-FILE ASSIGN TO "BKPGEN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-GEN-STATUS.
000520
000530     SELECT RESG-FILE ASSIGN DYNAMIC WS-NOMBRE-RESG
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RSG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  FORCTL-FILE
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 17 CHARACTERS.
000620 01  FORCTL-RECORD.
000630     05  FCTL-FECHA-ANTERIOR     PIC 9(08).
000640     05  FILLER                  PIC X(01).
000650     05  FCTL-FECHA-POSTERIOR    PIC 9(08).
000660
000670 FD  BKPGEN-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 39 CHARACTERS.
000700 01  BKPGEN-RECORD.
000710     05  GEN-FECHA               PIC 9(08).
000720     05  FILLER                  PIC X(01).
000730     05  GEN-ARCHIVO             PIC X(21).
000740     05  FILLER                  PIC X(01).
000750     05  GEN-CANTIDAD            PIC 9(07).
000760
000770 FD  RESG-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 117 CHARACTERS.
000800 01  RESG-RECORD                 PIC X(117).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-FOR-STATUS               PIC X(02).
000840 01  WS-GEN-STATUS               PIC X(02).
000850 01  WS-RSG-STATUS               PIC X(02).
000860 01  WS-FECHA-HOY                PIC X(08).
000870 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000880 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
000890 01  WS-CATG-ARCHIVO             PIC X(21).
000900 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "forense_bkp".
000910 01  WS-CATG-CANTIDAD            PIC 9(07).
000920
000930 01  WS-EOF-GEN                  PIC X(01) VALUE "N".
000940     88  FIN-GENERACIONES        VALUE "S".
000950 01  WS-EOF-RESG                 PIC X(01) VALUE "N".
000960     88  FIN-RESGUARDO           VALUE "S".
000970 01  WS-EOF-JRN                  PIC X(01) VALUE "N".
000980     88  FIN-JOURNAL             VALUE "S".
000990 01  WS-SW-OPERABLE              PIC X(01) VALUE "S".
001000     88  FORENSE-OPERABLE        VALUE "S".
001010
001020 01  JOURNAL-RECORD.
001030     05  PJRN-TIMESTAMP          PIC X(21).
001040     05  FILLER                  PIC X(01).
001050     05  PJRN-PROGRAMA           PIC X(20).
001060     05  FILLER                  PIC X(01).
001070     05  PJRN-ACCION             PIC X(01).
001080     05  FILLER                  PIC X(01).
001090     05  PJRN-IMAGEN-ANTES       PIC X(117).
001100     05  FILLER                  PIC X(01).
001110     05  PJRN-IMAGEN-DESPUES     PIC X(117).
001120     05  FILLER                  PIC X(01).
001130     05  PJRN-HASH               PIC 9(11).
001140
001150*----------------------------------------------------------------
001160*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
001170*----------------------------------------------------------------
001180 01  JLC-AREA.
001190     05  JLC-FUNCION             PIC X(01).
001200     05  JLC-GEN-DESDE           PIC 9(06).
001210     05  JLC-GEN-HASTA           PIC 9(06).
001220     05  JLC-DNI                 PIC 9(08).
001230     05  JLC-FECHA-DESDE         PIC 9(08).
001240     05  JLC-FECHA-HASTA         PIC 9(08).
001250     05  JLC-RESULTADO           PIC X(01).
001260         88  JLC-OK              VALUE "0".
001270     05  JLC-GENERACION          PIC 9(06).
001280     05  JLC-ORDINAL             PIC 9(07).
001290     05  JLC-MENSAJE             PIC X(40).
001300
001310 01  WS-FECHA-ANTERIOR           PIC 9(08) VALUE ZERO.
001320 01  WS-FECHA-POSTERIOR          PIC 9(08) VALUE ZERO.
001330 01  WS-NOMBRE-RESG              PIC X(21) VALUE SPACES.
001340
001350*----------------------------------------------------------------
001360*    LAS DOS GENERACIONES EN MEMORIA, YA ORDENADAS POR DNI (EL
001370*    UNLOAD RECORRE EL MAESTRO POR CLAVE), PARA COMPARARLAS EN
001380*    UNA SOLA PASADA DE MEZCLA
001390*----------------------------------------------------------------
001400 01  WS-MAX-RESGUARDO            PIC 9(04) VALUE 2000.
001410 01  WS-CANT-A                   PIC 9(04) VALUE ZERO.
001420 01  TABLA-RESGUARDO-A.
001430     05  RA-REGISTRO OCCURS 2000 TIMES PIC X(117).
001440 01  WS-CANT-B                   PIC 9(04) VALUE ZERO.
001450 01  TABLA-RESGUARDO-B.
001460     05  RB-REGISTRO OCCURS 2000 TIMES PIC X(117).
001470 01  WS-CANT-CARGA               PIC 9(04) VALUE ZERO.
001480 01  WS-SW-TRUNCADA              PIC X(01) VALUE "N".
001490     88  CARGA-TRUNCADA          VALUE "S".
001500 77  WS-SUB-A                    PIC 9(04) COMP.
001510 77  WS-SUB-B                    PIC 9(04) COMP.
001520
001530*----------------------------------------------------------------
001540*    DNIS QUE EL JOURNAL MENCIONA EN EL INTERVALO (IMAGEN ANTES
001550*    O DESPUES): LA EVIDENCIA CONTRA LA QUE SE EXPLICA CADA
001560*    CAMBIO IMPLICADO
001570*----------------------------------------------------------------
001580 01  WS-MAX-JOURNAL              PIC 9(04) VALUE 4000.
001590 01  WS-CANT-JRN                 PIC 9(04) VALUE ZERO.
001600 01  TABLA-JOURNAL.
001610     05  JT-DNI OCCURS 4000 TIMES PIC X(08).
001620 77  WS-IDX-JRN                  PIC 9(04) COMP.
001630 01  WS-SW-EXPLICADO             PIC X(01) VALUE "N".
001640     88  CAMBIO-EXPLICADO        VALUE "S".
001650 01  WS-DNI-BUSCADO              PIC X(08).
001660 01  WS-TIPO-CAMBIO              PIC X(12).
001670
001680 01  WS-CUENTA-ALTAS             PIC 9(05) VALUE ZERO.
001690 01  WS-CUENTA-BAJAS             PIC 9(05) VALUE ZERO.
001700 01  WS-CUENTA-MODIFS            PIC 9(05) VALUE ZERO.
001710 01  WS-CUENTA-SIN-EXPLICAR      PIC 9(05) VALUE ZERO.
001720
001730*----------------------------------------------------------------
001740*    LINEAS DEL REPORTE FORENSE (REPORTE_SVC)
001750*----------------------------------------------------------------
001760 01  RSVC-AREA.
001770     05  RSVC-FUNCION            PIC X(01).
001780     05  RSVC-ARCHIVO            PIC X(21).
001790     05  RSVC-TITULO             PIC X(40).
001800     05  RSVC-LINEA              PIC X(132).
001810     05  RSVC-CANT-LINEAS        PIC 9(07).
001820 01  WS-LINEA-INTERVALO.
001830     05  FILLER                  PIC X(22)
001840             VALUE "GENERACIONES: PERSBKP.".
001850     05  INT-FECHA-A             PIC 9(08).
001860     05  FILLER                  PIC X(12)
001870             VALUE " -> PERSBKP.".
001880     05  INT-FECHA-B             PIC 9(08).
001890     05  FILLER                  PIC X(82) VALUE SPACES.
001900 01  WS-LINEA-HALLAZGO.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  HAL-TIPO                PIC X(12).
001930     05  FILLER                  PIC X(06) VALUE "  DNI ".
001940     05  HAL-DNI                 PIC X(08).
001950     05  FILLER                  PIC X(35)
001960             VALUE "  SIN REGISTRO DE JOURNAL - REVISAR".
001970     05  FILLER                  PIC X(69) VALUE SPACES.
001980 01  WS-LINEA-TRAILER.
001990     05  TRA-ETIQUETA            PIC X(35).
002000     05  TRA-VALOR               PIC ZZZ,ZZ9.
002010     05  FILLER                  PIC X(90) VALUE SPACES.
002020 01  WS-DNI-ENMASCARADO          PIC X(08).
002030
002040 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "forense_bkp".
002050 01  WS-ELOG-CODIGO              PIC 9(04).
002060 01  WS-ELOG-MENSAJE             PIC X(59).
002070
002080*----------------------------------------------------------------
002090*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002100*----------------------------------------------------------------
002110 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "forense_bkp".
002120 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002130
002140 PROCEDURE DIVISION.
002150
002160******************************************************************
002170* 0000-MAINLINE
002180******************************************************************
002190 0000-MAINLINE.
002200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002210     IF FORENSE-OPERABLE
002220         PERFORM 3000-COMPARAR-GENERACIONES THRU 3000-EXIT
002230         PERFORM 9000-TERMINAR THRU 9000-EXIT
002240     END-IF.
002250     GOBACK.
002260
002270******************************************************************
002280* 1000-INICIALIZAR - ELIGE LAS DOS GENERACIONES (TARJETA FORCTL
002290*     O LAS DOS MAS RECIENTES DE BKPGEN), LAS CARGA EN MEMORIA Y
002300*     JUNTA LOS DNIS QUE EL JOURNAL MENCIONA EN EL INTERVALO
002310******************************************************************
002320 1000-INICIALIZAR.
002330     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002340     PERFORM 1100-ELEGIR-GENERACIONES THRU 1100-EXIT.
002350     IF NOT FORENSE-OPERABLE
002360         GO TO 1000-EXIT
002370     END-IF.
002380     MOVE SPACES TO WS-NOMBRE-RESG.
002390     STRING "PERSBKP." WS-FECHA-ANTERIOR DELIMITED BY SIZE
002400         INTO WS-NOMBRE-RESG.
002410     PERFORM 2000-CARGAR-RESGUARDO THRU 2000-EXIT.
002420     IF NOT FORENSE-OPERABLE
002430         GO TO 1000-EXIT
002440     END-IF.
002450     MOVE WS-CANT-CARGA TO WS-CANT-A.
002460     MOVE TABLA-RESGUARDO-B TO TABLA-RESGUARDO-A.
002470     MOVE SPACES TO WS-NOMBRE-RESG.
002480     STRING "PERSBKP." WS-FECHA-POSTERIOR DELIMITED BY SIZE
002490         INTO WS-NOMBRE-RESG.
002500     PERFORM 2000-CARGAR-RESGUARDO THRU 2000-EXIT.
002510     MOVE WS-CANT-CARGA TO WS-CANT-B.
002520     IF NOT FORENSE-OPERABLE
002530         GO TO 1000-EXIT
002540     END-IF.
002550     PERFORM 2500-CARGAR-JOURNAL THRU 2500-EXIT.
002560     MOVE SPACES TO WS-DYN-REPORT-FILE.
002570     STRING "FORENSE." WS-FECHA-HOY DELIMITED BY SIZE
002580         WS-SUFIJO-CICLO DELIMITED BY SPACE
002590         INTO WS-DYN-REPORT-FILE.
002600     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
002610     MOVE "CONTROL FORENSE DE RESGUARDOS" TO RSVC-TITULO.
002620     MOVE "A" TO RSVC-FUNCION.
002630     CALL "reporte_svc" USING RSVC-AREA.
002640     MOVE "E" TO RSVC-FUNCION.
002650     MOVE WS-FECHA-ANTERIOR TO INT-FECHA-A.
002660     MOVE WS-FECHA-POSTERIOR TO INT-FECHA-B.
002670     MOVE WS-LINEA-INTERVALO TO RSVC-LINEA.
002680     CALL "reporte_svc" USING RSVC-AREA.
002690     MOVE SPACES TO RSVC-LINEA.
002700     CALL "reporte_svc" USING RSVC-AREA.
002710 1000-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750* 1100-ELEGIR-GENERACIONES - LA TARJETA FORCTL MANDA; SIN ELLA,
002760*     LAS DOS FECHAS PERSBKP MAS ALTAS DEL REGISTRO BKPGEN
002770******************************************************************
002780 1100-ELEGIR-GENERACIONES.
002790     OPEN INPUT FORCTL-FILE.
002800     IF WS-FOR-STATUS = "00"
002810         READ FORCTL-FILE
002820             NOT AT END
002830                 IF FCTL-FECHA-ANTERIOR IS NUMERIC
002840                         AND FCTL-FECHA-POSTERIOR IS NUMERIC
002850                     MOVE FCTL-FECHA-ANTERIOR TO
002860                         WS-FECHA-ANTERIOR
002870                     MOVE FCTL-FECHA-POSTERIOR TO
002880                         WS-FECHA-POSTERIOR
002890                 END-IF
002900         END-READ
002910         CLOSE FORCTL-FILE
002920     END-IF.
002930     IF WS-FECHA-POSTERIOR > ZERO
002940         GO TO 1100-EXIT
002950     END-IF.
002960     OPEN INPUT BKPGEN-FILE.
002970     IF WS-GEN-STATUS NOT = "00"
002980         DISPLAY "SIN REGISTRO BKPGEN NI TARJETA FORCTL: NO HAY "
002990             "GENERACIONES PARA COMPARAR."
003000         MOVE "N" TO WS-SW-OPERABLE
003010         GO TO 1100-EXIT
003020     END-IF.
003030     PERFORM 1110-LEER-GENERACION THRU 1110-EXIT
003040         UNTIL FIN-GENERACIONES.
003050     CLOSE BKPGEN-FILE.
003060     IF WS-FECHA-ANTERIOR = ZERO OR WS-FECHA-POSTERIOR = ZERO
003070         DISPLAY "HACEN FALTA DOS GENERACIONES PERSBKP EN "
003080             "BKPGEN PARA COMPARAR."
003090         MOVE "N" TO WS-SW-OPERABLE
003100     END-IF.
003110 1100-EXIT.
003120     EXIT.
003130
003140 1110-LEER-GENERACION.
003150     READ BKPGEN-FILE
003160         AT END
003170             SET FIN-GENERACIONES TO TRUE
003180         NOT AT END
003190             IF GEN-ARCHIVO(1:8) = "PERSBKP."
003200                     AND GEN-FECHA IS NUMERIC
003210                 IF GEN-FECHA > WS-FECHA-POSTERIOR
003220                     MOVE WS-FECHA-POSTERIOR TO WS-FECHA-ANTERIOR
003230                     MOVE GEN-FECHA TO WS-FECHA-POSTERIOR
003240                 ELSE
003250                     IF GEN-FECHA > WS-FECHA-ANTERIOR
003260                             AND GEN-FECHA < WS-FECHA-POSTERIOR
003270                         MOVE GEN-FECHA TO WS-FECHA-ANTERIOR
003280                     END-IF
003290                 END-IF
003300             END-IF
003310     END-READ.
003320 1110-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 2000-CARGAR-RESGUARDO - CARGA LA GENERACION WS-NOMBRE-RESG EN
003370*     LA TABLA B (EL LLAMADOR LA COPIA A LA A SI CORRESPONDE)
003380******************************************************************
003390 2000-CARGAR-RESGUARDO.
003400     MOVE ZERO TO WS-CANT-CARGA.
003410     MOVE "N" TO WS-EOF-RESG.
003420     OPEN INPUT RESG-FILE.
003430     IF WS-RSG-STATUS NOT = "00"
003440         DISPLAY "NO SE PUEDE LEER LA GENERACION "
003450             WS-NOMBRE-RESG "."
003460         MOVE "N" TO WS-SW-OPERABLE
003470         GO TO 2000-EXIT
003480     END-IF.
003490     PERFORM 2100-LEER-RESGUARDO THRU 2100-EXIT
003500         UNTIL FIN-RESGUARDO.
003510     CLOSE RESG-FILE.
003520 2000-EXIT.
003530     EXIT.
003540
003550 2100-LEER-RESGUARDO.
003560     READ RESG-FILE
003570         AT END
003580             SET FIN-RESGUARDO TO TRUE
003590         NOT AT END
003600*            EL RESGUARDO CIERRA CON SU REGISTRO TRL DE
003610*            CONTROL (Y PODRIA ABRIR CON HDR): NO SON PERSONAS
003620             IF RESG-RECORD(1:3) = "HDR"
003630                     OR RESG-RECORD(1:3) = "TRL"
003640                 CONTINUE
003650             ELSE
003660             IF WS-CANT-CARGA < WS-MAX-RESGUARDO
003670                 ADD 1 TO WS-CANT-CARGA
003680                 MOVE RESG-RECORD TO RB-REGISTRO(WS-CANT-CARGA)
003690             ELSE
003700                 SET CARGA-TRUNCADA TO TRUE
003710             END-IF
003720             END-IF
003730     END-READ.
003740 2100-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780* 2500-CARGAR-JOURNAL - JUNTA LOS DNIS (IMAGEN ANTES Y DESPUES)
003790*     DE TODA ENTRADA DEL JOURNAL FECHADA DENTRO DEL INTERVALO
003800*     ENTRE LAS DOS GENERACIONES
003810******************************************************************
003820 2500-CARGAR-JOURNAL.
003830     MOVE SPACES TO JLC-AREA.
003840     MOVE "R" TO JLC-FUNCION.
003850     MOVE WS-FECHA-ANTERIOR(1:6) TO JLC-GEN-DESDE.
003860     SUBTRACT 1 FROM JLC-GEN-DESDE.
003870     IF JLC-GEN-DESDE(5:2) = "00"
003880         SUBTRACT 88 FROM JLC-GEN-DESDE
003890     END-IF.
003900     MOVE 999999 TO JLC-GEN-HASTA.
003910     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
003920     IF NOT JLC-OK
003930         GO TO 2500-EXIT
003940     END-IF.
003950     PERFORM 2510-LEER-JOURNAL THRU 2510-EXIT
003960         UNTIL FIN-JOURNAL.
003970     MOVE "C" TO JLC-FUNCION.
003980     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
003990 2500-EXIT.
004000     EXIT.
004010
004020 2510-LEER-JOURNAL.
004030     MOVE "S" TO JLC-FUNCION.
004040     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
004050     IF NOT JLC-OK
004060         SET FIN-JOURNAL TO TRUE
004070         GO TO 2510-EXIT
004080     END-IF.
004090     IF PJRN-TIMESTAMP(1:8) >= WS-FECHA-ANTERIOR
004100             AND PJRN-TIMESTAMP(1:8) <= WS-FECHA-POSTERIOR
004110         MOVE PJRN-IMAGEN-ANTES(1:8) TO WS-DNI-BUSCADO
004120         PERFORM 2520-ANOTAR-DNI THRU 2520-EXIT
004130         MOVE PJRN-IMAGEN-DESPUES(1:8) TO WS-DNI-BUSCADO
004140         PERFORM 2520-ANOTAR-DNI THRU 2520-EXIT
004150     END-IF.
004160 2510-EXIT.
004170     EXIT.
004180
004190 2520-ANOTAR-DNI.
004200     IF WS-DNI-BUSCADO = SPACES
004210             OR WS-DNI-BUSCADO IS NOT NUMERIC
004220         GO TO 2520-EXIT
004230     END-IF.
004240     IF WS-CANT-JRN < WS-MAX-JOURNAL
004250         ADD 1 TO WS-CANT-JRN
004260         MOVE WS-DNI-BUSCADO TO JT-DNI(WS-CANT-JRN)
004270     END-IF.
004280 2520-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320* 3000-COMPARAR-GENERACIONES - MEZCLA LAS DOS TABLAS (LAS DOS
004330*     VIENEN ORDENADAS POR DNI) DERIVANDO EL CAMBIO IMPLICADO DE
004340*     CADA DIFERENCIA Y BUSCANDOLE EXPLICACION EN EL JOURNAL
004350******************************************************************
004360 3000-COMPARAR-GENERACIONES.
004370     MOVE 1 TO WS-SUB-A.
004380     MOVE 1 TO WS-SUB-B.
004390     PERFORM 3100-COMPARAR-UN-PAR THRU 3100-EXIT
004400         UNTIL WS-SUB-A > WS-CANT-A AND WS-SUB-B > WS-CANT-B.
004410 3000-EXIT.
004420     EXIT.
004430
004440 3100-COMPARAR-UN-PAR.
004450     EVALUATE TRUE
004460         WHEN WS-SUB-A > WS-CANT-A
004470             MOVE RB-REGISTRO(WS-SUB-B)(1:8) TO WS-DNI-BUSCADO
004480             MOVE "ALTA" TO WS-TIPO-CAMBIO
004490             ADD 1 TO WS-CUENTA-ALTAS
004500             PERFORM 3500-EXPLICAR-CAMBIO THRU 3500-EXIT
004510             ADD 1 TO WS-SUB-B
004520         WHEN WS-SUB-B > WS-CANT-B
004530             MOVE RA-REGISTRO(WS-SUB-A)(1:8) TO WS-DNI-BUSCADO
004540             MOVE "BAJA/PURGA" TO WS-TIPO-CAMBIO
004550             ADD 1 TO WS-CUENTA-BAJAS
004560             PERFORM 3500-EXPLICAR-CAMBIO THRU 3500-EXIT
004570             ADD 1 TO WS-SUB-A
004580         WHEN RB-REGISTRO(WS-SUB-B)(1:8) <
004590                 RA-REGISTRO(WS-SUB-A)(1:8)
004600             MOVE RB-REGISTRO(WS-SUB-B)(1:8) TO WS-DNI-BUSCADO
004610             MOVE "ALTA" TO WS-TIPO-CAMBIO
004620             ADD 1 TO WS-CUENTA-ALTAS
004630             PERFORM 3500-EXPLICAR-CAMBIO THRU 3500-EXIT
004640             ADD 1 TO WS-SUB-B
004650         WHEN RA-REGISTRO(WS-SUB-A)(1:8) <
004660                 RB-REGISTRO(WS-SUB-B)(1:8)
004670             MOVE RA-REGISTRO(WS-SUB-A)(1:8) TO WS-DNI-BUSCADO
004680             MOVE "BAJA/PURGA" TO WS-TIPO-CAMBIO
004690             ADD 1 TO WS-CUENTA-BAJAS
004700             PERFORM 3500-EXPLICAR-CAMBIO THRU 3500-EXIT
004710             ADD 1 TO WS-SUB-A
004720         WHEN OTHER
004730             IF RA-REGISTRO(WS-SUB-A) NOT =
004740                     RB-REGISTRO(WS-SUB-B)
004750                 MOVE RA-REGISTRO(WS-SUB-A)(1:8)
004760                     TO WS-DNI-BUSCADO
004770                 MOVE "MODIFICACION" TO WS-TIPO-CAMBIO
004780                 ADD 1 TO WS-CUENTA-MODIFS
004790                 PERFORM 3500-EXPLICAR-CAMBIO THRU 3500-EXIT
004800             END-IF
004810             ADD 1 TO WS-SUB-A
004820             ADD 1 TO WS-SUB-B
004830     END-EVALUATE.
004840 3100-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880* 3500-EXPLICAR-CAMBIO - UN CAMBIO IMPLICADO QUEDA EXPLICADO SI
004890*     ALGUNA ENTRADA DEL JOURNAL DEL INTERVALO MENCIONA ESE DNI
004900*     (ANTES O DESPUES); SI NINGUNA LO MENCIONA, ES EXACTAMENTE
004910*     LA VIA DE ACTUALIZACION SIN JOURNAL QUE BUSCAMOS
004920******************************************************************
004930 3500-EXPLICAR-CAMBIO.
004940     MOVE "N" TO WS-SW-EXPLICADO.
004950     PERFORM 3510-BUSCAR-DNI THRU 3510-EXIT
004960         VARYING WS-IDX-JRN FROM 1 BY 1
004970             UNTIL WS-IDX-JRN > WS-CANT-JRN
004980                 OR CAMBIO-EXPLICADO.
004990     IF NOT CAMBIO-EXPLICADO
005000         ADD 1 TO WS-CUENTA-SIN-EXPLICAR
005010         CALL "enmascarar_dni" USING WS-DNI-BUSCADO
005020             WS-DNI-ENMASCARADO
005030         MOVE WS-TIPO-CAMBIO TO HAL-TIPO
005040         MOVE WS-DNI-ENMASCARADO TO HAL-DNI
005050         MOVE WS-LINEA-HALLAZGO TO RSVC-LINEA
005060         CALL "reporte_svc" USING RSVC-AREA
005070     END-IF.
005080 3500-EXIT.
005090     EXIT.
005100
005110 3510-BUSCAR-DNI.
005120     IF JT-DNI(WS-IDX-JRN) = WS-DNI-BUSCADO
005130         SET CAMBIO-EXPLICADO TO TRUE
005140     END-IF.
005150 3510-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 9000-TERMINAR - TOTALES, VEREDICTO Y CATALOGO
005200******************************************************************
005210 9000-TERMINAR.
005220     MOVE SPACES TO RSVC-LINEA.
005230     CALL "reporte_svc" USING RSVC-AREA.
005240     MOVE SPACES TO WS-LINEA-TRAILER.
005250     MOVE "ALTAS IMPLICADAS..................." TO TRA-ETIQUETA.
005260     MOVE WS-CUENTA-ALTAS TO TRA-VALOR.
005270     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005280     CALL "reporte_svc" USING RSVC-AREA.
005290     MOVE SPACES TO WS-LINEA-TRAILER.
005300     MOVE "BAJAS/PURGAS IMPLICADAS............" TO TRA-ETIQUETA.
005310     MOVE WS-CUENTA-BAJAS TO TRA-VALOR.
005320     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005330     CALL "reporte_svc" USING RSVC-AREA.
005340     MOVE SPACES TO WS-LINEA-TRAILER.
005350     MOVE "MODIFICACIONES IMPLICADAS.........." TO TRA-ETIQUETA.
005360     MOVE WS-CUENTA-MODIFS TO TRA-VALOR.
005370     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005380     CALL "reporte_svc" USING RSVC-AREA.
005390     MOVE SPACES TO WS-LINEA-TRAILER.
005400     MOVE "CAMBIOS SIN EXPLICAR..............." TO TRA-ETIQUETA.
005410     MOVE WS-CUENTA-SIN-EXPLICAR TO TRA-VALOR.
005420     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005430     CALL "reporte_svc" USING RSVC-AREA.
005440     IF CARGA-TRUNCADA
005450         MOVE "ATENCION: GENERACION SUPERA LA TABLA DE 2000 - "
005460             TO RSVC-LINEA
005470         CALL "reporte_svc" USING RSVC-AREA
005480         MOVE "LA COMPARACION FUE PARCIAL." TO RSVC-LINEA
005490         CALL "reporte_svc" USING RSVC-AREA
005500     END-IF.
005510     MOVE "C" TO RSVC-FUNCION.
005520     CALL "reporte_svc" USING RSVC-AREA.
005530     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005540     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
005550     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
005560             WS-CATG-CANTIDAD.
005570     MOVE WS-CUENTA-SIN-EXPLICAR TO WS-AUDT-CANTIDAD.
005580     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005590     IF WS-CUENTA-SIN-EXPLICAR > ZERO
005600         DISPLAY " FORENSE: " WS-CUENTA-SIN-EXPLICAR " CAMBIO(S)"
005610             " SIN REGISTRO DE JOURNAL. REVISAR "
005620             WS-DYN-REPORT-FILE "."
005630         MOVE 46 TO WS-ELOG-CODIGO
005640         MOVE "CAMBIOS EN EL MAESTRO SIN REGISTRO DE JOURNAL"
005650             TO WS-ELOG-MENSAJE
005660         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005670                 WS-ELOG-MENSAJE
005680         MOVE 8 TO RETURN-CODE
005690     ELSE
005700         DISPLAY " FORENSE: TODO CAMBIO DEL MAESTRO TIENE SU "
005710             "REGISTRO DE JOURNAL."
005720     END-IF.
005730 9000-EXIT.
005740     EXIT.
005750
005760 END PROGRAM forense_bkp.
