000100******************************************************************
000110* PROGRAM-ID: sla_entrega
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MONTHLY DELIVERY-SLA COMPLIANCE OF THE DISTRIBUIR
000170*             BUNDLES. FOR THE MONTH (SLACTL AAAAMM, OR THE
000180*             MONTH BEFORE THE BUSINESS DATE) EVERY LINE OF
000190*             DISTSLA (RECIPIENT + FAMILY + COMMITTED TIME) IS
000200*             EXPECTED ON EACH DAY THE CALENDAR DOES NOT MARK
000210*             AS FERIADO, UP TO THE BUSINESS DATE. THE EARLIEST
000220*             DISTENTR LINE OF THAT DATE IS THE DELIVERY: ON
000230*             TIME, LATE (WITH THE MINUTES) OR NEVER PRODUCED.
000240*             THE REPORT SLAENTR.AAAAMM (REPORTE_SVC) GIVES,
000250*             PER RECIPIENT, EACH FAMILY'S COUNTS, TOTAL AND
000260*             WORST DELAY AND A LINE FOR EVERY MISSED DAY, AND
000270*             EACH RECIPIENT WITH A BREACH IS RAISED THROUGH
000280*             ERRORLOG (65) SO IT REACHES THE ALERT QUEUE.
000290* TECTONICS:  cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320* DATE       INIT DESCRIPTION
000330* 2026-10-15 RW   INITIAL VERSION.
000340* 2026-10-15 RW   SLAENTR TAMBIEN VA AL ARCHIVO DE DATOS DE
000350*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR FAMILIA,
000360*                 POR INCIDENCIA, POR CUMPLIMIENTO DE CADA
000370*                 DESTINATARIO Y EL TOTAL GENERAL.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. sla_entrega.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PARM-FILE ASSIGN TO "SLACTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PARM-STATUS.
000480
000490     SELECT DISTSLA-FILE ASSIGN TO "DISTSLA"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SLA-STATUS.
000520
000530     SELECT DISTENTR-FILE ASSIGN TO "DISTENTR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ENT-STATUS.
000560
000570     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CAL-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PARM-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 06 CHARACTERS.
000660 01  PARM-RECORD.
000670     05  PARM-MES                PIC 9(06).
000680
000690 FD  DISTSLA-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 28 CHARACTERS.
000720 COPY DISTSLA.
000730
000740 FD  DISTENTR-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 67 CHARACTERS.
000770 COPY DISTENTR.
000780
000790 FD  CALENDAR-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 09 CHARACTERS.
000820 01  CALENDAR-RECORD.
000830     05  CAL-FECHA               PIC 9(08).
000840     05  CAL-FECHA-X REDEFINES CAL-FECHA.
000850         10  CAL-AAAAMM          PIC 9(06).
000860         10  CAL-DD              PIC 9(02).
000870     05  CAL-TIPO                PIC X(01).
000880         88  CAL-FERIADO         VALUE "F".
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-PARM-STATUS              PIC X(02).
000920 01  WS-SLA-STATUS               PIC X(02).
000930 01  WS-ENT-STATUS               PIC X(02).
000940 01  WS-CAL-STATUS               PIC X(02).
000950 01  WS-EOF-SLA                  PIC X(01) VALUE "N".
000960     88  FIN-SLA                 VALUE "S".
000970 01  WS-EOF-ENT                  PIC X(01) VALUE "N".
000980     88  FIN-ENTREGAS            VALUE "S".
000990 01  WS-EOF-CAL                  PIC X(01) VALUE "N".
001000     88  FIN-CALENDARIO          VALUE "S".
001010
001020*----------------------------------------------------------------
001030*    PERIODO MEDIDO
001040*----------------------------------------------------------------
001050 01  WS-FECHA-HOY                PIC X(08).
001060 01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY.
001070     05  WS-HOY-AAAA             PIC 9(04).
001080     05  WS-HOY-MM               PIC 9(02).
001090     05  WS-HOY-DD               PIC 9(02).
001100 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001110 01  WS-MES-SLA                  PIC 9(06).
001120 01  WS-MES-SLA-X REDEFINES WS-MES-SLA.
001130     05  WS-SLA-AAAA             PIC 9(04).
001140     05  WS-SLA-MM               PIC 9(02).
001150 01  WS-FECHA-DIA                PIC 9(08).
001160 01  WS-FECHA-DIA-X REDEFINES WS-FECHA-DIA.
001170     05  WS-FDIA-AAAAMM          PIC 9(06).
001180     05  WS-FDIA-DD              PIC 9(02).
001190 01  WS-FECHA-SIGUIENTE          PIC 9(08).
001200 01  WS-FECHA-SIGUIENTE-X REDEFINES WS-FECHA-SIGUIENTE.
001210     05  WS-FSIG-AAAA            PIC 9(04).
001220     05  WS-FSIG-MM              PIC 9(02).
001230     05  WS-FSIG-DD              PIC 9(02).
001240 01  WS-DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
001250 01  WS-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
001260 01  WS-DIA                      PIC 9(02).
001270 01  TABLA-FERIADOS.
001280     05  FER-MARCA OCCURS 31 TIMES PIC X(01).
001290 01  WS-CUENTA-DIAS-MEDIDOS      PIC 9(02) VALUE ZERO.
001300
001310*----------------------------------------------------------------
001320*    COMPROMISOS (DISTSLA) CON SUS CONTADORES DEL MES, Y POR
001330*    CADA DIA LA PRIMERA ENTREGA REGISTRADA Y SU RESULTADO
001340*----------------------------------------------------------------
001350 01  WS-MAX-SLA                  PIC 9(03) VALUE 100.
001360 01  WS-CANT-SLA                 PIC 9(03) VALUE ZERO.
001370 01  TABLA-SLA.
001380     05  SLAT-ENTRADA OCCURS 100 TIMES.
001390         10  SLAT-DESTINATARIO   PIC X(12).
001400         10  SLAT-FAMILIA        PIC X(08).
001410         10  SLAT-DIAS           PIC 9(01).
001420         10  SLAT-HH             PIC 9(02).
001430         10  SLAT-MM             PIC 9(02).
001440         10  SLAT-ESPERADOS      PIC 9(03).
001450         10  SLAT-A-TIEMPO       PIC 9(03).
001460         10  SLAT-TARDE          PIC 9(03).
001470         10  SLAT-NUNCA          PIC 9(03).
001480         10  SLAT-DEMORA-TOTAL   PIC 9(07).
001490         10  SLAT-DEMORA-MAX     PIC 9(05).
001500         10  SLAT-DIA OCCURS 31 TIMES.
001510             15  SLAD-PRODUCIDO  PIC X(14).
001520             15  SLAD-ESTADO     PIC X(01).
001530                 88  SLAD-A-TIEMPO   VALUE "T".
001540                 88  SLAD-TARDE      VALUE "D".
001550                 88  SLAD-NUNCA      VALUE "N".
001560                 88  SLAD-NO-MEDIDO  VALUE " ".
001570             15  SLAD-DEMORA     PIC 9(05).
001580 01  WS-IDX-SLA                  PIC 9(03) COMP.
001590 01  WS-SW-SLA                   PIC X(01) VALUE "N".
001600     88  SLA-HALLADO             VALUE "S".
001610 01  WS-CUENTA-SIN-SLA           PIC 9(05) VALUE ZERO.
001620 01  WS-PRODUCIDO                PIC X(14).
001630 01  WS-PRODUCIDO-X REDEFINES WS-PRODUCIDO.
001640     05  WS-PROD-FECHA           PIC 9(08).
001650     05  WS-PROD-HH              PIC 9(02).
001660     05  WS-PROD-MM              PIC 9(02).
001670     05  WS-PROD-SS              PIC 9(02).
001680 01  WS-MIN-LIMITE               PIC 9(11).
001690 01  WS-MIN-REAL                 PIC 9(11).
001700
001710*----------------------------------------------------------------
001720*    DESTINATARIOS DISTINTOS DE DISTSLA, EN EL ORDEN DEL ARCHIVO
001730*----------------------------------------------------------------
001740 01  WS-MAX-DESTINOS             PIC 9(02) VALUE 50.
001750 01  WS-CANT-DESTINOS            PIC 9(02) VALUE ZERO.
001760 01  TABLA-DESTINOS.
001770     05  DEST-NOMBRE OCCURS 50 TIMES PIC X(12).
001780 01  WS-IDX-DEST                 PIC 9(02) COMP.
001790 01  WS-SW-DEST                  PIC X(01) VALUE "N".
001800     88  DESTINO-HALLADO         VALUE "S".
001810 01  WS-DEST-ACTUAL              PIC X(12).
001820 01  WS-DEST-ESPERADOS           PIC 9(05).
001830 01  WS-DEST-A-TIEMPO            PIC 9(05).
001840 01  WS-DEST-TARDE               PIC 9(05).
001850 01  WS-DEST-NUNCA               PIC 9(05).
001860 01  WS-TOT-ESPERADOS            PIC 9(05) VALUE ZERO.
001870 01  WS-TOT-A-TIEMPO             PIC 9(05) VALUE ZERO.
001880 01  WS-TOT-TARDE                PIC 9(05) VALUE ZERO.
001890 01  WS-TOT-NUNCA                PIC 9(05) VALUE ZERO.
001900 01  WS-CUENTA-INCUMPLIDOS       PIC 9(02) VALUE ZERO.
001910 01  WS-PORC-CUMPLIDO            PIC 9(03)V9.
001920
001930*----------------------------------------------------------------
001940*    RENGLONES DEL REPORTE
001950*----------------------------------------------------------------
001960 01  RSVC-AREA.
001970     05  RSVC-FUNCION            PIC X(01).
001980     05  RSVC-ARCHIVO            PIC X(21).
001990     05  RSVC-TITULO             PIC X(40).
002000     05  RSVC-LINEA              PIC X(132).
002010     05  RSVC-CANT-LINEAS        PIC 9(07).
002020 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002030
002040 01  WS-LINEA-PERIODO.
002050     05  FILLER                  PIC X(18)
002060             VALUE "PERIODO MEDIDO:   ".
002070     05  LPER-MES                PIC 9(06).
002080     05  FILLER                  PIC X(15)
002090             VALUE "   DIAS HABILES".
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  LPER-DIAS               PIC Z9.
002120     05  FILLER                  PIC X(17)
002130             VALUE "   COMPROMISOS   ".
002140     05  LPER-COMPROMISOS        PIC ZZ9.
002150     05  FILLER                  PIC X(70) VALUE SPACES.
002160 01  WS-LINEA-DESTINO.
002170     05  FILLER                  PIC X(14)
002180             VALUE "DESTINATARIO: ".
002190     05  LDES-DESTINATARIO       PIC X(12).
002200     05  FILLER                  PIC X(106) VALUE SPACES.
002210 01  WS-LINEA-COLUMNAS.
002220     05  FILLER                  PIC X(04) VALUE SPACES.
002230     05  FILLER                  PIC X(10) VALUE "FAMILIA".
002240     05  FILLER                  PIC X(10) VALUE "LIMITE".
002250     05  FILLER                  PIC X(10) VALUE "ESPERADOS".
002260     05  FILLER                  PIC X(10) VALUE " A TIEMPO".
002270     05  FILLER                  PIC X(10) VALUE "    TARDE".
002280     05  FILLER                  PIC X(10) VALUE "    NUNCA".
002290     05  FILLER                  PIC X(14) VALUE "  DEMORA TOTAL".
002300     05  FILLER                  PIC X(12) VALUE "  PEOR (MIN)".
002310     05  FILLER                  PIC X(42) VALUE SPACES.
002320 01  WS-LINEA-FAMILIA.
002330     05  FILLER                  PIC X(04) VALUE SPACES.
002340     05  LFAM-FAMILIA            PIC X(08).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  LFAM-DIAS               PIC 9(01).
002370     05  FILLER                  PIC X(01) VALUE "+".
002380     05  LFAM-HH                 PIC 9(02).
002390     05  FILLER                  PIC X(01) VALUE ":".
002400     05  LFAM-MM                 PIC 9(02).
002410     05  FILLER                  PIC X(03) VALUE SPACES.
002420     05  LFAM-ESPERADOS          PIC ZZZZZZZZ9.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  LFAM-A-TIEMPO           PIC ZZZZZZZZ9.
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  LFAM-TARDE              PIC ZZZZZZZZ9.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  LFAM-NUNCA              PIC ZZZZZZZZ9.
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  LFAM-DEMORA-TOTAL       PIC ZZZ,ZZZ,ZZ9.
002510     05  FILLER                  PIC X(04) VALUE SPACES.
002520     05  LFAM-DEMORA-MAX         PIC ZZ,ZZ9.
002530     05  FILLER                  PIC X(56) VALUE SPACES.
002540 01  WS-LINEA-INCIDENCIA.
002550     05  FILLER                  PIC X(08) VALUE SPACES.
002560     05  LINC-FECHA              PIC 9(08).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  LINC-FAMILIA            PIC X(08).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  LINC-TEXTO              PIC X(24).
002610     05  LINC-PRODUCIDO          PIC X(14).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  LINC-DEMORA             PIC ZZ,ZZ9.
002640     05  LINC-MINUTOS            PIC X(08).
002650     05  FILLER                  PIC X(50) VALUE SPACES.
002660 01  WS-LINEA-RESUMEN.
002670     05  LRES-ROTULO             PIC X(18).
002680     05  FILLER                  PIC X(11) VALUE "ESPERADOS ".
002690     05  LRES-ESPERADOS          PIC ZZZZ9.
002700     05  FILLER                  PIC X(12) VALUE "  A TIEMPO ".
002710     05  LRES-A-TIEMPO           PIC ZZZZ9.
002720     05  FILLER                  PIC X(09) VALUE "  TARDE ".
002730     05  LRES-TARDE              PIC ZZZZ9.
002740     05  FILLER                  PIC X(09) VALUE "  NUNCA ".
002750     05  LRES-NUNCA              PIC ZZZZ9.
002760     05  FILLER                  PIC X(14) VALUE "  CUMPLIMIENTO".
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  LRES-PORCENTAJE         PIC ZZ9.9.
002790     05  FILLER                  PIC X(02) VALUE " %".
002800     05  FILLER                  PIC X(31) VALUE SPACES.
002810
002820*----------------------------------------------------------------
002830*    LINEA DEL ARCHIVO DE DATOS (UNA POR RENGLON DEL REPORTE);
002840*    LO QUE NO APLICA AL RENGLON QUEDA COMO CELDA VACIA
002850*----------------------------------------------------------------
002860 01  WS-DATO-SLA                 VALUE SPACES.
002870     05  WS-DATO-SECCION         PIC X(10).
002880     05  WS-DATO-DESTINATARIO    PIC X(12).
002890     05  WS-DATO-FAMILIA         PIC X(08).
002900     05  WS-DATO-LIMITE          PIC X(07).
002910     05  WS-DATO-FECHA           PIC X(08).
002920     05  WS-DATO-ESTADO          PIC X(05).
002930     05  WS-DATO-PRODUCIDO       PIC X(14).
002940     05  WS-DATO-DEMORA          PIC X(05).
002950     05  WS-DATO-ESPERADOS       PIC X(05).
002960     05  WS-DATO-A-TIEMPO        PIC X(05).
002970     05  WS-DATO-TARDE           PIC X(05).
002980     05  WS-DATO-NUNCA           PIC X(05).
002990     05  WS-DATO-DEMORA-TOTAL    PIC X(07).
003000     05  WS-DATO-DEMORA-MAX      PIC X(05).
003010     05  WS-DATO-CUMPLIMIENTO    PIC X(05).
003020 01  WS-DATO-PORCENTAJE          PIC 9(03).9.
003030
003040*----------------------------------------------------------------
003050*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
003060*----------------------------------------------------------------
003070 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "sla_entrega".
003080 01  WS-ELOG-CODIGO              PIC 9(04).
003090 01  WS-ELOG-MENSAJE             PIC X(59).
003100 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "sla_entrega".
003110 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003120 01  WS-CATG-ARCHIVO             PIC X(21).
003130 01  WS-CATG-CANTIDAD            PIC 9(07).
003140
003150 PROCEDURE DIVISION.
003160
003170******************************************************************
003180* 0000-MAINLINE
003190******************************************************************
003200 0000-MAINLINE.
003210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003220     PERFORM 2000-LEER-ENTREGAS THRU 2000-EXIT.
003230     PERFORM 3000-EVALUAR-COMPROMISOS THRU 3000-EXIT.
003240     PERFORM 4000-EMITIR-REPORTE THRU 4000-EXIT.
003250     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003260     GOBACK.
003270
003280******************************************************************
003290* 1000-INICIALIZAR - PERIODO (SLACTL, O EL MES ANTERIOR A LA
003300*     FECHA DE NEGOCIO), DIAS DEL MES, FERIADOS Y COMPROMISOS
003310******************************************************************
003320 1000-INICIALIZAR.
003330     MOVE SPACES TO TABLA-FERIADOS.
003340     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003350     IF WS-HOY-MM = 1
003360         COMPUTE WS-SLA-AAAA = WS-HOY-AAAA - 1
003370         MOVE 12 TO WS-SLA-MM
003380     ELSE
003390         MOVE WS-HOY-AAAA TO WS-SLA-AAAA
003400         COMPUTE WS-SLA-MM = WS-HOY-MM - 1
003410     END-IF.
003420     OPEN INPUT PARM-FILE.
003430     IF WS-PARM-STATUS = "00"
003440         READ PARM-FILE
003450             NOT AT END
003460                 IF PARM-MES IS NUMERIC AND PARM-MES > ZERO
003470                     MOVE PARM-MES TO WS-MES-SLA
003480                 END-IF
003490         END-READ
003500         CLOSE PARM-FILE
003510     END-IF.
003520     PERFORM 1050-CALCULAR-DIAS THRU 1050-EXIT.
003530     PERFORM 1100-CARGAR-SLA THRU 1100-EXIT.
003540     PERFORM 1200-CARGAR-FERIADOS THRU 1200-EXIT.
003550     DISPLAY " CUMPLIMIENTO DE ENTREGAS DEL PERIODO " WS-MES-SLA.
003560 1000-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600* 1050-CALCULAR-DIAS - DIAS DEL MES Y ULTIMO DIA MEDIBLE: SI EL
003610*     MES ES EL EN CURSO SE MIDE HASTA LA FECHA DE NEGOCIO, Y
003620*     UN MES POSTERIOR NO TIENE NADA QUE MEDIR
003630******************************************************************
003640 1050-CALCULAR-DIAS.
003650     MOVE WS-MES-SLA TO WS-FDIA-AAAAMM.
003660     MOVE 1 TO WS-FDIA-DD.
003670     IF WS-SLA-MM = 12
003680         COMPUTE WS-FSIG-AAAA = WS-SLA-AAAA + 1
003690         MOVE 1 TO WS-FSIG-MM
003700     ELSE
003710         MOVE WS-SLA-AAAA TO WS-FSIG-AAAA
003720         COMPUTE WS-FSIG-MM = WS-SLA-MM + 1
003730     END-IF.
003740     MOVE 1 TO WS-FSIG-DD.
003750     COMPUTE WS-DIAS-DEL-MES =
003760         FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE)
003770         - FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
003780     MOVE WS-DIAS-DEL-MES TO WS-ULTIMO-DIA.
003790     IF WS-FECHA-HOY(1:6) = WS-MES-SLA-X
003800         MOVE WS-HOY-DD TO WS-ULTIMO-DIA
003810     END-IF.
003820     IF WS-FECHA-HOY(1:6) < WS-MES-SLA-X
003830         MOVE ZERO TO WS-ULTIMO-DIA
003840     END-IF.
003850 1050-EXIT.
003860     EXIT.
003870
003880 1100-CARGAR-SLA.
003890     OPEN INPUT DISTSLA-FILE.
003900     IF WS-SLA-STATUS NOT = "00"
003910         DISPLAY "DISTSLA NO DISPONIBLE: NO HAY COMPROMISOS QUE "
003920             "MEDIR."
003930         GO TO 1100-EXIT
003940     END-IF.
003950     PERFORM 1110-LEER-SLA THRU 1110-EXIT
003960         UNTIL FIN-SLA.
003970     CLOSE DISTSLA-FILE.
003980 1100-EXIT.
003990     EXIT.
004000
004010 1110-LEER-SLA.
004020     READ DISTSLA-FILE
004030         AT END
004040             SET FIN-SLA TO TRUE
004050             GO TO 1110-EXIT
004060     END-READ.
004070     IF DSLA-DIAS IS NOT NUMERIC
004080             OR DSLA-HORA IS NOT NUMERIC
004090             OR DSLA-DESTINATARIO = SPACES
004100             OR WS-CANT-SLA >= WS-MAX-SLA
004110         GO TO 1110-EXIT
004120     END-IF.
004130     ADD 1 TO WS-CANT-SLA.
004140     MOVE SPACES TO SLAT-ENTRADA(WS-CANT-SLA).
004150     MOVE DSLA-DESTINATARIO TO SLAT-DESTINATARIO(WS-CANT-SLA).
004160     MOVE DSLA-FAMILIA TO SLAT-FAMILIA(WS-CANT-SLA).
004170     MOVE DSLA-DIAS TO SLAT-DIAS(WS-CANT-SLA).
004180     MOVE DSLA-HH TO SLAT-HH(WS-CANT-SLA).
004190     MOVE DSLA-MM TO SLAT-MM(WS-CANT-SLA).
004200     MOVE ZERO TO SLAT-ESPERADOS(WS-CANT-SLA)
004210                  SLAT-A-TIEMPO(WS-CANT-SLA)
004220                  SLAT-TARDE(WS-CANT-SLA)
004230                  SLAT-NUNCA(WS-CANT-SLA)
004240                  SLAT-DEMORA-TOTAL(WS-CANT-SLA)
004250                  SLAT-DEMORA-MAX(WS-CANT-SLA).
004260     MOVE "N" TO WS-SW-DEST.
004270     PERFORM 1120-COMPARAR-DESTINO THRU 1120-EXIT
004280         VARYING WS-IDX-DEST FROM 1 BY 1
004290             UNTIL WS-IDX-DEST > WS-CANT-DESTINOS
004300                 OR DESTINO-HALLADO.
004310     IF NOT DESTINO-HALLADO
004320             AND WS-CANT-DESTINOS < WS-MAX-DESTINOS
004330         ADD 1 TO WS-CANT-DESTINOS
004340         MOVE DSLA-DESTINATARIO TO DEST-NOMBRE(WS-CANT-DESTINOS)
004350     END-IF.
004360 1110-EXIT.
004370     EXIT.
004380
004390 1120-COMPARAR-DESTINO.
004400     IF DEST-NOMBRE(WS-IDX-DEST) = DSLA-DESTINATARIO
004410         SET DESTINO-HALLADO TO TRUE
004420     END-IF.
004430 1120-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 1200-CARGAR-FERIADOS - LOS DIAS DEL MES QUE EL CALENDARIO
004480*     MARCA "F" NO SE ESPERA PAQUETE (EL CICLO NO CORRE)
004490******************************************************************
004500 1200-CARGAR-FERIADOS.
004510     OPEN INPUT CALENDAR-FILE.
004520     IF WS-CAL-STATUS NOT = "00"
004530         GO TO 1200-EXIT
004540     END-IF.
004550     PERFORM 1210-LEER-CALENDARIO THRU 1210-EXIT
004560         UNTIL FIN-CALENDARIO.
004570     CLOSE CALENDAR-FILE.
004580 1200-EXIT.
004590     EXIT.
004600
004610 1210-LEER-CALENDARIO.
004620     READ CALENDAR-FILE
004630         AT END
004640             SET FIN-CALENDARIO TO TRUE
004650         NOT AT END
004660             IF CAL-FECHA IS NUMERIC
004670                     AND CAL-AAAAMM = WS-MES-SLA
004680                     AND CAL-DD > ZERO AND CAL-DD NOT > 31
004690                     AND CAL-FERIADO
004700                 MOVE "F" TO FER-MARCA(CAL-DD)
004710             END-IF
004720     END-READ.
004730 1210-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 2000-LEER-ENTREGAS - LA PRIMERA PRODUCCION DE CADA DIA DEL MES
004780*     PARA CADA COMPROMISO; LO ENTREGADO SIN COMPROMISO SOLO SE
004790*     CUENTA
004800******************************************************************
004810 2000-LEER-ENTREGAS.
004820     IF WS-CANT-SLA = ZERO
004830         GO TO 2000-EXIT
004840     END-IF.
004850     OPEN INPUT DISTENTR-FILE.
004860     IF WS-ENT-STATUS NOT = "00"
004870         DISPLAY "DISTENTR NO DISPONIBLE: NINGUN PAQUETE "
004880             "REGISTRADO."
004890         GO TO 2000-EXIT
004900     END-IF.
004910     PERFORM 2100-LEER-ENTREGA THRU 2100-EXIT
004920         UNTIL FIN-ENTREGAS.
004930     CLOSE DISTENTR-FILE.
004940 2000-EXIT.
004950     EXIT.
004960
004970 2100-LEER-ENTREGA.
004980     READ DISTENTR-FILE
004990         AT END
005000             SET FIN-ENTREGAS TO TRUE
005010             GO TO 2100-EXIT
005020     END-READ.
005030     IF DENT-FECHA IS NOT NUMERIC
005040             OR DENT-AAAAMM NOT = WS-MES-SLA
005050             OR DENT-DD = ZERO OR DENT-DD > 31
005060             OR DENT-PRODUCIDO IS NOT NUMERIC
005070         GO TO 2100-EXIT
005080     END-IF.
005090     MOVE "N" TO WS-SW-SLA.
005100     PERFORM 2110-BUSCAR-SLA THRU 2110-EXIT
005110         VARYING WS-IDX-SLA FROM 1 BY 1
005120             UNTIL WS-IDX-SLA > WS-CANT-SLA
005130                 OR SLA-HALLADO.
005140     IF NOT SLA-HALLADO
005150         ADD 1 TO WS-CUENTA-SIN-SLA
005160         GO TO 2100-EXIT
005170     END-IF.
005180     IF SLAD-PRODUCIDO(WS-IDX-SLA, DENT-DD) = SPACES
005190             OR DENT-PRODUCIDO <
005200                 SLAD-PRODUCIDO(WS-IDX-SLA, DENT-DD)
005210         MOVE DENT-PRODUCIDO TO
005220             SLAD-PRODUCIDO(WS-IDX-SLA, DENT-DD)
005230     END-IF.
005240 2100-EXIT.
005250     EXIT.
005260
005270 2110-BUSCAR-SLA.
005280     IF SLAT-DESTINATARIO(WS-IDX-SLA) = DENT-DESTINATARIO
005290             AND SLAT-FAMILIA(WS-IDX-SLA) = DENT-FAMILIA
005300         SET SLA-HALLADO TO TRUE
005310         SUBTRACT 1 FROM WS-IDX-SLA
005320     END-IF.
005330 2110-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370* 3000-EVALUAR-COMPROMISOS - CADA COMPROMISO EN CADA DIA MEDIBLE:
005380*     A TIEMPO, TARDE (CON LOS MINUTOS) O NUNCA PRODUCIDO
005390******************************************************************
005400 3000-EVALUAR-COMPROMISOS.
005410     PERFORM 3050-CONTAR-DIA-MEDIDO THRU 3050-EXIT
005420         VARYING WS-DIA FROM 1 BY 1
005430             UNTIL WS-DIA > WS-ULTIMO-DIA.
005440     PERFORM 3100-EVALUAR-SLA THRU 3100-EXIT
005450         VARYING WS-IDX-SLA FROM 1 BY 1
005460             UNTIL WS-IDX-SLA > WS-CANT-SLA.
005470 3000-EXIT.
005480     EXIT.
005490
005500 3050-CONTAR-DIA-MEDIDO.
005510     IF FER-MARCA(WS-DIA) NOT = "F"
005520         ADD 1 TO WS-CUENTA-DIAS-MEDIDOS
005530     END-IF.
005540 3050-EXIT.
005550     EXIT.
005560
005570 3100-EVALUAR-SLA.
005580     PERFORM 3110-EVALUAR-DIA THRU 3110-EXIT
005590         VARYING WS-DIA FROM 1 BY 1
005600             UNTIL WS-DIA > WS-ULTIMO-DIA.
005610 3100-EXIT.
005620     EXIT.
005630
005640 3110-EVALUAR-DIA.
005650     IF FER-MARCA(WS-DIA) = "F"
005660         GO TO 3110-EXIT
005670     END-IF.
005680     ADD 1 TO SLAT-ESPERADOS(WS-IDX-SLA).
005690     MOVE ZERO TO SLAD-DEMORA(WS-IDX-SLA, WS-DIA).
005700     IF SLAD-PRODUCIDO(WS-IDX-SLA, WS-DIA) = SPACES
005710         SET SLAD-NUNCA(WS-IDX-SLA, WS-DIA) TO TRUE
005720         ADD 1 TO SLAT-NUNCA(WS-IDX-SLA)
005730         GO TO 3110-EXIT
005740     END-IF.
005750     MOVE WS-MES-SLA TO WS-FDIA-AAAAMM.
005760     MOVE WS-DIA TO WS-FDIA-DD.
005770     MOVE SLAD-PRODUCIDO(WS-IDX-SLA, WS-DIA) TO WS-PRODUCIDO.
005780     COMPUTE WS-MIN-LIMITE =
005790         (FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA)
005800             + SLAT-DIAS(WS-IDX-SLA)) * 1440
005810         + SLAT-HH(WS-IDX-SLA) * 60 + SLAT-MM(WS-IDX-SLA).
005820     COMPUTE WS-MIN-REAL =
005830         FUNCTION INTEGER-OF-DATE(WS-PROD-FECHA) * 1440
005840         + WS-PROD-HH * 60 + WS-PROD-MM.
005850     IF WS-MIN-REAL NOT > WS-MIN-LIMITE
005860         SET SLAD-A-TIEMPO(WS-IDX-SLA, WS-DIA) TO TRUE
005870         ADD 1 TO SLAT-A-TIEMPO(WS-IDX-SLA)
005880         GO TO 3110-EXIT
005890     END-IF.
005900     SET SLAD-TARDE(WS-IDX-SLA, WS-DIA) TO TRUE.
005910     ADD 1 TO SLAT-TARDE(WS-IDX-SLA).
005920     COMPUTE SLAD-DEMORA(WS-IDX-SLA, WS-DIA) =
005930         WS-MIN-REAL - WS-MIN-LIMITE.
005940     ADD SLAD-DEMORA(WS-IDX-SLA, WS-DIA) TO
005950         SLAT-DEMORA-TOTAL(WS-IDX-SLA).
005960     IF SLAD-DEMORA(WS-IDX-SLA, WS-DIA) >
005970             SLAT-DEMORA-MAX(WS-IDX-SLA)
005980         MOVE SLAD-DEMORA(WS-IDX-SLA, WS-DIA) TO
005990             SLAT-DEMORA-MAX(WS-IDX-SLA)
006000     END-IF.
006010 3110-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050* 4000-EMITIR-REPORTE - SLAENTR.AAAAMM: UN BLOQUE POR
006060*     DESTINATARIO CON SUS FAMILIAS, SUS INCIDENCIAS Y SU
006070*     CUMPLIMIENTO; AL FINAL EL TOTAL
006080******************************************************************
006090 4000-EMITIR-REPORTE.
006100     STRING "SLAENTR." WS-MES-SLA DELIMITED BY SIZE
006110         INTO WS-DYN-REPORT-FILE.
006120     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
006130     MOVE "CUMPLIMIENTO DE ENTREGA DE PAQUETES" TO RSVC-TITULO.
006140     MOVE "A" TO RSVC-FUNCION.
006150     CALL "reporte_svc" USING RSVC-AREA.
006160     MOVE "T" TO RSVC-FUNCION.
006170     MOVE SPACES TO RSVC-LINEA.
006180     STRING "SECCION,DESTINATARIO,FAMILIA,LIMITE,FECHA,ESTADO,"
006190             "PRODUCIDO,DEMORA,ESPERADOS,A_TIEMPO,TARDE,NUNCA,"
006200             "DEMORA_TOTAL,DEMORA_MAX,CUMPLIMIENTO"
006210             DELIMITED BY SIZE
006220         INTO RSVC-LINEA.
006230     CALL "reporte_svc" USING RSVC-AREA.
006240     MOVE "E" TO RSVC-FUNCION.
006250     MOVE WS-MES-SLA TO LPER-MES.
006260     MOVE WS-CUENTA-DIAS-MEDIDOS TO LPER-DIAS.
006270     MOVE WS-CANT-SLA TO LPER-COMPROMISOS.
006280     MOVE WS-LINEA-PERIODO TO RSVC-LINEA.
006290     CALL "reporte_svc" USING RSVC-AREA.
006300     IF WS-CANT-SLA = ZERO
006310         MOVE "SIN COMPROMISOS EN DISTSLA: NADA QUE MEDIR."
006320             TO RSVC-LINEA
006330         CALL "reporte_svc" USING RSVC-AREA
006340         GO TO 4000-EXIT
006350     END-IF.
006360     PERFORM 4100-EMITIR-DESTINATARIO THRU 4100-EXIT
006370         VARYING WS-IDX-DEST FROM 1 BY 1
006380             UNTIL WS-IDX-DEST > WS-CANT-DESTINOS.
006390     MOVE SPACES TO RSVC-LINEA.
006400     CALL "reporte_svc" USING RSVC-AREA.
006410     MOVE "TOTAL GENERAL" TO LRES-ROTULO.
006420     MOVE WS-TOT-ESPERADOS TO WS-DEST-ESPERADOS.
006430     MOVE WS-TOT-A-TIEMPO TO WS-DEST-A-TIEMPO.
006440     MOVE WS-TOT-TARDE TO WS-DEST-TARDE.
006450     MOVE WS-TOT-NUNCA TO WS-DEST-NUNCA.
006460     MOVE "TOTAL" TO WS-DATO-SECCION.
006470     PERFORM 4400-EMITIR-RESUMEN THRU 4400-EXIT.
006480     IF WS-CUENTA-SIN-SLA > ZERO
006490         MOVE SPACES TO RSVC-LINEA
006500         STRING "ENTREGAS DEL MES SIN COMPROMISO EN DISTSLA: "
006510             WS-CUENTA-SIN-SLA DELIMITED BY SIZE
006520             INTO RSVC-LINEA
006530         CALL "reporte_svc" USING RSVC-AREA
006540     END-IF.
006550 4000-EXIT.
006560     EXIT.
006570
006580 4100-EMITIR-DESTINATARIO.
006590     MOVE DEST-NOMBRE(WS-IDX-DEST) TO WS-DEST-ACTUAL.
006600     MOVE ZERO TO WS-DEST-ESPERADOS WS-DEST-A-TIEMPO
006610                  WS-DEST-TARDE WS-DEST-NUNCA.
006620     MOVE SPACES TO RSVC-LINEA.
006630     CALL "reporte_svc" USING RSVC-AREA.
006640     MOVE WS-DEST-ACTUAL TO LDES-DESTINATARIO.
006650     MOVE WS-LINEA-DESTINO TO RSVC-LINEA.
006660     CALL "reporte_svc" USING RSVC-AREA.
006670     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
006680     CALL "reporte_svc" USING RSVC-AREA.
006690     PERFORM 4200-EMITIR-FAMILIA THRU 4200-EXIT
006700         VARYING WS-IDX-SLA FROM 1 BY 1
006710             UNTIL WS-IDX-SLA > WS-CANT-SLA.
006720     MOVE "  CUMPLIMIENTO" TO LRES-ROTULO.
006730     MOVE "RESUMEN" TO WS-DATO-SECCION.
006740     MOVE WS-DEST-ACTUAL TO WS-DATO-DESTINATARIO.
006750     PERFORM 4400-EMITIR-RESUMEN THRU 4400-EXIT.
006760     ADD WS-DEST-ESPERADOS TO WS-TOT-ESPERADOS.
006770     ADD WS-DEST-A-TIEMPO TO WS-TOT-A-TIEMPO.
006780     ADD WS-DEST-TARDE TO WS-TOT-TARDE.
006790     ADD WS-DEST-NUNCA TO WS-TOT-NUNCA.
006800     IF WS-DEST-TARDE > ZERO OR WS-DEST-NUNCA > ZERO
006810         ADD 1 TO WS-CUENTA-INCUMPLIDOS
006820         MOVE 65 TO WS-ELOG-CODIGO
006830         MOVE SPACES TO WS-ELOG-MENSAJE
006840         STRING "SLA INCUMPLIDO " WS-DEST-ACTUAL " "
006850             WS-MES-SLA " TARDE " WS-DEST-TARDE
006860             " NUNCA " WS-DEST-NUNCA
006870             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
006880         CALL "errorlog" USING WS-ELOG-PROGRAMA
006890                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
006900     END-IF.
006910 4100-EXIT.
006920     EXIT.
006930
006940 4200-EMITIR-FAMILIA.
006950     IF SLAT-DESTINATARIO(WS-IDX-SLA) NOT = WS-DEST-ACTUAL
006960         GO TO 4200-EXIT
006970     END-IF.
006980     MOVE SLAT-FAMILIA(WS-IDX-SLA) TO LFAM-FAMILIA.
006990     MOVE SLAT-DIAS(WS-IDX-SLA) TO LFAM-DIAS.
007000     MOVE SLAT-HH(WS-IDX-SLA) TO LFAM-HH.
007010     MOVE SLAT-MM(WS-IDX-SLA) TO LFAM-MM.
007020     MOVE SLAT-ESPERADOS(WS-IDX-SLA) TO LFAM-ESPERADOS.
007030     MOVE SLAT-A-TIEMPO(WS-IDX-SLA) TO LFAM-A-TIEMPO.
007040     MOVE SLAT-TARDE(WS-IDX-SLA) TO LFAM-TARDE.
007050     MOVE SLAT-NUNCA(WS-IDX-SLA) TO LFAM-NUNCA.
007060     MOVE SLAT-DEMORA-TOTAL(WS-IDX-SLA) TO LFAM-DEMORA-TOTAL.
007070     MOVE SLAT-DEMORA-MAX(WS-IDX-SLA) TO LFAM-DEMORA-MAX.
007080     MOVE WS-LINEA-FAMILIA TO RSVC-LINEA.
007090     CALL "reporte_svc" USING RSVC-AREA.
007100     MOVE "FAMILIA" TO WS-DATO-SECCION.
007110     MOVE WS-DEST-ACTUAL TO WS-DATO-DESTINATARIO.
007120     MOVE SLAT-FAMILIA(WS-IDX-SLA) TO WS-DATO-FAMILIA.
007130     STRING SLAT-DIAS(WS-IDX-SLA) "+" SLAT-HH(WS-IDX-SLA) ":"
007140             SLAT-MM(WS-IDX-SLA) DELIMITED BY SIZE
007150         INTO WS-DATO-LIMITE.
007160     MOVE SLAT-ESPERADOS(WS-IDX-SLA) TO WS-DATO-ESPERADOS.
007170     MOVE SLAT-A-TIEMPO(WS-IDX-SLA) TO WS-DATO-A-TIEMPO.
007180     MOVE SLAT-TARDE(WS-IDX-SLA) TO WS-DATO-TARDE.
007190     MOVE SLAT-NUNCA(WS-IDX-SLA) TO WS-DATO-NUNCA.
007200     MOVE SLAT-DEMORA-TOTAL(WS-IDX-SLA) TO WS-DATO-DEMORA-TOTAL.
007210     MOVE SLAT-DEMORA-MAX(WS-IDX-SLA) TO WS-DATO-DEMORA-MAX.
007220     PERFORM 4900-DATO-SLA THRU 4900-EXIT.
007230     ADD SLAT-ESPERADOS(WS-IDX-SLA) TO WS-DEST-ESPERADOS.
007240     ADD SLAT-A-TIEMPO(WS-IDX-SLA) TO WS-DEST-A-TIEMPO.
007250     ADD SLAT-TARDE(WS-IDX-SLA) TO WS-DEST-TARDE.
007260     ADD SLAT-NUNCA(WS-IDX-SLA) TO WS-DEST-NUNCA.
007270     PERFORM 4300-EMITIR-INCIDENCIA THRU 4300-EXIT
007280         VARYING WS-DIA FROM 1 BY 1
007290             UNTIL WS-DIA > WS-ULTIMO-DIA.
007300 4200-EXIT.
007310     EXIT.
007320
007330 4300-EMITIR-INCIDENCIA.
007340     IF NOT SLAD-TARDE(WS-IDX-SLA, WS-DIA)
007350             AND NOT SLAD-NUNCA(WS-IDX-SLA, WS-DIA)
007360         GO TO 4300-EXIT
007370     END-IF.
007380     MOVE WS-MES-SLA TO WS-FDIA-AAAAMM.
007390     MOVE WS-DIA TO WS-FDIA-DD.
007400     MOVE WS-FECHA-DIA TO LINC-FECHA.
007410     MOVE SLAT-FAMILIA(WS-IDX-SLA) TO LINC-FAMILIA.
007420     IF SLAD-NUNCA(WS-IDX-SLA, WS-DIA)
007430         MOVE "NUNCA PRODUCIDO" TO LINC-TEXTO
007440         MOVE SPACES TO LINC-PRODUCIDO
007450         MOVE ZERO TO LINC-DEMORA
007460         MOVE SPACES TO LINC-MINUTOS
007470     ELSE
007480         MOVE "TARDE, PRODUCIDO " TO LINC-TEXTO
007490         MOVE SLAD-PRODUCIDO(WS-IDX-SLA, WS-DIA)
007500             TO LINC-PRODUCIDO
007510         MOVE SLAD-DEMORA(WS-IDX-SLA, WS-DIA) TO LINC-DEMORA
007520         MOVE " MINUTOS" TO LINC-MINUTOS
007530     END-IF.
007540     MOVE WS-LINEA-INCIDENCIA TO RSVC-LINEA.
007550     CALL "reporte_svc" USING RSVC-AREA.
007560     MOVE "INCIDENCIA" TO WS-DATO-SECCION.
007570     MOVE WS-DEST-ACTUAL TO WS-DATO-DESTINATARIO.
007580     MOVE SLAT-FAMILIA(WS-IDX-SLA) TO WS-DATO-FAMILIA.
007590     MOVE WS-FECHA-DIA TO WS-DATO-FECHA.
007600     IF SLAD-NUNCA(WS-IDX-SLA, WS-DIA)
007610         MOVE "NUNCA" TO WS-DATO-ESTADO
007620     ELSE
007630         MOVE "TARDE" TO WS-DATO-ESTADO
007640         MOVE SLAD-PRODUCIDO(WS-IDX-SLA, WS-DIA)
007650             TO WS-DATO-PRODUCIDO
007660         MOVE SLAD-DEMORA(WS-IDX-SLA, WS-DIA) TO WS-DATO-DEMORA
007670     END-IF.
007680     PERFORM 4900-DATO-SLA THRU 4900-EXIT.
007690 4300-EXIT.
007700     EXIT.
007710
007720 4400-EMITIR-RESUMEN.
007730     MOVE WS-DEST-ESPERADOS TO LRES-ESPERADOS.
007740     MOVE WS-DEST-A-TIEMPO TO LRES-A-TIEMPO.
007750     MOVE WS-DEST-TARDE TO LRES-TARDE.
007760     MOVE WS-DEST-NUNCA TO LRES-NUNCA.
007770     MOVE ZERO TO WS-PORC-CUMPLIDO.
007780     IF WS-DEST-ESPERADOS > ZERO
007790         COMPUTE WS-PORC-CUMPLIDO ROUNDED =
007800             WS-DEST-A-TIEMPO * 100 / WS-DEST-ESPERADOS
007810     END-IF.
007820     MOVE WS-PORC-CUMPLIDO TO LRES-PORCENTAJE.
007830     MOVE WS-LINEA-RESUMEN TO RSVC-LINEA.
007840     CALL "reporte_svc" USING RSVC-AREA.
007850     MOVE WS-DEST-ESPERADOS TO WS-DATO-ESPERADOS.
007860     MOVE WS-DEST-A-TIEMPO TO WS-DATO-A-TIEMPO.
007870     MOVE WS-DEST-TARDE TO WS-DATO-TARDE.
007880     MOVE WS-DEST-NUNCA TO WS-DATO-NUNCA.
007890     MOVE WS-PORC-CUMPLIDO TO WS-DATO-PORCENTAJE.
007900     MOVE WS-DATO-PORCENTAJE TO WS-DATO-CUMPLIMIENTO.
007910     PERFORM 4900-DATO-SLA THRU 4900-EXIT.
007920 4400-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960* 4900-DATO-SLA - UNA LINEA DEL ARCHIVO DE DATOS CON LO QUE EL
007970*     RENGLON DEJO EN WS-DATO-SLA; LUEGO LA LIMPIA
007980******************************************************************
007990 4900-DATO-SLA.
008000     MOVE "D" TO RSVC-FUNCION.
008010     MOVE SPACES TO RSVC-LINEA.
008020     STRING WS-DATO-SECCION         DELIMITED BY SPACE
008030             "," WS-DATO-DESTINATARIO DELIMITED BY "  "
008040             "," WS-DATO-FAMILIA     DELIMITED BY SPACE
008050             "," WS-DATO-LIMITE      DELIMITED BY SPACE
008060             "," WS-DATO-FECHA       DELIMITED BY SPACE
008070             "," WS-DATO-ESTADO      DELIMITED BY SPACE
008080             "," WS-DATO-PRODUCIDO   DELIMITED BY SPACE
008090             "," WS-DATO-DEMORA      DELIMITED BY SPACE
008100             "," WS-DATO-ESPERADOS   DELIMITED BY SPACE
008110             "," WS-DATO-A-TIEMPO    DELIMITED BY SPACE
008120             "," WS-DATO-TARDE       DELIMITED BY SPACE
008130             "," WS-DATO-NUNCA       DELIMITED BY SPACE
008140             "," WS-DATO-DEMORA-TOTAL DELIMITED BY SPACE
008150             "," WS-DATO-DEMORA-MAX  DELIMITED BY SPACE
008160             "," WS-DATO-CUMPLIMIENTO DELIMITED BY SPACE
008170         INTO RSVC-LINEA.
008180     CALL "reporte_svc" USING RSVC-AREA.
008190     MOVE "E" TO RSVC-FUNCION.
008200     MOVE SPACES TO WS-DATO-SLA.
008210 4900-EXIT.
008220     EXIT.
008230
008240******************************************************************
008250* 9000-TERMINAR - CIERRE DEL REPORTE, AUDITORIA Y CATALOGO
008260******************************************************************
008270 9000-TERMINAR.
008280     MOVE SPACES TO RSVC-LINEA.
008290     CALL "reporte_svc" USING RSVC-AREA.
008300     MOVE "FIN DEL CUMPLIMIENTO DE ENTREGAS" TO RSVC-LINEA.
008310     CALL "reporte_svc" USING RSVC-AREA.
008320     MOVE "C" TO RSVC-FUNCION.
008330     CALL "reporte_svc" USING RSVC-AREA.
008340     MOVE WS-TOT-ESPERADOS TO WS-AUDT-CANTIDAD.
008350     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
008360     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
008370     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
008380     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
008390             WS-CATG-CANTIDAD.
008400     DISPLAY " DESTINATARIOS CON INCUMPLIMIENTO: "
008410         WS-CUENTA-INCUMPLIDOS.
008420     DISPLAY " REPORTE GENERADO: " WS-DYN-REPORT-FILE.
008430 9000-EXIT.
008440     EXIT.
008450
008460 END PROGRAM sla_entrega.
