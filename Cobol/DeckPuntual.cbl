000100******************************************************************
000110* PROGRAM-ID: puntualidad_decks
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MONTHLY PUNCTUALITY OF THE INBOUND DECKS PER
000170*             SENDER, THE EVIDENCE FOR THE UPSTREAM TEAMS. FOR
000180*             THE MONTH (PUNTCTL AAAAMM, OR THE MONTH BEFORE THE
000190*             BUSINESS DATE) EVERY DECK OF DECKCORT IS MEASURED
000200*             ON EACH DAY THE CALENDAR DOES NOT MARK AS FERIADO,
000210*             UP TO THE DAY BEFORE THE BUSINESS DATE, FROM THE
000220*             DECKARR ARRIVAL REGISTER OF DECK_ARRIBO:
000230*               - ON TIME: ARRIVED BEFORE THE CUT-OFF ("A");
000240*               - LATE: ANY ARRIVAL AFTER THE CUT-OFF ("T"),
000250*                 WITH THE FILE TIMESTAMP, THE MINUTES LATE AND
000260*                 THE DATE IT WAS DEFERRED TO;
000270*               - NOT ARRIVED: A DAILY DECK (DCOR-ESPERADO "S")
000280*                 WITH NO ARRIVAL AT ALL. A DECK SENT ONLY WITH
000290*                 MOVEMENTS IS NOT EXPECTED ON A DAY WITHOUT ONE,
000300*                 AND A DAY FED BY A DEFERRED DECK ("L") IS NOT
000310*                 MEASURED AGAIN - ITS LATENESS WAS COUNTED ON
000320*                 THE DAY IT WAS SENT FOR.
000330*             THE REPORT PUNTDECK.AAAAMM (REPORTE_SVC) GIVES,
000340*             PER SENDER, EACH DECK'S COUNTS, TOTAL AND WORST
000350*             DELAY AND A LINE FOR EVERY LATE OR MISSING DAY.
000360* TECTONICS:  cobc
000370******************************************************************
000380* MODIFICATION HISTORY
000390* DATE       INIT DESCRIPTION
000400* 2026-10-15 RW   INITIAL VERSION.
000410* 2026-10-15 RW   EL REPORTE TAMBIEN VA AL ARCHIVO DE DATOS DE
000420*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR DECK, POR
000430*                 INCIDENCIA Y POR PUNTUALIDAD DE REMITENTE/TOTAL.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. puntualidad_decks.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PARM-FILE ASSIGN TO "PUNTCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.
000540
000550     SELECT DECKCORT-FILE ASSIGN TO "DECKCORT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-COR-STATUS.
000580
000590     SELECT DECKARR-FILE ASSIGN TO "DECKARR"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ARR-STATUS.
000620
000630     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CAL-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PARM-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 06 CHARACTERS.
000720 01  PARM-RECORD.
000730     05  PARM-MES                PIC 9(06).
000740
000750 FD  DECKCORT-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 30 CHARACTERS.
000780 COPY DECKCORT.
000790
000800 FD  DECKARR-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 97 CHARACTERS.
000830 COPY DECKARR.
000840
000850 FD  CALENDAR-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 09 CHARACTERS.
000880 01  CALENDAR-RECORD.
000890     05  CAL-FECHA               PIC 9(08).
000900     05  CAL-FECHA-X REDEFINES CAL-FECHA.
000910         10  CAL-AAAAMM          PIC 9(06).
000920         10  CAL-DD              PIC 9(02).
000930     05  CAL-TIPO                PIC X(01).
000940         88  CAL-FERIADO         VALUE "F".
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-PARM-STATUS              PIC X(02).
000980 01  WS-COR-STATUS               PIC X(02).
000990 01  WS-ARR-STATUS               PIC X(02).
001000 01  WS-CAL-STATUS               PIC X(02).
001010 01  WS-EOF-COR                  PIC X(01) VALUE "N".
001020     88  FIN-CORTES              VALUE "S".
001030 01  WS-EOF-ARR                  PIC X(01) VALUE "N".
001040     88  FIN-ARRIBOS             VALUE "S".
001050 01  WS-EOF-CAL                  PIC X(01) VALUE "N".
001060     88  FIN-CALENDARIO          VALUE "S".
001070
001080*----------------------------------------------------------------
001090*    PERIODO MEDIDO
001100*----------------------------------------------------------------
001110 01  WS-FECHA-HOY                PIC X(08).
001120 01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY.
001130     05  WS-HOY-AAAA             PIC 9(04).
001140     05  WS-HOY-MM               PIC 9(02).
001150     05  WS-HOY-DD               PIC 9(02).
001160 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001170 01  WS-MES-PUNT                 PIC 9(06).
001180 01  WS-MES-PUNT-X REDEFINES WS-MES-PUNT.
001190     05  WS-PUNT-AAAA            PIC 9(04).
001200     05  WS-PUNT-MM              PIC 9(02).
001210 01  WS-FECHA-DIA                PIC 9(08).
001220 01  WS-FECHA-DIA-X REDEFINES WS-FECHA-DIA.
001230     05  WS-FDIA-AAAAMM          PIC 9(06).
001240     05  WS-FDIA-DD              PIC 9(02).
001250 01  WS-FECHA-SIGUIENTE          PIC 9(08).
001260 01  WS-FECHA-SIGUIENTE-X REDEFINES WS-FECHA-SIGUIENTE.
001270     05  WS-FSIG-AAAA            PIC 9(04).
001280     05  WS-FSIG-MM              PIC 9(02).
001290     05  WS-FSIG-DD              PIC 9(02).
001300 01  WS-DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
001310 01  WS-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
001320 01  WS-DIA                      PIC 9(02).
001330 01  TABLA-FERIADOS.
001340     05  FER-MARCA OCCURS 31 TIMES PIC X(01).
001350 01  WS-CUENTA-DIAS-MEDIDOS      PIC 9(02) VALUE ZERO.
001360
001370*----------------------------------------------------------------
001380*    DECKS (DECKCORT) CON SUS CONTADORES DEL MES, Y POR CADA DIA
001390*    LO QUE DICE EL REGISTRO DE ARRIBOS
001400*----------------------------------------------------------------
001410 01  WS-MAX-DECKS                PIC 9(02) VALUE 20.
001420 01  WS-CANT-DECKS               PIC 9(02) VALUE ZERO.
001430 01  TABLA-PUNT.
001440     05  PUNT-ENTRADA OCCURS 20 TIMES.
001450         10  PUNT-DECK           PIC X(10).
001460         10  PUNT-REMITENTE      PIC X(12).
001470         10  PUNT-HORA           PIC 9(04).
001480         10  PUNT-HORA-X REDEFINES PUNT-HORA.
001490             15  PUNT-HH         PIC 9(02).
001500             15  PUNT-MM         PIC 9(02).
001510         10  PUNT-ESPERADO       PIC X(01).
001520             88  PUNT-DIARIO     VALUE "S".
001530         10  PUNT-ESPERADOS      PIC 9(03).
001540         10  PUNT-A-TIEMPO       PIC 9(03).
001550         10  PUNT-TARDE          PIC 9(03).
001560         10  PUNT-NUNCA          PIC 9(03).
001570         10  PUNT-DEMORA-TOTAL   PIC 9(07).
001580         10  PUNT-DEMORA-MAX     PIC 9(05).
001590         10  PUNT-DIA OCCURS 31 TIMES.
001600             15  PDIA-ESTADO     PIC X(01).
001610                 88  PDIA-A-TIEMPO   VALUE "A".
001620                 88  PDIA-TARDE      VALUE "T".
001630                 88  PDIA-DIFERIDO   VALUE "L".
001640                 88  PDIA-NUNCA      VALUE "N".
001650                 88  PDIA-SIN-DATO   VALUE " ".
001660             15  PDIA-LLEGADA    PIC X(14).
001670             15  PDIA-DEMORA     PIC 9(05).
001680             15  PDIA-DIFERIDO-AL PIC 9(08).
001690             15  PDIA-ALARMA     PIC X(01).
001700 01  WS-IDX-DECK                 PIC 9(02) COMP.
001710 01  WS-SW-DECK                  PIC X(01) VALUE "N".
001720     88  DECK-HALLADO            VALUE "S".
001730 01  WS-CUENTA-SIN-CORTE         PIC 9(05) VALUE ZERO.
001740
001750*----------------------------------------------------------------
001760*    REMITENTES DISTINTOS DE DECKCORT, EN EL ORDEN DEL ARCHIVO
001770*----------------------------------------------------------------
001780 01  WS-MAX-REMITENTES           PIC 9(02) VALUE 20.
001790 01  WS-CANT-REMITENTES          PIC 9(02) VALUE ZERO.
001800 01  TABLA-REMITENTES.
001810     05  REM-NOMBRE OCCURS 20 TIMES PIC X(12).
001820 01  WS-IDX-REM                  PIC 9(02) COMP.
001830 01  WS-SW-REM                   PIC X(01) VALUE "N".
001840     88  REMITENTE-HALLADO       VALUE "S".
001850 01  WS-REM-ACTUAL               PIC X(12).
001860 01  WS-REM-ESPERADOS            PIC 9(05).
001870 01  WS-REM-A-TIEMPO             PIC 9(05).
001880 01  WS-REM-TARDE                PIC 9(05).
001890 01  WS-REM-NUNCA                PIC 9(05).
001900 01  WS-TOT-ESPERADOS            PIC 9(05) VALUE ZERO.
001910 01  WS-TOT-A-TIEMPO             PIC 9(05) VALUE ZERO.
001920 01  WS-TOT-TARDE                PIC 9(05) VALUE ZERO.
001930 01  WS-TOT-NUNCA                PIC 9(05) VALUE ZERO.
001940 01  WS-CUENTA-IMPUNTUALES       PIC 9(02) VALUE ZERO.
001950 01  WS-PORC-PUNTUAL             PIC 9(03)V9.
001960
001970*----------------------------------------------------------------
001980*    CAMPOS DE LA LINEA DE DATOS (VACIOS DONDE NO APLICAN)
001990*----------------------------------------------------------------
002000 01  WS-DATO-SECCION             PIC X(11).
002010 01  WS-DATO-INCIDENCIA          PIC X(17).
002020 01  WS-DATO-LLEGADA             PIC X(14).
002030 01  WS-DATO-DEMORA              PIC X(05).
002040 01  WS-DATO-DIFERIDO            PIC X(08).
002050 01  WS-DATO-PORCENTAJE          PIC 9(03).9.
002060
002070*----------------------------------------------------------------
002080*    RENGLONES DEL REPORTE
002090*----------------------------------------------------------------
002100 01  RSVC-AREA.
002110     05  RSVC-FUNCION            PIC X(01).
002120     05  RSVC-ARCHIVO            PIC X(21).
002130     05  RSVC-TITULO             PIC X(40).
002140     05  RSVC-LINEA              PIC X(132).
002150     05  RSVC-CANT-LINEAS        PIC 9(07).
002160 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002170
002180 01  WS-LINEA-PERIODO.
002190     05  FILLER                  PIC X(18)
002200             VALUE "PERIODO MEDIDO:   ".
002210     05  LPER-MES                PIC 9(06).
002220     05  FILLER                  PIC X(15)
002230             VALUE "   DIAS HABILES".
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  LPER-DIAS               PIC Z9.
002260     05  FILLER                  PIC X(11)
002270             VALUE "   DECKS   ".
002280     05  LPER-DECKS              PIC Z9.
002290     05  FILLER                  PIC X(77) VALUE SPACES.
002300 01  WS-LINEA-REMITENTE.
002310     05  FILLER                  PIC X(11)
002320             VALUE "REMITENTE: ".
002330     05  LREM-REMITENTE          PIC X(12).
002340     05  FILLER                  PIC X(109) VALUE SPACES.
002350 01  WS-LINEA-COLUMNAS.
002360     05  FILLER                  PIC X(04) VALUE SPACES.
002370     05  FILLER                  PIC X(12) VALUE "DECK".
002380     05  FILLER                  PIC X(08) VALUE "CORTE".
002390     05  FILLER                  PIC X(10) VALUE "ESPERADOS".
002400     05  FILLER                  PIC X(10) VALUE " A TIEMPO".
002410     05  FILLER                  PIC X(10) VALUE "    TARDE".
002420     05  FILLER                  PIC X(10) VALUE " NO LLEGO".
002430     05  FILLER                  PIC X(14) VALUE "  DEMORA TOTAL".
002440     05  FILLER                  PIC X(12) VALUE "  PEOR (MIN)".
002450     05  FILLER                  PIC X(42) VALUE SPACES.
002460 01  WS-LINEA-DECK.
002470     05  FILLER                  PIC X(04) VALUE SPACES.
002480     05  LDEC-DECK               PIC X(10).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  LDEC-HH                 PIC 9(02).
002510     05  FILLER                  PIC X(01) VALUE ":".
002520     05  LDEC-MM                 PIC 9(02).
002530     05  FILLER                  PIC X(04) VALUE SPACES.
002540     05  LDEC-ESPERADOS          PIC ZZZZZZZZ9.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  LDEC-A-TIEMPO           PIC ZZZZZZZZ9.
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  LDEC-TARDE              PIC ZZZZZZZZ9.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  LDEC-NUNCA              PIC ZZZZZZZZ9.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  LDEC-DEMORA-TOTAL       PIC ZZZ,ZZZ,ZZ9.
002630     05  FILLER                  PIC X(04) VALUE SPACES.
002640     05  LDEC-DEMORA-MAX         PIC ZZ,ZZ9.
002650     05  FILLER                  PIC X(46) VALUE SPACES.
002660 01  WS-LINEA-INCIDENCIA.
002670     05  FILLER                  PIC X(08) VALUE SPACES.
002680     05  LINC-FECHA              PIC 9(08).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  LINC-DECK               PIC X(10).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  LINC-TEXTO              PIC X(14).
002730     05  LINC-LLEGADA            PIC X(14).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  LINC-DEMORA             PIC ZZ,ZZ9.
002760     05  LINC-MINUTOS            PIC X(08).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  LINC-DESTINO            PIC X(24).
002790     05  FILLER                  PIC X(32) VALUE SPACES.
002800 01  WS-LINEA-DESTINO-INC.
002810     05  FILLER                  PIC X(12)
002820             VALUE "DIFERIDO AL ".
002830     05  LDIF-FECHA              PIC 9(08).
002840     05  FILLER                  PIC X(04) VALUE SPACES.
002850 01  WS-LINEA-RESUMEN.
002860     05  LRES-ROTULO             PIC X(18).
002870     05  FILLER                  PIC X(11) VALUE "ESPERADOS ".
002880     05  LRES-ESPERADOS          PIC ZZZZ9.
002890     05  FILLER                  PIC X(12) VALUE "  A TIEMPO ".
002900     05  LRES-A-TIEMPO           PIC ZZZZ9.
002910     05  FILLER                  PIC X(09) VALUE "  TARDE ".
002920     05  LRES-TARDE              PIC ZZZZ9.
002930     05  FILLER                  PIC X(12) VALUE "  NO LLEGO ".
002940     05  LRES-NUNCA              PIC ZZZZ9.
002950     05  FILLER                  PIC X(14) VALUE "  PUNTUALIDAD".
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  LRES-PORCENTAJE         PIC ZZ9.9.
002980     05  FILLER                  PIC X(02) VALUE " %".
002990     05  FILLER                  PIC X(28) VALUE SPACES.
003000
003010*----------------------------------------------------------------
003020*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
003030*----------------------------------------------------------------
003040 01  WS-AUDT-PROGRAMA            PIC X(20)
003050                                 VALUE "puntualidad_decks".
003060 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003070 01  WS-CATG-ARCHIVO             PIC X(21).
003080 01  WS-CATG-CANTIDAD            PIC 9(07).
003090
003100 PROCEDURE DIVISION.
003110
003120******************************************************************
003130* 0000-MAINLINE
003140******************************************************************
003150 0000-MAINLINE.
003160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003170     PERFORM 2000-LEER-ARRIBOS THRU 2000-EXIT.
003180     PERFORM 3000-EVALUAR-DECKS THRU 3000-EXIT.
003190     PERFORM 4000-EMITIR-REPORTE THRU 4000-EXIT.
003200     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003210     GOBACK.
003220
003230******************************************************************
003240* 1000-INICIALIZAR - PERIODO (PUNTCTL, O EL MES ANTERIOR A LA
003250*     FECHA DE NEGOCIO), DIAS DEL MES, FERIADOS Y DECKS
003260******************************************************************
003270 1000-INICIALIZAR.
003280     MOVE SPACES TO TABLA-FERIADOS.
003290     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003300     IF WS-HOY-MM = 1
003310         COMPUTE WS-PUNT-AAAA = WS-HOY-AAAA - 1
003320         MOVE 12 TO WS-PUNT-MM
003330     ELSE
003340         MOVE WS-HOY-AAAA TO WS-PUNT-AAAA
003350         COMPUTE WS-PUNT-MM = WS-HOY-MM - 1
003360     END-IF.
003370     OPEN INPUT PARM-FILE.
003380     IF WS-PARM-STATUS = "00"
003390         READ PARM-FILE
003400             NOT AT END
003410                 IF PARM-MES IS NUMERIC AND PARM-MES > ZERO
003420                     MOVE PARM-MES TO WS-MES-PUNT
003430                 END-IF
003440         END-READ
003450         CLOSE PARM-FILE
003460     END-IF.
003470     PERFORM 1050-CALCULAR-DIAS THRU 1050-EXIT.
003480     PERFORM 1100-CARGAR-CORTES THRU 1100-EXIT.
003490     PERFORM 1200-CARGAR-FERIADOS THRU 1200-EXIT.
003500     DISPLAY " PUNTUALIDAD DE DECKS DEL PERIODO " WS-MES-PUNT.
003510 1000-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550* 1050-CALCULAR-DIAS - DIAS DEL MES Y ULTIMO DIA MEDIBLE: EN EL
003560*     MES EN CURSO SE MIDE HASTA EL DIA ANTERIOR A LA FECHA DE
003570*     NEGOCIO (EL DECK DE HOY PUEDE NO HABER VENCIDO TODAVIA), Y
003580*     UN MES POSTERIOR NO TIENE NADA QUE MEDIR
003590******************************************************************
003600 1050-CALCULAR-DIAS.
003610     MOVE WS-MES-PUNT TO WS-FDIA-AAAAMM.
003620     MOVE 1 TO WS-FDIA-DD.
003630     IF WS-PUNT-MM = 12
003640         COMPUTE WS-FSIG-AAAA = WS-PUNT-AAAA + 1
003650         MOVE 1 TO WS-FSIG-MM
003660     ELSE
003670         MOVE WS-PUNT-AAAA TO WS-FSIG-AAAA
003680         COMPUTE WS-FSIG-MM = WS-PUNT-MM + 1
003690     END-IF.
003700     MOVE 1 TO WS-FSIG-DD.
003710     COMPUTE WS-DIAS-DEL-MES =
003720         FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE)
003730         - FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
003740     MOVE WS-DIAS-DEL-MES TO WS-ULTIMO-DIA.
003750     IF WS-FECHA-HOY(1:6) = WS-MES-PUNT-X
003760         COMPUTE WS-ULTIMO-DIA = WS-HOY-DD - 1
003770     END-IF.
003780     IF WS-FECHA-HOY(1:6) < WS-MES-PUNT-X
003790         MOVE ZERO TO WS-ULTIMO-DIA
003800     END-IF.
003810 1050-EXIT.
003820     EXIT.
003830
003840 1100-CARGAR-CORTES.
003850     OPEN INPUT DECKCORT-FILE.
003860     IF WS-COR-STATUS NOT = "00"
003870         DISPLAY "DECKCORT NO DISPONIBLE: NO HAY DECKS QUE "
003880             "MEDIR."
003890         GO TO 1100-EXIT
003900     END-IF.
003910     PERFORM 1110-LEER-CORTE THRU 1110-EXIT
003920         UNTIL FIN-CORTES.
003930     CLOSE DECKCORT-FILE.
003940 1100-EXIT.
003950     EXIT.
003960
003970 1110-LEER-CORTE.
003980     READ DECKCORT-FILE
003990         AT END
004000             SET FIN-CORTES TO TRUE
004010             GO TO 1110-EXIT
004020     END-READ.
004030     IF DCOR-DECK = SPACES
004040             OR DCOR-HORA IS NOT NUMERIC
004050             OR WS-CANT-DECKS >= WS-MAX-DECKS
004060         GO TO 1110-EXIT
004070     END-IF.
004080     ADD 1 TO WS-CANT-DECKS.
004090     MOVE SPACES TO PUNT-ENTRADA(WS-CANT-DECKS).
004100     MOVE DCOR-DECK TO PUNT-DECK(WS-CANT-DECKS).
004110     MOVE DCOR-REMITENTE TO PUNT-REMITENTE(WS-CANT-DECKS).
004120     MOVE DCOR-HORA TO PUNT-HORA(WS-CANT-DECKS).
004130     MOVE DCOR-ESPERADO TO PUNT-ESPERADO(WS-CANT-DECKS).
004140     MOVE ZERO TO PUNT-ESPERADOS(WS-CANT-DECKS)
004150                  PUNT-A-TIEMPO(WS-CANT-DECKS)
004160                  PUNT-TARDE(WS-CANT-DECKS)
004170                  PUNT-NUNCA(WS-CANT-DECKS)
004180                  PUNT-DEMORA-TOTAL(WS-CANT-DECKS)
004190                  PUNT-DEMORA-MAX(WS-CANT-DECKS).
004200     MOVE "N" TO WS-SW-REM.
004210     PERFORM 1120-COMPARAR-REMITENTE THRU 1120-EXIT
004220         VARYING WS-IDX-REM FROM 1 BY 1
004230             UNTIL WS-IDX-REM > WS-CANT-REMITENTES
004240                 OR REMITENTE-HALLADO.
004250     IF NOT REMITENTE-HALLADO
004260             AND WS-CANT-REMITENTES < WS-MAX-REMITENTES
004270         ADD 1 TO WS-CANT-REMITENTES
004280         MOVE DCOR-REMITENTE TO REM-NOMBRE(WS-CANT-REMITENTES)
004290     END-IF.
004300 1110-EXIT.
004310     EXIT.
004320
004330 1120-COMPARAR-REMITENTE.
004340     IF REM-NOMBRE(WS-IDX-REM) = DCOR-REMITENTE
004350         SET REMITENTE-HALLADO TO TRUE
004360     END-IF.
004370 1120-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 1200-CARGAR-FERIADOS - LOS DIAS DEL MES QUE EL CALENDARIO
004420*     MARCA "F" NO SE ESPERA DECK (EL CICLO NO CORRE)
004430******************************************************************
004440 1200-CARGAR-FERIADOS.
004450     OPEN INPUT CALENDAR-FILE.
004460     IF WS-CAL-STATUS NOT = "00"
004470         GO TO 1200-EXIT
004480     END-IF.
004490     PERFORM 1210-LEER-CALENDARIO THRU 1210-EXIT
004500         UNTIL FIN-CALENDARIO.
004510     CLOSE CALENDAR-FILE.
004520 1200-EXIT.
004530     EXIT.
004540
004550 1210-LEER-CALENDARIO.
004560     READ CALENDAR-FILE
004570         AT END
004580             SET FIN-CALENDARIO TO TRUE
004590         NOT AT END
004600             IF CAL-FECHA IS NUMERIC
004610                     AND CAL-AAAAMM = WS-MES-PUNT
004620                     AND CAL-DD > ZERO AND CAL-DD NOT > 31
004630                     AND CAL-FERIADO
004640                 MOVE "F" TO FER-MARCA(CAL-DD)
004650             END-IF
004660     END-READ.
004670 1210-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 2000-LEER-ARRIBOS - LO QUE EL REGISTRO DICE DE CADA DECK EN
004720*     CADA DIA DEL MES: UNA LLEGADA TARDE PESA MAS QUE UNA A
004730*     TIEMPO (UN REENVIO FUERA DE HORA ES IMPUNTUALIDAD) Y SE
004740*     GUARDA LA PEOR; UN DIFERIDO LIBERADO SOLO SE ANOTA
004750******************************************************************
004760 2000-LEER-ARRIBOS.
004770     IF WS-CANT-DECKS = ZERO
004780         GO TO 2000-EXIT
004790     END-IF.
004800     OPEN INPUT DECKARR-FILE.
004810     IF WS-ARR-STATUS NOT = "00"
004820         DISPLAY "DECKARR NO DISPONIBLE: NINGUN ARRIBO "
004830             "REGISTRADO."
004840         GO TO 2000-EXIT
004850     END-IF.
004860     PERFORM 2100-LEER-ARRIBO THRU 2100-EXIT
004870         UNTIL FIN-ARRIBOS.
004880     CLOSE DECKARR-FILE.
004890 2000-EXIT.
004900     EXIT.
004910
004920 2100-LEER-ARRIBO.
004930     READ DECKARR-FILE
004940         AT END
004950             SET FIN-ARRIBOS TO TRUE
004960             GO TO 2100-EXIT
004970     END-READ.
004980     IF DARR-FECHA IS NOT NUMERIC
004990             OR DARR-AAAAMM NOT = WS-MES-PUNT
005000             OR DARR-DD = ZERO OR DARR-DD > 31
005010         GO TO 2100-EXIT
005020     END-IF.
005030     MOVE "N" TO WS-SW-DECK.
005040     PERFORM 2110-BUSCAR-DECK THRU 2110-EXIT
005050         VARYING WS-IDX-DECK FROM 1 BY 1
005060             UNTIL WS-IDX-DECK > WS-CANT-DECKS
005070                 OR DECK-HALLADO.
005080     IF NOT DECK-HALLADO
005090         ADD 1 TO WS-CUENTA-SIN-CORTE
005100         GO TO 2100-EXIT
005110     END-IF.
005120     EVALUATE TRUE
005130         WHEN DARR-DIFERIDO
005140             IF NOT PDIA-TARDE(WS-IDX-DECK, DARR-DD)
005150                     OR DARR-DEMORA >
005160                         PDIA-DEMORA(WS-IDX-DECK, DARR-DD)
005170                 SET PDIA-TARDE(WS-IDX-DECK, DARR-DD) TO TRUE
005180                 MOVE DARR-LLEGADA TO
005190                     PDIA-LLEGADA(WS-IDX-DECK, DARR-DD)
005200                 MOVE DARR-DEMORA TO
005210                     PDIA-DEMORA(WS-IDX-DECK, DARR-DD)
005220                 MOVE DARR-FECHA-OTRA TO
005230                     PDIA-DIFERIDO-AL(WS-IDX-DECK, DARR-DD)
005240             END-IF
005250         WHEN DARR-A-TIEMPO
005260             IF PDIA-SIN-DATO(WS-IDX-DECK, DARR-DD)
005270                     OR PDIA-DIFERIDO(WS-IDX-DECK, DARR-DD)
005280                 SET PDIA-A-TIEMPO(WS-IDX-DECK, DARR-DD)
005290                     TO TRUE
005300                 MOVE DARR-LLEGADA TO
005310                     PDIA-LLEGADA(WS-IDX-DECK, DARR-DD)
005320             END-IF
005330         WHEN DARR-LIBERADO
005340             IF PDIA-SIN-DATO(WS-IDX-DECK, DARR-DD)
005350                 SET PDIA-DIFERIDO(WS-IDX-DECK, DARR-DD)
005360                     TO TRUE
005370             END-IF
005380         WHEN DARR-ALARMA
005390             MOVE "S" TO PDIA-ALARMA(WS-IDX-DECK, DARR-DD)
005400     END-EVALUATE.
005410 2100-EXIT.
005420     EXIT.
005430
005440 2110-BUSCAR-DECK.
005450     IF PUNT-DECK(WS-IDX-DECK) = DARR-DECK
005460         SET DECK-HALLADO TO TRUE
005470         SUBTRACT 1 FROM WS-IDX-DECK
005480     END-IF.
005490 2110-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530* 3000-EVALUAR-DECKS - CADA DECK EN CADA DIA MEDIBLE: A TIEMPO,
005540*     TARDE (CON LOS MINUTOS) O NO LLEGO
005550******************************************************************
005560 3000-EVALUAR-DECKS.
005570     PERFORM 3050-CONTAR-DIA-MEDIDO THRU 3050-EXIT
005580         VARYING WS-DIA FROM 1 BY 1
005590             UNTIL WS-DIA > WS-ULTIMO-DIA.
005600     PERFORM 3100-EVALUAR-DECK THRU 3100-EXIT
005610         VARYING WS-IDX-DECK FROM 1 BY 1
005620             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
005630 3000-EXIT.
005640     EXIT.
005650
005660 3050-CONTAR-DIA-MEDIDO.
005670     IF FER-MARCA(WS-DIA) NOT = "F"
005680         ADD 1 TO WS-CUENTA-DIAS-MEDIDOS
005690     END-IF.
005700 3050-EXIT.
005710     EXIT.
005720
005730 3100-EVALUAR-DECK.
005740     PERFORM 3110-EVALUAR-DIA THRU 3110-EXIT
005750         VARYING WS-DIA FROM 1 BY 1
005760             UNTIL WS-DIA > WS-ULTIMO-DIA.
005770 3100-EXIT.
005780     EXIT.
005790
005800 3110-EVALUAR-DIA.
005810     IF FER-MARCA(WS-DIA) = "F"
005820         GO TO 3110-EXIT
005830     END-IF.
005840     EVALUATE TRUE
005850         WHEN PDIA-A-TIEMPO(WS-IDX-DECK, WS-DIA)
005860             ADD 1 TO PUNT-ESPERADOS(WS-IDX-DECK)
005870             ADD 1 TO PUNT-A-TIEMPO(WS-IDX-DECK)
005880         WHEN PDIA-TARDE(WS-IDX-DECK, WS-DIA)
005890             ADD 1 TO PUNT-ESPERADOS(WS-IDX-DECK)
005900             ADD 1 TO PUNT-TARDE(WS-IDX-DECK)
005910             ADD PDIA-DEMORA(WS-IDX-DECK, WS-DIA) TO
005920                 PUNT-DEMORA-TOTAL(WS-IDX-DECK)
005930             IF PDIA-DEMORA(WS-IDX-DECK, WS-DIA) >
005940                     PUNT-DEMORA-MAX(WS-IDX-DECK)
005950                 MOVE PDIA-DEMORA(WS-IDX-DECK, WS-DIA) TO
005960                     PUNT-DEMORA-MAX(WS-IDX-DECK)
005970             END-IF
005980         WHEN PDIA-SIN-DATO(WS-IDX-DECK, WS-DIA)
005990             IF PUNT-DIARIO(WS-IDX-DECK)
006000                 SET PDIA-NUNCA(WS-IDX-DECK, WS-DIA) TO TRUE
006010                 ADD 1 TO PUNT-ESPERADOS(WS-IDX-DECK)
006020                 ADD 1 TO PUNT-NUNCA(WS-IDX-DECK)
006030             END-IF
006040     END-EVALUATE.
006050 3110-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* 4000-EMITIR-REPORTE - PUNTDECK.AAAAMM: UN BLOQUE POR REMITENTE
006100*     CON SUS DECKS, SUS INCIDENCIAS Y SU PUNTUALIDAD; AL FINAL
006110*     EL TOTAL
006120******************************************************************
006130 4000-EMITIR-REPORTE.
006140     STRING "PUNTDECK." WS-MES-PUNT DELIMITED BY SIZE
006150         INTO WS-DYN-REPORT-FILE.
006160     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
006170     MOVE "PUNTUALIDAD DE DECKS POR REMITENTE" TO RSVC-TITULO.
006180     MOVE "A" TO RSVC-FUNCION.
006190     CALL "reporte_svc" USING RSVC-AREA.
006200     MOVE "T" TO RSVC-FUNCION.
006210     MOVE SPACES TO RSVC-LINEA.
006220     STRING "SECCION,REMITENTE,DECK,CORTE,FECHA,INCIDENCIA,"
006230             "LLEGADA,DEMORA,DIFERIDO_AL,ESPERADOS,A_TIEMPO,"
006240             "TARDE,NO_LLEGO,DEMORA_TOTAL,DEMORA_MAX,PUNTUALIDAD"
006250             DELIMITED BY SIZE
006260         INTO RSVC-LINEA.
006270     CALL "reporte_svc" USING RSVC-AREA.
006280     MOVE "E" TO RSVC-FUNCION.
006290     MOVE WS-MES-PUNT TO LPER-MES.
006300     MOVE WS-CUENTA-DIAS-MEDIDOS TO LPER-DIAS.
006310     MOVE WS-CANT-DECKS TO LPER-DECKS.
006320     MOVE WS-LINEA-PERIODO TO RSVC-LINEA.
006330     CALL "reporte_svc" USING RSVC-AREA.
006340     IF WS-CANT-DECKS = ZERO
006350         MOVE "SIN DECKS EN DECKCORT: NADA QUE MEDIR."
006360             TO RSVC-LINEA
006370         CALL "reporte_svc" USING RSVC-AREA
006380         GO TO 4000-EXIT
006390     END-IF.
006400     PERFORM 4100-EMITIR-REMITENTE THRU 4100-EXIT
006410         VARYING WS-IDX-REM FROM 1 BY 1
006420             UNTIL WS-IDX-REM > WS-CANT-REMITENTES.
006430     MOVE SPACES TO RSVC-LINEA.
006440     CALL "reporte_svc" USING RSVC-AREA.
006450     MOVE "TOTAL GENERAL" TO LRES-ROTULO.
006460     MOVE "TOTAL" TO WS-DATO-SECCION.
006470     MOVE SPACES TO WS-REM-ACTUAL.
006480     MOVE WS-TOT-ESPERADOS TO WS-REM-ESPERADOS.
006490     MOVE WS-TOT-A-TIEMPO TO WS-REM-A-TIEMPO.
006500     MOVE WS-TOT-TARDE TO WS-REM-TARDE.
006510     MOVE WS-TOT-NUNCA TO WS-REM-NUNCA.
006520     PERFORM 4400-EMITIR-RESUMEN THRU 4400-EXIT.
006530     IF WS-CUENTA-SIN-CORTE > ZERO
006540         MOVE SPACES TO RSVC-LINEA
006550         STRING "ARRIBOS DEL MES DE DECKS SIN CORTE EN DECKCORT: "
006560             WS-CUENTA-SIN-CORTE DELIMITED BY SIZE
006570             INTO RSVC-LINEA
006580         CALL "reporte_svc" USING RSVC-AREA
006590     END-IF.
006600 4000-EXIT.
006610     EXIT.
006620
006630 4100-EMITIR-REMITENTE.
006640     MOVE REM-NOMBRE(WS-IDX-REM) TO WS-REM-ACTUAL.
006650     MOVE ZERO TO WS-REM-ESPERADOS WS-REM-A-TIEMPO
006660                  WS-REM-TARDE WS-REM-NUNCA.
006670     MOVE SPACES TO RSVC-LINEA.
006680     CALL "reporte_svc" USING RSVC-AREA.
006690     MOVE WS-REM-ACTUAL TO LREM-REMITENTE.
006700     MOVE WS-LINEA-REMITENTE TO RSVC-LINEA.
006710     CALL "reporte_svc" USING RSVC-AREA.
006720     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
006730     CALL "reporte_svc" USING RSVC-AREA.
006740     PERFORM 4200-EMITIR-DECK THRU 4200-EXIT
006750         VARYING WS-IDX-DECK FROM 1 BY 1
006760             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
006770     MOVE "  PUNTUALIDAD" TO LRES-ROTULO.
006780     MOVE "PUNTUALIDAD" TO WS-DATO-SECCION.
006790     PERFORM 4400-EMITIR-RESUMEN THRU 4400-EXIT.
006800     ADD WS-REM-ESPERADOS TO WS-TOT-ESPERADOS.
006810     ADD WS-REM-A-TIEMPO TO WS-TOT-A-TIEMPO.
006820     ADD WS-REM-TARDE TO WS-TOT-TARDE.
006830     ADD WS-REM-NUNCA TO WS-TOT-NUNCA.
006840     IF WS-REM-TARDE > ZERO OR WS-REM-NUNCA > ZERO
006850         ADD 1 TO WS-CUENTA-IMPUNTUALES
006860     END-IF.
006870 4100-EXIT.
006880     EXIT.
006890
006900 4200-EMITIR-DECK.
006910     IF PUNT-REMITENTE(WS-IDX-DECK) NOT = WS-REM-ACTUAL
006920         GO TO 4200-EXIT
006930     END-IF.
006940     MOVE PUNT-DECK(WS-IDX-DECK) TO LDEC-DECK.
006950     MOVE PUNT-HH(WS-IDX-DECK) TO LDEC-HH.
006960     MOVE PUNT-MM(WS-IDX-DECK) TO LDEC-MM.
006970     MOVE PUNT-ESPERADOS(WS-IDX-DECK) TO LDEC-ESPERADOS.
006980     MOVE PUNT-A-TIEMPO(WS-IDX-DECK) TO LDEC-A-TIEMPO.
006990     MOVE PUNT-TARDE(WS-IDX-DECK) TO LDEC-TARDE.
007000     MOVE PUNT-NUNCA(WS-IDX-DECK) TO LDEC-NUNCA.
007010     MOVE PUNT-DEMORA-TOTAL(WS-IDX-DECK) TO LDEC-DEMORA-TOTAL.
007020     MOVE PUNT-DEMORA-MAX(WS-IDX-DECK) TO LDEC-DEMORA-MAX.
007030     MOVE WS-LINEA-DECK TO RSVC-LINEA.
007040     CALL "reporte_svc" USING RSVC-AREA.
007050     MOVE "D" TO RSVC-FUNCION.
007060     MOVE SPACES TO RSVC-LINEA.
007070     STRING "DECK," DELIMITED BY SIZE
007080             WS-REM-ACTUAL DELIMITED BY SPACE
007090             "," DELIMITED BY SIZE
007100             PUNT-DECK(WS-IDX-DECK) DELIMITED BY SPACE
007110             "," PUNT-HORA(WS-IDX-DECK) ",,,,,,"
007120             PUNT-ESPERADOS(WS-IDX-DECK)
007130             "," PUNT-A-TIEMPO(WS-IDX-DECK)
007140             "," PUNT-TARDE(WS-IDX-DECK)
007150             "," PUNT-NUNCA(WS-IDX-DECK)
007160             "," PUNT-DEMORA-TOTAL(WS-IDX-DECK)
007170             "," PUNT-DEMORA-MAX(WS-IDX-DECK) ","
007180             DELIMITED BY SIZE
007190         INTO RSVC-LINEA.
007200     CALL "reporte_svc" USING RSVC-AREA.
007210     MOVE "E" TO RSVC-FUNCION.
007220     ADD PUNT-ESPERADOS(WS-IDX-DECK) TO WS-REM-ESPERADOS.
007230     ADD PUNT-A-TIEMPO(WS-IDX-DECK) TO WS-REM-A-TIEMPO.
007240     ADD PUNT-TARDE(WS-IDX-DECK) TO WS-REM-TARDE.
007250     ADD PUNT-NUNCA(WS-IDX-DECK) TO WS-REM-NUNCA.
007260     PERFORM 4300-EMITIR-INCIDENCIA THRU 4300-EXIT
007270         VARYING WS-DIA FROM 1 BY 1
007280             UNTIL WS-DIA > WS-ULTIMO-DIA.
007290 4200-EXIT.
007300     EXIT.
007310
007320 4300-EMITIR-INCIDENCIA.
007330     IF NOT PDIA-TARDE(WS-IDX-DECK, WS-DIA)
007340             AND NOT PDIA-NUNCA(WS-IDX-DECK, WS-DIA)
007350         GO TO 4300-EXIT
007360     END-IF.
007370     MOVE WS-MES-PUNT TO WS-FDIA-AAAAMM.
007380     MOVE WS-DIA TO WS-FDIA-DD.
007390     MOVE WS-FECHA-DIA TO LINC-FECHA.
007400     MOVE PUNT-DECK(WS-IDX-DECK) TO LINC-DECK.
007410     IF PDIA-NUNCA(WS-IDX-DECK, WS-DIA)
007420         MOVE "NO LLEGO" TO LINC-TEXTO
007430         MOVE SPACES TO LINC-LLEGADA
007440         MOVE ZERO TO LINC-DEMORA
007450         MOVE SPACES TO LINC-MINUTOS
007460         MOVE SPACES TO LINC-DESTINO
007470         IF PDIA-ALARMA(WS-IDX-DECK, WS-DIA) = "S"
007480             MOVE "ALARMA EMITIDA" TO LINC-DESTINO
007490         END-IF
007500     ELSE
007510         MOVE "TARDE, LLEGO " TO LINC-TEXTO
007520         MOVE PDIA-LLEGADA(WS-IDX-DECK, WS-DIA) TO LINC-LLEGADA
007530         MOVE PDIA-DEMORA(WS-IDX-DECK, WS-DIA) TO LINC-DEMORA
007540         MOVE " MINUTOS" TO LINC-MINUTOS
007550         MOVE PDIA-DIFERIDO-AL(WS-IDX-DECK, WS-DIA)
007560             TO LDIF-FECHA
007570         MOVE WS-LINEA-DESTINO-INC TO LINC-DESTINO
007580     END-IF.
007590     MOVE WS-LINEA-INCIDENCIA TO RSVC-LINEA.
007600     CALL "reporte_svc" USING RSVC-AREA.
007610     MOVE SPACES TO WS-DATO-LLEGADA WS-DATO-DEMORA
007620                    WS-DATO-DIFERIDO.
007630     IF PDIA-NUNCA(WS-IDX-DECK, WS-DIA)
007640         MOVE "NO LLEGO" TO WS-DATO-INCIDENCIA
007650         IF PDIA-ALARMA(WS-IDX-DECK, WS-DIA) = "S"
007660             MOVE "NO LLEGO - ALARMA" TO WS-DATO-INCIDENCIA
007670         END-IF
007680     ELSE
007690         MOVE "TARDE" TO WS-DATO-INCIDENCIA
007700         MOVE PDIA-LLEGADA(WS-IDX-DECK, WS-DIA) TO WS-DATO-LLEGADA
007710         MOVE PDIA-DEMORA(WS-IDX-DECK, WS-DIA) TO WS-DATO-DEMORA
007720         MOVE PDIA-DIFERIDO-AL(WS-IDX-DECK, WS-DIA)
007730             TO WS-DATO-DIFERIDO
007740     END-IF.
007750     MOVE "D" TO RSVC-FUNCION.
007760     MOVE SPACES TO RSVC-LINEA.
007770     STRING "INCIDENCIA," DELIMITED BY SIZE
007780             WS-REM-ACTUAL DELIMITED BY SPACE
007790             "," DELIMITED BY SIZE
007800             PUNT-DECK(WS-IDX-DECK) DELIMITED BY SPACE
007810             ",," WS-FECHA-DIA "," DELIMITED BY SIZE
007820             WS-DATO-INCIDENCIA DELIMITED BY "  "
007830             "," DELIMITED BY SIZE
007840             WS-DATO-LLEGADA DELIMITED BY SPACE
007850             "," DELIMITED BY SIZE
007860             WS-DATO-DEMORA DELIMITED BY SPACE
007870             "," DELIMITED BY SIZE
007880             WS-DATO-DIFERIDO DELIMITED BY SPACE
007890             ",,,,,,," DELIMITED BY SIZE
007900         INTO RSVC-LINEA.
007910     CALL "reporte_svc" USING RSVC-AREA.
007920     MOVE "E" TO RSVC-FUNCION.
007930 4300-EXIT.
007940     EXIT.
007950
007960 4400-EMITIR-RESUMEN.
007970     MOVE WS-REM-ESPERADOS TO LRES-ESPERADOS.
007980     MOVE WS-REM-A-TIEMPO TO LRES-A-TIEMPO.
007990     MOVE WS-REM-TARDE TO LRES-TARDE.
008000     MOVE WS-REM-NUNCA TO LRES-NUNCA.
008010     MOVE ZERO TO WS-PORC-PUNTUAL.
008020     IF WS-REM-ESPERADOS > ZERO
008030         COMPUTE WS-PORC-PUNTUAL ROUNDED =
008040             WS-REM-A-TIEMPO * 100 / WS-REM-ESPERADOS
008050     END-IF.
008060     MOVE WS-PORC-PUNTUAL TO LRES-PORCENTAJE.
008070     MOVE WS-LINEA-RESUMEN TO RSVC-LINEA.
008080     CALL "reporte_svc" USING RSVC-AREA.
008090     MOVE WS-PORC-PUNTUAL TO WS-DATO-PORCENTAJE.
008100     MOVE "D" TO RSVC-FUNCION.
008110     MOVE SPACES TO RSVC-LINEA.
008120     STRING WS-DATO-SECCION DELIMITED BY SPACE
008130             "," DELIMITED BY SIZE
008140             WS-REM-ACTUAL DELIMITED BY SPACE
008150             ",,,,,,,," WS-REM-ESPERADOS
008160             "," WS-REM-A-TIEMPO
008170             "," WS-REM-TARDE
008180             "," WS-REM-NUNCA
008190             ",,," WS-DATO-PORCENTAJE DELIMITED BY SIZE
008200         INTO RSVC-LINEA.
008210     CALL "reporte_svc" USING RSVC-AREA.
008220     MOVE "E" TO RSVC-FUNCION.
008230 4400-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 9000-TERMINAR - CIERRE DEL REPORTE, AUDITORIA Y CATALOGO
008280******************************************************************
008290 9000-TERMINAR.
008300     MOVE SPACES TO RSVC-LINEA.
008310     CALL "reporte_svc" USING RSVC-AREA.
008320     MOVE "FIN DE LA PUNTUALIDAD DE DECKS" TO RSVC-LINEA.
008330     CALL "reporte_svc" USING RSVC-AREA.
008340     MOVE "C" TO RSVC-FUNCION.
008350     CALL "reporte_svc" USING RSVC-AREA.
008360     MOVE WS-TOT-ESPERADOS TO WS-AUDT-CANTIDAD.
008370     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
008380     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
008390     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
008400     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
008410             WS-CATG-CANTIDAD.
008420     DISPLAY " REMITENTES CON IMPUNTUALIDADES: "
008430         WS-CUENTA-IMPUNTUALES.
008440     DISPLAY " REPORTE GENERADO: " WS-DYN-REPORT-FILE.
008450 9000-EXIT.
008460     EXIT.
008470
008480 END PROGRAM puntualidad_decks.
