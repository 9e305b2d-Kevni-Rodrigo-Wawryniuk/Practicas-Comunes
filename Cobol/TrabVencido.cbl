000100******************************************************************
000110* PROGRAM-ID: trabajos_vencidos
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE OVERDUE CHECK FOR THE PERIODIC JOBS THAT
000170*             ARE LAUNCHED BY HAND (CALIDAD_DATOS, FORENSE_BKP,
000180*             CIERRE_MENSUAL, DECL_ANUAL AND THE LIKE). THE
000190*             TRABPER REGISTER GIVES EACH JOB ITS RULE:
000200*                 S  WEEKLY, VALOR = DAY OF WEEK (1 LUNES ..
000210*                    7 DOMINGO)
000220*                 M  MONTHLY, VALOR = NTH BUSINESS DAY OF THE
000230*                    MONTH ACCORDING TO CALENDAR (A DAY NOT IN
000240*                    CALENDAR IS HABIL MONDAY TO FRIDAY; "F"
000250*                    IS NEVER HABIL). PAST THE LAST BUSINESS
000260*                    DAY, THE LAST ONE.
000270*                 A  ANNUAL, VALOR = MMDD (0229 IS 0228 IN A
000280*                    NON-LEAP YEAR)
000290*             PLUS DAYS OF GRACE. THE LATEST OCCURRENCE OF THE
000300*             RULE ON OR BEFORE THE BUSINESS DATE IS WHEN THE
000310*             JOB WAS DUE; THE LAST RUN IS THE NEWEST DATE THE
000320*             PROGRAM LEFT IN CATALOGO OR IN AN AUDITTRL.
000330*             AAAAMMDD FILE. A JOB NOT RUN SINCE IT WAS DUE,
000340*             ONCE THE GRACE IS OVER, IS OVERDUE. THE CALLER
000350*             GETS THE OVERDUE LIST IN TVEN-AREA; WITH FUNCION
000360*             "A" EACH OVERDUE JOB ALSO GOES TO THE ALERTAS
000370*             QUEUE AS A PENDING HIGH-SEVERITY ALERT, ONCE PER
000380*             DUE DATE (MENU_OPERADOR AT SIGN-ON), AND WITH
000390*             "L" IT IS ONLY LISTED (ENTREGA_TURNO).
000400* TECTONICS:  cobc
000410******************************************************************
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* 2026-10-15 RW   INITIAL VERSION.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. trabajos_vencidos.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT TRABPER-FILE ASSIGN TO "TRABPER"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TPER-STATUS.
000550
000560     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CAL-STATUS.
000590
000600     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CAT-STATUS.
000630
000640     SELECT AUDIT-DIA-FILE ASSIGN DYNAMIC WS-DYN-AUDIT-DIA
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ADIA-STATUS.
000670
000680     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ALR-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TRABPER-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 61 CHARACTERS.
000770 01  TRABPER-RECORD.
000780     05  TPER-PROGRAMA           PIC X(20).
000790     05  FILLER                  PIC X(01).
000800     05  TPER-REGLA              PIC X(01).
000810         88  TPER-SEMANAL        VALUE "S".
000820         88  TPER-MENSUAL        VALUE "M".
000830         88  TPER-ANUAL          VALUE "A".
000840     05  FILLER                  PIC X(01).
000850     05  TPER-VALOR              PIC 9(04).
000860     05  FILLER                  PIC X(01).
000870     05  TPER-GRACIA             PIC 9(02).
000880     05  FILLER                  PIC X(01).
000890     05  TPER-DESCRIPCION        PIC X(30).
000900
000910 FD  CALENDAR-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 09 CHARACTERS.
000940 01  CALENDAR-RECORD.
000950     05  CAL-FECHA               PIC 9(08).
000960     05  CAL-TIPO                PIC X(01).
000970
000980 FD  CATALOGO-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 59 CHARACTERS.
001010 01  CATALOGO-RECORD.
001020     05  CATG-FECHA              PIC 9(08).
001030     05  FILLER                  PIC X(01).
001040     05  CATG-ARCHIVO            PIC X(21).
001050     05  FILLER                  PIC X(01).
001060     05  CATG-PROGRAMA           PIC X(20).
001070     05  FILLER                  PIC X(01).
001080     05  CATG-CANTIDAD           PIC 9(07).
001090
001100 FD  AUDIT-DIA-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 72 CHARACTERS.
001130 01  AUDIT-DIA-RECORD.
001140     05  ADIA-TIMESTAMP          PIC X(21).
001150     05  FILLER                  PIC X(01).
001160     05  ADIA-PROGRAMA           PIC X(20).
001170     05  FILLER                  PIC X(01).
001180     05  ADIA-CANTIDAD           PIC 9(07).
001190     05  FILLER                  PIC X(22).
001200
001210 FD  ALERTAS-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 104 CHARACTERS.
001240 01  ALERTAS-RECORD.
001250     05  ALR-ESTADO              PIC X(01).
001260     05  FILLER                  PIC X(01).
001270     05  ALR-TIMESTAMP           PIC X(21).
001280     05  FILLER                  PIC X(01).
001290     05  ALR-PROGRAMA            PIC X(20).
001300     05  FILLER                  PIC X(01).
001310     05  ALR-MENSAJE             PIC X(59).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-TPER-STATUS              PIC X(02).
001350 01  WS-CAL-STATUS               PIC X(02).
001360 01  WS-CAT-STATUS               PIC X(02).
001370 01  WS-ADIA-STATUS              PIC X(02).
001380 01  WS-ALR-STATUS               PIC X(02).
001390 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001400     88  FIN-ARCHIVO             VALUE "S".
001410
001420*----------------------------------------------------------------
001430*    FECHA DE NEGOCIO
001440*----------------------------------------------------------------
001450 01  WS-FECHA-HOY                PIC X(08).
001460 01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY.
001470     05  WS-HOY-AAAA             PIC 9(04).
001480     05  WS-HOY-MM               PIC 9(02).
001490     05  WS-HOY-DD               PIC 9(02).
001500 01  WS-FECHA-NUMERICA           PIC 9(08).
001510 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001520 01  WS-DIA-HOY-ENTERO           PIC 9(07).
001530 01  WS-DIA-SEMANA-HOY           PIC 9(01).
001540
001550*----------------------------------------------------------------
001560*    REGISTRO DE TRABAJOS PERIODICOS EN MEMORIA
001570*----------------------------------------------------------------
001580 01  WS-MAX-TRABAJOS             PIC 9(03) VALUE 50.
001590 01  WS-CANT-TRABAJOS            PIC 9(03) VALUE ZERO.
001600 01  TABLA-TRABAJOS.
001610     05  TRAB-ENTRADA OCCURS 50 TIMES.
001620         10  TRAB-PROGRAMA       PIC X(20).
001630         10  TRAB-PROGRAMA-MAY   PIC X(20).
001640         10  TRAB-REGLA          PIC X(01).
001650         10  TRAB-VALOR          PIC 9(04).
001660         10  TRAB-GRACIA         PIC 9(02).
001670         10  TRAB-DEBIA          PIC 9(08).
001680         10  TRAB-ULTIMA         PIC 9(08).
001690 01  WS-IDX-TRAB                 PIC 9(03) COMP.
001700 01  WS-PROGRAMA-MAY             PIC X(20).
001710
001720*----------------------------------------------------------------
001730*    CALCULO DE LA ULTIMA FECHA DEBIDA
001740*----------------------------------------------------------------
001750 01  WS-FECHA-CALC               PIC 9(08).
001760 01  WS-FECHA-CALC-X REDEFINES WS-FECHA-CALC.
001770     05  WS-CALC-AAAA            PIC 9(04).
001780     05  WS-CALC-MM              PIC 9(02).
001790     05  WS-CALC-DD              PIC 9(02).
001800 01  WS-DIA-ENTERO               PIC 9(07).
001810 01  WS-DIA-SEMANA               PIC 9(01).
001820 01  WS-DIAS-ATRAS               PIC 9(01).
001830 01  WS-MES-BUSCADO              PIC 9(06).
001840 01  WS-MES-BUSCADO-X REDEFINES WS-MES-BUSCADO.
001850     05  WS-BUSC-AAAA            PIC 9(04).
001860     05  WS-BUSC-MM              PIC 9(02).
001870 01  WS-CUENTA-HABILES           PIC 9(02).
001880 01  WS-ULTIMO-HABIL             PIC 9(08).
001890 01  WS-HABIL-HALLADO            PIC 9(08).
001900 01  WS-SW-HABIL                 PIC X(01).
001910     88  ES-HABIL                VALUE "S".
001920 01  WS-MMDD                     PIC 9(04).
001930 01  WS-MMDD-X REDEFINES WS-MMDD.
001940     05  WS-MMDD-MM              PIC 9(02).
001950     05  WS-MMDD-DD              PIC 9(02).
001960 01  WS-RESTO                    PIC 9(03).
001970
001980*----------------------------------------------------------------
001990*    CALENDARIO (SOLO LAS FECHAS DE LOS DOS ULTIMOS MESES, QUE
002000*    ES LO QUE UNA REGLA MENSUAL PUEDE MIRAR)
002010*----------------------------------------------------------------
002020 01  WS-MES-DESDE                PIC 9(06).
002030 01  WS-MAX-CALENDARIO           PIC 9(02) VALUE 62.
002040 01  WS-CANT-CALENDARIO          PIC 9(02) VALUE ZERO.
002050 01  TABLA-CALENDARIO.
002060     05  CALT-ENTRADA OCCURS 62 TIMES.
002070         10  CALT-FECHA          PIC 9(08).
002080         10  CALT-TIPO           PIC X(01).
002090 01  WS-IDX-CAL                  PIC 9(02) COMP.
002100 01  WS-SW-CAL                   PIC X(01).
002110     88  CAL-HALLADA             VALUE "S".
002120
002130*----------------------------------------------------------------
002140*    BARRIDO DE AUDITTRL DESDE LA FECHA DEBIDA MAS VIEJA
002150*----------------------------------------------------------------
002160 01  WS-DIA-DESDE                PIC 9(07).
002170 01  WS-DIA-BARRIDO              PIC 9(07).
002180 01  WS-FECHA-BARRIDO            PIC 9(08).
002190 01  WS-DYN-AUDIT-DIA            PIC X(21) VALUE SPACES.
002200 01  WS-CUENTA-PENDIENTES        PIC 9(03).
002210
002220*----------------------------------------------------------------
002230*    ALERTAS YA EXISTENTES (PARA NO REPETIR UNA FECHA DEBIDA)
002240*----------------------------------------------------------------
002250 01  WS-PROGRAMA-ALERTA          PIC X(20)
002260         VALUE "trabajos_vencidos".
002270 01  WS-MENSAJE-ALERTA           PIC X(59).
002280 01  WS-SW-YA-ALERTADO           PIC X(01).
002290     88  YA-ALERTADO             VALUE "S".
002300
002310 LINKAGE SECTION.
002320 01  TVEN-AREA.
002330     05  TVEN-FUNCION            PIC X(01).
002340         88  TVEN-ALERTAR        VALUE "A".
002350         88  TVEN-LISTAR         VALUE "L".
002360     05  TVEN-CANT-REGISTRADOS   PIC 9(03).
002370     05  TVEN-CANT-VENCIDOS      PIC 9(03).
002380     05  TVEN-VENCIDO OCCURS 50 TIMES.
002390         10  TVEN-PROGRAMA       PIC X(20).
002400         10  TVEN-REGLA          PIC X(01).
002410         10  TVEN-VALOR          PIC 9(04).
002420         10  TVEN-DEBIA          PIC 9(08).
002430         10  TVEN-ULTIMA         PIC 9(08).
002440
002450 PROCEDURE DIVISION USING TVEN-AREA.
002460
002470******************************************************************
002480* 0000-MAINLINE
002490******************************************************************
002500 0000-MAINLINE.
002510     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002520     IF WS-CANT-TRABAJOS > ZERO
002530         PERFORM 2000-CALCULAR-DEBIDAS THRU 2000-EXIT
002540         PERFORM 3000-ULTIMAS-CORRIDAS THRU 3000-EXIT
002550         PERFORM 4000-ARMAR-VENCIDOS THRU 4000-EXIT
002560     END-IF.
002570     GOBACK.
002580
002590******************************************************************
002600* 1000-INICIALIZAR - FECHA DE NEGOCIO, REGISTRO TRABPER Y LAS
002610*     FECHAS DEL CALENDARIO DEL MES ANTERIOR Y EL ACTUAL
002620******************************************************************
002630 1000-INICIALIZAR.
002640     MOVE ZERO TO TVEN-CANT-REGISTRADOS TVEN-CANT-VENCIDOS.
002650     MOVE ZERO TO WS-CANT-TRABAJOS WS-CANT-CALENDARIO.
002660     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002670     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
002680     COMPUTE WS-DIA-HOY-ENTERO =
002690         FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA).
002700*    EL 1601-01-01 (DIA ENTERO 1) FUE LUNES
002710     COMPUTE WS-DIA-SEMANA-HOY =
002720         FUNCTION MOD(WS-DIA-HOY-ENTERO - 1, 7) + 1.
002730     MOVE "N" TO WS-EOF-ARCHIVO.
002740     OPEN INPUT TRABPER-FILE.
002750     IF WS-TPER-STATUS NOT = "00"
002760         GO TO 1000-EXIT
002770     END-IF.
002780     PERFORM 1100-LEER-TRABAJO THRU 1100-EXIT
002790         UNTIL FIN-ARCHIVO.
002800     CLOSE TRABPER-FILE.
002810     MOVE WS-CANT-TRABAJOS TO TVEN-CANT-REGISTRADOS.
002820     PERFORM 1200-CARGAR-CALENDARIO THRU 1200-EXIT.
002830 1000-EXIT.
002840     EXIT.
002850
002860 1100-LEER-TRABAJO.
002870     READ TRABPER-FILE
002880         AT END
002890             SET FIN-ARCHIVO TO TRUE
002900             GO TO 1100-EXIT
002910     END-READ.
002920     IF TPER-PROGRAMA = SPACES
002930             OR TPER-VALOR IS NOT NUMERIC
002940             OR NOT (TPER-SEMANAL OR TPER-MENSUAL OR TPER-ANUAL)
002950             OR WS-CANT-TRABAJOS >= WS-MAX-TRABAJOS
002960         GO TO 1100-EXIT
002970     END-IF.
002980     ADD 1 TO WS-CANT-TRABAJOS.
002990     MOVE TPER-PROGRAMA TO TRAB-PROGRAMA(WS-CANT-TRABAJOS).
003000     MOVE FUNCTION UPPER-CASE(TPER-PROGRAMA)
003010         TO TRAB-PROGRAMA-MAY(WS-CANT-TRABAJOS).
003020     MOVE TPER-REGLA TO TRAB-REGLA(WS-CANT-TRABAJOS).
003030     MOVE TPER-VALOR TO TRAB-VALOR(WS-CANT-TRABAJOS).
003040     IF TPER-GRACIA IS NUMERIC
003050         MOVE TPER-GRACIA TO TRAB-GRACIA(WS-CANT-TRABAJOS)
003060     ELSE
003070         MOVE ZERO TO TRAB-GRACIA(WS-CANT-TRABAJOS)
003080     END-IF.
003090     MOVE ZERO TO TRAB-DEBIA(WS-CANT-TRABAJOS).
003100     MOVE ZERO TO TRAB-ULTIMA(WS-CANT-TRABAJOS).
003110 1100-EXIT.
003120     EXIT.
003130
003140 1200-CARGAR-CALENDARIO.
003150     IF WS-HOY-MM = 1
003160         COMPUTE WS-BUSC-AAAA = WS-HOY-AAAA - 1
003170         MOVE 12 TO WS-BUSC-MM
003180     ELSE
003190         MOVE WS-HOY-AAAA TO WS-BUSC-AAAA
003200         COMPUTE WS-BUSC-MM = WS-HOY-MM - 1
003210     END-IF.
003220     MOVE WS-MES-BUSCADO TO WS-MES-DESDE.
003230     MOVE "N" TO WS-EOF-ARCHIVO.
003240     OPEN INPUT CALENDAR-FILE.
003250     IF WS-CAL-STATUS NOT = "00"
003260         GO TO 1200-EXIT
003270     END-IF.
003280     PERFORM 1210-LEER-CALENDARIO THRU 1210-EXIT
003290         UNTIL FIN-ARCHIVO.
003300     CLOSE CALENDAR-FILE.
003310 1200-EXIT.
003320     EXIT.
003330
003340 1210-LEER-CALENDARIO.
003350     READ CALENDAR-FILE
003360         AT END
003370             SET FIN-ARCHIVO TO TRUE
003380         NOT AT END
003390             IF CAL-FECHA IS NUMERIC
003400                     AND CAL-FECHA(1:6) NOT < WS-MES-DESDE
003410                     AND CAL-FECHA(1:6) NOT > WS-FECHA-HOY(1:6)
003420                     AND WS-CANT-CALENDARIO < WS-MAX-CALENDARIO
003430                 ADD 1 TO WS-CANT-CALENDARIO
003440                 MOVE CAL-FECHA TO
003450                     CALT-FECHA(WS-CANT-CALENDARIO)
003460                 MOVE CAL-TIPO TO
003470                     CALT-TIPO(WS-CANT-CALENDARIO)
003480             END-IF
003490     END-READ.
003500 1210-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 2000-CALCULAR-DEBIDAS - LA ULTIMA OCURRENCIA DE LA REGLA DE
003550*     CADA TRABAJO EN O ANTES DE LA FECHA DE NEGOCIO
003560******************************************************************
003570 2000-CALCULAR-DEBIDAS.
003580     PERFORM 2100-CALCULAR-DEBIDA THRU 2100-EXIT
003590         VARYING WS-IDX-TRAB FROM 1 BY 1
003600             UNTIL WS-IDX-TRAB > WS-CANT-TRABAJOS.
003610 2000-EXIT.
003620     EXIT.
003630
003640 2100-CALCULAR-DEBIDA.
003650     EVALUATE TRAB-REGLA(WS-IDX-TRAB)
003660         WHEN "S"
003670             PERFORM 2200-DEBIDA-SEMANAL THRU 2200-EXIT
003680         WHEN "M"
003690             PERFORM 2300-DEBIDA-MENSUAL THRU 2300-EXIT
003700         WHEN "A"
003710             PERFORM 2400-DEBIDA-ANUAL THRU 2400-EXIT
003720     END-EVALUATE.
003730 2100-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 2200-DEBIDA-SEMANAL - EL ULTIMO DIA DE LA SEMANA PEDIDO (HOY
003780*     INCLUSIVE); UN VALOR FUERA DE 1-7 SE TOMA COMO LUNES
003790******************************************************************
003800 2200-DEBIDA-SEMANAL.
003810     MOVE TRAB-VALOR(WS-IDX-TRAB) TO WS-DIA-SEMANA.
003820     IF TRAB-VALOR(WS-IDX-TRAB) < 1 OR TRAB-VALOR(WS-IDX-TRAB) > 7
003830         MOVE 1 TO WS-DIA-SEMANA
003840     END-IF.
003850     COMPUTE WS-DIAS-ATRAS =
003860         FUNCTION MOD(WS-DIA-SEMANA-HOY - WS-DIA-SEMANA + 7, 7).
003870     COMPUTE WS-DIA-ENTERO = WS-DIA-HOY-ENTERO - WS-DIAS-ATRAS.
003880     COMPUTE TRAB-DEBIA(WS-IDX-TRAB) =
003890         FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
003900 2200-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 2300-DEBIDA-MENSUAL - EL N-ESIMO DIA HABIL DEL MES; SI TODAVIA
003950*     NO LLEGO, EL DEL MES ANTERIOR
003960******************************************************************
003970 2300-DEBIDA-MENSUAL.
003980     MOVE WS-FECHA-HOY(1:6) TO WS-MES-BUSCADO.
003990     PERFORM 2310-HABIL-DEL-MES THRU 2310-EXIT.
004000     IF WS-HABIL-HALLADO > ZERO
004010             AND WS-HABIL-HALLADO NOT > WS-FECHA-NUMERICA
004020         MOVE WS-HABIL-HALLADO TO TRAB-DEBIA(WS-IDX-TRAB)
004030         GO TO 2300-EXIT
004040     END-IF.
004050     MOVE WS-MES-DESDE TO WS-MES-BUSCADO.
004060     PERFORM 2310-HABIL-DEL-MES THRU 2310-EXIT.
004070     MOVE WS-HABIL-HALLADO TO TRAB-DEBIA(WS-IDX-TRAB).
004080 2300-EXIT.
004090     EXIT.
004100
004110 2310-HABIL-DEL-MES.
004120     MOVE ZERO TO WS-CUENTA-HABILES WS-ULTIMO-HABIL
004130                  WS-HABIL-HALLADO.
004140     MOVE WS-MES-BUSCADO TO WS-FECHA-CALC(1:6).
004150     MOVE 1 TO WS-CALC-DD.
004160     COMPUTE WS-DIA-ENTERO =
004170         FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC).
004180     PERFORM 2320-REVISAR-DIA THRU 2320-EXIT
004190         UNTIL WS-CALC-MM NOT = WS-BUSC-MM
004200             OR WS-HABIL-HALLADO > ZERO.
004210     IF WS-HABIL-HALLADO = ZERO
004220         MOVE WS-ULTIMO-HABIL TO WS-HABIL-HALLADO
004230     END-IF.
004240 2310-EXIT.
004250     EXIT.
004260
004270 2320-REVISAR-DIA.
004280     PERFORM 2330-ES-HABIL THRU 2330-EXIT.
004290     IF ES-HABIL
004300         ADD 1 TO WS-CUENTA-HABILES
004310         MOVE WS-FECHA-CALC TO WS-ULTIMO-HABIL
004320         IF WS-CUENTA-HABILES = TRAB-VALOR(WS-IDX-TRAB)
004330             MOVE WS-FECHA-CALC TO WS-HABIL-HALLADO
004340         END-IF
004350     END-IF.
004360     ADD 1 TO WS-DIA-ENTERO.
004370     COMPUTE WS-FECHA-CALC =
004380         FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
004390 2320-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* 2330-ES-HABIL - LO QUE DIGA CALENDAR; SI LA FECHA NO ESTA,
004440*     DE LUNES A VIERNES
004450******************************************************************
004460 2330-ES-HABIL.
004470     MOVE "N" TO WS-SW-HABIL.
004480     MOVE "N" TO WS-SW-CAL.
004490     PERFORM 2340-BUSCAR-CALENDARIO THRU 2340-EXIT
004500         VARYING WS-IDX-CAL FROM 1 BY 1
004510             UNTIL WS-IDX-CAL > WS-CANT-CALENDARIO
004520                 OR CAL-HALLADA.
004530     IF CAL-HALLADA
004540         GO TO 2330-EXIT
004550     END-IF.
004560     COMPUTE WS-DIA-SEMANA =
004570         FUNCTION MOD(WS-DIA-ENTERO - 1, 7) + 1.
004580     IF WS-DIA-SEMANA < 6
004590         SET ES-HABIL TO TRUE
004600     END-IF.
004610 2330-EXIT.
004620     EXIT.
004630
004640 2340-BUSCAR-CALENDARIO.
004650     IF CALT-FECHA(WS-IDX-CAL) = WS-FECHA-CALC
004660         SET CAL-HALLADA TO TRUE
004670         IF CALT-TIPO(WS-IDX-CAL) NOT = "F"
004680             SET ES-HABIL TO TRUE
004690         END-IF
004700     END-IF.
004710 2340-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 2400-DEBIDA-ANUAL - EL MMDD DE ESTE ANIO SI YA PASO, SI NO EL
004760*     DEL ANIO ANTERIOR
004770******************************************************************
004780 2400-DEBIDA-ANUAL.
004790     MOVE TRAB-VALOR(WS-IDX-TRAB) TO WS-MMDD.
004800     IF WS-MMDD-MM < 1 OR WS-MMDD-MM > 12
004810             OR WS-MMDD-DD < 1 OR WS-MMDD-DD > 31
004820         MOVE 0101 TO WS-MMDD
004830     END-IF.
004840     MOVE WS-HOY-AAAA TO WS-CALC-AAAA.
004850     MOVE WS-MMDD TO WS-FECHA-CALC(5:4).
004860     IF WS-FECHA-CALC > WS-FECHA-NUMERICA
004870         SUBTRACT 1 FROM WS-CALC-AAAA
004880     END-IF.
004890     IF WS-MMDD = 0229
004900         COMPUTE WS-RESTO = FUNCTION MOD(WS-CALC-AAAA, 4)
004910         IF WS-RESTO NOT = ZERO
004920             MOVE 28 TO WS-CALC-DD
004930         END-IF
004940     END-IF.
004950     MOVE WS-FECHA-CALC TO TRAB-DEBIA(WS-IDX-TRAB).
004960 2400-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 3000-ULTIMAS-CORRIDAS - PRIMERO EL CATALOGO ENTERO; DESPUES,
005010*     SOLO PARA LOS QUE EL CATALOGO NO ALCANZA A CUBRIR, LOS
005020*     AUDITTRL DIARIOS DESDE LA FECHA DEBIDA MAS VIEJA
005030******************************************************************
005040 3000-ULTIMAS-CORRIDAS.
005050     MOVE "N" TO WS-EOF-ARCHIVO.
005060     OPEN INPUT CATALOGO-FILE.
005070     IF WS-CAT-STATUS = "00"
005080         PERFORM 3100-LEER-CATALOGO THRU 3100-EXIT
005090             UNTIL FIN-ARCHIVO
005100         CLOSE CATALOGO-FILE
005110     END-IF.
005120     MOVE WS-DIA-HOY-ENTERO TO WS-DIA-DESDE.
005130     MOVE ZERO TO WS-CUENTA-PENDIENTES.
005140     PERFORM 3200-VER-PENDIENTE THRU 3200-EXIT
005150         VARYING WS-IDX-TRAB FROM 1 BY 1
005160             UNTIL WS-IDX-TRAB > WS-CANT-TRABAJOS.
005170     IF WS-CUENTA-PENDIENTES = ZERO
005180         GO TO 3000-EXIT
005190     END-IF.
005200     PERFORM 3300-LEER-AUDIT-DIA THRU 3300-EXIT
005210         VARYING WS-DIA-BARRIDO FROM WS-DIA-DESDE BY 1
005220             UNTIL WS-DIA-BARRIDO > WS-DIA-HOY-ENTERO.
005230 3000-EXIT.
005240     EXIT.
005250
005260 3100-LEER-CATALOGO.
005270     READ CATALOGO-FILE
005280         AT END
005290             SET FIN-ARCHIVO TO TRUE
005300         NOT AT END
005310             IF CATG-FECHA IS NUMERIC
005320                 MOVE FUNCTION UPPER-CASE(CATG-PROGRAMA)
005330                     TO WS-PROGRAMA-MAY
005340                 MOVE CATG-FECHA TO WS-FECHA-CALC
005350                 PERFORM 3110-ANOTAR-CORRIDA THRU 3110-EXIT
005360                     VARYING WS-IDX-TRAB FROM 1 BY 1
005370                         UNTIL WS-IDX-TRAB > WS-CANT-TRABAJOS
005380             END-IF
005390     END-READ.
005400 3100-EXIT.
005410     EXIT.
005420
005430 3110-ANOTAR-CORRIDA.
005440     IF TRAB-PROGRAMA-MAY(WS-IDX-TRAB) = WS-PROGRAMA-MAY
005450             AND WS-FECHA-CALC > TRAB-ULTIMA(WS-IDX-TRAB)
005460         MOVE WS-FECHA-CALC TO TRAB-ULTIMA(WS-IDX-TRAB)
005470     END-IF.
005480 3110-EXIT.
005490     EXIT.
005500
005510 3200-VER-PENDIENTE.
005520     IF TRAB-DEBIA(WS-IDX-TRAB) = ZERO
005530             OR TRAB-ULTIMA(WS-IDX-TRAB) NOT <
005540                 TRAB-DEBIA(WS-IDX-TRAB)
005550         GO TO 3200-EXIT
005560     END-IF.
005570     ADD 1 TO WS-CUENTA-PENDIENTES.
005580     COMPUTE WS-DIA-ENTERO =
005590         FUNCTION INTEGER-OF-DATE(TRAB-DEBIA(WS-IDX-TRAB)).
005600     IF WS-DIA-ENTERO < WS-DIA-DESDE
005610         MOVE WS-DIA-ENTERO TO WS-DIA-DESDE
005620     END-IF.
005630 3200-EXIT.
005640     EXIT.
005650
005660 3300-LEER-AUDIT-DIA.
005670     COMPUTE WS-FECHA-BARRIDO =
005680         FUNCTION DATE-OF-INTEGER(WS-DIA-BARRIDO).
005690     MOVE SPACES TO WS-DYN-AUDIT-DIA.
005700     STRING "AUDITTRL." WS-FECHA-BARRIDO DELIMITED BY SIZE
005710         INTO WS-DYN-AUDIT-DIA.
005720     OPEN INPUT AUDIT-DIA-FILE.
005730     IF WS-ADIA-STATUS NOT = "00"
005740         GO TO 3300-EXIT
005750     END-IF.
005760     MOVE WS-FECHA-BARRIDO TO WS-FECHA-CALC.
005770     MOVE "N" TO WS-EOF-ARCHIVO.
005780     PERFORM 3310-LEER-AUDIT THRU 3310-EXIT
005790         UNTIL FIN-ARCHIVO.
005800     CLOSE AUDIT-DIA-FILE.
005810 3300-EXIT.
005820     EXIT.
005830
005840 3310-LEER-AUDIT.
005850     READ AUDIT-DIA-FILE
005860         AT END
005870             SET FIN-ARCHIVO TO TRUE
005880         NOT AT END
005890             MOVE FUNCTION UPPER-CASE(ADIA-PROGRAMA)
005900                 TO WS-PROGRAMA-MAY
005910             PERFORM 3110-ANOTAR-CORRIDA THRU 3110-EXIT
005920                 VARYING WS-IDX-TRAB FROM 1 BY 1
005930                     UNTIL WS-IDX-TRAB > WS-CANT-TRABAJOS
005940     END-READ.
005950 3310-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990* 4000-ARMAR-VENCIDOS - SIN CORRER DESDE LA FECHA DEBIDA Y CON
006000*     LA GRACIA VENCIDA: A LA LISTA DEL LLAMADOR Y, SI SE PIDIO,
006010*     A LA COLA DE ALERTAS
006020******************************************************************
006030 4000-ARMAR-VENCIDOS.
006040     PERFORM 4100-REVISAR-TRABAJO THRU 4100-EXIT
006050         VARYING WS-IDX-TRAB FROM 1 BY 1
006060             UNTIL WS-IDX-TRAB > WS-CANT-TRABAJOS.
006070 4000-EXIT.
006080     EXIT.
006090
006100 4100-REVISAR-TRABAJO.
006110     IF TRAB-DEBIA(WS-IDX-TRAB) = ZERO
006120             OR TRAB-ULTIMA(WS-IDX-TRAB) NOT <
006130                 TRAB-DEBIA(WS-IDX-TRAB)
006140         GO TO 4100-EXIT
006150     END-IF.
006160     COMPUTE WS-DIA-ENTERO =
006170         FUNCTION INTEGER-OF-DATE(TRAB-DEBIA(WS-IDX-TRAB))
006180         + TRAB-GRACIA(WS-IDX-TRAB).
006190     IF WS-DIA-ENTERO NOT < WS-DIA-HOY-ENTERO
006200         GO TO 4100-EXIT
006210     END-IF.
006220     IF TVEN-CANT-VENCIDOS >= 50
006230         GO TO 4100-EXIT
006240     END-IF.
006250     ADD 1 TO TVEN-CANT-VENCIDOS.
006260     MOVE TRAB-PROGRAMA(WS-IDX-TRAB) TO
006270         TVEN-PROGRAMA(TVEN-CANT-VENCIDOS).
006280     MOVE TRAB-REGLA(WS-IDX-TRAB) TO
006290         TVEN-REGLA(TVEN-CANT-VENCIDOS).
006300     MOVE TRAB-VALOR(WS-IDX-TRAB) TO
006310         TVEN-VALOR(TVEN-CANT-VENCIDOS).
006320     MOVE TRAB-DEBIA(WS-IDX-TRAB) TO
006330         TVEN-DEBIA(TVEN-CANT-VENCIDOS).
006340     MOVE TRAB-ULTIMA(WS-IDX-TRAB) TO
006350         TVEN-ULTIMA(TVEN-CANT-VENCIDOS).
006360     IF TVEN-ALERTAR
006370         PERFORM 4200-ALERTAR THRU 4200-EXIT
006380     END-IF.
006390 4100-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 4200-ALERTAR - UNA ALERTA PENDIENTE POR TRABAJO Y FECHA
006440*     DEBIDA; SI YA ESTA EN ALERTAS (PENDIENTE O VISTA) NO SE
006450*     REPITE EN CADA INGRESO
006460******************************************************************
006470 4200-ALERTAR.
006480     MOVE SPACES TO WS-MENSAJE-ALERTA.
006490     STRING "TRABAJO PERIODICO VENCIDO: "
006500         TRAB-PROGRAMA(WS-IDX-TRAB) " DEBIA "
006510         TRAB-DEBIA(WS-IDX-TRAB)
006520         DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA.
006530     MOVE "N" TO WS-SW-YA-ALERTADO.
006540     MOVE "N" TO WS-EOF-ARCHIVO.
006550     OPEN INPUT ALERTAS-FILE.
006560     IF WS-ALR-STATUS = "00"
006570         PERFORM 4210-BUSCAR-ALERTA THRU 4210-EXIT
006580             UNTIL FIN-ARCHIVO OR YA-ALERTADO
006590         CLOSE ALERTAS-FILE
006600     END-IF.
006610     IF YA-ALERTADO
006620         GO TO 4200-EXIT
006630     END-IF.
006640     OPEN EXTEND ALERTAS-FILE.
006650     IF WS-ALR-STATUS NOT = "00"
006660         OPEN OUTPUT ALERTAS-FILE
006670     END-IF.
006680     MOVE SPACES TO ALERTAS-RECORD.
006690     MOVE "P" TO ALR-ESTADO.
006700     MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP.
006710     MOVE WS-PROGRAMA-ALERTA TO ALR-PROGRAMA.
006720     MOVE WS-MENSAJE-ALERTA TO ALR-MENSAJE.
006730     WRITE ALERTAS-RECORD.
006740     CLOSE ALERTAS-FILE.
006750 4200-EXIT.
006760     EXIT.
006770
006780 4210-BUSCAR-ALERTA.
006790     READ ALERTAS-FILE
006800         AT END
006810             SET FIN-ARCHIVO TO TRUE
006820         NOT AT END
006830             IF ALR-PROGRAMA = WS-PROGRAMA-ALERTA
006840                     AND ALR-MENSAJE = WS-MENSAJE-ALERTA
006850                 SET YA-ALERTADO TO TRUE
006860             END-IF
006870     END-READ.
006880 4210-EXIT.
006890     EXIT.
006900
006910 END PROGRAM trabajos_vencidos.
