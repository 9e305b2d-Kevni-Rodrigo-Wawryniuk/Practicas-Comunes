000100******************************************************************
000110* PROGRAM-ID: calendario_anual
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    ANNUAL ROLL-FORWARD OF THE CALENDAR FILE, IN TWO
000170*             RUNS DRIVEN BY THE CALGCTL CARD (AAAA ACCION
000180*             APROBADO):
000190*               P  PROPONER - BUILDS THE YEAR FROM THE RULES:
000200*                  SATURDAYS AND SUNDAYS ARE FERIADO, THE
000210*                  FIXED-DATE HOLIDAYS OF FERFIJOS (MMDD) AND
000220*                  THE MOVABLE HOLIDAYS OPERATIONS LOADS IN
000230*                  FERMOVIL (AAAAMMDD) ARE FERIADO, AND THE LAST
000240*                  BUSINESS DAY OF EACH MONTH IS CIERRE DE
000250*                  PERIODO. THE YEAR IS WRITTEN TO CALPROP.AAAA
000260*                  AND PRINTED AS A YEAR-AT-A-GLANCE LISTING
000270*                  CALANUAL.AAAA (REPORTE_SVC) WITH THE HOLIDAYS,
000280*                  THE DATES THAT WOULD CHANGE IN CALENDAR AND A
000290*                  SIGN-OFF BLOCK FOR THE SUPERVISOR. CALENDAR IS
000300*                  NOT TOUCHED.
000310*               A  APLICAR - ONCE THE LISTING IS SIGNED, REPLACES
000320*                  THE YEAR IN CALENDAR WITH CALPROP.AAAA. THE
000330*                  OTHER YEARS ARE KEPT AS THEY ARE, AND SO ARE
000340*                  THE DATES BEFORE THE BUSINESS DATE. EVERY
000350*                  DATE WHOSE TYPE IS REPLACED GOES TO CALCAMB
000360*                  UNDER THE SUPERVISOR ON THE CARD.
000370*             WITHOUT A CARD THE JOB PROPOSES THE YEAR AFTER THE
000380*             BUSINESS DATE. A YEAR BEFORE THE BUSINESS DATE, AN
000390*             APPLY WITHOUT SUPERVISOR OR WITHOUT A COMPLETE
000400*             PROPOSAL IS REFUSED (ERRORLOG, RETURN-CODE 8).
000410* TECTONICS:  cobc
000420******************************************************************
000430* MODIFICATION HISTORY
000440* DATE       INIT DESCRIPTION
000450* 2026-10-15 RW   INITIAL VERSION.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. calendario_anual.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT PARM-FILE ASSIGN TO "CALGCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARM-STATUS.
000560
000570     SELECT FERFIJOS-FILE ASSIGN TO "FERFIJOS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FIJ-STATUS.
000600
000610     SELECT FERMOVIL-FILE ASSIGN TO "FERMOVIL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-MOV-STATUS.
000640
000650     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CAL-STATUS.
000680
000690     SELECT PROPUESTA-FILE ASSIGN DYNAMIC WS-DYN-PROPUESTA
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PROP-STATUS.
000720
000730     SELECT CALCAMB-FILE ASSIGN TO "CALCAMB"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CAMB-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  PARM-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 15 CHARACTERS.
000820 01  PARM-RECORD.
000830     05  PARM-ANIO               PIC X(04).
000840     05  FILLER                  PIC X(01).
000850     05  PARM-ACCION             PIC X(01).
000860     05  FILLER                  PIC X(01).
000870     05  PARM-APROBADO           PIC X(08).
000880
000890 FD  FERFIJOS-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 35 CHARACTERS.
000920 01  FERFIJOS-RECORD.
000930     05  FIJ-MMDD                PIC 9(04).
000940     05  FILLER                  PIC X(01).
000950     05  FIJ-DESCRIPCION         PIC X(30).
000960
000970 FD  FERMOVIL-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 39 CHARACTERS.
001000 01  FERMOVIL-RECORD.
001010     05  MOV-FECHA               PIC 9(08).
001020     05  MOV-FECHA-X REDEFINES MOV-FECHA.
001030         10  MOV-AAAA            PIC 9(04).
001040         10  MOV-MMDD            PIC 9(04).
001050     05  FILLER                  PIC X(01).
001060     05  MOV-DESCRIPCION         PIC X(30).
001070
001080 FD  CALENDAR-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 09 CHARACTERS.
001110 01  CALENDAR-RECORD.
001120     05  CAL-FECHA               PIC 9(08).
001130     05  CAL-FECHA-X REDEFINES CAL-FECHA.
001140         10  CAL-AAAA            PIC 9(04).
001150         10  CAL-MMDD            PIC 9(04).
001160     05  CAL-TIPO                PIC X(01).
001170
001180 FD  PROPUESTA-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 09 CHARACTERS.
001210 01  PROPUESTA-RECORD.
001220     05  PROP-FECHA              PIC 9(08).
001230     05  PROP-FECHA-X REDEFINES PROP-FECHA.
001240         10  PROP-AAAA           PIC 9(04).
001250         10  PROP-MMDD           PIC 9(04).
001260     05  PROP-TIPO               PIC X(01).
001270
001280 FD  CALCAMB-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 79 CHARACTERS.
001310 COPY CALCAMB.
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-PARM-STATUS              PIC X(02).
001350 01  WS-FIJ-STATUS               PIC X(02).
001360 01  WS-MOV-STATUS               PIC X(02).
001370 01  WS-CAL-STATUS               PIC X(02).
001380 01  WS-PROP-STATUS              PIC X(02).
001390 01  WS-CAMB-STATUS              PIC X(02).
001400 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001410     88  FIN-ARCHIVO             VALUE "S".
001420 01  WS-DYN-PROPUESTA            PIC X(21) VALUE SPACES.
001430
001440*----------------------------------------------------------------
001450*    TARJETA DE CONTROL Y FECHA DE NEGOCIO
001460*----------------------------------------------------------------
001470 01  WS-FECHA-HOY                PIC X(08).
001480 01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY.
001490     05  WS-HOY-AAAA             PIC 9(04).
001500     05  WS-HOY-MMDD             PIC 9(04).
001510 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001520 01  WS-ANIO                     PIC 9(04).
001530 01  WS-ACCION                   PIC X(01) VALUE "P".
001540     88  ACCION-PROPONER         VALUE "P".
001550     88  ACCION-APLICAR          VALUE "A".
001560 01  WS-APROBADO                 PIC X(08) VALUE SPACES.
001570 01  WS-SW-RECHAZO               PIC X(01) VALUE "N".
001580     88  PEDIDO-RECHAZADO        VALUE "S".
001590 01  WS-MOTIVO-RECHAZO           PIC X(59) VALUE SPACES.
001600
001610*----------------------------------------------------------------
001620*    EL ANIO, DIA POR DIA: TIPO PROPUESTO, TIPO QUE HOY TIENE EN
001630*    CALENDAR ("-" SI NO TIENE REGISTRO) Y ORIGEN DEL FERIADO
001640*    (J FIJO, M MOVIL, C CIERRE)
001650*----------------------------------------------------------------
001660 01  WS-CANT-DIAS-ANIO           PIC 9(03) VALUE ZERO.
001670 01  TABLA-ANIO.
001680     05  ANIT-ENTRADA OCCURS 366 TIMES.
001690         10  ANIT-FECHA          PIC 9(08).
001700         10  ANIT-FECHA-X REDEFINES ANIT-FECHA.
001710             15  ANIT-AAAA       PIC 9(04).
001720             15  ANIT-MM         PIC 9(02).
001730             15  ANIT-DD         PIC 9(02).
001740         10  ANIT-DIA-SEMANA     PIC 9(01).
001750         10  ANIT-TIPO           PIC X(01).
001760         10  ANIT-TIPO-ACTUAL    PIC X(01).
001770         10  ANIT-ORIGEN         PIC X(01).
001780         10  ANIT-DESCRIPCION    PIC X(30).
001790 01  WS-IDX-DIA                  PIC 9(03) COMP.
001800 01  WS-IDX-MES                  PIC 9(02) COMP.
001810 01  TABLA-MESES.
001820     05  MEST-ENTRADA OCCURS 12 TIMES.
001830         10  MEST-PRIMERO        PIC 9(03).
001840         10  MEST-ULTIMO         PIC 9(03).
001850 01  WS-SW-CIERRE                PIC X(01) VALUE "N".
001860     88  CIERRE-MARCADO          VALUE "S".
001870 01  WS-FECHA-TRABAJO            PIC 9(08).
001880 01  WS-FECHA-TRABAJO-X REDEFINES WS-FECHA-TRABAJO.
001890     05  WS-TRAB-AAAA            PIC 9(04).
001900     05  WS-TRAB-MMDD            PIC 9(04).
001910 01  WS-DIA-PRIMERO              PIC 9(07).
001920 01  WS-DIA-ULTIMO               PIC 9(07).
001930 01  WS-DIA-ENTERO               PIC 9(07).
001940 01  WS-NOMBRES-DIAS             PIC X(21)
001950         VALUE "LUNMARMIEJUEVIESABDOM".
001960 01  WS-NOMBRES-DIAS-T REDEFINES WS-NOMBRES-DIAS.
001970     05  WS-NOMBRE-DIA           PIC X(03) OCCURS 7 TIMES.
001980 01  WS-NOMBRES-MESES            PIC X(36)
001990         VALUE "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
002000 01  WS-NOMBRES-MESES-T REDEFINES WS-NOMBRES-MESES.
002010     05  WS-NOMBRE-MES           PIC X(03) OCCURS 12 TIMES.
002020
002030*----------------------------------------------------------------
002040*    CALENDAR DE LOS OTROS ANIOS, QUE SE REGRABA TAL CUAL
002050*----------------------------------------------------------------
002060 01  WS-MAX-OTROS                PIC 9(04) VALUE 4000.
002070 01  WS-CANT-OTROS               PIC 9(04) VALUE ZERO.
002080 01  TABLA-OTROS.
002090     05  OTRT-ENTRADA OCCURS 4000 TIMES.
002100         10  OTRT-FECHA          PIC 9(08).
002110         10  OTRT-FECHA-X REDEFINES OTRT-FECHA.
002120             15  OTRT-AAAA       PIC 9(04).
002130             15  OTRT-MMDD       PIC 9(04).
002140         10  OTRT-TIPO           PIC X(01).
002150 01  WS-IDX-OTRO                 PIC 9(04) COMP.
002160
002170*----------------------------------------------------------------
002180*    CONTADORES
002190*----------------------------------------------------------------
002200 01  WS-CANT-FIJOS               PIC 9(03) VALUE ZERO.
002210 01  WS-CANT-MOVILES             PIC 9(03) VALUE ZERO.
002220 01  WS-CANT-INVALIDOS           PIC 9(03) VALUE ZERO.
002230 01  WS-CANT-EXISTENTES          PIC 9(03) VALUE ZERO.
002240 01  WS-CANT-DIFERENCIAS         PIC 9(03) VALUE ZERO.
002250 01  WS-CANT-PROPUESTA           PIC 9(03) VALUE ZERO.
002260 01  WS-CANT-GRABADOS            PIC 9(05) VALUE ZERO.
002270 01  WS-CANT-CONSERVADOS         PIC 9(03) VALUE ZERO.
002280 01  WS-CANT-REEMPLAZOS          PIC 9(03) VALUE ZERO.
002290 01  WS-TOT-HABILES              PIC 9(03) VALUE ZERO.
002300 01  WS-TOT-FERIADOS             PIC 9(03) VALUE ZERO.
002310 01  WS-TOT-CIERRES              PIC 9(03) VALUE ZERO.
002320 01  WS-MES-HABILES              PIC 9(02).
002330 01  WS-MES-FERIADOS             PIC 9(02).
002340 01  WS-MES-CIERRES              PIC 9(02).
002350
002360*----------------------------------------------------------------
002370*    RENGLONES DEL LISTADO
002380*----------------------------------------------------------------
002390 01  RSVC-AREA.
002400     05  RSVC-FUNCION            PIC X(01).
002410     05  RSVC-ARCHIVO            PIC X(21).
002420     05  RSVC-TITULO             PIC X(40).
002430     05  RSVC-LINEA              PIC X(132).
002440     05  RSVC-CANT-LINEAS        PIC 9(07).
002450 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002460
002470 01  WS-LINEA-PERIODO.
002480     05  FILLER                  PIC X(18)
002490             VALUE "ANIO PROPUESTO:   ".
002500     05  LPER-ANIO               PIC 9(04).
002510     05  FILLER                  PIC X(22)
002520             VALUE "   FECHA DE NEGOCIO:  ".
002530     05  LPER-HOY                PIC X(08).
002540     05  FILLER                  PIC X(80) VALUE SPACES.
002550 01  WS-LINEA-GRILLA.
002560     05  LGRI-MES                PIC X(03).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  LGRI-CELDA              PIC X(03) OCCURS 31 TIMES.
002590     05  FILLER                  PIC X(03) VALUE SPACES.
002600     05  LGRI-HABILES            PIC X(03).
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  LGRI-FERIADOS           PIC X(03).
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  LGRI-CIERRES            PIC X(03).
002650     05  FILLER                  PIC X(20) VALUE SPACES.
002660 01  WS-CELDA-DIA.
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  WS-CELDA-DD             PIC 9(02).
002690 01  WS-CELDA-TIPO.
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  WS-CELDA-LETRA          PIC X(01).
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730 01  WS-CONTADOR-EDIT            PIC ZZ9.
002740 01  WS-LINEA-FERIADO.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  LFER-FECHA              PIC 9(08).
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  LFER-DIA                PIC X(03).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  LFER-ORIGEN             PIC X(07).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  LFER-DESCRIPCION        PIC X(30).
002830     05  FILLER                  PIC X(78) VALUE SPACES.
002840 01  WS-LINEA-DIFERENCIA.
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  LDIF-FECHA              PIC 9(08).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  LDIF-DIA                PIC X(03).
002890     05  FILLER                  PIC X(10) VALUE "  ACTUAL: ".
002900     05  LDIF-ACTUAL             PIC X(01).
002910     05  FILLER                  PIC X(14)
002920             VALUE "  PROPUESTO:  ".
002930     05  LDIF-PROPUESTO          PIC X(01).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  LDIF-NOTA               PIC X(40).
002960     05  FILLER                  PIC X(50) VALUE SPACES.
002970 01  WS-LINEA-TOTALES.
002980     05  FILLER                  PIC X(16)
002990             VALUE "DIAS HABILES:   ".
003000     05  LTOT-HABILES            PIC ZZ9.
003010     05  FILLER                  PIC X(16)
003020             VALUE "   FERIADOS:    ".
003030     05  LTOT-FERIADOS           PIC ZZ9.
003040     05  FILLER                  PIC X(16)
003050             VALUE "   CIERRES:     ".
003060     05  LTOT-CIERRES            PIC ZZ9.
003070     05  FILLER                  PIC X(75) VALUE SPACES.
003080 01  WS-LINEA-FUENTES.
003090     05  FILLER                  PIC X(18)
003100             VALUE "FERIADOS FIJOS:   ".
003110     05  LFUE-FIJOS              PIC ZZ9.
003120     05  FILLER                  PIC X(18)
003130             VALUE "   MOVILES:       ".
003140     05  LFUE-MOVILES            PIC ZZ9.
003150     05  FILLER                  PIC X(29)
003160             VALUE "   FECHAS INVALIDAS IGNORADAS".
003170     05  FILLER                  PIC X(02) VALUE ": ".
003180     05  LFUE-INVALIDOS          PIC ZZ9.
003190     05  FILLER                  PIC X(56) VALUE SPACES.
003200 01  WS-LINEA-APLICAR.
003210     05  FILLER                  PIC X(31)
003220             VALUE "PARA APLICAR: TARJETA CALGCTL '".
003230     05  LAPL-ANIO               PIC 9(04).
003240     05  FILLER                  PIC X(32)
003250             VALUE " A <SUPERVISOR>' Y VOLVER A CORR".
003260     05  FILLER                  PIC X(22)
003270             VALUE "ER CALENDARIO_ANUAL.  ".
003280     05  FILLER                  PIC X(43) VALUE SPACES.
003290
003300*----------------------------------------------------------------
003310*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
003320*----------------------------------------------------------------
003330 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE
003340         "calendario_anual".
003350 01  WS-ELOG-CODIGO              PIC 9(04).
003360 01  WS-ELOG-MENSAJE             PIC X(59).
003370 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE
003380         "calendario_anual".
003390 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003400 01  WS-CATG-ARCHIVO             PIC X(21).
003410 01  WS-CATG-CANTIDAD            PIC 9(07).
003420
003430 PROCEDURE DIVISION.
003440
003450******************************************************************
003460* 0000-MAINLINE
003470******************************************************************
003480 0000-MAINLINE.
003490     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003500     IF NOT PEDIDO-RECHAZADO
003510         IF ACCION-PROPONER
003520             PERFORM 2000-ARMAR-ANIO THRU 2000-EXIT
003530             PERFORM 3000-CARGAR-CALENDAR THRU 3000-EXIT
003540             PERFORM 4000-GRABAR-PROPUESTA THRU 4000-EXIT
003550             PERFORM 5000-EMITIR-LISTADO THRU 5000-EXIT
003560         ELSE
003570             PERFORM 6000-CARGAR-PROPUESTA THRU 6000-EXIT
003580             IF NOT PEDIDO-RECHAZADO
003590                 PERFORM 3000-CARGAR-CALENDAR THRU 3000-EXIT
003600             END-IF
003610             IF NOT PEDIDO-RECHAZADO
003620                 PERFORM 7000-APLICAR THRU 7000-EXIT
003630             END-IF
003640         END-IF
003650     END-IF.
003660     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003670     GOBACK.
003680
003690******************************************************************
003700* 1000-INICIALIZAR - TARJETA CALGCTL (O EL ANIO SIGUIENTE A LA
003710*     FECHA DE NEGOCIO, PROPONER) Y LOS DIAS DEL ANIO
003720******************************************************************
003730 1000-INICIALIZAR.
003740     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003750     COMPUTE WS-ANIO = WS-HOY-AAAA + 1.
003760     OPEN INPUT PARM-FILE.
003770     IF WS-PARM-STATUS = "00"
003780         READ PARM-FILE
003790             NOT AT END
003800                 IF PARM-ANIO IS NUMERIC
003810                     MOVE PARM-ANIO TO WS-ANIO
003820                 END-IF
003830                 IF PARM-ACCION NOT = SPACE
003840                     MOVE PARM-ACCION TO WS-ACCION
003850                 END-IF
003860                 MOVE PARM-APROBADO TO WS-APROBADO
003870         END-READ
003880         CLOSE PARM-FILE
003890     END-IF.
003900     IF WS-ANIO < WS-HOY-AAAA
003910         MOVE SPACES TO WS-MOTIVO-RECHAZO
003920         STRING "ANIO " WS-ANIO DELIMITED BY SIZE
003930             " ANTERIOR A LA FECHA DE NEGOCIO: NO SE GENERA"
003940             DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
003950         PERFORM 8000-RECHAZAR THRU 8000-EXIT
003960         GO TO 1000-EXIT
003970     END-IF.
003980     IF NOT ACCION-PROPONER AND NOT ACCION-APLICAR
003990         MOVE "ACCION DE CALGCTL DESCONOCIDA (P O A)"
004000             TO WS-MOTIVO-RECHAZO
004010         PERFORM 8000-RECHAZAR THRU 8000-EXIT
004020         GO TO 1000-EXIT
004030     END-IF.
004040     IF ACCION-APLICAR AND WS-APROBADO = SPACES
004050         MOVE "APLICAR SIN SUPERVISOR QUE APRUEBE EN CALGCTL"
004060             TO WS-MOTIVO-RECHAZO
004070         PERFORM 8000-RECHAZAR THRU 8000-EXIT
004080         GO TO 1000-EXIT
004090     END-IF.
004100     MOVE SPACES TO WS-DYN-PROPUESTA.
004110     STRING "CALPROP." WS-ANIO DELIMITED BY SIZE
004120         INTO WS-DYN-PROPUESTA.
004130     MOVE WS-ANIO TO WS-TRAB-AAAA.
004140     MOVE 0101 TO WS-TRAB-MMDD.
004150     COMPUTE WS-DIA-PRIMERO =
004160         FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO).
004170     MOVE 1231 TO WS-TRAB-MMDD.
004180     COMPUTE WS-DIA-ULTIMO =
004190         FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO).
004200     COMPUTE WS-CANT-DIAS-ANIO =
004210         WS-DIA-ULTIMO - WS-DIA-PRIMERO + 1.
004220     PERFORM 1100-INICIAR-DIA THRU 1100-EXIT
004230         VARYING WS-IDX-DIA FROM 1 BY 1
004240             UNTIL WS-IDX-DIA > WS-CANT-DIAS-ANIO.
004250     IF ACCION-PROPONER
004260         DISPLAY " PROPUESTA DEL CALENDARIO " WS-ANIO
004270     ELSE
004280         DISPLAY " APLICACION DEL CALENDARIO " WS-ANIO
004290             " APROBADO POR " WS-APROBADO
004300     END-IF.
004310 1000-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350*    CADA DIA NACE HABIL, SABADO Y DOMINGO FERIADO
004360*----------------------------------------------------------------
004370 1100-INICIAR-DIA.
004380     COMPUTE WS-DIA-ENTERO = WS-DIA-PRIMERO + WS-IDX-DIA - 1.
004390     COMPUTE ANIT-FECHA(WS-IDX-DIA) =
004400         FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
004410     COMPUTE ANIT-DIA-SEMANA(WS-IDX-DIA) =
004420         FUNCTION MOD(WS-DIA-ENTERO - 1, 7) + 1.
004430     MOVE "-" TO ANIT-TIPO-ACTUAL(WS-IDX-DIA).
004440     MOVE SPACE TO ANIT-ORIGEN(WS-IDX-DIA).
004450     MOVE SPACES TO ANIT-DESCRIPCION(WS-IDX-DIA).
004460     IF ANIT-DIA-SEMANA(WS-IDX-DIA) > 5
004470         MOVE "F" TO ANIT-TIPO(WS-IDX-DIA)
004480     ELSE
004490         MOVE "H" TO ANIT-TIPO(WS-IDX-DIA)
004500     END-IF.
004510     MOVE ANIT-MM(WS-IDX-DIA) TO WS-IDX-MES.
004520     IF ANIT-DD(WS-IDX-DIA) = 1
004530         MOVE WS-IDX-DIA TO MEST-PRIMERO(WS-IDX-MES)
004540     END-IF.
004550     MOVE WS-IDX-DIA TO MEST-ULTIMO(WS-IDX-MES).
004560 1100-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 2000-ARMAR-ANIO - FERIADOS FIJOS, FERIADOS MOVILES DEL ANIO Y
004610*     EL ULTIMO DIA HABIL DE CADA MES COMO CIERRE
004620******************************************************************
004630 2000-ARMAR-ANIO.
004640     MOVE "N" TO WS-EOF-ARCHIVO.
004650     OPEN INPUT FERFIJOS-FILE.
004660     IF WS-FIJ-STATUS = "00"
004670         PERFORM 2100-LEER-FIJO THRU 2100-EXIT
004680             UNTIL FIN-ARCHIVO
004690         CLOSE FERFIJOS-FILE
004700     ELSE
004710         DISPLAY " FERFIJOS NO DISPONIBLE: SIN FERIADOS FIJOS"
004720     END-IF.
004730     MOVE "N" TO WS-EOF-ARCHIVO.
004740     OPEN INPUT FERMOVIL-FILE.
004750     IF WS-MOV-STATUS = "00"
004760         PERFORM 2200-LEER-MOVIL THRU 2200-EXIT
004770             UNTIL FIN-ARCHIVO
004780         CLOSE FERMOVIL-FILE
004790     END-IF.
004800     IF WS-CANT-MOVILES = ZERO
004810         DISPLAY " ATENCION: FERMOVIL NO TIENE FERIADOS MOVILES "
004820             "PARA " WS-ANIO
004830     END-IF.
004840     PERFORM 2400-MARCAR-CIERRE THRU 2400-EXIT
004850         VARYING WS-IDX-MES FROM 1 BY 1
004860             UNTIL WS-IDX-MES > 12.
004870 2000-EXIT.
004880     EXIT.
004890
004900 2100-LEER-FIJO.
004910     READ FERFIJOS-FILE
004920         AT END
004930             SET FIN-ARCHIVO TO TRUE
004940             GO TO 2100-EXIT
004950     END-READ.
004960     IF FIJ-MMDD IS NOT NUMERIC
004970         ADD 1 TO WS-CANT-INVALIDOS
004980         GO TO 2100-EXIT
004990     END-IF.
005000     MOVE WS-ANIO TO WS-TRAB-AAAA.
005010     MOVE FIJ-MMDD TO WS-TRAB-MMDD.
005020     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-TRABAJO) NOT = ZERO
005030         IF FIJ-MMDD NOT = 0229
005040             ADD 1 TO WS-CANT-INVALIDOS
005050         END-IF
005060         GO TO 2100-EXIT
005070     END-IF.
005080     PERFORM 2300-UBICAR-DIA THRU 2300-EXIT.
005090     MOVE "F" TO ANIT-TIPO(WS-IDX-DIA).
005100     MOVE "J" TO ANIT-ORIGEN(WS-IDX-DIA).
005110     MOVE FIJ-DESCRIPCION TO ANIT-DESCRIPCION(WS-IDX-DIA).
005120     ADD 1 TO WS-CANT-FIJOS.
005130 2100-EXIT.
005140     EXIT.
005150
005160 2200-LEER-MOVIL.
005170     READ FERMOVIL-FILE
005180         AT END
005190             SET FIN-ARCHIVO TO TRUE
005200             GO TO 2200-EXIT
005210     END-READ.
005220     IF MOV-FECHA IS NOT NUMERIC
005230         ADD 1 TO WS-CANT-INVALIDOS
005240         GO TO 2200-EXIT
005250     END-IF.
005260     IF MOV-AAAA NOT = WS-ANIO
005270         GO TO 2200-EXIT
005280     END-IF.
005290     MOVE MOV-FECHA TO WS-FECHA-TRABAJO.
005300     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-TRABAJO) NOT = ZERO
005310         ADD 1 TO WS-CANT-INVALIDOS
005320         GO TO 2200-EXIT
005330     END-IF.
005340     PERFORM 2300-UBICAR-DIA THRU 2300-EXIT.
005350     MOVE "F" TO ANIT-TIPO(WS-IDX-DIA).
005360     MOVE "M" TO ANIT-ORIGEN(WS-IDX-DIA).
005370     MOVE MOV-DESCRIPCION TO ANIT-DESCRIPCION(WS-IDX-DIA).
005380     ADD 1 TO WS-CANT-MOVILES.
005390 2200-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430*    WS-FECHA-TRABAJO (DEL ANIO) A SU POSICION EN LA TABLA
005440*----------------------------------------------------------------
005450 2300-UBICAR-DIA.
005460     COMPUTE WS-IDX-DIA =
005470         FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO)
005480             - WS-DIA-PRIMERO + 1.
005490 2300-EXIT.
005500     EXIT.
005510
005520 2400-MARCAR-CIERRE.
005530     MOVE "N" TO WS-SW-CIERRE.
005540     PERFORM 2410-BUSCAR-ULTIMO-HABIL THRU 2410-EXIT
005550         VARYING WS-IDX-DIA FROM MEST-ULTIMO(WS-IDX-MES) BY -1
005560             UNTIL WS-IDX-DIA < MEST-PRIMERO(WS-IDX-MES)
005570                 OR CIERRE-MARCADO.
005580 2400-EXIT.
005590     EXIT.
005600
005610 2410-BUSCAR-ULTIMO-HABIL.
005620     IF ANIT-TIPO(WS-IDX-DIA) = "H"
005630         MOVE "C" TO ANIT-TIPO(WS-IDX-DIA)
005640         MOVE "C" TO ANIT-ORIGEN(WS-IDX-DIA)
005650         MOVE "ULTIMO DIA HABIL DEL MES" TO
005660             ANIT-DESCRIPCION(WS-IDX-DIA)
005670         SET CIERRE-MARCADO TO TRUE
005680     END-IF.
005690 2410-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730* 3000-CARGAR-CALENDAR - LO QUE HOY TIENE CALENDAR: LAS FECHAS
005740*     DEL ANIO VAN A LA TABLA DEL ANIO, LAS DEMAS A TABLA-OTROS
005750******************************************************************
005760 3000-CARGAR-CALENDAR.
005770     MOVE "N" TO WS-EOF-ARCHIVO.
005780     OPEN INPUT CALENDAR-FILE.
005790     IF WS-CAL-STATUS = "00"
005800         PERFORM 3100-LEER-CALENDAR THRU 3100-EXIT
005810             UNTIL FIN-ARCHIVO
005820         CLOSE CALENDAR-FILE
005830     END-IF.
005840 3000-EXIT.
005850     EXIT.
005860
005870 3100-LEER-CALENDAR.
005880     READ CALENDAR-FILE
005890         AT END
005900             SET FIN-ARCHIVO TO TRUE
005910             GO TO 3100-EXIT
005920     END-READ.
005930     IF CAL-FECHA IS NOT NUMERIC
005940         GO TO 3100-EXIT
005950     END-IF.
005960     IF CAL-AAAA = WS-ANIO
005970         MOVE CAL-FECHA TO WS-FECHA-TRABAJO
005980         IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-TRABAJO) = ZERO
005990             PERFORM 2300-UBICAR-DIA THRU 2300-EXIT
006000             IF ANIT-TIPO-ACTUAL(WS-IDX-DIA) = "-"
006010                 ADD 1 TO WS-CANT-EXISTENTES
006020             END-IF
006030             MOVE CAL-TIPO TO ANIT-TIPO-ACTUAL(WS-IDX-DIA)
006040         END-IF
006050         GO TO 3100-EXIT
006060     END-IF.
006070     IF ACCION-PROPONER
006080         GO TO 3100-EXIT
006090     END-IF.
006100     IF WS-CANT-OTROS >= WS-MAX-OTROS
006110         MOVE SPACES TO WS-MOTIVO-RECHAZO
006120         STRING "CALENDAR TIENE MAS DE " WS-MAX-OTROS
006130             " FECHAS DE OTROS ANIOS: NO SE APLICA"
006140             DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
006150         PERFORM 8000-RECHAZAR THRU 8000-EXIT
006160         SET FIN-ARCHIVO TO TRUE
006170         GO TO 3100-EXIT
006180     END-IF.
006190     ADD 1 TO WS-CANT-OTROS.
006200     MOVE CAL-FECHA TO OTRT-FECHA(WS-CANT-OTROS).
006210     MOVE CAL-TIPO TO OTRT-TIPO(WS-CANT-OTROS).
006220 3100-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 4000-GRABAR-PROPUESTA - CALPROP.AAAA, UN REGISTRO POR DIA
006270******************************************************************
006280 4000-GRABAR-PROPUESTA.
006290     OPEN OUTPUT PROPUESTA-FILE.
006300     PERFORM 4100-GRABAR-DIA THRU 4100-EXIT
006310         VARYING WS-IDX-DIA FROM 1 BY 1
006320             UNTIL WS-IDX-DIA > WS-CANT-DIAS-ANIO.
006330     CLOSE PROPUESTA-FILE.
006340 4000-EXIT.
006350     EXIT.
006360
006370 4100-GRABAR-DIA.
006380     MOVE ANIT-FECHA(WS-IDX-DIA) TO PROP-FECHA.
006390     MOVE ANIT-TIPO(WS-IDX-DIA) TO PROP-TIPO.
006400     WRITE PROPUESTA-RECORD.
006410     EVALUATE ANIT-TIPO(WS-IDX-DIA)
006420         WHEN "H"  ADD 1 TO WS-TOT-HABILES
006430         WHEN "F"  ADD 1 TO WS-TOT-FERIADOS
006440         WHEN "C"  ADD 1 TO WS-TOT-CIERRES
006450     END-EVALUATE.
006460 4100-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500* 5000-EMITIR-LISTADO - EL ANIO DE UN VISTAZO PARA LA FIRMA DEL
006510*     SUPERVISOR: GRILLA POR MES, FERIADOS Y CIERRES, FECHAS QUE
006520*     CAMBIARIAN EN CALENDAR Y BLOQUE DE CONFORMIDAD
006530******************************************************************
006540 5000-EMITIR-LISTADO.
006550     MOVE SPACES TO WS-DYN-REPORT-FILE.
006560     STRING "CALANUAL." WS-ANIO DELIMITED BY SIZE
006570         INTO WS-DYN-REPORT-FILE.
006580     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
006590     MOVE "CALENDARIO ANUAL PROPUESTO" TO RSVC-TITULO.
006600     MOVE "A" TO RSVC-FUNCION.
006610     CALL "reporte_svc" USING RSVC-AREA.
006620     MOVE "E" TO RSVC-FUNCION.
006630     MOVE WS-ANIO TO LPER-ANIO.
006640     MOVE WS-FECHA-HOY TO LPER-HOY.
006650     MOVE WS-LINEA-PERIODO TO RSVC-LINEA.
006660     CALL "reporte_svc" USING RSVC-AREA.
006670     MOVE SPACES TO RSVC-LINEA.
006680     STRING "TIPOS: H HABIL   F FERIADO O FIN DE SEMANA   "
006690         "C CIERRE DE PERIODO" DELIMITED BY SIZE INTO RSVC-LINEA.
006700     CALL "reporte_svc" USING RSVC-AREA.
006710     MOVE SPACES TO RSVC-LINEA.
006720     CALL "reporte_svc" USING RSVC-AREA.
006730     PERFORM 5100-ENCABEZAR-GRILLA THRU 5100-EXIT.
006740     PERFORM 5200-EMITIR-MES THRU 5200-EXIT
006750         VARYING WS-IDX-MES FROM 1 BY 1
006760             UNTIL WS-IDX-MES > 12.
006770     MOVE SPACES TO RSVC-LINEA.
006780     CALL "reporte_svc" USING RSVC-AREA.
006790     MOVE WS-TOT-HABILES TO LTOT-HABILES.
006800     MOVE WS-TOT-FERIADOS TO LTOT-FERIADOS.
006810     MOVE WS-TOT-CIERRES TO LTOT-CIERRES.
006820     MOVE WS-LINEA-TOTALES TO RSVC-LINEA.
006830     CALL "reporte_svc" USING RSVC-AREA.
006840     MOVE WS-CANT-FIJOS TO LFUE-FIJOS.
006850     MOVE WS-CANT-MOVILES TO LFUE-MOVILES.
006860     MOVE WS-CANT-INVALIDOS TO LFUE-INVALIDOS.
006870     MOVE WS-LINEA-FUENTES TO RSVC-LINEA.
006880     CALL "reporte_svc" USING RSVC-AREA.
006890     IF WS-CANT-MOVILES = ZERO
006900         MOVE SPACES TO RSVC-LINEA
006910         STRING "ATENCION: FERMOVIL NO TIENE FERIADOS MOVILES "
006920             "PARA " WS-ANIO " - CARGUELOS Y VUELVA A PROPONER"
006930             DELIMITED BY SIZE INTO RSVC-LINEA
006940         CALL "reporte_svc" USING RSVC-AREA
006950     END-IF.
006960     PERFORM 5300-EMITIR-FERIADOS THRU 5300-EXIT.
006970     PERFORM 5400-EMITIR-DIFERENCIAS THRU 5400-EXIT.
006980     PERFORM 5500-EMITIR-CONFORMIDAD THRU 5500-EXIT.
006990 5000-EXIT.
007000     EXIT.
007010
007020 5100-ENCABEZAR-GRILLA.
007030     MOVE SPACES TO WS-LINEA-GRILLA.
007040     MOVE "MES" TO LGRI-MES.
007050     PERFORM 5110-ENCABEZAR-CELDA THRU 5110-EXIT
007060         VARYING WS-IDX-DIA FROM 1 BY 1
007070             UNTIL WS-IDX-DIA > 31.
007080     MOVE "HAB" TO LGRI-HABILES.
007090     MOVE "FER" TO LGRI-FERIADOS.
007100     MOVE "CIE" TO LGRI-CIERRES.
007110     MOVE WS-LINEA-GRILLA TO RSVC-LINEA.
007120     CALL "reporte_svc" USING RSVC-AREA.
007130 5100-EXIT.
007140     EXIT.
007150
007160 5110-ENCABEZAR-CELDA.
007170     MOVE WS-IDX-DIA TO WS-CELDA-DD.
007180     MOVE WS-CELDA-DIA TO LGRI-CELDA(WS-IDX-DIA).
007190 5110-EXIT.
007200     EXIT.
007210
007220 5200-EMITIR-MES.
007230     MOVE SPACES TO WS-LINEA-GRILLA.
007240     MOVE WS-NOMBRE-MES(WS-IDX-MES) TO LGRI-MES.
007250     MOVE ZERO TO WS-MES-HABILES WS-MES-FERIADOS
007260         WS-MES-CIERRES.
007270     PERFORM 5210-EMITIR-CELDA THRU 5210-EXIT
007280         VARYING WS-IDX-DIA FROM MEST-PRIMERO(WS-IDX-MES) BY 1
007290             UNTIL WS-IDX-DIA > MEST-ULTIMO(WS-IDX-MES).
007300     MOVE WS-MES-HABILES TO WS-CONTADOR-EDIT.
007310     MOVE WS-CONTADOR-EDIT TO LGRI-HABILES.
007320     MOVE WS-MES-FERIADOS TO WS-CONTADOR-EDIT.
007330     MOVE WS-CONTADOR-EDIT TO LGRI-FERIADOS.
007340     MOVE WS-MES-CIERRES TO WS-CONTADOR-EDIT.
007350     MOVE WS-CONTADOR-EDIT TO LGRI-CIERRES.
007360     MOVE WS-LINEA-GRILLA TO RSVC-LINEA.
007370     CALL "reporte_svc" USING RSVC-AREA.
007380 5200-EXIT.
007390     EXIT.
007400
007410 5210-EMITIR-CELDA.
007420     MOVE ANIT-TIPO(WS-IDX-DIA) TO WS-CELDA-LETRA.
007430     MOVE WS-CELDA-TIPO TO LGRI-CELDA(ANIT-DD(WS-IDX-DIA)).
007440     EVALUATE ANIT-TIPO(WS-IDX-DIA)
007450         WHEN "H"  ADD 1 TO WS-MES-HABILES
007460         WHEN "F"  ADD 1 TO WS-MES-FERIADOS
007470         WHEN "C"  ADD 1 TO WS-MES-CIERRES
007480     END-EVALUATE.
007490 5210-EXIT.
007500     EXIT.
007510
007520 5300-EMITIR-FERIADOS.
007530     MOVE SPACES TO RSVC-LINEA.
007540     CALL "reporte_svc" USING RSVC-AREA.
007550     MOVE "FERIADOS Y DIAS DE CIERRE DEL ANIO" TO RSVC-LINEA.
007560     CALL "reporte_svc" USING RSVC-AREA.
007570     PERFORM 5310-EMITIR-FERIADO THRU 5310-EXIT
007580         VARYING WS-IDX-DIA FROM 1 BY 1
007590             UNTIL WS-IDX-DIA > WS-CANT-DIAS-ANIO.
007600 5300-EXIT.
007610     EXIT.
007620
007630 5310-EMITIR-FERIADO.
007640     IF ANIT-ORIGEN(WS-IDX-DIA) = SPACE
007650         GO TO 5310-EXIT
007660     END-IF.
007670     MOVE ANIT-FECHA(WS-IDX-DIA) TO LFER-FECHA.
007680     MOVE WS-NOMBRE-DIA(ANIT-DIA-SEMANA(WS-IDX-DIA)) TO LFER-DIA.
007690     EVALUATE ANIT-ORIGEN(WS-IDX-DIA)
007700         WHEN "J"  MOVE "FIJO" TO LFER-ORIGEN
007710         WHEN "M"  MOVE "MOVIL" TO LFER-ORIGEN
007720         WHEN "C"  MOVE "CIERRE" TO LFER-ORIGEN
007730     END-EVALUATE.
007740     MOVE ANIT-DESCRIPCION(WS-IDX-DIA) TO LFER-DESCRIPCION.
007750     MOVE WS-LINEA-FERIADO TO RSVC-LINEA.
007760     CALL "reporte_svc" USING RSVC-AREA.
007770 5310-EXIT.
007780     EXIT.
007790
007800 5400-EMITIR-DIFERENCIAS.
007810     MOVE SPACES TO RSVC-LINEA.
007820     CALL "reporte_svc" USING RSVC-AREA.
007830     MOVE "FECHAS DEL ANIO QUE YA ESTAN EN CALENDAR Y CAMBIARIAN"
007840         TO RSVC-LINEA.
007850     CALL "reporte_svc" USING RSVC-AREA.
007860     PERFORM 5410-EMITIR-DIFERENCIA THRU 5410-EXIT
007870         VARYING WS-IDX-DIA FROM 1 BY 1
007880             UNTIL WS-IDX-DIA > WS-CANT-DIAS-ANIO.
007890     MOVE SPACES TO RSVC-LINEA.
007900     IF WS-CANT-EXISTENTES = ZERO
007910         STRING "  CALENDAR NO TIENE FECHAS DEL ANIO: NO SE "
007920             "REEMPLAZA NADA" DELIMITED BY SIZE INTO RSVC-LINEA
007930     ELSE
007940         STRING "  FECHAS DEL ANIO EN CALENDAR: "
007950             WS-CANT-EXISTENTES "   CAMBIARIAN: "
007960             WS-CANT-DIFERENCIAS DELIMITED BY SIZE
007970             INTO RSVC-LINEA
007980     END-IF.
007990     CALL "reporte_svc" USING RSVC-AREA.
008000 5400-EXIT.
008010     EXIT.
008020
008030 5410-EMITIR-DIFERENCIA.
008040     IF ANIT-TIPO-ACTUAL(WS-IDX-DIA) = "-"
008050             OR ANIT-TIPO-ACTUAL(WS-IDX-DIA) =
008060                 ANIT-TIPO(WS-IDX-DIA)
008070         GO TO 5410-EXIT
008080     END-IF.
008090     MOVE ANIT-FECHA(WS-IDX-DIA) TO LDIF-FECHA.
008100     MOVE WS-NOMBRE-DIA(ANIT-DIA-SEMANA(WS-IDX-DIA)) TO LDIF-DIA.
008110     MOVE ANIT-TIPO-ACTUAL(WS-IDX-DIA) TO LDIF-ACTUAL.
008120     MOVE ANIT-TIPO(WS-IDX-DIA) TO LDIF-PROPUESTO.
008130     IF ANIT-FECHA(WS-IDX-DIA) < WS-FECHA-HOY
008140         MOVE "YA PROCESADA: CONSERVA EL TIPO ACTUAL" TO
008150             LDIF-NOTA
008160     ELSE
008170         MOVE SPACES TO LDIF-NOTA
008180         ADD 1 TO WS-CANT-DIFERENCIAS
008190     END-IF.
008200     MOVE WS-LINEA-DIFERENCIA TO RSVC-LINEA.
008210     CALL "reporte_svc" USING RSVC-AREA.
008220 5410-EXIT.
008230     EXIT.
008240
008250 5500-EMITIR-CONFORMIDAD.
008260     MOVE SPACES TO RSVC-LINEA.
008270     CALL "reporte_svc" USING RSVC-AREA.
008280     MOVE "CONFORMIDAD DEL SUPERVISOR" TO RSVC-LINEA.
008290     CALL "reporte_svc" USING RSVC-AREA.
008300     MOVE SPACES TO RSVC-LINEA.
008310     CALL "reporte_svc" USING RSVC-AREA.
008320     STRING "  FIRMA: ________________________   ACLARACION: "
008330         "________________   FECHA: __________" DELIMITED BY SIZE
008340         INTO RSVC-LINEA.
008350     CALL "reporte_svc" USING RSVC-AREA.
008360     MOVE SPACES TO RSVC-LINEA.
008370     CALL "reporte_svc" USING RSVC-AREA.
008380     MOVE WS-ANIO TO LAPL-ANIO.
008390     MOVE WS-LINEA-APLICAR TO RSVC-LINEA.
008400     CALL "reporte_svc" USING RSVC-AREA.
008410 5500-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450* 6000-CARGAR-PROPUESTA - CALPROP.AAAA DEBE TENER TODOS LOS DIAS
008460*     DEL ANIO Y NINGUNO DE OTRO
008470******************************************************************
008480 6000-CARGAR-PROPUESTA.
008490     MOVE "N" TO WS-EOF-ARCHIVO.
008500     OPEN INPUT PROPUESTA-FILE.
008510     IF WS-PROP-STATUS NOT = "00"
008520         MOVE SPACES TO WS-MOTIVO-RECHAZO
008530         STRING "NO HAY PROPUESTA " DELIMITED BY SIZE
008540             WS-DYN-PROPUESTA DELIMITED BY SPACE
008550             ": CORRA ANTES LA ACCION P" DELIMITED BY SIZE
008560             INTO WS-MOTIVO-RECHAZO
008570         PERFORM 8000-RECHAZAR THRU 8000-EXIT
008580         GO TO 6000-EXIT
008590     END-IF.
008600     PERFORM 6100-LEER-PROPUESTA THRU 6100-EXIT
008610         UNTIL FIN-ARCHIVO.
008620     CLOSE PROPUESTA-FILE.
008630     IF PEDIDO-RECHAZADO
008640         GO TO 6000-EXIT
008650     END-IF.
008660     IF WS-CANT-PROPUESTA NOT = WS-CANT-DIAS-ANIO
008670         MOVE SPACES TO WS-MOTIVO-RECHAZO
008680         STRING "PROPUESTA INCOMPLETA: " WS-CANT-PROPUESTA
008690             " DIAS DE " WS-CANT-DIAS-ANIO DELIMITED BY SIZE
008700             INTO WS-MOTIVO-RECHAZO
008710         PERFORM 8000-RECHAZAR THRU 8000-EXIT
008720     END-IF.
008730 6000-EXIT.
008740     EXIT.
008750
008760 6100-LEER-PROPUESTA.
008770     READ PROPUESTA-FILE
008780         AT END
008790             SET FIN-ARCHIVO TO TRUE
008800             GO TO 6100-EXIT
008810     END-READ.
008820     MOVE ZERO TO WS-FECHA-TRABAJO.
008830     IF PROP-FECHA IS NUMERIC
008840         MOVE PROP-FECHA TO WS-FECHA-TRABAJO
008850     END-IF.
008860     IF WS-TRAB-AAAA NOT = WS-ANIO
008870             OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-TRABAJO)
008880                 NOT = ZERO
008890         MOVE SPACES TO WS-MOTIVO-RECHAZO
008900         STRING "PROPUESTA CON UNA FECHA AJENA AL ANIO: "
008910             PROPUESTA-RECORD DELIMITED BY SIZE
008920             INTO WS-MOTIVO-RECHAZO
008930         PERFORM 8000-RECHAZAR THRU 8000-EXIT
008940         SET FIN-ARCHIVO TO TRUE
008950         GO TO 6100-EXIT
008960     END-IF.
008970     PERFORM 2300-UBICAR-DIA THRU 2300-EXIT.
008980     IF ANIT-ORIGEN(WS-IDX-DIA) = SPACE
008990         ADD 1 TO WS-CANT-PROPUESTA
009000     END-IF.
009010     MOVE PROP-TIPO TO ANIT-TIPO(WS-IDX-DIA).
009020     MOVE "P" TO ANIT-ORIGEN(WS-IDX-DIA).
009030 6100-EXIT.
009040     EXIT.
009050
009060******************************************************************
009070* 7000-APLICAR - CALENDAR SE REGRABA EN ORDEN: LOS ANIOS
009080*     ANTERIORES, EL ANIO PROPUESTO Y LOS POSTERIORES. LAS FECHAS
009090*     YA PROCESADAS QUEDAN COMO ESTABAN; CADA TIPO REEMPLAZADO
009100*     VA A CALCAMB
009110******************************************************************
009120 7000-APLICAR.
009130     OPEN OUTPUT CALENDAR-FILE.
009140     PERFORM 7100-GRABAR-ANTERIOR THRU 7100-EXIT
009150         VARYING WS-IDX-OTRO FROM 1 BY 1
009160             UNTIL WS-IDX-OTRO > WS-CANT-OTROS.
009170     OPEN EXTEND CALCAMB-FILE.
009180     IF WS-CAMB-STATUS NOT = "00"
009190         OPEN OUTPUT CALCAMB-FILE
009200     END-IF.
009210     PERFORM 7200-GRABAR-DIA-ANIO THRU 7200-EXIT
009220         VARYING WS-IDX-DIA FROM 1 BY 1
009230             UNTIL WS-IDX-DIA > WS-CANT-DIAS-ANIO.
009240     CLOSE CALCAMB-FILE.
009250     PERFORM 7300-GRABAR-POSTERIOR THRU 7300-EXIT
009260         VARYING WS-IDX-OTRO FROM 1 BY 1
009270             UNTIL WS-IDX-OTRO > WS-CANT-OTROS.
009280     CLOSE CALENDAR-FILE.
009290     DISPLAY " CALENDAR " WS-ANIO " APLICADO. REEMPLAZADAS: "
009300         WS-CANT-REEMPLAZOS "  YA PROCESADAS CONSERVADAS: "
009310         WS-CANT-CONSERVADOS.
009320 7000-EXIT.
009330     EXIT.
009340
009350 7100-GRABAR-ANTERIOR.
009360     IF OTRT-AAAA(WS-IDX-OTRO) < WS-ANIO
009370         MOVE OTRT-FECHA(WS-IDX-OTRO) TO CAL-FECHA
009380         MOVE OTRT-TIPO(WS-IDX-OTRO) TO CAL-TIPO
009390         WRITE CALENDAR-RECORD
009400         ADD 1 TO WS-CANT-GRABADOS
009410     END-IF.
009420 7100-EXIT.
009430     EXIT.
009440
009450 7200-GRABAR-DIA-ANIO.
009460     IF ANIT-FECHA(WS-IDX-DIA) < WS-FECHA-HOY
009470         IF ANIT-TIPO-ACTUAL(WS-IDX-DIA) NOT = "-"
009480             MOVE ANIT-FECHA(WS-IDX-DIA) TO CAL-FECHA
009490             MOVE ANIT-TIPO-ACTUAL(WS-IDX-DIA) TO CAL-TIPO
009500             WRITE CALENDAR-RECORD
009510             ADD 1 TO WS-CANT-GRABADOS
009520             IF ANIT-TIPO-ACTUAL(WS-IDX-DIA) NOT =
009530                     ANIT-TIPO(WS-IDX-DIA)
009540                 ADD 1 TO WS-CANT-CONSERVADOS
009550             END-IF
009560         END-IF
009570         GO TO 7200-EXIT
009580     END-IF.
009590     MOVE ANIT-FECHA(WS-IDX-DIA) TO CAL-FECHA.
009600     MOVE ANIT-TIPO(WS-IDX-DIA) TO CAL-TIPO.
009610     WRITE CALENDAR-RECORD.
009620     ADD 1 TO WS-CANT-GRABADOS.
009630     IF ANIT-TIPO-ACTUAL(WS-IDX-DIA) = "-"
009640             OR ANIT-TIPO-ACTUAL(WS-IDX-DIA) =
009650                 ANIT-TIPO(WS-IDX-DIA)
009660         GO TO 7200-EXIT
009670     END-IF.
009680     MOVE SPACES TO CALCAMB-RECORD.
009690     MOVE FUNCTION CURRENT-DATE(1:14) TO CCAM-MOMENTO.
009700     MOVE WS-APROBADO TO CCAM-OPERADOR.
009710     SET CCAM-DE-GENERACION TO TRUE.
009720     MOVE ANIT-FECHA(WS-IDX-DIA) TO CCAM-FECHA.
009730     MOVE ANIT-TIPO-ACTUAL(WS-IDX-DIA) TO CCAM-TIPO-ANTES.
009740     MOVE ANIT-TIPO(WS-IDX-DIA) TO CCAM-TIPO-DESPUES.
009750     STRING "GENERACION ANUAL " WS-ANIO " APROBADA"
009760         DELIMITED BY SIZE INTO CCAM-MOTIVO.
009770     WRITE CALCAMB-RECORD.
009780     ADD 1 TO WS-CANT-REEMPLAZOS.
009790 7200-EXIT.
009800     EXIT.
009810
009820 7300-GRABAR-POSTERIOR.
009830     IF OTRT-AAAA(WS-IDX-OTRO) > WS-ANIO
009840         MOVE OTRT-FECHA(WS-IDX-OTRO) TO CAL-FECHA
009850         MOVE OTRT-TIPO(WS-IDX-OTRO) TO CAL-TIPO
009860         WRITE CALENDAR-RECORD
009870         ADD 1 TO WS-CANT-GRABADOS
009880     END-IF.
009890 7300-EXIT.
009900     EXIT.
009910
009920******************************************************************
009930* 8000-RECHAZAR - ERRORLOG; CALENDAR NO SE TOCA Y LA CORRIDA
009940*     TERMINA CON RETURN-CODE 8
009950******************************************************************
009960 8000-RECHAZAR.
009970     SET PEDIDO-RECHAZADO TO TRUE.
009980     DISPLAY " RECHAZADO: " WS-MOTIVO-RECHAZO.
009990     MOVE 103 TO WS-ELOG-CODIGO.
010000     MOVE WS-MOTIVO-RECHAZO TO WS-ELOG-MENSAJE.
010010     CALL "errorlog" USING WS-ELOG-PROGRAMA
010020             WS-ELOG-CODIGO WS-ELOG-MENSAJE.
010030 8000-EXIT.
010040     EXIT.
010050
010060******************************************************************
010070* 9000-TERMINAR - CIERRE DEL LISTADO, CATALOGO, AUDITORIA Y
010080*     RETURN-CODE
010090******************************************************************
010100 9000-TERMINAR.
010110     IF PEDIDO-RECHAZADO
010120         CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD
010130         MOVE 8 TO RETURN-CODE
010140         GO TO 9000-EXIT
010150     END-IF.
010160     IF ACCION-APLICAR
010170         MOVE WS-CANT-GRABADOS TO WS-AUDT-CANTIDAD
010180         CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD
010190         GO TO 9000-EXIT
010200     END-IF.
010210     MOVE SPACES TO RSVC-LINEA.
010220     CALL "reporte_svc" USING RSVC-AREA.
010230     MOVE "FIN DEL CALENDARIO ANUAL PROPUESTO" TO RSVC-LINEA.
010240     CALL "reporte_svc" USING RSVC-AREA.
010250     MOVE "C" TO RSVC-FUNCION.
010260     CALL "reporte_svc" USING RSVC-AREA.
010270     MOVE WS-CANT-DIAS-ANIO TO WS-AUDT-CANTIDAD.
010280     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
010290     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
010300     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
010310     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
010320             WS-CATG-CANTIDAD.
010330     DISPLAY " DIAS HABILES " WS-TOT-HABILES "  FERIADOS "
010340         WS-TOT-FERIADOS "  CIERRES " WS-TOT-CIERRES.
010350     DISPLAY " PROPUESTA GRABADA: " WS-DYN-PROPUESTA.
010360     DISPLAY " LISTADO PARA LA FIRMA: " WS-DYN-REPORT-FILE.
010370 9000-EXIT.
010380     EXIT.
010390
010400 END PROGRAM calendario_anual.
