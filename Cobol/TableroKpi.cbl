000100******************************************************************
000110* PROGRAM-ID: tablero_kpi
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MONTHLY MANAGEMENT SCORECARD. FOR THE MONTH
000170*             (KPICTL AAAAMM, OR THE MONTH BEFORE THE BUSINESS
000180*             DATE) EACH INDICATOR IS COMPUTED FROM THE FILES
000190*             THE CYCLE ALREADY KEEPS:
000200*               CICLO   % DE CORRIDAS COMPLETAS (CICLOHIST)
000210*               EXCEP   ENTRADAS DE ERRORLOG.AAAAMMDD DEL MES
000220*               SUSPEN  DIAS DEL PENDIENTE MAS VIEJO (SUSPENSO)
000230*               CALIDAD ULTIMO PUNTAJE DEL MES (CALIDHIS)
000240*               ACUSES  % DE EXPORTACIONES DEL MES CON ACK
000250*                       CONFORME (CATALOGO + ACKFILE)
000260*               CUADRA  % DE DIAS CON CUADRA.AAAAMMDD QUE
000270*                       CERRARON (SIN ERRORLOG 49)
000280*               DRILL   ULTIMO SIMULACRO DEL MES (DRILLRPT):
000290*                       100 EXITOSO, 0 FALLIDO
000300*             KPIMETA GIVES PER INDICATOR THE TARGET AND THE
000310*             AMBER AND RED THRESHOLDS (THE VALUE FROM WHICH
000320*             IT STOPS BEING GREEN / BECOMES RED, READ IN THE
000330*             INDICATOR'S OWN DIRECTION). THE REPORT
000340*             TABLKPI.AAAAMM (REPORTE_SVC) SHOWS TARGET,
000350*             ACTUAL, ROJO/AMBAR/VERDE AND THE MOVEMENT AGAINST
000360*             LAST MONTH'S VALUE KEPT IN KPIHIST, TO WHICH THIS
000370*             MONTH'S VALUES ARE APPENDED. THE REPORT IS
000380*             CATALOGUED, SO A TABLKPI LINE IN DISTCTL SENDS IT
000390*             TO MANAGEMENT WITH THE DAY'S BUNDLES.
000400* TECTONICS:  cobc
000410******************************************************************
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* 2026-10-15 RW   INITIAL VERSION.
000450* 2026-10-15 RW   CICLOHIST GANA LA CORRIDA (REGISTRO 222 -> 227);
000460*                 LAS CORRIDAS DEL MICROCICLO INTRADIA (.INN) NO
000470*                 CUENTAN PARA EL INDICADOR DEL CICLO.
000480* 2026-10-15 RW   TABLKPI TAMBIEN VA AL ARCHIVO DE DATOS DE
000490*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR INDICADOR
000500*                 Y EL TOTAL DEL SEMAFORO.
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. tablero_kpi.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PARM-FILE ASSIGN TO "KPICTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARM-STATUS.
000610
000620     SELECT META-FILE ASSIGN TO "KPIMETA"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-META-STATUS.
000650
000660     SELECT HISTKPI-FILE ASSIGN TO "KPIHIST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-KPH-STATUS.
000690
000700     SELECT CICLO-FILE ASSIGN TO "CICLOHIST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-HIST-STATUS.
000730
000740     SELECT LOG-FILE ASSIGN DYNAMIC WS-NOMBRE-LOG
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-LOG-STATUS.
000770
000780     SELECT DRILL-FILE ASSIGN DYNAMIC WS-NOMBRE-DRILL
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-DRILL-STATUS.
000810
000820     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-SUSP-STATUS.
000850
000860     SELECT CALIDHIS-FILE ASSIGN TO "CALIDHIS"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-CALH-STATUS.
000890
000900     SELECT ACK-FILE ASSIGN TO "ACKFILE"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-ACK-STATUS.
000930
000940     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-CAT-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  PARM-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 06 CHARACTERS.
001030 01  PARM-RECORD.
001040     05  PARM-MES                PIC 9(06).
001050
001060 FD  META-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 26 CHARACTERS.
001090 01  META-RECORD.
001100     05  KPM-INDICADOR           PIC X(08).
001110     05  FILLER                  PIC X(01).
001120     05  KPM-META                PIC 9(05).
001130     05  FILLER                  PIC X(01).
001140     05  KPM-AMBAR               PIC 9(05).
001150     05  FILLER                  PIC X(01).
001160     05  KPM-ROJO                PIC 9(05).
001170
001180 FD  HISTKPI-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 32 CHARACTERS.
001210 01  HISTKPI-RECORD.
001220     05  KPH-MES                 PIC 9(06).
001230     05  FILLER                  PIC X(01).
001240     05  KPH-INDICADOR           PIC X(08).
001250     05  FILLER                  PIC X(01).
001260     05  KPH-VALOR               PIC 9(05)V99.
001270     05  FILLER                  PIC X(01).
001280     05  KPH-ESTADO              PIC X(08).
001290
001300 FD  CICLO-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 227 CHARACTERS.
001330 01  HIST-RECORD.
001340     05  HIST-FECHA              PIC 9(08).
001350     05  HIST-FECHA-X REDEFINES HIST-FECHA.
001360         10  HIST-AAAAMM         PIC 9(06).
001370         10  HIST-DD             PIC 9(02).
001380     05  FILLER                  PIC X(01).
001390     05  HIST-INICIO             PIC X(14).
001400     05  FILLER                  PIC X(01).
001410     05  HIST-FIN                PIC X(14).
001420     05  FILLER                  PIC X(01).
001430     05  HIST-RESULTADO          PIC X(13).
001440     05  FILLER                  PIC X(01).
001450     05  HIST-RC-PASOS           PIC X(48).
001460     05  FILLER                  PIC X(01).
001470     05  HIST-SEG-PASOS          PIC X(120).
001480     05  FILLER                  PIC X(01).
001490     05  HIST-CORRIDA            PIC X(04).
001500
001510 FD  LOG-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 117 CHARACTERS.
001540 01  LOG-RECORD.
001550     05  ELOG-TIMESTAMP          PIC X(21).
001560     05  FILLER                  PIC X(01).
001570     05  ELOG-PROGRAMA           PIC X(20).
001580     05  FILLER                  PIC X(01).
001590     05  ELOG-CODIGO             PIC 9(04).
001600     05  FILLER                  PIC X(01).
001610     05  ELOG-MENSAJE            PIC X(59).
001620     05  FILLER                  PIC X(01).
001630     05  ELOG-OPERADOR           PIC X(08).
001640
001650 FD  DRILL-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 80 CHARACTERS.
001680 01  DRILL-RECORD.
001690     05  DRL-ROTULO              PIC X(25).
001700     05  DRL-RESULTADO           PIC X(07).
001710     05  FILLER                  PIC X(48).
001720
001730 FD  SUSPENSO-FILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORD CONTAINS 112 CHARACTERS.
001760 01  SUSPENSO-RECORD.
001770     05  SUSP-ESTADO             PIC X(01).
001780     05  FILLER                  PIC X(01).
001790     05  SUSP-FECHA-ALTA         PIC 9(08).
001800     05  FILLER                  PIC X(01).
001810     05  SUSP-PROGRAMA           PIC X(20).
001820     05  FILLER                  PIC X(01).
001830     05  SUSP-VALOR              PIC X(03).
001840     05  FILLER                  PIC X(01).
001850     05  SUSP-MOTIVO             PIC X(30).
001860     05  FILLER                  PIC X(01).
001870     05  SUSP-INICIALES          PIC X(03).
001880     05  FILLER                  PIC X(01).
001890     05  SUSP-NOTA               PIC X(30).
001900     05  FILLER                  PIC X(01).
001910     05  SUSP-COLA               PIC X(10).
001920
001930 FD  CALIDHIS-FILE
001940     LABEL RECORDS ARE STANDARD
001950     RECORD CONTAINS 35 CHARACTERS.
001960 01  CALIDHIS-RECORD.
001970     05  CALH-FECHA              PIC 9(08).
001980     05  CALH-FECHA-X REDEFINES CALH-FECHA.
001990         10  CALH-AAAAMM         PIC 9(06).
002000         10  CALH-DD             PIC 9(02).
002010     05  FILLER                  PIC X(01).
002020     05  CALH-PUNTAJE            PIC 9(03).
002030     05  FILLER                  PIC X(01).
002040     05  CALH-EVALUADOS          PIC 9(07).
002050     05  FILLER                  PIC X(01).
002060     05  CALH-OBSERVADOS         PIC 9(07).
002070     05  FILLER                  PIC X(07).
002080
002090 FD  ACK-FILE
002100     LABEL RECORDS ARE STANDARD
002110     RECORD CONTAINS 37 CHARACTERS.
002120 01  ACK-RECORD.
002130     05  ACK-ARCHIVO             PIC X(21).
002140     05  FILLER                  PIC X(01).
002150     05  ACK-CARGADOS            PIC 9(07).
002160     05  FILLER                  PIC X(01).
002170     05  ACK-RECHAZADOS          PIC 9(07).
002180
002190 FD  CATALOGO-FILE
002200     LABEL RECORDS ARE STANDARD
002210     RECORD CONTAINS 59 CHARACTERS.
002220 01  CATALOGO-RECORD.
002230     05  CATG-FECHA              PIC 9(08).
002240     05  CATG-FECHA-X REDEFINES CATG-FECHA.
002250         10  CATG-AAAAMM         PIC 9(06).
002260         10  CATG-DD             PIC 9(02).
002270     05  FILLER                  PIC X(01).
002280     05  CATG-ARCHIVO            PIC X(21).
002290     05  FILLER                  PIC X(01).
002300     05  CATG-PROGRAMA           PIC X(20).
002310     05  FILLER                  PIC X(01).
002320     05  CATG-CANTIDAD           PIC 9(07).
002330
002340 WORKING-STORAGE SECTION.
002350 01  WS-PARM-STATUS              PIC X(02).
002360 01  WS-META-STATUS              PIC X(02).
002370 01  WS-KPH-STATUS               PIC X(02).
002380 01  WS-HIST-STATUS              PIC X(02).
002390 01  WS-LOG-STATUS               PIC X(02).
002400 01  WS-DRILL-STATUS             PIC X(02).
002410 01  WS-SUSP-STATUS              PIC X(02).
002420 01  WS-CALH-STATUS              PIC X(02).
002430 01  WS-ACK-STATUS               PIC X(02).
002440 01  WS-CAT-STATUS               PIC X(02).
002450 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
002460     88  FIN-ARCHIVO             VALUE "S".
002470
002480*----------------------------------------------------------------
002490*    PERIODO MEDIDO: EL MES COMPLETO, O HASTA LA FECHA DE NEGOCIO
002500*    SI ES EL MES EN CURSO (FECHA DE CORTE)
002510*----------------------------------------------------------------
002520 01  WS-FECHA-HOY                PIC X(08).
002530 01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY.
002540     05  WS-HOY-AAAA             PIC 9(04).
002550     05  WS-HOY-MM               PIC 9(02).
002560     05  WS-HOY-DD               PIC 9(02).
002570 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002580 01  WS-MES-KPI                  PIC 9(06).
002590 01  WS-MES-KPI-X REDEFINES WS-MES-KPI.
002600     05  WS-KPI-AAAA             PIC 9(04).
002610     05  WS-KPI-MM               PIC 9(02).
002620 01  WS-MES-ANTERIOR             PIC 9(06).
002630 01  WS-MES-ANTERIOR-X REDEFINES WS-MES-ANTERIOR.
002640     05  WS-ANT-AAAA             PIC 9(04).
002650     05  WS-ANT-MM               PIC 9(02).
002660 01  WS-FECHA-DIA                PIC 9(08).
002670 01  WS-FECHA-DIA-X REDEFINES WS-FECHA-DIA.
002680     05  WS-FDIA-AAAAMM          PIC 9(06).
002690     05  WS-FDIA-DD              PIC 9(02).
002700 01  WS-FECHA-SIGUIENTE          PIC 9(08).
002710 01  WS-FECHA-SIGUIENTE-X REDEFINES WS-FECHA-SIGUIENTE.
002720     05  WS-FSIG-AAAA            PIC 9(04).
002730     05  WS-FSIG-MM              PIC 9(02).
002740     05  WS-FSIG-DD              PIC 9(02).
002750 01  WS-FECHA-CORTE              PIC 9(08) VALUE ZERO.
002760 01  WS-DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
002770 01  WS-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
002780 01  WS-DIA                      PIC 9(02).
002790
002800*----------------------------------------------------------------
002810*    INDICADORES DEL TABLERO, EN EL ORDEN DEL REPORTE. SENTIDO
002820*    "M" = MAS ES MEJOR, "N" = MENOS ES MEJOR
002830*----------------------------------------------------------------
002840 01  WS-CANT-IND                 PIC 9(02) VALUE 7.
002850 01  WS-IX-CICLO                 PIC 9(02) VALUE 1.
002860 01  WS-IX-EXCEP                 PIC 9(02) VALUE 2.
002870 01  WS-IX-SUSPEN                PIC 9(02) VALUE 3.
002880 01  WS-IX-CALIDAD               PIC 9(02) VALUE 4.
002890 01  WS-IX-ACUSES                PIC 9(02) VALUE 5.
002900 01  WS-IX-CUADRA                PIC 9(02) VALUE 6.
002910 01  WS-IX-DRILL                 PIC 9(02) VALUE 7.
002920 01  TABLA-INDICADORES.
002930     05  IND-ENTRADA OCCURS 7 TIMES.
002940         10  IND-CODIGO          PIC X(08).
002950         10  IND-DESCRIPCION     PIC X(34).
002960         10  IND-UNIDAD          PIC X(04).
002970         10  IND-SENTIDO         PIC X(01).
002980             88  IND-MAYOR-MEJOR VALUE "M".
002990             88  IND-MENOR-MEJOR VALUE "N".
003000         10  IND-SW-DATO         PIC X(01).
003010             88  IND-CON-DATO    VALUE "S".
003020         10  IND-VALOR           PIC 9(05)V99.
003030         10  IND-BASE            PIC X(60).
003040         10  IND-SW-META         PIC X(01).
003050             88  IND-CON-META    VALUE "S".
003060         10  IND-META            PIC 9(05).
003070         10  IND-AMBAR           PIC 9(05).
003080         10  IND-ROJO            PIC 9(05).
003090         10  IND-SW-ANTERIOR     PIC X(01).
003100             88  IND-CON-ANTERIOR VALUE "S".
003110         10  IND-ANTERIOR        PIC 9(05)V99.
003120         10  IND-ESTADO          PIC X(08).
003130         10  IND-TENDENCIA       PIC X(07).
003140 01  WS-IDX-IND                  PIC 9(02) COMP.
003150 01  WS-SW-IND                   PIC X(01) VALUE "N".
003160     88  IND-HALLADO             VALUE "S".
003170 01  WS-CODIGO-BUSCADO           PIC X(08).
003180 01  WS-CUENTA-VERDES            PIC 9(02) VALUE ZERO.
003190 01  WS-CUENTA-AMBAR             PIC 9(02) VALUE ZERO.
003200 01  WS-CUENTA-ROJOS             PIC 9(02) VALUE ZERO.
003210 01  WS-CUENTA-SIN-DATO          PIC 9(02) VALUE ZERO.
003220
003230*----------------------------------------------------------------
003240*    ACUMULADORES DE CADA FUENTE
003250*----------------------------------------------------------------
003260 01  WS-CICLO-CORRIDAS           PIC 9(05) VALUE ZERO.
003270 01  WS-CICLO-COMPLETAS          PIC 9(05) VALUE ZERO.
003280 01  WS-EXCEP-ENTRADAS           PIC 9(07) VALUE ZERO.
003290 01  WS-EXCEP-DIAS-LOG           PIC 9(02) VALUE ZERO.
003300 01  WS-SUSP-PENDIENTES          PIC 9(05) VALUE ZERO.
003310 01  WS-SUSP-ALTA-VIEJA          PIC 9(08) VALUE ZERO.
003320 01  WS-SUSP-DIAS-MAX            PIC 9(05) VALUE ZERO.
003330 01  WS-SW-SUSPENSO              PIC X(01) VALUE "N".
003340     88  SUSPENSO-LEIDO          VALUE "S".
003350 01  WS-CALH-ULTIMA-FECHA        PIC 9(08) VALUE ZERO.
003360 01  WS-CALH-ULTIMO-PUNTAJE      PIC 9(03) VALUE ZERO.
003370 01  WS-ACUS-EXPORTS             PIC 9(05) VALUE ZERO.
003380 01  WS-ACUS-CONFORMES           PIC 9(05) VALUE ZERO.
003390 01  WS-CUAD-DIAS                PIC 9(02) VALUE ZERO.
003400 01  WS-CUAD-CERRADOS            PIC 9(02) VALUE ZERO.
003410 01  WS-SW-CUAD-FALLO            PIC X(01) VALUE "N".
003420     88  CUADRATURA-FALLO        VALUE "S".
003430 01  WS-DRILL-FECHA              PIC 9(08) VALUE ZERO.
003440 01  WS-DRILL-RESULTADO          PIC X(07) VALUE SPACES.
003450 01  WS-DRILL-CANTIDAD           PIC 9(02) VALUE ZERO.
003460
003470*----------------------------------------------------------------
003480*    ACKS RECIBIDOS DEL DOWNSTREAM (ACKFILE NO LLEVA FECHA: SE
003490*    TOMA LA CONFORMIDAD DE CADA EXPORTACION DEL MES)
003500*----------------------------------------------------------------
003510 01  WS-MAX-ACKS                 PIC 9(04) VALUE 1000.
003520 01  WS-CANT-ACKS                PIC 9(04) VALUE ZERO.
003530 01  TABLA-ACKS.
003540     05  ACKT-ENTRADA OCCURS 1000 TIMES.
003550         10  ACKT-ARCHIVO        PIC X(21).
003560         10  ACKT-CARGADOS       PIC 9(07).
003570         10  ACKT-RECHAZADOS     PIC 9(07).
003580 01  WS-IDX-ACK                  PIC 9(04) COMP.
003590 01  WS-SW-ACK                   PIC X(01) VALUE "N".
003600     88  ACK-HALLADO             VALUE "S".
003610
003620*----------------------------------------------------------------
003630*    NOMBRES DIARIOS ERRORLOG/CUADRA/DRILLRPT.AAAAMMDD
003640*----------------------------------------------------------------
003650 01  WS-NOMBRE-LOG               PIC X(21) VALUE SPACES.
003660 01  WS-NOMBRE-DRILL             PIC X(21) VALUE SPACES.
003670 01  WS-NOMBRE-CUADRA            PIC X(20) VALUE SPACES.
003680 01  WS-RC-CUADRA                PIC S9(09) COMP-5.
003690 01  WS-INFO-ARCHIVO.
003700     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
003710     05  FILLER                  PIC X(08).
003720
003730 01  WS-DIAS-ENTEROS             PIC 9(07).
003740 01  WS-CIFRA-1                  PIC ZZZZ9.
003750 01  WS-CIFRA-2                  PIC ZZZZ9.
003760
003770*----------------------------------------------------------------
003780*    RENGLONES DEL REPORTE
003790*----------------------------------------------------------------
003800 01  RSVC-AREA.
003810     05  RSVC-FUNCION            PIC X(01).
003820     05  RSVC-ARCHIVO            PIC X(21).
003830     05  RSVC-TITULO             PIC X(40).
003840     05  RSVC-LINEA              PIC X(132).
003850     05  RSVC-CANT-LINEAS        PIC 9(07).
003860 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
003870
003880 01  WS-LINEA-PERIODO.
003890     05  FILLER                  PIC X(18)
003900             VALUE "PERIODO MEDIDO:   ".
003910     05  LPER-MES                PIC 9(06).
003920     05  FILLER                  PIC X(19)
003930             VALUE "   FECHA DE CORTE  ".
003940     05  LPER-CORTE              PIC 9(08).
003950     05  FILLER                  PIC X(19)
003960             VALUE "   COMPARADO CON   ".
003970     05  LPER-ANTERIOR           PIC 9(06).
003980     05  FILLER                  PIC X(56) VALUE SPACES.
003990 01  WS-LINEA-COLUMNAS.
004000     05  FILLER                  PIC X(10) VALUE "INDICADOR".
004010     05  FILLER                  PIC X(36) VALUE "DESCRIPCION".
004020     05  FILLER                  PIC X(10) VALUE "      META".
004030     05  FILLER                  PIC X(12) VALUE "        REAL".
004040     05  FILLER                  PIC X(10) VALUE SPACES.
004050     05  FILLER                  PIC X(10) VALUE "ESTADO".
004060     05  FILLER                  PIC X(10) VALUE "TENDENCIA".
004070     05  FILLER                  PIC X(12) VALUE "MES ANTERIOR".
004080     05  FILLER                  PIC X(22) VALUE SPACES.
004090 01  WS-LINEA-INDICADOR.
004100     05  LIND-CODIGO             PIC X(08).
004110     05  FILLER                  PIC X(02) VALUE SPACES.
004120     05  LIND-DESCRIPCION        PIC X(34).
004130     05  FILLER                  PIC X(02) VALUE SPACES.
004140     05  LIND-META               PIC X(10).
004150     05  FILLER                  PIC X(02) VALUE SPACES.
004160     05  LIND-VALOR              PIC X(10).
004170     05  FILLER                  PIC X(01) VALUE SPACE.
004180     05  LIND-UNIDAD             PIC X(04).
004190     05  FILLER                  PIC X(05) VALUE SPACES.
004200     05  LIND-ESTADO             PIC X(08).
004210     05  FILLER                  PIC X(02) VALUE SPACES.
004220     05  LIND-TENDENCIA          PIC X(07).
004230     05  FILLER                  PIC X(03) VALUE SPACES.
004240     05  LIND-ANTERIOR           PIC X(10).
004250     05  FILLER                  PIC X(24) VALUE SPACES.
004260 01  WS-LINEA-BASE.
004270     05  FILLER                  PIC X(10) VALUE SPACES.
004280     05  FILLER                  PIC X(07) VALUE "BASE: ".
004290     05  LBAS-TEXTO              PIC X(60).
004300     05  FILLER                  PIC X(02) VALUE SPACES.
004310     05  FILLER                  PIC X(08) VALUE "UMBRAL ".
004320     05  FILLER                  PIC X(06) VALUE "AMBAR ".
004330     05  LBAS-AMBAR              PIC X(06).
004340     05  FILLER                  PIC X(06) VALUE " ROJO ".
004350     05  LBAS-ROJO               PIC X(06).
004360     05  FILLER                  PIC X(21) VALUE SPACES.
004370 01  WS-LINEA-RESUMEN.
004380     05  FILLER                  PIC X(18)
004390             VALUE "TABLERO DEL MES:  ".
004400     05  FILLER                  PIC X(07) VALUE "VERDES ".
004410     05  LRES-VERDES             PIC Z9.
004420     05  FILLER                  PIC X(08) VALUE "  AMBAR ".
004430     05  LRES-AMBAR              PIC Z9.
004440     05  FILLER                  PIC X(08) VALUE "  ROJOS ".
004450     05  LRES-ROJOS              PIC Z9.
004460     05  FILLER                  PIC X(12) VALUE "  SIN DATOS ".
004470     05  LRES-SIN-DATO           PIC Z9.
004480     05  FILLER                  PIC X(71) VALUE SPACES.
004490 01  WS-VALOR-EDITADO            PIC ZZ,ZZ9.99.
004500 01  WS-META-EDITADA             PIC ZZ,ZZ9.
004510 01  WS-DATO-DECIMAL             PIC 9(05).99.
004520 01  WS-DATO-META                PIC X(05).
004530 01  WS-DATO-AMBAR               PIC X(05).
004540 01  WS-DATO-ROJO                PIC X(05).
004550 01  WS-DATO-VALOR               PIC X(08).
004560 01  WS-DATO-ANTERIOR            PIC X(08).
004570
004580*----------------------------------------------------------------
004590*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
004600*----------------------------------------------------------------
004610 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "tablero_kpi".
004620 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
004630 01  WS-CATG-ARCHIVO             PIC X(21).
004640 01  WS-CATG-CANTIDAD            PIC 9(07).
004650
004660 PROCEDURE DIVISION.
004670
004680******************************************************************
004690* 0000-MAINLINE
004700******************************************************************
004710 0000-MAINLINE.
004720     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004730     PERFORM 2000-MEDIR-CICLO THRU 2000-EXIT.
004740     PERFORM 2200-MEDIR-SUSPENSO THRU 2200-EXIT.
004750     PERFORM 2400-MEDIR-CALIDAD THRU 2400-EXIT.
004760     PERFORM 2600-MEDIR-ACUSES THRU 2600-EXIT.
004770     PERFORM 3000-RECORRER-DIAS THRU 3000-EXIT.
004780     PERFORM 4000-CALCULAR-INDICADORES THRU 4000-EXIT.
004790     PERFORM 5000-EMITIR-REPORTE THRU 5000-EXIT.
004800     PERFORM 6000-GRABAR-HISTORIA THRU 6000-EXIT.
004810     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004820     GOBACK.
004830
004840******************************************************************
004850* 1000-INICIALIZAR - PERIODO (KPICTL, O EL MES ANTERIOR A LA
004860*     FECHA DE NEGOCIO), INDICADORES, METAS Y VALORES DEL MES
004870*     ANTERIOR
004880******************************************************************
004890 1000-INICIALIZAR.
004900     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
004910     IF WS-HOY-MM = 1
004920         COMPUTE WS-KPI-AAAA = WS-HOY-AAAA - 1
004930         MOVE 12 TO WS-KPI-MM
004940     ELSE
004950         MOVE WS-HOY-AAAA TO WS-KPI-AAAA
004960         COMPUTE WS-KPI-MM = WS-HOY-MM - 1
004970     END-IF.
004980     OPEN INPUT PARM-FILE.
004990     IF WS-PARM-STATUS = "00"
005000         READ PARM-FILE
005010             NOT AT END
005020                 IF PARM-MES IS NUMERIC AND PARM-MES > ZERO
005030                     MOVE PARM-MES TO WS-MES-KPI
005040                 END-IF
005050         END-READ
005060         CLOSE PARM-FILE
005070     END-IF.
005080     IF WS-KPI-MM = 1
005090         COMPUTE WS-ANT-AAAA = WS-KPI-AAAA - 1
005100         MOVE 12 TO WS-ANT-MM
005110     ELSE
005120         MOVE WS-KPI-AAAA TO WS-ANT-AAAA
005130         COMPUTE WS-ANT-MM = WS-KPI-MM - 1
005140     END-IF.
005150     PERFORM 1050-CALCULAR-DIAS THRU 1050-EXIT.
005160     PERFORM 1020-DEFINIR-INDICADORES THRU 1020-EXIT.
005170     PERFORM 1100-CARGAR-METAS THRU 1100-EXIT.
005180     PERFORM 1200-CARGAR-HISTORIA THRU 1200-EXIT.
005190     DISPLAY " TABLERO DE INDICADORES DEL PERIODO " WS-MES-KPI.
005200 1000-EXIT.
005210     EXIT.
005220
005230 1020-DEFINIR-INDICADORES.
005240     MOVE SPACES TO TABLA-INDICADORES.
005250     MOVE "CICLO" TO IND-CODIGO(WS-IX-CICLO).
005260     MOVE "CORRIDAS DEL CICLO COMPLETAS"
005270         TO IND-DESCRIPCION(WS-IX-CICLO).
005280     MOVE "%" TO IND-UNIDAD(WS-IX-CICLO).
005290     MOVE "M" TO IND-SENTIDO(WS-IX-CICLO).
005300     MOVE "EXCEP" TO IND-CODIGO(WS-IX-EXCEP).
005310     MOVE "EXCEPCIONES REGISTRADAS (ERRORLOG)"
005320         TO IND-DESCRIPCION(WS-IX-EXCEP).
005330     MOVE "CANT" TO IND-UNIDAD(WS-IX-EXCEP).
005340     MOVE "N" TO IND-SENTIDO(WS-IX-EXCEP).
005350     MOVE "SUSPEN" TO IND-CODIGO(WS-IX-SUSPEN).
005360     MOVE "ANTIGUEDAD DEL SUSPENSO PENDIENTE"
005370         TO IND-DESCRIPCION(WS-IX-SUSPEN).
005380     MOVE "DIAS" TO IND-UNIDAD(WS-IX-SUSPEN).
005390     MOVE "N" TO IND-SENTIDO(WS-IX-SUSPEN).
005400     MOVE "CALIDAD" TO IND-CODIGO(WS-IX-CALIDAD).
005410     MOVE "PUNTAJE DE CALIDAD DE DATOS"
005420         TO IND-DESCRIPCION(WS-IX-CALIDAD).
005430     MOVE "PTS" TO IND-UNIDAD(WS-IX-CALIDAD).
005440     MOVE "M" TO IND-SENTIDO(WS-IX-CALIDAD).
005450     MOVE "ACUSES" TO IND-CODIGO(WS-IX-ACUSES).
005460     MOVE "EXPORTACIONES CON ACK CONFORME"
005470         TO IND-DESCRIPCION(WS-IX-ACUSES).
005480     MOVE "%" TO IND-UNIDAD(WS-IX-ACUSES).
005490     MOVE "M" TO IND-SENTIDO(WS-IX-ACUSES).
005500     MOVE "CUADRA" TO IND-CODIGO(WS-IX-CUADRA).
005510     MOVE "CUADRATURAS QUE CERRARON"
005520         TO IND-DESCRIPCION(WS-IX-CUADRA).
005530     MOVE "%" TO IND-UNIDAD(WS-IX-CUADRA).
005540     MOVE "M" TO IND-SENTIDO(WS-IX-CUADRA).
005550     MOVE "DRILL" TO IND-CODIGO(WS-IX-DRILL).
005560     MOVE "SIMULACRO DE RECUPERACION"
005570         TO IND-DESCRIPCION(WS-IX-DRILL).
005580     MOVE "%" TO IND-UNIDAD(WS-IX-DRILL).
005590     MOVE "M" TO IND-SENTIDO(WS-IX-DRILL).
005600     PERFORM 1030-LIMPIAR-INDICADOR THRU 1030-EXIT
005610         VARYING WS-IDX-IND FROM 1 BY 1
005620             UNTIL WS-IDX-IND > WS-CANT-IND.
005630 1020-EXIT.
005640     EXIT.
005650
005660 1030-LIMPIAR-INDICADOR.
005670     MOVE "N" TO IND-SW-DATO(WS-IDX-IND)
005680                 IND-SW-META(WS-IDX-IND)
005690                 IND-SW-ANTERIOR(WS-IDX-IND).
005700     MOVE ZERO TO IND-VALOR(WS-IDX-IND)
005710                  IND-META(WS-IDX-IND)
005720                  IND-AMBAR(WS-IDX-IND)
005730                  IND-ROJO(WS-IDX-IND)
005740                  IND-ANTERIOR(WS-IDX-IND).
005750 1030-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790* 1050-CALCULAR-DIAS - DIAS DEL MES Y ULTIMO DIA MEDIBLE: SI EL
005800*     MES ES EL EN CURSO SE MIDE HASTA LA FECHA DE NEGOCIO, Y
005810*     UN MES POSTERIOR NO TIENE NADA QUE MEDIR
005820******************************************************************
005830 1050-CALCULAR-DIAS.
005840     MOVE WS-MES-KPI TO WS-FDIA-AAAAMM.
005850     MOVE 1 TO WS-FDIA-DD.
005860     IF WS-KPI-MM = 12
005870         COMPUTE WS-FSIG-AAAA = WS-KPI-AAAA + 1
005880         MOVE 1 TO WS-FSIG-MM
005890     ELSE
005900         MOVE WS-KPI-AAAA TO WS-FSIG-AAAA
005910         COMPUTE WS-FSIG-MM = WS-KPI-MM + 1
005920     END-IF.
005930     MOVE 1 TO WS-FSIG-DD.
005940     COMPUTE WS-DIAS-DEL-MES =
005950         FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE)
005960         - FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
005970     MOVE WS-DIAS-DEL-MES TO WS-ULTIMO-DIA.
005980     IF WS-FECHA-HOY(1:6) = WS-MES-KPI-X
005990         MOVE WS-HOY-DD TO WS-ULTIMO-DIA
006000     END-IF.
006010     IF WS-FECHA-HOY(1:6) < WS-MES-KPI-X
006020         MOVE ZERO TO WS-ULTIMO-DIA
006030     END-IF.
006040     IF WS-ULTIMO-DIA > ZERO
006050         MOVE WS-ULTIMO-DIA TO WS-FDIA-DD
006060         MOVE WS-FECHA-DIA TO WS-FECHA-CORTE
006070     END-IF.
006080 1050-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 1100-CARGAR-METAS - KPIMETA: INDICADOR, META, UMBRAL AMBAR Y
006130*     UMBRAL ROJO. UN INDICADOR SIN LINEA SE INFORMA SIN
006140*     SEMAFORO
006150******************************************************************
006160 1100-CARGAR-METAS.
006170     OPEN INPUT META-FILE.
006180     IF WS-META-STATUS NOT = "00"
006190         DISPLAY "KPIMETA NO DISPONIBLE: TABLERO SIN METAS."
006200         GO TO 1100-EXIT
006210     END-IF.
006220     MOVE "N" TO WS-EOF-ARCHIVO.
006230     PERFORM 1110-LEER-META THRU 1110-EXIT
006240         UNTIL FIN-ARCHIVO.
006250     CLOSE META-FILE.
006260 1100-EXIT.
006270     EXIT.
006280
006290 1110-LEER-META.
006300     READ META-FILE
006310         AT END
006320             SET FIN-ARCHIVO TO TRUE
006330             GO TO 1110-EXIT
006340     END-READ.
006350     IF KPM-META IS NOT NUMERIC
006360             OR KPM-AMBAR IS NOT NUMERIC
006370             OR KPM-ROJO IS NOT NUMERIC
006380         GO TO 1110-EXIT
006390     END-IF.
006400     MOVE KPM-INDICADOR TO WS-CODIGO-BUSCADO.
006410     PERFORM 1300-BUSCAR-INDICADOR THRU 1300-EXIT.
006420     IF NOT IND-HALLADO
006430         DISPLAY " KPIMETA: INDICADOR DESCONOCIDO "
006440             KPM-INDICADOR
006450         GO TO 1110-EXIT
006460     END-IF.
006470     MOVE "S" TO IND-SW-META(WS-IDX-IND).
006480     MOVE KPM-META TO IND-META(WS-IDX-IND).
006490     MOVE KPM-AMBAR TO IND-AMBAR(WS-IDX-IND).
006500     MOVE KPM-ROJO TO IND-ROJO(WS-IDX-IND).
006510 1110-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 1200-CARGAR-HISTORIA - EL VALOR DE CADA INDICADOR EN EL MES
006560*     ANTERIOR SEGUN KPIHIST (SI EL MES SE CORRIO MAS DE UNA
006570*     VEZ VALE LA ULTIMA LINEA)
006580******************************************************************
006590 1200-CARGAR-HISTORIA.
006600     OPEN INPUT HISTKPI-FILE.
006610     IF WS-KPH-STATUS NOT = "00"
006620         GO TO 1200-EXIT
006630     END-IF.
006640     MOVE "N" TO WS-EOF-ARCHIVO.
006650     PERFORM 1210-LEER-HISTORIA THRU 1210-EXIT
006660         UNTIL FIN-ARCHIVO.
006670     CLOSE HISTKPI-FILE.
006680 1200-EXIT.
006690     EXIT.
006700
006710 1210-LEER-HISTORIA.
006720     READ HISTKPI-FILE
006730         AT END
006740             SET FIN-ARCHIVO TO TRUE
006750             GO TO 1210-EXIT
006760     END-READ.
006770     IF KPH-MES IS NOT NUMERIC
006780             OR KPH-MES NOT = WS-MES-ANTERIOR
006790             OR KPH-VALOR IS NOT NUMERIC
006800         GO TO 1210-EXIT
006810     END-IF.
006820     MOVE KPH-INDICADOR TO WS-CODIGO-BUSCADO.
006830     PERFORM 1300-BUSCAR-INDICADOR THRU 1300-EXIT.
006840     IF IND-HALLADO
006850         MOVE "S" TO IND-SW-ANTERIOR(WS-IDX-IND)
006860         MOVE KPH-VALOR TO IND-ANTERIOR(WS-IDX-IND)
006870     END-IF.
006880 1210-EXIT.
006890     EXIT.
006900
006910 1300-BUSCAR-INDICADOR.
006920     MOVE "N" TO WS-SW-IND.
006930     PERFORM 1310-COMPARAR-INDICADOR THRU 1310-EXIT
006940         VARYING WS-IDX-IND FROM 1 BY 1
006950             UNTIL WS-IDX-IND > WS-CANT-IND
006960                 OR IND-HALLADO.
006970 1300-EXIT.
006980     EXIT.
006990
007000 1310-COMPARAR-INDICADOR.
007010     IF IND-CODIGO(WS-IDX-IND) = WS-CODIGO-BUSCADO
007020         SET IND-HALLADO TO TRUE
007030         SUBTRACT 1 FROM WS-IDX-IND
007040     END-IF.
007050 1310-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 2000-MEDIR-CICLO - CORRIDAS DEL MES EN CICLOHIST Y CUANTAS
007100*     TERMINARON "COMPLETO"
007110******************************************************************
007120 2000-MEDIR-CICLO.
007130     OPEN INPUT CICLO-FILE.
007140     IF WS-HIST-STATUS NOT = "00"
007150         GO TO 2000-EXIT
007160     END-IF.
007170     MOVE "N" TO WS-EOF-ARCHIVO.
007180     PERFORM 2010-LEER-CICLO THRU 2010-EXIT
007190         UNTIL FIN-ARCHIVO.
007200     CLOSE CICLO-FILE.
007210 2000-EXIT.
007220     EXIT.
007230
007240 2010-LEER-CICLO.
007250     READ CICLO-FILE
007260         AT END
007270             SET FIN-ARCHIVO TO TRUE
007280             GO TO 2010-EXIT
007290     END-READ.
007300     IF HIST-FECHA IS NOT NUMERIC
007310             OR HIST-AAAAMM NOT = WS-MES-KPI
007320             OR HIST-DD > WS-ULTIMO-DIA
007330             OR HIST-CORRIDA(1:2) = ".I"
007340         GO TO 2010-EXIT
007350     END-IF.
007360     ADD 1 TO WS-CICLO-CORRIDAS.
007370     IF HIST-RESULTADO = "COMPLETO"
007380         ADD 1 TO WS-CICLO-COMPLETAS
007390     END-IF.
007400 2010-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440* 2200-MEDIR-SUSPENSO - DIAS DEL PENDIENTE MAS VIEJO A LA FECHA
007450*     DE CORTE. EL SUSPENSO NO GUARDA FECHA DE RESOLUCION: PARA
007460*     UN MES YA CERRADO SE MIDEN LOS QUE SIGUEN PENDIENTES Y YA
007470*     EXISTIAN AL CORTE
007480******************************************************************
007490 2200-MEDIR-SUSPENSO.
007500     IF WS-FECHA-CORTE = ZERO
007510         GO TO 2200-EXIT
007520     END-IF.
007530     OPEN INPUT SUSPENSO-FILE.
007540     IF WS-SUSP-STATUS NOT = "00"
007550         GO TO 2200-EXIT
007560     END-IF.
007570     SET SUSPENSO-LEIDO TO TRUE.
007580     MOVE "N" TO WS-EOF-ARCHIVO.
007590     PERFORM 2210-LEER-SUSPENSO THRU 2210-EXIT
007600         UNTIL FIN-ARCHIVO.
007610     CLOSE SUSPENSO-FILE.
007620     IF WS-SUSP-ALTA-VIEJA > ZERO
007630         COMPUTE WS-SUSP-DIAS-MAX =
007640             FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
007650             - FUNCTION INTEGER-OF-DATE(WS-SUSP-ALTA-VIEJA)
007660     END-IF.
007670 2200-EXIT.
007680     EXIT.
007690
007700 2210-LEER-SUSPENSO.
007710     READ SUSPENSO-FILE
007720         AT END
007730             SET FIN-ARCHIVO TO TRUE
007740             GO TO 2210-EXIT
007750     END-READ.
007760     IF SUSP-ESTADO NOT = "P"
007770             OR SUSP-FECHA-ALTA IS NOT NUMERIC
007780             OR SUSP-FECHA-ALTA = ZERO
007790             OR SUSP-FECHA-ALTA > WS-FECHA-CORTE
007800         GO TO 2210-EXIT
007810     END-IF.
007820     ADD 1 TO WS-SUSP-PENDIENTES.
007830     IF WS-SUSP-ALTA-VIEJA = ZERO
007840             OR SUSP-FECHA-ALTA < WS-SUSP-ALTA-VIEJA
007850         MOVE SUSP-FECHA-ALTA TO WS-SUSP-ALTA-VIEJA
007860     END-IF.
007870 2210-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910* 2400-MEDIR-CALIDAD - EL PUNTAJE MAS RECIENTE DEL MES EN
007920*     CALIDHIS
007930******************************************************************
007940 2400-MEDIR-CALIDAD.
007950     OPEN INPUT CALIDHIS-FILE.
007960     IF WS-CALH-STATUS NOT = "00"
007970         GO TO 2400-EXIT
007980     END-IF.
007990     MOVE "N" TO WS-EOF-ARCHIVO.
008000     PERFORM 2410-LEER-CALIDAD THRU 2410-EXIT
008010         UNTIL FIN-ARCHIVO.
008020     CLOSE CALIDHIS-FILE.
008030 2400-EXIT.
008040     EXIT.
008050
008060 2410-LEER-CALIDAD.
008070     READ CALIDHIS-FILE
008080         AT END
008090             SET FIN-ARCHIVO TO TRUE
008100             GO TO 2410-EXIT
008110     END-READ.
008120     IF CALH-FECHA IS NOT NUMERIC
008130             OR CALH-PUNTAJE IS NOT NUMERIC
008140             OR CALH-AAAAMM NOT = WS-MES-KPI
008150             OR CALH-DD > WS-ULTIMO-DIA
008160         GO TO 2410-EXIT
008170     END-IF.
008180     IF CALH-FECHA NOT < WS-CALH-ULTIMA-FECHA
008190         MOVE CALH-FECHA TO WS-CALH-ULTIMA-FECHA
008200         MOVE CALH-PUNTAJE TO WS-CALH-ULTIMO-PUNTAJE
008210     END-IF.
008220 2410-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260* 2600-MEDIR-ACUSES - CADA EXPORTACION CSV CATALOGADA EN EL MES
008270*     CONTRA EL ACKFILE, CON EL CRITERIO DE ACK_PROCESO: CONFORME
008280*     ES LA QUE TIENE ACK, CANTIDAD CARGADA IGUAL A LA
008290*     CATALOGADA Y NINGUN RECHAZO
008300******************************************************************
008310 2600-MEDIR-ACUSES.
008320     OPEN INPUT ACK-FILE.
008330     IF WS-ACK-STATUS = "00"
008340         MOVE "N" TO WS-EOF-ARCHIVO
008350         PERFORM 2610-LEER-ACK THRU 2610-EXIT
008360             UNTIL FIN-ARCHIVO
008370         CLOSE ACK-FILE
008380     END-IF.
008390     OPEN INPUT CATALOGO-FILE.
008400     IF WS-CAT-STATUS NOT = "00"
008410         GO TO 2600-EXIT
008420     END-IF.
008430     MOVE "N" TO WS-EOF-ARCHIVO.
008440     PERFORM 2620-LEER-CATALOGO THRU 2620-EXIT
008450         UNTIL FIN-ARCHIVO.
008460     CLOSE CATALOGO-FILE.
008470 2600-EXIT.
008480     EXIT.
008490
008500 2610-LEER-ACK.
008510     READ ACK-FILE
008520         AT END
008530             SET FIN-ARCHIVO TO TRUE
008540         NOT AT END
008550             IF WS-CANT-ACKS < WS-MAX-ACKS
008560                     AND ACK-CARGADOS IS NUMERIC
008570                     AND ACK-RECHAZADOS IS NUMERIC
008580                 ADD 1 TO WS-CANT-ACKS
008590                 MOVE ACK-ARCHIVO TO ACKT-ARCHIVO(WS-CANT-ACKS)
008600                 MOVE ACK-CARGADOS TO
008610                     ACKT-CARGADOS(WS-CANT-ACKS)
008620                 MOVE ACK-RECHAZADOS TO
008630                     ACKT-RECHAZADOS(WS-CANT-ACKS)
008640             END-IF
008650     END-READ.
008660 2610-EXIT.
008670     EXIT.
008680
008690 2620-LEER-CATALOGO.
008700     READ CATALOGO-FILE
008710         AT END
008720             SET FIN-ARCHIVO TO TRUE
008730             GO TO 2620-EXIT
008740     END-READ.
008750     IF CATG-PROGRAMA NOT = "exportar_datos"
008760             OR CATG-FECHA IS NOT NUMERIC
008770             OR CATG-AAAAMM NOT = WS-MES-KPI
008780             OR CATG-DD > WS-ULTIMO-DIA
008790         GO TO 2620-EXIT
008800     END-IF.
008810     ADD 1 TO WS-ACUS-EXPORTS.
008820     MOVE "N" TO WS-SW-ACK.
008830     PERFORM 2630-COMPARAR-ACK THRU 2630-EXIT
008840         VARYING WS-IDX-ACK FROM 1 BY 1
008850             UNTIL WS-IDX-ACK > WS-CANT-ACKS
008860                 OR ACK-HALLADO.
008870     IF NOT ACK-HALLADO
008880         GO TO 2620-EXIT
008890     END-IF.
008900     IF ACKT-CARGADOS(WS-IDX-ACK) = CATG-CANTIDAD
008910             AND ACKT-RECHAZADOS(WS-IDX-ACK) = ZERO
008920         ADD 1 TO WS-ACUS-CONFORMES
008930     END-IF.
008940 2620-EXIT.
008950     EXIT.
008960
008970 2630-COMPARAR-ACK.
008980     IF ACKT-ARCHIVO(WS-IDX-ACK) = CATG-ARCHIVO
008990         SET ACK-HALLADO TO TRUE
009000         SUBTRACT 1 FROM WS-IDX-ACK
009010     END-IF.
009020 2630-EXIT.
009030     EXIT.
009040
009050******************************************************************
009060* 3000-RECORRER-DIAS - CADA DIA MEDIBLE DEL MES: SU ERRORLOG
009070*     (EXCEPCIONES, Y SI LA CUADRATURA NO CERRO), SU CUADRA Y
009080*     SU DRILLRPT SI LOS HUBO
009090******************************************************************
009100 3000-RECORRER-DIAS.
009110     PERFORM 3100-MEDIR-DIA THRU 3100-EXIT
009120         VARYING WS-DIA FROM 1 BY 1
009130             UNTIL WS-DIA > WS-ULTIMO-DIA.
009140 3000-EXIT.
009150     EXIT.
009160
009170 3100-MEDIR-DIA.
009180     MOVE WS-MES-KPI TO WS-FDIA-AAAAMM.
009190     MOVE WS-DIA TO WS-FDIA-DD.
009200     MOVE "N" TO WS-SW-CUAD-FALLO.
009210     MOVE SPACES TO WS-NOMBRE-LOG.
009220     STRING "ERRORLOG." WS-FECHA-DIA
009230         DELIMITED BY SIZE INTO WS-NOMBRE-LOG.
009240     OPEN INPUT LOG-FILE.
009250     IF WS-LOG-STATUS = "00"
009260         ADD 1 TO WS-EXCEP-DIAS-LOG
009270         MOVE "N" TO WS-EOF-ARCHIVO
009280         PERFORM 3110-LEER-LOG THRU 3110-EXIT
009290             UNTIL FIN-ARCHIVO
009300         CLOSE LOG-FILE
009310     END-IF.
009320     MOVE SPACES TO WS-NOMBRE-CUADRA.
009330     STRING "CUADRA." WS-FECHA-DIA
009340         DELIMITED BY SIZE INTO WS-NOMBRE-CUADRA.
009350     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-CUADRA
009360         WS-INFO-ARCHIVO
009370         RETURNING WS-RC-CUADRA.
009380     IF WS-RC-CUADRA = ZERO
009390         ADD 1 TO WS-CUAD-DIAS
009400         IF NOT CUADRATURA-FALLO
009410             ADD 1 TO WS-CUAD-CERRADOS
009420         END-IF
009430     END-IF.
009440     MOVE SPACES TO WS-NOMBRE-DRILL.
009450     STRING "DRILLRPT." WS-FECHA-DIA
009460         DELIMITED BY SIZE INTO WS-NOMBRE-DRILL.
009470     OPEN INPUT DRILL-FILE.
009480     IF WS-DRILL-STATUS = "00"
009490         MOVE "N" TO WS-EOF-ARCHIVO
009500         PERFORM 3130-LEER-DRILL THRU 3130-EXIT
009510             UNTIL FIN-ARCHIVO
009520         CLOSE DRILL-FILE
009530     END-IF.
009540 3100-EXIT.
009550     EXIT.
009560
009570 3110-LEER-LOG.
009580     READ LOG-FILE
009590         AT END
009600             SET FIN-ARCHIVO TO TRUE
009610             GO TO 3110-EXIT
009620     END-READ.
009630     ADD 1 TO WS-EXCEP-ENTRADAS.
009640     IF ELOG-PROGRAMA = "cuadratura"
009650             AND ELOG-CODIGO IS NUMERIC
009660             AND ELOG-CODIGO = 49
009670         SET CUADRATURA-FALLO TO TRUE
009680     END-IF.
009690 3110-EXIT.
009700     EXIT.
009710
009720 3130-LEER-DRILL.
009730     READ DRILL-FILE
009740         AT END
009750             SET FIN-ARCHIVO TO TRUE
009760             GO TO 3130-EXIT
009770     END-READ.
009780     IF DRL-ROTULO = "RESULTADO DEL SIMULACRO: "
009790         ADD 1 TO WS-DRILL-CANTIDAD
009800         MOVE WS-FECHA-DIA TO WS-DRILL-FECHA
009810         MOVE DRL-RESULTADO TO WS-DRILL-RESULTADO
009820     END-IF.
009830 3130-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870* 4000-CALCULAR-INDICADORES - VALOR DE CADA INDICADOR CON SU
009880*     BASE DE CALCULO; SIN BASE EL INDICADOR QUEDA SIN DATOS.
009890*     LUEGO SEMAFORO Y TENDENCIA
009900******************************************************************
009910 4000-CALCULAR-INDICADORES.
009920     IF WS-CICLO-CORRIDAS > ZERO
009930         MOVE "S" TO IND-SW-DATO(WS-IX-CICLO)
009940         COMPUTE IND-VALOR(WS-IX-CICLO) ROUNDED =
009950             WS-CICLO-COMPLETAS * 100 / WS-CICLO-CORRIDAS
009960         MOVE WS-CICLO-CORRIDAS TO WS-CIFRA-1
009970         MOVE WS-CICLO-COMPLETAS TO WS-CIFRA-2
009980         STRING WS-CIFRA-1 " CORRIDAS EN CICLOHIST, "
009990             WS-CIFRA-2 " COMPLETAS"
010000             DELIMITED BY SIZE INTO IND-BASE(WS-IX-CICLO)
010010     END-IF.
010020     IF WS-EXCEP-DIAS-LOG > ZERO
010030         MOVE "S" TO IND-SW-DATO(WS-IX-EXCEP)
010040         MOVE WS-EXCEP-ENTRADAS TO IND-VALOR(WS-IX-EXCEP)
010050         MOVE WS-EXCEP-DIAS-LOG TO WS-CIFRA-1
010060         STRING "ERRORLOG DE " WS-CIFRA-1 " DIA(S) DEL MES"
010070             DELIMITED BY SIZE INTO IND-BASE(WS-IX-EXCEP)
010080     END-IF.
010090     IF SUSPENSO-LEIDO
010100         MOVE "S" TO IND-SW-DATO(WS-IX-SUSPEN)
010110         MOVE WS-SUSP-DIAS-MAX TO IND-VALOR(WS-IX-SUSPEN)
010120         MOVE WS-SUSP-PENDIENTES TO WS-CIFRA-1
010130         IF WS-SUSP-PENDIENTES = ZERO
010140             STRING "SIN PENDIENTES AL " WS-FECHA-CORTE
010150                 DELIMITED BY SIZE INTO IND-BASE(WS-IX-SUSPEN)
010160         ELSE
010170             STRING WS-CIFRA-1 " PENDIENTE(S) AL "
010180                 WS-FECHA-CORTE ", EL MAS VIEJO DEL "
010190                 WS-SUSP-ALTA-VIEJA
010200                 DELIMITED BY SIZE INTO IND-BASE(WS-IX-SUSPEN)
010210         END-IF
010220     END-IF.
010230     IF WS-CALH-ULTIMA-FECHA > ZERO
010240         MOVE "S" TO IND-SW-DATO(WS-IX-CALIDAD)
010250         MOVE WS-CALH-ULTIMO-PUNTAJE TO
010260             IND-VALOR(WS-IX-CALIDAD)
010270         STRING "CALIDHIS DEL " WS-CALH-ULTIMA-FECHA
010280             DELIMITED BY SIZE INTO IND-BASE(WS-IX-CALIDAD)
010290     END-IF.
010300     IF WS-ACUS-EXPORTS > ZERO
010310         MOVE "S" TO IND-SW-DATO(WS-IX-ACUSES)
010320         COMPUTE IND-VALOR(WS-IX-ACUSES) ROUNDED =
010330             WS-ACUS-CONFORMES * 100 / WS-ACUS-EXPORTS
010340         MOVE WS-ACUS-EXPORTS TO WS-CIFRA-1
010350         MOVE WS-ACUS-CONFORMES TO WS-CIFRA-2
010360         STRING WS-CIFRA-1 " EXPORTACIONES, " WS-CIFRA-2
010370             " CON ACK CONFORME"
010380             DELIMITED BY SIZE INTO IND-BASE(WS-IX-ACUSES)
010390     END-IF.
010400     IF WS-CUAD-DIAS > ZERO
010410         MOVE "S" TO IND-SW-DATO(WS-IX-CUADRA)
010420         COMPUTE IND-VALOR(WS-IX-CUADRA) ROUNDED =
010430             WS-CUAD-CERRADOS * 100 / WS-CUAD-DIAS
010440         MOVE WS-CUAD-DIAS TO WS-CIFRA-1
010450         MOVE WS-CUAD-CERRADOS TO WS-CIFRA-2
010460         STRING WS-CIFRA-1 " CUADRATURA(S), " WS-CIFRA-2
010470             " CERRARON"
010480             DELIMITED BY SIZE INTO IND-BASE(WS-IX-CUADRA)
010490     END-IF.
010500     IF WS-DRILL-CANTIDAD > ZERO
010510         MOVE "S" TO IND-SW-DATO(WS-IX-DRILL)
010520         IF WS-DRILL-RESULTADO = "EXITOSO"
010530             MOVE 100 TO IND-VALOR(WS-IX-DRILL)
010540         ELSE
010550             MOVE ZERO TO IND-VALOR(WS-IX-DRILL)
010560         END-IF
010570         STRING "SIMULACRO DEL " WS-DRILL-FECHA ": "
010580             WS-DRILL-RESULTADO
010590             DELIMITED BY SIZE INTO IND-BASE(WS-IX-DRILL)
010600     END-IF.
010610     PERFORM 4100-EVALUAR-INDICADOR THRU 4100-EXIT
010620         VARYING WS-IDX-IND FROM 1 BY 1
010630             UNTIL WS-IDX-IND > WS-CANT-IND.
010640 4000-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680* 4100-EVALUAR-INDICADOR - SEMAFORO CONTRA LOS UMBRALES DE
010690*     KPIMETA LEIDOS EN EL SENTIDO DEL INDICADOR, Y TENDENCIA
010700*     CONTRA EL VALOR DEL MES ANTERIOR
010710******************************************************************
010720 4100-EVALUAR-INDICADOR.
010730     IF NOT IND-CON-DATO(WS-IDX-IND)
010740         MOVE "S/D" TO IND-ESTADO(WS-IDX-IND)
010750         MOVE "S/D" TO IND-TENDENCIA(WS-IDX-IND)
010760         MOVE "SIN DATOS EN EL PERIODO"
010770             TO IND-BASE(WS-IDX-IND)
010780         ADD 1 TO WS-CUENTA-SIN-DATO
010790         GO TO 4100-EXIT
010800     END-IF.
010810     IF NOT IND-CON-META(WS-IDX-IND)
010820         MOVE "SIN META" TO IND-ESTADO(WS-IDX-IND)
010830     ELSE
010840         IF IND-MAYOR-MEJOR(WS-IDX-IND)
010850             IF IND-VALOR(WS-IDX-IND) < IND-ROJO(WS-IDX-IND)
010860                 MOVE "ROJO" TO IND-ESTADO(WS-IDX-IND)
010870             ELSE
010880                 IF IND-VALOR(WS-IDX-IND) <
010890                         IND-AMBAR(WS-IDX-IND)
010900                     MOVE "AMBAR" TO IND-ESTADO(WS-IDX-IND)
010910                 ELSE
010920                     MOVE "VERDE" TO IND-ESTADO(WS-IDX-IND)
010930                 END-IF
010940             END-IF
010950         ELSE
010960             IF IND-VALOR(WS-IDX-IND) > IND-ROJO(WS-IDX-IND)
010970                 MOVE "ROJO" TO IND-ESTADO(WS-IDX-IND)
010980             ELSE
010990                 IF IND-VALOR(WS-IDX-IND) >
011000                         IND-AMBAR(WS-IDX-IND)
011010                     MOVE "AMBAR" TO IND-ESTADO(WS-IDX-IND)
011020                 ELSE
011030                     MOVE "VERDE" TO IND-ESTADO(WS-IDX-IND)
011040                 END-IF
011050             END-IF
011060         END-IF
011070     END-IF.
011080     EVALUATE IND-ESTADO(WS-IDX-IND)
011090         WHEN "VERDE"
011100             ADD 1 TO WS-CUENTA-VERDES
011110         WHEN "AMBAR"
011120             ADD 1 TO WS-CUENTA-AMBAR
011130         WHEN "ROJO"
011140             ADD 1 TO WS-CUENTA-ROJOS
011150     END-EVALUATE.
011160     IF NOT IND-CON-ANTERIOR(WS-IDX-IND)
011170         MOVE "S/D" TO IND-TENDENCIA(WS-IDX-IND)
011180         GO TO 4100-EXIT
011190     END-IF.
011200     IF IND-VALOR(WS-IDX-IND) = IND-ANTERIOR(WS-IDX-IND)
011210         MOVE "IGUAL" TO IND-TENDENCIA(WS-IDX-IND)
011220         GO TO 4100-EXIT
011230     END-IF.
011240     IF (IND-MAYOR-MEJOR(WS-IDX-IND)
011250             AND IND-VALOR(WS-IDX-IND) >
011260                 IND-ANTERIOR(WS-IDX-IND))
011270         OR (IND-MENOR-MEJOR(WS-IDX-IND)
011280             AND IND-VALOR(WS-IDX-IND) <
011290                 IND-ANTERIOR(WS-IDX-IND))
011300         MOVE "MEJORA" TO IND-TENDENCIA(WS-IDX-IND)
011310     ELSE
011320         MOVE "EMPEORA" TO IND-TENDENCIA(WS-IDX-IND)
011330     END-IF.
011340 4100-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380* 5000-EMITIR-REPORTE - TABLKPI.AAAAMM: UNA LINEA POR INDICADOR
011390*     CON SU BASE DE CALCULO Y EL RESUMEN DEL SEMAFORO
011400******************************************************************
011410 5000-EMITIR-REPORTE.
011420     STRING "TABLKPI." WS-MES-KPI DELIMITED BY SIZE
011430         INTO WS-DYN-REPORT-FILE.
011440     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
011450     MOVE "TABLERO MENSUAL DE INDICADORES" TO RSVC-TITULO.
011460     MOVE "A" TO RSVC-FUNCION.
011470     CALL "reporte_svc" USING RSVC-AREA.
011480     MOVE "T" TO RSVC-FUNCION.
011490     MOVE SPACES TO RSVC-LINEA.
011500     STRING "INDICADOR,DESCRIPCION,META,REAL,UNIDAD,ESTADO,"
011510         "TENDENCIA,MES_ANTERIOR,UMBRAL_AMBAR,UMBRAL_ROJO"
011520         DELIMITED BY SIZE INTO RSVC-LINEA.
011530     CALL "reporte_svc" USING RSVC-AREA.
011540     MOVE "E" TO RSVC-FUNCION.
011550     MOVE WS-MES-KPI TO LPER-MES.
011560     MOVE WS-FECHA-CORTE TO LPER-CORTE.
011570     MOVE WS-MES-ANTERIOR TO LPER-ANTERIOR.
011580     MOVE WS-LINEA-PERIODO TO RSVC-LINEA.
011590     CALL "reporte_svc" USING RSVC-AREA.
011600     MOVE SPACES TO RSVC-LINEA.
011610     CALL "reporte_svc" USING RSVC-AREA.
011620     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
011630     CALL "reporte_svc" USING RSVC-AREA.
011640     PERFORM 5100-EMITIR-INDICADOR THRU 5100-EXIT
011650         VARYING WS-IDX-IND FROM 1 BY 1
011660             UNTIL WS-IDX-IND > WS-CANT-IND.
011670     MOVE SPACES TO RSVC-LINEA.
011680     CALL "reporte_svc" USING RSVC-AREA.
011690     MOVE WS-CUENTA-VERDES TO LRES-VERDES.
011700     MOVE WS-CUENTA-AMBAR TO LRES-AMBAR.
011710     MOVE WS-CUENTA-ROJOS TO LRES-ROJOS.
011720     MOVE WS-CUENTA-SIN-DATO TO LRES-SIN-DATO.
011730     MOVE WS-LINEA-RESUMEN TO RSVC-LINEA.
011740     CALL "reporte_svc" USING RSVC-AREA.
011750     MOVE "D" TO RSVC-FUNCION.
011760     MOVE SPACES TO RSVC-LINEA.
011770     STRING "TOTAL,VERDES " WS-CUENTA-VERDES
011780             " AMBAR " WS-CUENTA-AMBAR
011790             " ROJOS " WS-CUENTA-ROJOS
011800             " SIN DATOS " WS-CUENTA-SIN-DATO ",,,,,,,,"
011810             DELIMITED BY SIZE
011820         INTO RSVC-LINEA.
011830     CALL "reporte_svc" USING RSVC-AREA.
011840     MOVE "E" TO RSVC-FUNCION.
011850 5000-EXIT.
011860     EXIT.
011870
011880 5100-EMITIR-INDICADOR.
011890     MOVE SPACES TO RSVC-LINEA.
011900     CALL "reporte_svc" USING RSVC-AREA.
011910     MOVE IND-CODIGO(WS-IDX-IND) TO LIND-CODIGO.
011920     MOVE IND-DESCRIPCION(WS-IDX-IND) TO LIND-DESCRIPCION.
011930     MOVE IND-UNIDAD(WS-IDX-IND) TO LIND-UNIDAD.
011940     MOVE IND-ESTADO(WS-IDX-IND) TO LIND-ESTADO.
011950     MOVE IND-TENDENCIA(WS-IDX-IND) TO LIND-TENDENCIA.
011960     MOVE SPACES TO LIND-META LIND-VALOR LIND-ANTERIOR
011970                    LBAS-AMBAR LBAS-ROJO.
011980     IF IND-CON-META(WS-IDX-IND)
011990         MOVE IND-META(WS-IDX-IND) TO WS-META-EDITADA
012000         MOVE WS-META-EDITADA TO LIND-META(5:6)
012010         MOVE IND-AMBAR(WS-IDX-IND) TO WS-META-EDITADA
012020         MOVE WS-META-EDITADA TO LBAS-AMBAR
012030         MOVE IND-ROJO(WS-IDX-IND) TO WS-META-EDITADA
012040         MOVE WS-META-EDITADA TO LBAS-ROJO
012050     ELSE
012060         MOVE "       ---" TO LIND-META
012070     END-IF.
012080     IF IND-CON-DATO(WS-IDX-IND)
012090         MOVE IND-VALOR(WS-IDX-IND) TO WS-VALOR-EDITADO
012100         MOVE WS-VALOR-EDITADO TO LIND-VALOR(2:9)
012110     ELSE
012120         MOVE "       S/D" TO LIND-VALOR
012130     END-IF.
012140     IF IND-CON-ANTERIOR(WS-IDX-IND)
012150         MOVE IND-ANTERIOR(WS-IDX-IND) TO WS-VALOR-EDITADO
012160         MOVE WS-VALOR-EDITADO TO LIND-ANTERIOR(2:9)
012170     ELSE
012180         MOVE "       S/D" TO LIND-ANTERIOR
012190     END-IF.
012200     MOVE WS-LINEA-INDICADOR TO RSVC-LINEA.
012210     CALL "reporte_svc" USING RSVC-AREA.
012220     MOVE IND-BASE(WS-IDX-IND) TO LBAS-TEXTO.
012230     MOVE WS-LINEA-BASE TO RSVC-LINEA.
012240     CALL "reporte_svc" USING RSVC-AREA.
012250     PERFORM 5200-DATO-INDICADOR THRU 5200-EXIT.
012260 5100-EXIT.
012270     EXIT.
012280
012290*    LA LINEA DEL INDICADOR EN EL ARCHIVO DE DATOS: SIN META O
012300*    SIN DATO LA COLUMNA QUEDA VACIA
012310 5200-DATO-INDICADOR.
012320     MOVE SPACES TO WS-DATO-META WS-DATO-AMBAR WS-DATO-ROJO
012330                    WS-DATO-VALOR WS-DATO-ANTERIOR.
012340     IF IND-CON-META(WS-IDX-IND)
012350         MOVE IND-META(WS-IDX-IND) TO WS-DATO-META
012360         MOVE IND-AMBAR(WS-IDX-IND) TO WS-DATO-AMBAR
012370         MOVE IND-ROJO(WS-IDX-IND) TO WS-DATO-ROJO
012380     END-IF.
012390     IF IND-CON-DATO(WS-IDX-IND)
012400         MOVE IND-VALOR(WS-IDX-IND) TO WS-DATO-DECIMAL
012410         MOVE WS-DATO-DECIMAL TO WS-DATO-VALOR
012420     END-IF.
012430     IF IND-CON-ANTERIOR(WS-IDX-IND)
012440         MOVE IND-ANTERIOR(WS-IDX-IND) TO WS-DATO-DECIMAL
012450         MOVE WS-DATO-DECIMAL TO WS-DATO-ANTERIOR
012460     END-IF.
012470     MOVE "D" TO RSVC-FUNCION.
012480     MOVE SPACES TO RSVC-LINEA.
012490     STRING IND-CODIGO(WS-IDX-IND) DELIMITED BY SPACE
012500             "," DELIMITED BY SIZE
012510             IND-DESCRIPCION(WS-IDX-IND) DELIMITED BY "  "
012520             "," DELIMITED BY SIZE
012530             WS-DATO-META DELIMITED BY SPACE
012540             "," DELIMITED BY SIZE
012550             WS-DATO-VALOR DELIMITED BY SPACE
012560             "," DELIMITED BY SIZE
012570             IND-UNIDAD(WS-IDX-IND) DELIMITED BY SPACE
012580             "," DELIMITED BY SIZE
012590             IND-ESTADO(WS-IDX-IND) DELIMITED BY "  "
012600             "," DELIMITED BY SIZE
012610             IND-TENDENCIA(WS-IDX-IND) DELIMITED BY "  "
012620             "," DELIMITED BY SIZE
012630             WS-DATO-ANTERIOR DELIMITED BY SPACE
012640             "," DELIMITED BY SIZE
012650             WS-DATO-AMBAR DELIMITED BY SPACE
012660             "," DELIMITED BY SIZE
012670             WS-DATO-ROJO DELIMITED BY SPACE
012680         INTO RSVC-LINEA.
012690     CALL "reporte_svc" USING RSVC-AREA.
012700     MOVE "E" TO RSVC-FUNCION.
012710 5200-EXIT.
012720     EXIT.
012730
012740******************************************************************
012750* 6000-GRABAR-HISTORIA - LOS VALORES DEL MES QUEDAN EN KPIHIST
012760*     PARA LA TENDENCIA DEL MES SIGUIENTE
012770******************************************************************
012780 6000-GRABAR-HISTORIA.
012790     IF WS-CUENTA-SIN-DATO = WS-CANT-IND
012800         GO TO 6000-EXIT
012810     END-IF.
012820     OPEN EXTEND HISTKPI-FILE.
012830     IF WS-KPH-STATUS NOT = "00"
012840         OPEN OUTPUT HISTKPI-FILE
012850     END-IF.
012860     PERFORM 6100-GRABAR-INDICADOR THRU 6100-EXIT
012870         VARYING WS-IDX-IND FROM 1 BY 1
012880             UNTIL WS-IDX-IND > WS-CANT-IND.
012890     CLOSE HISTKPI-FILE.
012900 6000-EXIT.
012910     EXIT.
012920
012930 6100-GRABAR-INDICADOR.
012940     IF NOT IND-CON-DATO(WS-IDX-IND)
012950         GO TO 6100-EXIT
012960     END-IF.
012970     MOVE SPACES TO HISTKPI-RECORD.
012980     MOVE WS-MES-KPI TO KPH-MES.
012990     MOVE IND-CODIGO(WS-IDX-IND) TO KPH-INDICADOR.
013000     MOVE IND-VALOR(WS-IDX-IND) TO KPH-VALOR.
013010     MOVE IND-ESTADO(WS-IDX-IND) TO KPH-ESTADO.
013020     WRITE HISTKPI-RECORD.
013030     ADD 1 TO WS-AUDT-CANTIDAD.
013040 6100-EXIT.
013050     EXIT.
013060
013070******************************************************************
013080* 9000-TERMINAR - CIERRE DEL REPORTE, AUDITORIA Y CATALOGO
013090******************************************************************
013100 9000-TERMINAR.
013110     MOVE SPACES TO RSVC-LINEA.
013120     CALL "reporte_svc" USING RSVC-AREA.
013130     MOVE "FIN DEL TABLERO DE INDICADORES" TO RSVC-LINEA.
013140     CALL "reporte_svc" USING RSVC-AREA.
013150     MOVE "C" TO RSVC-FUNCION.
013160     CALL "reporte_svc" USING RSVC-AREA.
013170     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
013180     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
013190     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
013200     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
013210             WS-CATG-CANTIDAD.
013220     DISPLAY " INDICADORES EN ROJO: " WS-CUENTA-ROJOS
013230         "  EN AMBAR: " WS-CUENTA-AMBAR.
013240     DISPLAY " REPORTE GENERADO: " WS-DYN-REPORT-FILE.
013250 9000-EXIT.
013260     EXIT.
013270
013280 END PROGRAM tablero_kpi.
