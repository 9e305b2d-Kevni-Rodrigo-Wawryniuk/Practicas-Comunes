000100******************************************************************
000110* PROGRAM-ID: cargo_sucursal
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MONTHLY CHARGEBACK OF THE DAILY CYCLE BY SUCURSAL.
000170*             FOR THE MONTH (CARGOCTL AAAAMM, OR THE MONTH BEFORE
000180*             THE BUSINESS DATE) IT SUMS EACH PASO'S ELAPSED
000190*             SECONDS FROM CICLOHIST (HIST-SEG-PASOS) AND ITS
000200*             RECORDS PROCESSED FROM THE DAILY AUDITTRL FILES,
000210*             PRICES THEM WITH THE TARIFAS RATE CARD (IMPORTE
000220*             POR SEGUNDO Y POR REGISTRO) AND ALLOCATES TIME,
000230*             RECORDS AND COST TO EACH SUCURSAL BY ITS SHARE OF
000240*             THE WORK. THE SHARE IS THE AVERAGE OF THREE BASES,
000250*             EACH WEIGHTING THE SAME:
000260*                 - ACTIVE RECORDS ON PERSONAF (AT RUN TIME)
000270*                 - PERSTRAN MOVEMENTS APPLIED IN THE MONTH
000280*                   (PERSJRNL ENTRIES OF PERSONAMANTBAT; THE
000290*                   BRANCH OF THE AFTER IMAGE, OR OF THE BEFORE
000300*                   IMAGE WHEN THERE IS NO AFTER IMAGE)
000310*                 - LETTERS ISSUED IN THE MONTH (CARTASUC,
000320*                   WRITTEN BY PERSONACARTA)
000330*             A BASE WITH NOTHING IN THE MONTH DROPS OUT OF THE
000340*             AVERAGE. THE REPORT CARGOSUC.AAAAMM (REPORTE_SVC)
000350*             SHOWS THE BASES, THE RATE CARD, THE COST PER PASO
000360*             AND THE ALLOCATION PER SUCURSAL AND PASO, WITH
000370*             THE ROUNDING DIFFERENCE SHOWN RATHER THAN HIDDEN.
000380* TECTONICS:  cobc
000390******************************************************************
000400* MODIFICATION HISTORY
000410* DATE       INIT DESCRIPTION
000420* 2026-10-15 RW   INITIAL VERSION.
000430* 2026-10-15 RW   LA BASE DE MOVIMIENTOS SE LEE POR JOURNAL_LECTOR
000440*                 DESDE LA GENERACION MENSUAL ANTERIOR AL MES DEL
000450*                 CARGO (UN CICLO QUE CRUZA FIN DE MES QUEDA EN LA
000460*                 GENERACION DE SU FECHA DE NEGOCIO).
000470* 2026-10-15 RW   CICLOHIST GANA LA CORRIDA (REGISTRO 222 -> 227);
000480*                 LOS SEGUNDOS DEL MICROCICLO INTRADIA NO SE
000490*                 SUMAN: SUS PASOS NO SON LOS DE PASOS.
000500* 2026-10-15 RW   LAS BASES Y EL CORTE DE CADA SUCURSAL LLEVAN SU
000510*                 NOMBRE SEGUN EL REFERENCIAL SUCREF
000520*                 (VALIDAR_SUCURSAL).
000530* 2026-10-15 RW   CARGOSUC TAMBIEN VA AL ARCHIVO DE DATOS DE
000540*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR RENGLON DE
000550*                 BASES, TARIFAS, PASOS Y ASIGNACION, CON SUS
000560*                 TOTALES Y LA DIFERENCIA DE REDONDEO.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. cargo_sucursal.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PARM-FILE ASSIGN TO "CARGOCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PARM-STATUS.
000670
000680     SELECT TARIFAS-FILE ASSIGN TO "TARIFAS"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-TARF-STATUS.
000710
000720     SELECT PASOSCTL-FILE ASSIGN TO "PASOSCTL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PSC-STATUS.
000750
000760     SELECT HIST-FILE ASSIGN TO "CICLOHIST"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-HIST-STATUS.
000790
000800     SELECT AUDIT-DIA-FILE ASSIGN DYNAMIC WS-DYN-AUDIT-DIA
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-ADIA-STATUS.
000830
000840     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS SEQUENTIAL
000870         RECORD KEY IS PERS-DNI
000880         FILE STATUS IS WS-PERSONA-STATUS.
000890
000900     SELECT CARTASUC-FILE ASSIGN TO "CARTASUC"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CSUC-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  PARM-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 06 CHARACTERS.
000990 01  PARM-RECORD.
001000     05  PARM-MES                PIC 9(06).
001010
001020 FD  TARIFAS-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 18 CHARACTERS.
001050 01  TARIFAS-RECORD.
001060     05  TARF-CONCEPTO           PIC X(08).
001070         88  TARF-POR-SEGUNDO    VALUE "SEGUNDO".
001080         88  TARF-POR-REGISTRO   VALUE "REGISTRO".
001090     05  FILLER                  PIC X(01).
001100     05  TARF-IMPORTE            PIC 9(05)V9(04).
001110
001120 FD  PASOSCTL-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 59 CHARACTERS.
001150 01  PASOSCTL-RECORD.
001160     05  PCTL-ORDEN              PIC 9(02).
001170     05  FILLER                  PIC X(01).
001180     05  PCTL-ACTIVO             PIC X(01).
001190     05  FILLER                  PIC X(01).
001200     05  PCTL-EN-HABIL           PIC X(01).
001210     05  PCTL-EN-CIERRE          PIC X(01).
001220     05  FILLER                  PIC X(01).
001230     05  PCTL-PROGRAMA           PIC X(20).
001240     05  FILLER                  PIC X(01).
001250     05  PCTL-DESCRIPCION        PIC X(30).
001260
001270 FD  HIST-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 227 CHARACTERS.
001300 01  HIST-RECORD.
001310     05  HIST-FECHA              PIC 9(08).
001320     05  HIST-FECHA-X REDEFINES HIST-FECHA.
001330         10  HIST-AAAAMM         PIC 9(06).
001340         10  HIST-DD             PIC 9(02).
001350     05  FILLER                  PIC X(01).
001360     05  HIST-INICIO             PIC X(14).
001370     05  FILLER                  PIC X(01).
001380     05  HIST-FIN                PIC X(14).
001390     05  FILLER                  PIC X(01).
001400     05  HIST-RESULTADO          PIC X(13).
001410     05  FILLER                  PIC X(01).
001420     05  HIST-RC-PASOS           PIC X(48).
001430     05  FILLER                  PIC X(01).
001440     05  HIST-SEG-PASOS.
001450         10  HIST-SEG-PASO OCCURS 24 TIMES PIC 9(05).
001460     05  FILLER                  PIC X(01).
001470     05  HIST-CORRIDA            PIC X(04).
001480
001490 FD  AUDIT-DIA-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 72 CHARACTERS.
001520 01  AUDIT-DIA-RECORD.
001530     05  ADIA-TIMESTAMP          PIC X(21).
001540     05  FILLER                  PIC X(01).
001550     05  ADIA-PROGRAMA           PIC X(20).
001560     05  FILLER                  PIC X(01).
001570     05  ADIA-CANTIDAD           PIC 9(07).
001580     05  FILLER                  PIC X(22).
001590
001600 FD  PERSONA-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 117 CHARACTERS.
001630 COPY PERSONA.
001640
001650 FD  CARTASUC-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 19 CHARACTERS.
001680 01  CARTASUC-RECORD.
001690     05  CSUC-FECHA              PIC 9(08).
001700     05  CSUC-FECHA-X REDEFINES CSUC-FECHA.
001710         10  CSUC-AAAAMM         PIC 9(06).
001720         10  CSUC-DD             PIC 9(02).
001730     05  FILLER                  PIC X(01).
001740     05  CSUC-SUCURSAL           PIC 9(02).
001750     05  FILLER                  PIC X(01).
001760     05  CSUC-CANTIDAD           PIC 9(07).
001770
001780 WORKING-STORAGE SECTION.
001790 01  WS-PARM-STATUS              PIC X(02).
001800 01  WS-TARF-STATUS              PIC X(02).
001810 01  WS-PSC-STATUS               PIC X(02).
001820 01  WS-HIST-STATUS              PIC X(02).
001830 01  WS-ADIA-STATUS              PIC X(02).
001840 01  WS-PERSONA-STATUS           PIC X(02).
001850 01  WS-CSUC-STATUS              PIC X(02).
001860
001870*----------------------------------------------------------------
001880*    TABLA DE PASOS DEL CICLO - VER COBOL/COPY/PASOS.CPY (O EL
001890*    ARCHIVO PASOSCTL, COMO EN CICLO_DIARIO): EL CASILLERO N DE
001900*    HIST-SEG-PASOS ES EL PASO N DE ESTA TABLA
001910*----------------------------------------------------------------
001920 COPY PASOS.
001930 01  WS-IDX-PASO                 PIC 9(02) COMP.
001940 01  WS-EOF-PSC                  PIC X(01) VALUE "N".
001950     88  FIN-PASOSCTL            VALUE "S".
001960 01  WS-CANT-PSC                 PIC 9(02) VALUE ZERO.
001970
001980*----------------------------------------------------------------
001990*    PERIODO DEL PRORRATEO
002000*----------------------------------------------------------------
002010 01  WS-FECHA-HOY                PIC X(08).
002020 01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY.
002030     05  WS-HOY-AAAA             PIC 9(04).
002040     05  WS-HOY-MM               PIC 9(02).
002050     05  WS-HOY-DD               PIC 9(02).
002060 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002070 01  WS-MES-CARGO                PIC 9(06).
002080 01  WS-MES-CARGO-X REDEFINES WS-MES-CARGO.
002090     05  WS-CARGO-AAAA           PIC 9(04).
002100     05  WS-CARGO-MM             PIC 9(02).
002110 01  WS-FECHA-DIA                PIC 9(08).
002120 01  WS-FECHA-DIA-X REDEFINES WS-FECHA-DIA.
002130     05  WS-FDIA-AAAAMM          PIC 9(06).
002140     05  WS-FDIA-DD              PIC 9(02).
002150 01  WS-DIA                      PIC 9(02).
002160 01  WS-DYN-AUDIT-DIA            PIC X(21) VALUE SPACES.
002170 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002180 01  WS-EOF-DIA                  PIC X(01) VALUE "N".
002190     88  FIN-ARCHIVO-DIA         VALUE "S".
002200 01  WS-EOF-HIST                 PIC X(01) VALUE "N".
002210     88  FIN-HISTORIA            VALUE "S".
002220 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
002230     88  FIN-PERSONA             VALUE "S".
002240 01  WS-EOF-JRNL                 PIC X(01) VALUE "N".
002250     88  FIN-JOURNAL             VALUE "S".
002260 01  WS-EOF-CSUC                 PIC X(01) VALUE "N".
002270     88  FIN-CARTASUC            VALUE "S".
002280 01  WS-EOF-TARF                 PIC X(01) VALUE "N".
002290     88  FIN-TARIFAS             VALUE "S".
002300
002310 01  JOURNAL-RECORD.
002320     05  PJRN-TIMESTAMP          PIC X(21).
002330     05  FILLER                  PIC X(01).
002340     05  PJRN-PROGRAMA           PIC X(20).
002350     05  FILLER                  PIC X(01).
002360     05  PJRN-ACCION             PIC X(01).
002370     05  FILLER                  PIC X(01).
002380     05  PJRN-IMAGEN-ANTES       PIC X(117).
002390     05  FILLER                  PIC X(01).
002400     05  PJRN-IMAGEN-DESPUES     PIC X(117).
002410     05  FILLER                  PIC X(01).
002420     05  PJRN-HASH               PIC X(11).
002430
002440*----------------------------------------------------------------
002450*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
002460*----------------------------------------------------------------
002470 01  JLC-AREA.
002480     05  JLC-FUNCION             PIC X(01).
002490     05  JLC-GEN-DESDE           PIC 9(06).
002500     05  JLC-GEN-HASTA           PIC 9(06).
002510     05  JLC-DNI                 PIC 9(08).
002520     05  JLC-FECHA-DESDE         PIC 9(08).
002530     05  JLC-FECHA-HASTA         PIC 9(08).
002540     05  JLC-RESULTADO           PIC X(01).
002550         88  JLC-OK              VALUE "0".
002560     05  JLC-GENERACION          PIC 9(06).
002570     05  JLC-ORDINAL             PIC 9(07).
002580     05  JLC-MENSAJE             PIC X(40).
002590
002600*----------------------------------------------------------------
002610*    TARIFAS (IMPORTE POR SEGUNDO DE CICLO Y POR REGISTRO
002620*    PROCESADO); SIN ARCHIVO EL COSTO SALE EN CERO
002630*----------------------------------------------------------------
002640 01  WS-TARIFA-SEGUNDO           PIC 9(05)V9(04) VALUE ZERO.
002650 01  WS-TARIFA-REGISTRO          PIC 9(05)V9(04) VALUE ZERO.
002660 01  WS-SW-TARIFAS               PIC X(01) VALUE "N".
002670     88  HAY-TARIFAS             VALUE "S".
002680
002690*----------------------------------------------------------------
002700*    CONSUMO DEL MES POR PASO
002710*----------------------------------------------------------------
002720 01  TABLA-CONSUMO.
002730     05  CONS-ENTRADA OCCURS 24 TIMES.
002740         10  CONS-SEGUNDOS       PIC 9(09).
002750         10  CONS-REGISTROS      PIC 9(09).
002760         10  CONS-COSTO          PIC 9(11)V99.
002770 01  WS-CUENTA-CORRIDAS          PIC 9(05) VALUE ZERO.
002780 01  WS-CUENTA-DIAS-AUDIT        PIC 9(02) VALUE ZERO.
002790 01  WS-REG-FUERA-CICLO          PIC 9(09) VALUE ZERO.
002800 01  WS-PROGRAMA-AUDIT           PIC X(20).
002810 01  WS-PROGRAMA-PASO            PIC X(20).
002820 01  WS-SW-PASO                  PIC X(01) VALUE "N".
002830     88  PASO-HALLADO            VALUE "S".
002840 01  WS-TOTAL-SEGUNDOS           PIC 9(09) VALUE ZERO.
002850 01  WS-TOTAL-REGISTROS          PIC 9(09) VALUE ZERO.
002860 01  WS-TOTAL-COSTO              PIC 9(11)V99 VALUE ZERO.
002870
002880*----------------------------------------------------------------
002890*    BASES Y PARTICIPACION POR SUCURSAL (CASILLERO = SUC + 1)
002900*----------------------------------------------------------------
002910 01  TABLA-SUCURSALES.
002920     05  SUC-ENTRADA OCCURS 100 TIMES.
002930         10  SUC-REGISTROS       PIC 9(07).
002940         10  SUC-MOVIMIENTOS     PIC 9(07).
002950         10  SUC-CARTAS          PIC 9(07).
002960         10  SUC-PARTICIPACION   PIC 9V9(06).
002970 77  WS-IDX-SUC                  PIC 9(03) COMP.
002980 01  WS-SUCURSAL-IMAGEN          PIC X(02).
002990 01  WS-SUCURSAL-NUM REDEFINES WS-SUCURSAL-IMAGEN
003000                                 PIC 9(02).
003010 01  WS-BASE-REGISTROS           PIC 9(07) VALUE ZERO.
003020 01  WS-BASE-MOVIMIENTOS         PIC 9(07) VALUE ZERO.
003030 01  WS-BASE-CARTAS              PIC 9(07) VALUE ZERO.
003040 01  WS-CANT-BASES               PIC 9(01) VALUE ZERO.
003050 01  WS-SUMA-PARTES              PIC 9(03)V9(06).
003060 01  WS-PART-TOTAL               PIC 9(03)V9(06) VALUE ZERO.
003070
003080*----------------------------------------------------------------
003090*    ASIGNACION DE UNA SUCURSAL
003100*----------------------------------------------------------------
003110 01  WS-SEG-ASIGNADOS            PIC 9(09).
003120 01  WS-REG-ASIGNADOS            PIC 9(09).
003130 01  WS-COSTO-ASIGNADO           PIC 9(11)V99.
003140 01  WS-SUC-SEGUNDOS             PIC 9(09).
003150 01  WS-SUC-REGISTROS            PIC 9(09).
003160 01  WS-SUC-COSTO                PIC 9(11)V99.
003170 01  WS-ASIG-SEGUNDOS            PIC 9(09) VALUE ZERO.
003180 01  WS-ASIG-REGISTROS           PIC 9(09) VALUE ZERO.
003190 01  WS-ASIG-COSTO               PIC 9(11)V99 VALUE ZERO.
003200 01  WS-DIF-SEGUNDOS             PIC S9(09).
003210 01  WS-DIF-REGISTROS            PIC S9(09).
003220 01  WS-DIF-COSTO                PIC S9(11)V99.
003230
003240*----------------------------------------------------------------
003250*    RENGLONES DEL REPORTE
003260*----------------------------------------------------------------
003270 01  RSVC-AREA.
003280     05  RSVC-FUNCION            PIC X(01).
003290     05  RSVC-ARCHIVO            PIC X(21).
003300     05  RSVC-TITULO             PIC X(40).
003310     05  RSVC-LINEA              PIC X(132).
003320     05  RSVC-CANT-LINEAS        PIC 9(07).
003330
003340*----------------------------------------------------------------
003350*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
003360*----------------------------------------------------------------
003370 01  VSU-AREA.
003380     05  VSU-CODIGO              PIC 9(02).
003390     05  VSU-RESULTADO           PIC X(01).
003400         88  VSU-ABIERTA         VALUE "S".
003410         88  VSU-CERRADA         VALUE "C".
003420         88  VSU-INEXISTENTE     VALUE "X".
003430         88  VSU-SIN-REFERENCIAL VALUE "N".
003440     05  VSU-NOMBRE              PIC X(30).
003450     05  VSU-FECHA-CIERRE        PIC 9(08).
003460     05  VSU-SUCESORA            PIC 9(02).
003470
003480 01  WS-LINEA-PERIODO.
003490     05  FILLER                  PIC X(21)
003500             VALUE "PERIODO DEL CARGO:   ".
003510     05  LPER-MES                PIC 9(06).
003520     05  FILLER                  PIC X(18)
003530             VALUE "   CORRIDAS CICLO ".
003540     05  LPER-CORRIDAS           PIC ZZ,ZZ9.
003550     05  FILLER                  PIC X(19)
003560             VALUE "   DIAS AUDITTRL   ".
003570     05  LPER-DIAS               PIC Z9.
003580     05  FILLER                  PIC X(60) VALUE SPACES.
003590 01  WS-LINEA-TITULO             PIC X(132).
003600 01  WS-LINEA-COL-BASES.
003610     05  FILLER                  PIC X(10) VALUE "SUCURSAL".
003620     05  FILLER                  PIC X(14) VALUE "   REGISTROS".
003630     05  FILLER                  PIC X(14) VALUE " MOVIMIENTOS".
003640     05  FILLER                  PIC X(14) VALUE "      CARTAS".
003650     05  FILLER                  PIC X(16)
003660             VALUE "  PARTICIPACION".
003670     05  FILLER                  PIC X(64) VALUE "NOMBRE".
003680 01  WS-LINEA-BASE.
003690     05  FILLER                  PIC X(04) VALUE SPACES.
003700     05  LBAS-SUCURSAL           PIC 9(02).
003710     05  FILLER                  PIC X(04) VALUE SPACES.
003720     05  LBAS-REGISTROS          PIC ZZZ,ZZZ,ZZ9.
003730     05  FILLER                  PIC X(03) VALUE SPACES.
003740     05  LBAS-MOVIMIENTOS        PIC ZZZ,ZZZ,ZZ9.
003750     05  FILLER                  PIC X(03) VALUE SPACES.
003760     05  LBAS-CARTAS             PIC ZZZ,ZZZ,ZZ9.
003770     05  FILLER                  PIC X(05) VALUE SPACES.
003780     05  LBAS-PORCENTAJE         PIC ZZ9.9999.
003790     05  FILLER                  PIC X(02) VALUE " %".
003800     05  FILLER                  PIC X(04) VALUE SPACES.
003810     05  LBAS-NOMBRE             PIC X(30).
003820     05  FILLER                  PIC X(33) VALUE SPACES.
003830 01  WS-LINEA-TARIFA.
003840     05  FILLER                  PIC X(04) VALUE SPACES.
003850     05  LTAR-CONCEPTO           PIC X(30).
003860     05  LTAR-IMPORTE            PIC ZZ,ZZ9.9999.
003870     05  FILLER                  PIC X(87) VALUE SPACES.
003880 01  WS-LINEA-COL-PASOS.
003890     05  FILLER                  PIC X(06) VALUE "PASO".
003900     05  FILLER                  PIC X(22) VALUE "PROGRAMA".
003910     05  FILLER                  PIC X(14) VALUE "    SEGUNDOS".
003920     05  FILLER                  PIC X(14) VALUE "   REGISTROS".
003930     05  FILLER                  PIC X(18)
003940             VALUE "             COSTO".
003950     05  FILLER                  PIC X(58) VALUE SPACES.
003960 01  WS-LINEA-PASO.
003970     05  FILLER                  PIC X(02) VALUE SPACES.
003980     05  LPAS-PASO               PIC Z9.
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  LPAS-PROGRAMA           PIC X(20).
004010     05  FILLER                  PIC X(02) VALUE SPACES.
004020     05  LPAS-SEGUNDOS           PIC ZZZ,ZZZ,ZZ9.
004030     05  FILLER                  PIC X(03) VALUE SPACES.
004040     05  LPAS-REGISTROS          PIC ZZZ,ZZZ,ZZ9.
004050     05  FILLER                  PIC X(03) VALUE SPACES.
004060     05  LPAS-COSTO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004070     05  FILLER                  PIC X(58) VALUE SPACES.
004080 01  WS-LINEA-SUCURSAL.
004090     05  FILLER                  PIC X(09) VALUE "SUCURSAL ".
004100     05  LSUC-SUCURSAL           PIC 9(02).
004110     05  FILLER                  PIC X(01) VALUE SPACE.
004120     05  LSUC-NOMBRE             PIC X(30).
004130     05  FILLER                  PIC X(17)
004140             VALUE "  PARTICIPACION  ".
004150     05  LSUC-PORCENTAJE         PIC ZZ9.9999.
004160     05  FILLER                  PIC X(02) VALUE " %".
004170     05  FILLER                  PIC X(63) VALUE SPACES.
004180
004190*----------------------------------------------------------------
004200*    LINEA DEL ARCHIVO DE DATOS (UNA POR RENGLON DEL REPORTE);
004210*    LO QUE NO APLICA AL RENGLON QUEDA COMO CELDA VACIA
004220*----------------------------------------------------------------
004230 01  WS-DATO-CARGO               VALUE SPACES.
004240     05  WS-DATO-SECCION         PIC X(10).
004250     05  WS-DATO-SUCURSAL        PIC X(02).
004260     05  WS-DATO-NOMBRE          PIC X(30).
004270     05  WS-DATO-PASO            PIC X(02).
004280     05  WS-DATO-CONCEPTO        PIC X(30).
004290     05  WS-DATO-SEGUNDOS        PIC X(10).
004300     05  WS-DATO-REGISTROS       PIC X(10).
004310     05  WS-DATO-MOVIMIENTOS     PIC X(07).
004320     05  WS-DATO-CARTAS          PIC X(07).
004330     05  WS-DATO-IMPORTE         PIC X(16).
004340     05  WS-DATO-PARTICIPACION   PIC X(08).
004350 01  WS-DATO-COSTO               PIC 9(11).99.
004360 01  WS-DATO-DIF-COSTO           PIC +9(11).99.
004370 01  WS-DATO-DIF-CANTIDAD        PIC +9(09).
004380 01  WS-DATO-TARIFA              PIC 9(05).9999.
004390 01  WS-DATO-PORCENTAJE          PIC 9(03).9999.
004400 01  WS-DATO-CODIGO              PIC 9(02).
004410
004420*----------------------------------------------------------------
004430*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
004440*----------------------------------------------------------------
004450 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "cargo_sucursal".
004460 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
004470 01  WS-CATG-ARCHIVO             PIC X(21).
004480 01  WS-CATG-CANTIDAD            PIC 9(07).
004490
004500 PROCEDURE DIVISION.
004510
004520******************************************************************
004530* 0000-MAINLINE
004540******************************************************************
004550 0000-MAINLINE.
004560     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004570     PERFORM 2000-TIEMPOS-DEL-CICLO THRU 2000-EXIT.
004580     PERFORM 3000-REGISTROS-AUDITADOS THRU 3000-EXIT.
004590     PERFORM 3500-COSTEAR-PASOS THRU 3500-EXIT.
004600     PERFORM 4000-BASES-POR-SUCURSAL THRU 4000-EXIT.
004610     PERFORM 5000-CALCULAR-PARTICIPACION THRU 5000-EXIT.
004620     PERFORM 6000-EMITIR-REPORTE THRU 6000-EXIT.
004630     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004640     GOBACK.
004650
004660******************************************************************
004670* 1000-INICIALIZAR - PERIODO (CARGOCTL, O EL MES ANTERIOR A LA
004680*     FECHA DE NEGOCIO: EL CARGO SE ARMA CON EL MES YA CERRADO),
004690*     TARIFAS Y DEFINICION DE PASOS
004700******************************************************************
004710 1000-INICIALIZAR.
004720     MOVE ZEROS TO TABLA-CONSUMO.
004730     MOVE ZEROS TO TABLA-SUCURSALES.
004740     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
004750     IF WS-HOY-MM = 1
004760         COMPUTE WS-CARGO-AAAA = WS-HOY-AAAA - 1
004770         MOVE 12 TO WS-CARGO-MM
004780     ELSE
004790         MOVE WS-HOY-AAAA TO WS-CARGO-AAAA
004800         COMPUTE WS-CARGO-MM = WS-HOY-MM - 1
004810     END-IF.
004820     OPEN INPUT PARM-FILE.
004830     IF WS-PARM-STATUS = "00"
004840         READ PARM-FILE
004850             NOT AT END
004860                 IF PARM-MES IS NUMERIC AND PARM-MES > ZERO
004870                     MOVE PARM-MES TO WS-MES-CARGO
004880                 END-IF
004890         END-READ
004900         CLOSE PARM-FILE
004910     END-IF.
004920     PERFORM 1100-LEER-TARIFAS THRU 1100-EXIT.
004930     PERFORM 1200-CARGAR-PASOSCTL THRU 1200-EXIT.
004940     DISPLAY " CARGO POR SUCURSAL DEL PERIODO " WS-MES-CARGO.
004950 1000-EXIT.
004960     EXIT.
004970
004980 1100-LEER-TARIFAS.
004990     OPEN INPUT TARIFAS-FILE.
005000     IF WS-TARF-STATUS NOT = "00"
005010         DISPLAY "TARIFAS NO DISPONIBLE: EL COSTO SALE EN CERO."
005020         GO TO 1100-EXIT
005030     END-IF.
005040     PERFORM 1110-LEER-TARIFA THRU 1110-EXIT
005050         UNTIL FIN-TARIFAS.
005060     CLOSE TARIFAS-FILE.
005070 1100-EXIT.
005080     EXIT.
005090
005100 1110-LEER-TARIFA.
005110     READ TARIFAS-FILE
005120         AT END
005130             SET FIN-TARIFAS TO TRUE
005140             GO TO 1110-EXIT
005150     END-READ.
005160     IF TARF-IMPORTE IS NOT NUMERIC
005170         GO TO 1110-EXIT
005180     END-IF.
005190     IF TARF-POR-SEGUNDO
005200         MOVE TARF-IMPORTE TO WS-TARIFA-SEGUNDO
005210         SET HAY-TARIFAS TO TRUE
005220     END-IF.
005230     IF TARF-POR-REGISTRO
005240         MOVE TARF-IMPORTE TO WS-TARIFA-REGISTRO
005250         SET HAY-TARIFAS TO TRUE
005260     END-IF.
005270 1110-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 1200-CARGAR-PASOSCTL - CON PASOSCTL PRESENTE LOS NOMBRES DE
005320*     LOS PASOS SALEN DE AHI, IGUAL QUE EN CICLO_DIARIO
005330******************************************************************
005340 1200-CARGAR-PASOSCTL.
005350     OPEN INPUT PASOSCTL-FILE.
005360     IF WS-PSC-STATUS NOT = "00"
005370         GO TO 1200-EXIT
005380     END-IF.
005390     MOVE ZERO TO WS-CANT-PSC.
005400     PERFORM 1210-LEER-PASOCTL THRU 1210-EXIT
005410         UNTIL FIN-PASOSCTL.
005420     CLOSE PASOSCTL-FILE.
005430     IF WS-CANT-PSC > ZERO
005440         MOVE WS-CANT-PSC TO WS-CANT-PASOS
005450     END-IF.
005460 1200-EXIT.
005470     EXIT.
005480
005490 1210-LEER-PASOCTL.
005500     READ PASOSCTL-FILE
005510         AT END
005520             SET FIN-PASOSCTL TO TRUE
005530         NOT AT END
005540             IF PCTL-ORDEN IS NUMERIC
005550                     AND PCTL-PROGRAMA NOT = SPACES
005560                     AND WS-CANT-PSC < WS-MAX-PASOS
005570                 ADD 1 TO WS-CANT-PSC
005580                 MOVE PCTL-PROGRAMA TO
005590                     PASO-PROGRAMA(WS-CANT-PSC)
005600                 MOVE PCTL-DESCRIPCION TO
005610                     PASO-DESCRIPCION(WS-CANT-PSC)
005620             END-IF
005630     END-READ.
005640 1210-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 2000-TIEMPOS-DEL-CICLO - SUMA LOS SEGUNDOS DE CADA PASO DE
005690*     TODAS LAS CORRIDAS DEL MES (LAS FALLIDAS Y LOS REPROCESOS
005700*     TAMBIEN OCUPARON LA VENTANA). UN REGISTRO ANTERIOR A LOS
005710*     SEGUNDOS POR PASO NO APORTA TIEMPO.
005720******************************************************************
005730 2000-TIEMPOS-DEL-CICLO.
005740     OPEN INPUT HIST-FILE.
005750     IF WS-HIST-STATUS NOT = "00"
005760         DISPLAY "CICLOHIST NO DISPONIBLE: SIN TIEMPOS DE CICLO."
005770         GO TO 2000-EXIT
005780     END-IF.
005790     PERFORM 2100-LEER-HISTORIA THRU 2100-EXIT
005800         UNTIL FIN-HISTORIA.
005810     CLOSE HIST-FILE.
005820 2000-EXIT.
005830     EXIT.
005840
005850 2100-LEER-HISTORIA.
005860     READ HIST-FILE
005870         AT END
005880             SET FIN-HISTORIA TO TRUE
005890         NOT AT END
005900             IF HIST-FECHA IS NUMERIC
005910                     AND HIST-AAAAMM = WS-MES-CARGO
005920                     AND HIST-CORRIDA(1:2) NOT = ".I"
005930                 ADD 1 TO WS-CUENTA-CORRIDAS
005940                 PERFORM 2110-SUMAR-SEGUNDOS THRU 2110-EXIT
005950                     VARYING WS-IDX-PASO FROM 1 BY 1
005960                         UNTIL WS-IDX-PASO > WS-CANT-PASOS
005970             END-IF
005980     END-READ.
005990 2100-EXIT.
006000     EXIT.
006010
006020 2110-SUMAR-SEGUNDOS.
006030     IF HIST-SEG-PASO(WS-IDX-PASO) IS NUMERIC
006040         ADD HIST-SEG-PASO(WS-IDX-PASO) TO
006050             CONS-SEGUNDOS(WS-IDX-PASO)
006060     END-IF.
006070 2110-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 3000-REGISTROS-AUDITADOS - RECORRE LOS 31 DIAS POSIBLES DEL
006120*     MES (COMO CIERRE_MENSUAL) Y SUMA LA CANTIDAD AUDITADA DE
006130*     CADA PROGRAMA AL PASO QUE LO EJECUTA; LO QUE NO ES DE UN
006140*     PASO DEL CICLO QUEDA APARTE COMO FUERA DEL CICLO
006150******************************************************************
006160 3000-REGISTROS-AUDITADOS.
006170     PERFORM 3100-LEER-DIA THRU 3100-EXIT
006180         VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31.
006190 3000-EXIT.
006200     EXIT.
006210
006220 3100-LEER-DIA.
006230     MOVE WS-MES-CARGO TO WS-FDIA-AAAAMM.
006240     MOVE WS-DIA TO WS-FDIA-DD.
006250     MOVE SPACES TO WS-DYN-AUDIT-DIA.
006260     STRING "AUDITTRL." WS-FECHA-DIA DELIMITED BY SIZE
006270         INTO WS-DYN-AUDIT-DIA.
006280     OPEN INPUT AUDIT-DIA-FILE.
006290     IF WS-ADIA-STATUS NOT = "00"
006300         GO TO 3100-EXIT
006310     END-IF.
006320     ADD 1 TO WS-CUENTA-DIAS-AUDIT.
006330     MOVE "N" TO WS-EOF-DIA.
006340     PERFORM 3110-LEER-AUDIT THRU 3110-EXIT
006350         UNTIL FIN-ARCHIVO-DIA.
006360     CLOSE AUDIT-DIA-FILE.
006370 3100-EXIT.
006380     EXIT.
006390
006400 3110-LEER-AUDIT.
006410     READ AUDIT-DIA-FILE
006420         AT END
006430             SET FIN-ARCHIVO-DIA TO TRUE
006440             GO TO 3110-EXIT
006450     END-READ.
006460     IF ADIA-CANTIDAD IS NOT NUMERIC
006470         GO TO 3110-EXIT
006480     END-IF.
006490     MOVE FUNCTION UPPER-CASE(ADIA-PROGRAMA)
006500         TO WS-PROGRAMA-AUDIT.
006510     MOVE "N" TO WS-SW-PASO.
006520     PERFORM 3120-BUSCAR-PASO THRU 3120-EXIT
006530         VARYING WS-IDX-PASO FROM 1 BY 1
006540             UNTIL WS-IDX-PASO > WS-CANT-PASOS
006550                 OR PASO-HALLADO.
006560     IF NOT PASO-HALLADO
006570         ADD ADIA-CANTIDAD TO WS-REG-FUERA-CICLO
006580     END-IF.
006590 3110-EXIT.
006600     EXIT.
006610
006620 3120-BUSCAR-PASO.
006630     MOVE FUNCTION UPPER-CASE(PASO-PROGRAMA(WS-IDX-PASO))
006640         TO WS-PROGRAMA-PASO.
006650     IF WS-PROGRAMA-PASO = WS-PROGRAMA-AUDIT
006660         SET PASO-HALLADO TO TRUE
006670         ADD ADIA-CANTIDAD TO CONS-REGISTROS(WS-IDX-PASO)
006680     END-IF.
006690 3120-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 3500-COSTEAR-PASOS - COSTO DE CADA PASO SEGUN LAS TARIFAS, Y
006740*     TOTALES DEL MES
006750******************************************************************
006760 3500-COSTEAR-PASOS.
006770     PERFORM 3510-COSTEAR-PASO THRU 3510-EXIT
006780         VARYING WS-IDX-PASO FROM 1 BY 1
006790             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
006800 3500-EXIT.
006810     EXIT.
006820
006830 3510-COSTEAR-PASO.
006840     COMPUTE CONS-COSTO(WS-IDX-PASO) ROUNDED =
006850         CONS-SEGUNDOS(WS-IDX-PASO) * WS-TARIFA-SEGUNDO
006860         + CONS-REGISTROS(WS-IDX-PASO) * WS-TARIFA-REGISTRO.
006870     ADD CONS-SEGUNDOS(WS-IDX-PASO) TO WS-TOTAL-SEGUNDOS.
006880     ADD CONS-REGISTROS(WS-IDX-PASO) TO WS-TOTAL-REGISTROS.
006890     ADD CONS-COSTO(WS-IDX-PASO) TO WS-TOTAL-COSTO.
006900 3510-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 4000-BASES-POR-SUCURSAL - LAS TRES BASES DEL PRORRATEO
006950******************************************************************
006960 4000-BASES-POR-SUCURSAL.
006970     PERFORM 4100-BASE-REGISTROS THRU 4100-EXIT.
006980     PERFORM 4200-BASE-MOVIMIENTOS THRU 4200-EXIT.
006990     PERFORM 4300-BASE-CARTAS THRU 4300-EXIT.
007000 4000-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040* 4100-BASE-REGISTROS - PERSONAS ACTIVAS EN EL MAESTRO POR
007050*     SUCURSAL (FOTO AL MOMENTO DE LA CORRIDA)
007060******************************************************************
007070 4100-BASE-REGISTROS.
007080     OPEN INPUT PERSONA-FILE.
007090     IF WS-PERSONA-STATUS NOT = "00"
007100         DISPLAY "PERSONAF NO DISPONIBLE: SIN BASE DE REGISTROS."
007110         GO TO 4100-EXIT
007120     END-IF.
007130     PERFORM 4110-LEER-PERSONA THRU 4110-EXIT
007140         UNTIL FIN-PERSONA.
007150     CLOSE PERSONA-FILE.
007160 4100-EXIT.
007170     EXIT.
007180
007190 4110-LEER-PERSONA.
007200     READ PERSONA-FILE NEXT RECORD
007210         AT END
007220             SET FIN-PERSONA TO TRUE
007230             GO TO 4110-EXIT
007240     END-READ.
007250     IF PERS-INACTIVO
007260         GO TO 4110-EXIT
007270     END-IF.
007280     IF PERS-SUCURSAL IS NUMERIC
007290         COMPUTE WS-IDX-SUC = PERS-SUCURSAL + 1
007300     ELSE
007310         MOVE 1 TO WS-IDX-SUC
007320     END-IF.
007330     ADD 1 TO SUC-REGISTROS(WS-IDX-SUC).
007340     ADD 1 TO WS-BASE-REGISTROS.
007350 4110-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 4200-BASE-MOVIMIENTOS - MOVIMIENTOS PERSTRAN APLICADOS EN EL
007400*     MES: ENTRADAS DE PERSJRNL GRABADAS POR PERSONAMANTBAT. LA
007410*     SUCURSAL ESTA EN LA POSICION 63 DE LA IMAGEN.
007420******************************************************************
007430 4200-BASE-MOVIMIENTOS.
007440     MOVE SPACES TO JLC-AREA.
007450     MOVE "R" TO JLC-FUNCION.
007460     MOVE WS-MES-CARGO TO JLC-GEN-DESDE.
007470     SUBTRACT 1 FROM JLC-GEN-DESDE.
007480     IF JLC-GEN-DESDE(5:2) = "00"
007490         SUBTRACT 88 FROM JLC-GEN-DESDE
007500     END-IF.
007510     MOVE 999999 TO JLC-GEN-HASTA.
007520     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
007530     IF NOT JLC-OK
007540         GO TO 4200-EXIT
007550     END-IF.
007560     PERFORM 4210-LEER-JOURNAL THRU 4210-EXIT
007570         UNTIL FIN-JOURNAL.
007580     MOVE "C" TO JLC-FUNCION.
007590     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
007600 4200-EXIT.
007610     EXIT.
007620
007630 4210-LEER-JOURNAL.
007640     MOVE "S" TO JLC-FUNCION.
007650     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
007660     IF NOT JLC-OK
007670         SET FIN-JOURNAL TO TRUE
007680         GO TO 4210-EXIT
007690     END-IF.
007700     IF PJRN-PROGRAMA NOT = "PersonaMantBat"
007710             OR PJRN-TIMESTAMP(1:6) NOT = WS-MES-CARGO
007720         GO TO 4210-EXIT
007730     END-IF.
007740     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
007750         MOVE PJRN-IMAGEN-DESPUES(63:2) TO WS-SUCURSAL-IMAGEN
007760     ELSE
007770         MOVE PJRN-IMAGEN-ANTES(63:2) TO WS-SUCURSAL-IMAGEN
007780     END-IF.
007790     IF WS-SUCURSAL-NUM IS NUMERIC
007800         COMPUTE WS-IDX-SUC = WS-SUCURSAL-NUM + 1
007810     ELSE
007820         MOVE 1 TO WS-IDX-SUC
007830     END-IF.
007840     ADD 1 TO SUC-MOVIMIENTOS(WS-IDX-SUC).
007850     ADD 1 TO WS-BASE-MOVIMIENTOS.
007860 4210-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900* 4300-BASE-CARTAS - CARTAS EMITIDAS EN EL MES POR SUCURSAL
007910*     (REGISTRO CARTASUC DE PERSONACARTA)
007920******************************************************************
007930 4300-BASE-CARTAS.
007940     OPEN INPUT CARTASUC-FILE.
007950     IF WS-CSUC-STATUS NOT = "00"
007960         GO TO 4300-EXIT
007970     END-IF.
007980     PERFORM 4310-LEER-CARTASUC THRU 4310-EXIT
007990         UNTIL FIN-CARTASUC.
008000     CLOSE CARTASUC-FILE.
008010 4300-EXIT.
008020     EXIT.
008030
008040 4310-LEER-CARTASUC.
008050     READ CARTASUC-FILE
008060         AT END
008070             SET FIN-CARTASUC TO TRUE
008080             GO TO 4310-EXIT
008090     END-READ.
008100     IF CSUC-FECHA IS NOT NUMERIC
008110             OR CSUC-AAAAMM NOT = WS-MES-CARGO
008120             OR CSUC-SUCURSAL IS NOT NUMERIC
008130             OR CSUC-CANTIDAD IS NOT NUMERIC
008140         GO TO 4310-EXIT
008150     END-IF.
008160     COMPUTE WS-IDX-SUC = CSUC-SUCURSAL + 1.
008170     ADD CSUC-CANTIDAD TO SUC-CARTAS(WS-IDX-SUC).
008180     ADD CSUC-CANTIDAD TO WS-BASE-CARTAS.
008190 4310-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230* 5000-CALCULAR-PARTICIPACION - PROMEDIO DE LA PARTE DE CADA
008240*     SUCURSAL EN LAS BASES QUE TIENEN ALGO EN EL MES
008250******************************************************************
008260 5000-CALCULAR-PARTICIPACION.
008270     MOVE ZERO TO WS-CANT-BASES.
008280     IF WS-BASE-REGISTROS > ZERO
008290         ADD 1 TO WS-CANT-BASES
008300     END-IF.
008310     IF WS-BASE-MOVIMIENTOS > ZERO
008320         ADD 1 TO WS-CANT-BASES
008330     END-IF.
008340     IF WS-BASE-CARTAS > ZERO
008350         ADD 1 TO WS-CANT-BASES
008360     END-IF.
008370     IF WS-CANT-BASES = ZERO
008380         GO TO 5000-EXIT
008390     END-IF.
008400     PERFORM 5100-PARTICIPACION-SUCURSAL THRU 5100-EXIT
008410         VARYING WS-IDX-SUC FROM 1 BY 1 UNTIL WS-IDX-SUC > 100.
008420 5000-EXIT.
008430     EXIT.
008440
008450 5100-PARTICIPACION-SUCURSAL.
008460     MOVE ZERO TO WS-SUMA-PARTES.
008470     IF WS-BASE-REGISTROS > ZERO
008480         COMPUTE WS-SUMA-PARTES ROUNDED = WS-SUMA-PARTES
008490             + SUC-REGISTROS(WS-IDX-SUC) / WS-BASE-REGISTROS
008500     END-IF.
008510     IF WS-BASE-MOVIMIENTOS > ZERO
008520         COMPUTE WS-SUMA-PARTES ROUNDED = WS-SUMA-PARTES
008530             + SUC-MOVIMIENTOS(WS-IDX-SUC) / WS-BASE-MOVIMIENTOS
008540     END-IF.
008550     IF WS-BASE-CARTAS > ZERO
008560         COMPUTE WS-SUMA-PARTES ROUNDED = WS-SUMA-PARTES
008570             + SUC-CARTAS(WS-IDX-SUC) / WS-BASE-CARTAS
008580     END-IF.
008590     COMPUTE SUC-PARTICIPACION(WS-IDX-SUC) ROUNDED =
008600         WS-SUMA-PARTES / WS-CANT-BASES.
008610     ADD SUC-PARTICIPACION(WS-IDX-SUC) TO WS-PART-TOTAL.
008620 5100-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660* 6000-EMITIR-REPORTE - CARGOSUC.AAAAMM: BASES, TARIFAS, COSTO
008670*     POR PASO Y ASIGNACION POR SUCURSAL
008680******************************************************************
008690 6000-EMITIR-REPORTE.
008700     STRING "CARGOSUC." WS-MES-CARGO DELIMITED BY SIZE
008710         INTO WS-DYN-REPORT-FILE.
008720     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
008730     MOVE "CARGO DEL CICLO DIARIO POR SUCURSAL" TO RSVC-TITULO.
008740     MOVE "A" TO RSVC-FUNCION.
008750     CALL "reporte_svc" USING RSVC-AREA.
008760     MOVE "T" TO RSVC-FUNCION.
008770     MOVE SPACES TO RSVC-LINEA.
008780     STRING "SECCION,SUCURSAL,NOMBRE,PASO,CONCEPTO,SEGUNDOS,"
008790             "REGISTROS,MOVIMIENTOS,CARTAS,IMPORTE,PARTICIPACION"
008800             DELIMITED BY SIZE
008810         INTO RSVC-LINEA.
008820     CALL "reporte_svc" USING RSVC-AREA.
008830     MOVE "E" TO RSVC-FUNCION.
008840     MOVE WS-MES-CARGO TO LPER-MES.
008850     MOVE WS-CUENTA-CORRIDAS TO LPER-CORRIDAS.
008860     MOVE WS-CUENTA-DIAS-AUDIT TO LPER-DIAS.
008870     MOVE WS-LINEA-PERIODO TO RSVC-LINEA.
008880     CALL "reporte_svc" USING RSVC-AREA.
008890     PERFORM 6100-SECCION-BASES THRU 6100-EXIT.
008900     PERFORM 6200-SECCION-TARIFAS THRU 6200-EXIT.
008910     PERFORM 6300-SECCION-PASOS THRU 6300-EXIT.
008920     PERFORM 6400-SECCION-ASIGNACION THRU 6400-EXIT.
008930 6000-EXIT.
008940     EXIT.
008950
008960 6050-TITULO.
008970     MOVE SPACES TO RSVC-LINEA.
008980     CALL "reporte_svc" USING RSVC-AREA.
008990     MOVE WS-LINEA-TITULO TO RSVC-LINEA.
009000     CALL "reporte_svc" USING RSVC-AREA.
009010 6050-EXIT.
009020     EXIT.
009030
009040 6100-SECCION-BASES.
009050     MOVE "BASES DEL PRORRATEO POR SUCURSAL" TO WS-LINEA-TITULO.
009060     PERFORM 6050-TITULO THRU 6050-EXIT.
009070     MOVE WS-LINEA-COL-BASES TO RSVC-LINEA.
009080     CALL "reporte_svc" USING RSVC-AREA.
009090     PERFORM 6110-ESCRIBIR-BASE THRU 6110-EXIT
009100         VARYING WS-IDX-SUC FROM 1 BY 1 UNTIL WS-IDX-SUC > 100.
009110     MOVE "TOTAL" TO WS-LINEA-BASE(1:6).
009120     MOVE WS-BASE-REGISTROS TO LBAS-REGISTROS.
009130     MOVE WS-BASE-MOVIMIENTOS TO LBAS-MOVIMIENTOS.
009140     MOVE WS-BASE-CARTAS TO LBAS-CARTAS.
009150     COMPUTE LBAS-PORCENTAJE = WS-PART-TOTAL * 100.
009160     MOVE WS-LINEA-BASE TO RSVC-LINEA.
009170     CALL "reporte_svc" USING RSVC-AREA.
009180     MOVE "BASES" TO WS-DATO-SECCION.
009190     MOVE "TOTAL" TO WS-DATO-CONCEPTO.
009200     MOVE WS-BASE-REGISTROS TO WS-DATO-REGISTROS.
009210     MOVE WS-BASE-MOVIMIENTOS TO WS-DATO-MOVIMIENTOS.
009220     MOVE WS-BASE-CARTAS TO WS-DATO-CARTAS.
009230     COMPUTE WS-DATO-PORCENTAJE = WS-PART-TOTAL * 100.
009240     MOVE WS-DATO-PORCENTAJE TO WS-DATO-PARTICIPACION.
009250     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
009260     IF WS-CANT-BASES = ZERO
009270         MOVE "SIN BASES DE PRORRATEO EN EL MES: NADA QUE ASIGNAR"
009280             TO RSVC-LINEA
009290         CALL "reporte_svc" USING RSVC-AREA
009300     END-IF.
009310 6100-EXIT.
009320     EXIT.
009330
009340 6110-ESCRIBIR-BASE.
009350     IF SUC-REGISTROS(WS-IDX-SUC) = ZERO
009360             AND SUC-MOVIMIENTOS(WS-IDX-SUC) = ZERO
009370             AND SUC-CARTAS(WS-IDX-SUC) = ZERO
009380         GO TO 6110-EXIT
009390     END-IF.
009400     COMPUTE LBAS-SUCURSAL = WS-IDX-SUC - 1.
009410     MOVE SUC-REGISTROS(WS-IDX-SUC) TO LBAS-REGISTROS.
009420     MOVE SUC-MOVIMIENTOS(WS-IDX-SUC) TO LBAS-MOVIMIENTOS.
009430     MOVE SUC-CARTAS(WS-IDX-SUC) TO LBAS-CARTAS.
009440     MOVE LBAS-SUCURSAL TO VSU-CODIGO.
009450     CALL "validar_sucursal" USING VSU-AREA.
009460     MOVE VSU-NOMBRE TO LBAS-NOMBRE.
009470     COMPUTE LBAS-PORCENTAJE =
009480         SUC-PARTICIPACION(WS-IDX-SUC) * 100.
009490     MOVE WS-LINEA-BASE TO RSVC-LINEA.
009500     CALL "reporte_svc" USING RSVC-AREA.
009510     MOVE "BASES" TO WS-DATO-SECCION.
009520     MOVE LBAS-SUCURSAL TO WS-DATO-SUCURSAL.
009530     MOVE VSU-NOMBRE TO WS-DATO-NOMBRE.
009540     MOVE SUC-REGISTROS(WS-IDX-SUC) TO WS-DATO-REGISTROS.
009550     MOVE SUC-MOVIMIENTOS(WS-IDX-SUC) TO WS-DATO-MOVIMIENTOS.
009560     MOVE SUC-CARTAS(WS-IDX-SUC) TO WS-DATO-CARTAS.
009570     COMPUTE WS-DATO-PORCENTAJE =
009580         SUC-PARTICIPACION(WS-IDX-SUC) * 100.
009590     MOVE WS-DATO-PORCENTAJE TO WS-DATO-PARTICIPACION.
009600     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
009610 6110-EXIT.
009620     EXIT.
009630
009640 6200-SECCION-TARIFAS.
009650     MOVE "TARIFAS APLICADAS" TO WS-LINEA-TITULO.
009660     PERFORM 6050-TITULO THRU 6050-EXIT.
009670     IF NOT HAY-TARIFAS
009680         MOVE "    (SIN ARCHIVO TARIFAS: COSTO EN CERO)"
009690             TO RSVC-LINEA
009700         CALL "reporte_svc" USING RSVC-AREA
009710     END-IF.
009720     MOVE "IMPORTE POR SEGUNDO DE CICLO" TO LTAR-CONCEPTO.
009730     MOVE WS-TARIFA-SEGUNDO TO LTAR-IMPORTE.
009740     MOVE WS-LINEA-TARIFA TO RSVC-LINEA.
009750     CALL "reporte_svc" USING RSVC-AREA.
009760     MOVE WS-TARIFA-SEGUNDO TO WS-DATO-TARIFA.
009770     PERFORM 6210-DATO-TARIFA THRU 6210-EXIT.
009780     MOVE "IMPORTE POR REGISTRO PROCESADO" TO LTAR-CONCEPTO.
009790     MOVE WS-TARIFA-REGISTRO TO LTAR-IMPORTE.
009800     MOVE WS-LINEA-TARIFA TO RSVC-LINEA.
009810     CALL "reporte_svc" USING RSVC-AREA.
009820     MOVE WS-TARIFA-REGISTRO TO WS-DATO-TARIFA.
009830     PERFORM 6210-DATO-TARIFA THRU 6210-EXIT.
009840 6200-EXIT.
009850     EXIT.
009860
009870 6210-DATO-TARIFA.
009880     MOVE "TARIFAS" TO WS-DATO-SECCION.
009890     MOVE LTAR-CONCEPTO TO WS-DATO-CONCEPTO.
009900     MOVE WS-DATO-TARIFA TO WS-DATO-IMPORTE.
009910     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
009920 6210-EXIT.
009930     EXIT.
009940
009950 6300-SECCION-PASOS.
009960     MOVE "CONSUMO Y COSTO DEL MES POR PASO" TO WS-LINEA-TITULO.
009970     PERFORM 6050-TITULO THRU 6050-EXIT.
009980     MOVE WS-LINEA-COL-PASOS TO RSVC-LINEA.
009990     CALL "reporte_svc" USING RSVC-AREA.
010000     PERFORM 6310-ESCRIBIR-PASO THRU 6310-EXIT
010010         VARYING WS-IDX-PASO FROM 1 BY 1
010020             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
010030     MOVE ZERO TO LPAS-PASO.
010040     MOVE "TOTAL DEL CICLO" TO LPAS-PROGRAMA.
010050     MOVE WS-TOTAL-SEGUNDOS TO LPAS-SEGUNDOS.
010060     MOVE WS-TOTAL-REGISTROS TO LPAS-REGISTROS.
010070     MOVE WS-TOTAL-COSTO TO LPAS-COSTO.
010080     MOVE WS-LINEA-PASO TO RSVC-LINEA.
010090     CALL "reporte_svc" USING RSVC-AREA.
010100     MOVE "PASOS" TO WS-DATO-SECCION.
010110     MOVE LPAS-PROGRAMA TO WS-DATO-CONCEPTO.
010120     MOVE WS-TOTAL-SEGUNDOS TO WS-DATO-SEGUNDOS.
010130     MOVE WS-TOTAL-REGISTROS TO WS-DATO-REGISTROS.
010140     MOVE WS-TOTAL-COSTO TO WS-DATO-COSTO.
010150     MOVE WS-DATO-COSTO TO WS-DATO-IMPORTE.
010160     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
010170     MOVE ZERO TO LPAS-PASO.
010180     MOVE "FUERA DEL CICLO" TO LPAS-PROGRAMA.
010190     MOVE ZERO TO LPAS-SEGUNDOS.
010200     MOVE WS-REG-FUERA-CICLO TO LPAS-REGISTROS.
010210     MOVE ZERO TO LPAS-COSTO.
010220     MOVE WS-LINEA-PASO TO RSVC-LINEA.
010230     CALL "reporte_svc" USING RSVC-AREA.
010240     MOVE "PASOS" TO WS-DATO-SECCION.
010250     MOVE LPAS-PROGRAMA TO WS-DATO-CONCEPTO.
010260     MOVE ZERO TO WS-DATO-COSTO.
010270     MOVE "0" TO WS-DATO-SEGUNDOS.
010280     MOVE WS-REG-FUERA-CICLO TO WS-DATO-REGISTROS.
010290     MOVE WS-DATO-COSTO TO WS-DATO-IMPORTE.
010300     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
010310     MOVE "    (LO AUDITADO FUERA DEL CICLO NO SE COBRA)"
010320         TO RSVC-LINEA.
010330     CALL "reporte_svc" USING RSVC-AREA.
010340 6300-EXIT.
010350     EXIT.
010360
010370 6310-ESCRIBIR-PASO.
010380     MOVE WS-IDX-PASO TO LPAS-PASO.
010390     MOVE PASO-PROGRAMA(WS-IDX-PASO) TO LPAS-PROGRAMA.
010400     MOVE CONS-SEGUNDOS(WS-IDX-PASO) TO LPAS-SEGUNDOS.
010410     MOVE CONS-REGISTROS(WS-IDX-PASO) TO LPAS-REGISTROS.
010420     MOVE CONS-COSTO(WS-IDX-PASO) TO LPAS-COSTO.
010430     MOVE WS-LINEA-PASO TO RSVC-LINEA.
010440     CALL "reporte_svc" USING RSVC-AREA.
010450     MOVE "PASOS" TO WS-DATO-SECCION.
010460     MOVE WS-IDX-PASO TO WS-DATO-CODIGO.
010470     MOVE WS-DATO-CODIGO TO WS-DATO-PASO.
010480     MOVE PASO-PROGRAMA(WS-IDX-PASO) TO WS-DATO-CONCEPTO.
010490     MOVE CONS-SEGUNDOS(WS-IDX-PASO) TO WS-DATO-SEGUNDOS.
010500     MOVE CONS-REGISTROS(WS-IDX-PASO) TO WS-DATO-REGISTROS.
010510     MOVE CONS-COSTO(WS-IDX-PASO) TO WS-DATO-COSTO.
010520     MOVE WS-DATO-COSTO TO WS-DATO-IMPORTE.
010530     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
010540 6310-EXIT.
010550     EXIT.
010560
010570******************************************************************
010580* 6400-SECCION-ASIGNACION - POR SUCURSAL CON PARTICIPACION, LO
010590*     ASIGNADO DE CADA PASO Y SU SUBTOTAL; AL FINAL LA
010600*     DIFERENCIA DE REDONDEO CONTRA EL TOTAL DEL CICLO
010610******************************************************************
010620 6400-SECCION-ASIGNACION.
010630     MOVE "ASIGNACION POR SUCURSAL" TO WS-LINEA-TITULO.
010640     PERFORM 6050-TITULO THRU 6050-EXIT.
010650     PERFORM 6410-ASIGNAR-SUCURSAL THRU 6410-EXIT
010660         VARYING WS-IDX-SUC FROM 1 BY 1 UNTIL WS-IDX-SUC > 100.
010670     COMPUTE WS-DIF-SEGUNDOS =
010680         WS-TOTAL-SEGUNDOS - WS-ASIG-SEGUNDOS.
010690     COMPUTE WS-DIF-REGISTROS =
010700         WS-TOTAL-REGISTROS - WS-ASIG-REGISTROS.
010710     COMPUTE WS-DIF-COSTO = WS-TOTAL-COSTO - WS-ASIG-COSTO.
010720     MOVE SPACES TO RSVC-LINEA.
010730     CALL "reporte_svc" USING RSVC-AREA.
010740     MOVE ZERO TO LPAS-PASO.
010750     MOVE "TOTAL ASIGNADO" TO LPAS-PROGRAMA.
010760     MOVE WS-ASIG-SEGUNDOS TO LPAS-SEGUNDOS.
010770     MOVE WS-ASIG-REGISTROS TO LPAS-REGISTROS.
010780     MOVE WS-ASIG-COSTO TO LPAS-COSTO.
010790     MOVE WS-LINEA-PASO TO RSVC-LINEA.
010800     CALL "reporte_svc" USING RSVC-AREA.
010810     MOVE "ASIGNACION" TO WS-DATO-SECCION.
010820     MOVE LPAS-PROGRAMA TO WS-DATO-CONCEPTO.
010830     MOVE WS-ASIG-SEGUNDOS TO WS-DATO-SEGUNDOS.
010840     MOVE WS-ASIG-REGISTROS TO WS-DATO-REGISTROS.
010850     MOVE WS-ASIG-COSTO TO WS-DATO-COSTO.
010860     MOVE WS-DATO-COSTO TO WS-DATO-IMPORTE.
010870     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
010880     MOVE SPACES TO RSVC-LINEA.
010890     STRING "DIFERENCIA DE REDONDEO CONTRA EL CICLO: SEGUNDOS "
010900         WS-DIF-SEGUNDOS " REGISTROS " WS-DIF-REGISTROS
010910         DELIMITED BY SIZE INTO RSVC-LINEA.
010920     CALL "reporte_svc" USING RSVC-AREA.
010930     MOVE SPACES TO RSVC-LINEA.
010940     STRING "DIFERENCIA DE REDONDEO CONTRA EL CICLO: COSTO "
010950         WS-DIF-COSTO DELIMITED BY SIZE INTO RSVC-LINEA.
010960     CALL "reporte_svc" USING RSVC-AREA.
010970     MOVE "ASIGNACION" TO WS-DATO-SECCION.
010980     MOVE "DIFERENCIA DE REDONDEO" TO WS-DATO-CONCEPTO.
010990     MOVE WS-DIF-SEGUNDOS TO WS-DATO-DIF-CANTIDAD.
011000     MOVE WS-DATO-DIF-CANTIDAD TO WS-DATO-SEGUNDOS.
011010     MOVE WS-DIF-REGISTROS TO WS-DATO-DIF-CANTIDAD.
011020     MOVE WS-DATO-DIF-CANTIDAD TO WS-DATO-REGISTROS.
011030     MOVE WS-DIF-COSTO TO WS-DATO-DIF-COSTO.
011040     MOVE WS-DATO-DIF-COSTO TO WS-DATO-IMPORTE.
011050     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
011060 6400-EXIT.
011070     EXIT.
011080
011090 6410-ASIGNAR-SUCURSAL.
011100     IF SUC-PARTICIPACION(WS-IDX-SUC) = ZERO
011110         GO TO 6410-EXIT
011120     END-IF.
011130     MOVE SPACES TO RSVC-LINEA.
011140     CALL "reporte_svc" USING RSVC-AREA.
011150     COMPUTE LSUC-SUCURSAL = WS-IDX-SUC - 1.
011160     MOVE LSUC-SUCURSAL TO VSU-CODIGO.
011170     CALL "validar_sucursal" USING VSU-AREA.
011180     MOVE VSU-NOMBRE TO LSUC-NOMBRE.
011190     COMPUTE LSUC-PORCENTAJE =
011200         SUC-PARTICIPACION(WS-IDX-SUC) * 100.
011210     MOVE WS-LINEA-SUCURSAL TO RSVC-LINEA.
011220     CALL "reporte_svc" USING RSVC-AREA.
011230     MOVE "ASIGNACION" TO WS-DATO-SECCION.
011240     MOVE LSUC-SUCURSAL TO WS-DATO-SUCURSAL.
011250     MOVE VSU-NOMBRE TO WS-DATO-NOMBRE.
011260     COMPUTE WS-DATO-PORCENTAJE =
011270         SUC-PARTICIPACION(WS-IDX-SUC) * 100.
011280     MOVE WS-DATO-PORCENTAJE TO WS-DATO-PARTICIPACION.
011290     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
011300     MOVE ZERO TO WS-SUC-SEGUNDOS.
011310     MOVE ZERO TO WS-SUC-REGISTROS.
011320     MOVE ZERO TO WS-SUC-COSTO.
011330     PERFORM 6420-ASIGNAR-PASO THRU 6420-EXIT
011340         VARYING WS-IDX-PASO FROM 1 BY 1
011350             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
011360     MOVE ZERO TO LPAS-PASO.
011370     MOVE "SUBTOTAL SUCURSAL" TO LPAS-PROGRAMA.
011380     MOVE WS-SUC-SEGUNDOS TO LPAS-SEGUNDOS.
011390     MOVE WS-SUC-REGISTROS TO LPAS-REGISTROS.
011400     MOVE WS-SUC-COSTO TO LPAS-COSTO.
011410     MOVE WS-LINEA-PASO TO RSVC-LINEA.
011420     CALL "reporte_svc" USING RSVC-AREA.
011430     MOVE "ASIGNACION" TO WS-DATO-SECCION.
011440     MOVE LSUC-SUCURSAL TO WS-DATO-SUCURSAL.
011450     MOVE VSU-NOMBRE TO WS-DATO-NOMBRE.
011460     MOVE LPAS-PROGRAMA TO WS-DATO-CONCEPTO.
011470     MOVE WS-SUC-SEGUNDOS TO WS-DATO-SEGUNDOS.
011480     MOVE WS-SUC-REGISTROS TO WS-DATO-REGISTROS.
011490     MOVE WS-SUC-COSTO TO WS-DATO-COSTO.
011500     MOVE WS-DATO-COSTO TO WS-DATO-IMPORTE.
011510     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
011520     ADD WS-SUC-SEGUNDOS TO WS-ASIG-SEGUNDOS.
011530     ADD WS-SUC-REGISTROS TO WS-ASIG-REGISTROS.
011540     ADD WS-SUC-COSTO TO WS-ASIG-COSTO.
011550 6410-EXIT.
011560     EXIT.
011570
011580 6420-ASIGNAR-PASO.
011590     COMPUTE WS-SEG-ASIGNADOS ROUNDED =
011600         CONS-SEGUNDOS(WS-IDX-PASO)
011610         * SUC-PARTICIPACION(WS-IDX-SUC).
011620     COMPUTE WS-REG-ASIGNADOS ROUNDED =
011630         CONS-REGISTROS(WS-IDX-PASO)
011640         * SUC-PARTICIPACION(WS-IDX-SUC).
011650     COMPUTE WS-COSTO-ASIGNADO ROUNDED =
011660         CONS-COSTO(WS-IDX-PASO)
011670         * SUC-PARTICIPACION(WS-IDX-SUC).
011680     ADD WS-SEG-ASIGNADOS TO WS-SUC-SEGUNDOS.
011690     ADD WS-REG-ASIGNADOS TO WS-SUC-REGISTROS.
011700     ADD WS-COSTO-ASIGNADO TO WS-SUC-COSTO.
011710     IF CONS-SEGUNDOS(WS-IDX-PASO) = ZERO
011720             AND CONS-REGISTROS(WS-IDX-PASO) = ZERO
011730         GO TO 6420-EXIT
011740     END-IF.
011750     MOVE WS-IDX-PASO TO LPAS-PASO.
011760     MOVE PASO-PROGRAMA(WS-IDX-PASO) TO LPAS-PROGRAMA.
011770     MOVE WS-SEG-ASIGNADOS TO LPAS-SEGUNDOS.
011780     MOVE WS-REG-ASIGNADOS TO LPAS-REGISTROS.
011790     MOVE WS-COSTO-ASIGNADO TO LPAS-COSTO.
011800     MOVE WS-LINEA-PASO TO RSVC-LINEA.
011810     CALL "reporte_svc" USING RSVC-AREA.
011820     MOVE "ASIGNACION" TO WS-DATO-SECCION.
011830     MOVE LSUC-SUCURSAL TO WS-DATO-SUCURSAL.
011840     MOVE VSU-NOMBRE TO WS-DATO-NOMBRE.
011850     MOVE WS-IDX-PASO TO WS-DATO-CODIGO.
011860     MOVE WS-DATO-CODIGO TO WS-DATO-PASO.
011870     MOVE PASO-PROGRAMA(WS-IDX-PASO) TO WS-DATO-CONCEPTO.
011880     MOVE WS-SEG-ASIGNADOS TO WS-DATO-SEGUNDOS.
011890     MOVE WS-REG-ASIGNADOS TO WS-DATO-REGISTROS.
011900     MOVE WS-COSTO-ASIGNADO TO WS-DATO-COSTO.
011910     MOVE WS-DATO-COSTO TO WS-DATO-IMPORTE.
011920     PERFORM 6900-DATO-CARGO THRU 6900-EXIT.
011930 6420-EXIT.
011940     EXIT.
011950
011960******************************************************************
011970* 6900-DATO-CARGO - UNA LINEA DEL ARCHIVO DE DATOS CON LO QUE EL
011980*     RENGLON DEJO EN WS-DATO-CARGO; LUEGO LA LIMPIA
011990******************************************************************
012000 6900-DATO-CARGO.
012010     MOVE "D" TO RSVC-FUNCION.
012020     MOVE SPACES TO RSVC-LINEA.
012030     STRING WS-DATO-SECCION       DELIMITED BY SPACE
012040             "," WS-DATO-SUCURSAL  DELIMITED BY SPACE
012050             "," WS-DATO-NOMBRE    DELIMITED BY "  "
012060             "," WS-DATO-PASO      DELIMITED BY SPACE
012070             "," WS-DATO-CONCEPTO  DELIMITED BY "  "
012080             "," WS-DATO-SEGUNDOS  DELIMITED BY SPACE
012090             "," WS-DATO-REGISTROS DELIMITED BY SPACE
012100             "," WS-DATO-MOVIMIENTOS DELIMITED BY SPACE
012110             "," WS-DATO-CARTAS    DELIMITED BY SPACE
012120             "," WS-DATO-IMPORTE   DELIMITED BY SPACE
012130             "," WS-DATO-PARTICIPACION DELIMITED BY SPACE
012140         INTO RSVC-LINEA.
012150     CALL "reporte_svc" USING RSVC-AREA.
012160     MOVE "E" TO RSVC-FUNCION.
012170     MOVE SPACES TO WS-DATO-CARGO.
012180 6900-EXIT.
012190     EXIT.
012200
012210******************************************************************
012220* 9000-TERMINAR - CIERRE DEL REPORTE, AUDITORIA Y CATALOGO
012230******************************************************************
012240 9000-TERMINAR.
012250     MOVE SPACES TO RSVC-LINEA.
012260     CALL "reporte_svc" USING RSVC-AREA.
012270     MOVE "FIN DEL CARGO POR SUCURSAL" TO RSVC-LINEA.
012280     CALL "reporte_svc" USING RSVC-AREA.
012290     MOVE "C" TO RSVC-FUNCION.
012300     CALL "reporte_svc" USING RSVC-AREA.
012310     MOVE WS-CUENTA-CORRIDAS TO WS-AUDT-CANTIDAD.
012320     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
012330     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
012340     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
012350     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
012360             WS-CATG-CANTIDAD.
012370     DISPLAY " CARGO POR SUCURSAL GENERADO: " WS-DYN-REPORT-FILE.
012380 9000-EXIT.
012390     EXIT.
012400
012410 END PROGRAM cargo_sucursal.
