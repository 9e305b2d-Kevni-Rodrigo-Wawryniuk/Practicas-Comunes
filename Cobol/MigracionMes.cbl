000100******************************************************************
000110* PROGRAM-ID: migracion_mes
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MONTHLY MIGRATION MATRICES OF THE ACTIVE
000170*             POPULATION. PERSONADEMOG AND DEMOGTEND COUNT HOW
000180*             MANY PEOPLE SIT IN EACH CLASSIFICATION AND EACH
000190*             SUCURSAL; THIS STEP SHOWS HOW THEY MOVED BETWEEN
000200*             THEM. THE STATE AT THE START OF THE MONTH COMES
000210*             FROM THE MONTH'S OPENING PERSBKP GENERATION (OR,
000220*             FOR A PERSONA THE JOURNAL TOUCHED IN THE MONTH,
000230*             FROM THE BEFORE IMAGE OF ITS FIRST PERSJRNL
000240*             ENTRY); THE STATE AT THE END FROM THE AFTER
000250*             IMAGE OF ITS LAST ENTRY, OR FROM THE CLOSING
000260*             GENERATION FOR THOSE THE JOURNAL NEVER MENTIONS.
000270*             TWO MATRICES, PERS-CLASIF-CODIGO AND
000280*             PERS-SUCURSAL: ROWS ARE THE CODE AT THE START,
000290*             COLUMNS THE CODE AT THE END, AND SEPARATE
000300*             COLUMNS HOLD THE ALTAS (BY CODE OF ARRIVAL), THE
000310*             BAJAS AND THE PURGAS (BY CODE OF DEPARTURE), WITH
000320*             THE OPENING AND CLOSING COUNT OF EVERY CODE. A
000330*             SECTION BY PROGRAM SHOWS WHO MOVED PEOPLE
000340*             (PERSONARECLAS, THE TRANSFERS, THE TERMINAL).
000350*             PRINTED THROUGH REPORTE_SVC AS MIGRAMES.AAAAMM.
000360*             THE MONTH IS THAT OF THE BUSINESS DATE, OR THE
000370*             AAAAMM OF THE CIERRECTL CARD (THE SAME CARD AS
000380*             CIERRE_MENSUAL). RUNS FROM CICLO_DIARIO ON THE
000390*             CALENDAR'S PERIOD-END DAY.
000400* TECTONICS:  cobc
000410******************************************************************
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* 2026-10-15 RW   INITIAL VERSION. LA ELECCION DE GENERACIONES EN
000450*                 BKPGEN Y LA CARGA DEL RESGUARDO SIGUEN A
000460*                 FORENSE_BKP.
000470* 2026-10-15 RW   EL JOURNAL DEL MES SE LEE POR JOURNAL_LECTOR
000480*                 DESDE LA GENERACION MENSUAL ANTERIOR (UN CICLO
000490*                 QUE CRUZA FIN DE MES QUEDA EN LA GENERACION DE
000500*                 SU FECHA DE NEGOCIO).
000510* 2026-10-15 RW   DEBAJO DE LA MATRIZ DE SUCURSAL, EL NOMBRE DE
000520*                 CADA CODIGO SEGUN EL REFERENCIAL SUCREF
000530*                 (VALIDAR_SUCURSAL).
000540* 2026-10-15 RW   MIGRAMES TAMBIEN VA AL ARCHIVO DE DATOS DE
000550*                 REPORTE_SVC (DATOSCTL): CADA CELDA, FILA Y
000560*                 TOTAL DE LAS DOS MATRICES, LA LEYENDA DE
000570*                 SUCURSALES, LOS CAMBIOS POR PROGRAMA Y LOS
000580*                 CONTROLES.
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. migracion_mes.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PARM-FILE ASSIGN TO "CIERRECTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PARM-STATUS.
000690
000700     SELECT BKPGEN-FILE ASSIGN TO "BKPGEN"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-GEN-STATUS.
000730
000740     SELECT RESG-FILE ASSIGN DYNAMIC WS-NOMBRE-RESG
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RSG-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PARM-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 06 CHARACTERS.
000830 01  PARM-RECORD.
000840     05  PARM-MES                PIC 9(06).
000850
000860 FD  BKPGEN-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 39 CHARACTERS.
000890 01  BKPGEN-RECORD.
000900     05  GEN-FECHA               PIC 9(08).
000910     05  FILLER                  PIC X(01).
000920     05  GEN-ARCHIVO             PIC X(21).
000930     05  FILLER                  PIC X(01).
000940     05  GEN-CANTIDAD            PIC 9(07).
000950
000960 FD  RESG-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 117 CHARACTERS.
000990 01  RESG-RECORD                 PIC X(117).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-PARM-STATUS              PIC X(02).
001030 01  WS-GEN-STATUS               PIC X(02).
001040 01  WS-RSG-STATUS               PIC X(02).
001050 01  WS-FECHA-HOY                PIC X(08).
001060 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001070
001080 01  WS-EOF-GEN                  PIC X(01) VALUE "N".
001090     88  FIN-GENERACIONES        VALUE "S".
001100 01  WS-EOF-RESG                 PIC X(01) VALUE "N".
001110     88  FIN-RESGUARDO           VALUE "S".
001120 01  WS-EOF-JRN                  PIC X(01) VALUE "N".
001130     88  FIN-JOURNAL             VALUE "S".
001140 01  WS-SW-OPERABLE              PIC X(01) VALUE "S".
001150     88  MATRIZ-OPERABLE         VALUE "S".
001160
001170 01  JOURNAL-RECORD.
001180     05  PJRN-TIMESTAMP          PIC X(21).
001190     05  FILLER                  PIC X(01).
001200     05  PJRN-PROGRAMA           PIC X(20).
001210     05  FILLER                  PIC X(01).
001220     05  PJRN-ACCION             PIC X(01).
001230     05  FILLER                  PIC X(01).
001240     05  PJRN-IMAGEN-ANTES       PIC X(117).
001250     05  FILLER                  PIC X(01).
001260     05  PJRN-IMAGEN-DESPUES     PIC X(117).
001270     05  FILLER                  PIC X(01).
001280     05  PJRN-HASH               PIC 9(11).
001290
001300*----------------------------------------------------------------
001310*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
001320*----------------------------------------------------------------
001330 01  JLC-AREA.
001340     05  JLC-FUNCION             PIC X(01).
001350     05  JLC-GEN-DESDE           PIC 9(06).
001360     05  JLC-GEN-HASTA           PIC 9(06).
001370     05  JLC-DNI                 PIC 9(08).
001380     05  JLC-FECHA-DESDE         PIC 9(08).
001390     05  JLC-FECHA-HASTA         PIC 9(08).
001400     05  JLC-RESULTADO           PIC X(01).
001410         88  JLC-OK              VALUE "0".
001420     05  JLC-GENERACION          PIC 9(06).
001430     05  JLC-ORDINAL             PIC 9(07).
001440     05  JLC-MENSAJE             PIC X(40).
001450
001460*----------------------------------------------------------------
001470*    MES A ANALIZAR Y GENERACIONES DE APERTURA Y CIERRE
001480*----------------------------------------------------------------
001490 01  WS-MES                      PIC 9(06).
001500 01  WS-FECHA-DESDE.
001510     05  WS-DESDE-AAAAMM         PIC 9(06).
001520     05  WS-DESDE-DD             PIC 9(02) VALUE 01.
001530 01  WS-FECHA-HASTA.
001540     05  WS-HASTA-AAAAMM         PIC 9(06).
001550     05  WS-HASTA-DD             PIC 9(02) VALUE 31.
001560 01  WS-FECHA-APERTURA           PIC 9(08) VALUE ZERO.
001570 01  WS-FECHA-CIERRE             PIC 9(08) VALUE ZERO.
001580 01  WS-NOMBRE-RESG              PIC X(21) VALUE SPACES.
001590
001600*----------------------------------------------------------------
001610*    ESTADO DE CADA PERSONA AL INICIO Y AL FINAL DEL MES. EL
001620*    VALOR 1 ES LA CLASIFICACION Y EL 2 LA SUCURSAL, ASI LAS
001630*    DOS MATRICES SE ARMAN CON EL MISMO CODIGO.
001640*----------------------------------------------------------------
001650 01  WS-MAX-ESTADOS              PIC 9(04) VALUE 4000.
001660 01  WS-CANT-ESTADOS             PIC 9(04) VALUE ZERO.
001670 01  WS-SW-TRUNCADA              PIC X(01) VALUE "N".
001680     88  TABLA-TRUNCADA          VALUE "S".
001690 01  TABLA-ESTADOS.
001700     05  EST-ENTRADA OCCURS 4000 TIMES.
001710         10  EST-DNI             PIC X(08).
001720         10  EST-SW-JOURNAL      PIC X(01).
001730         10  EST-SW-EN-CIERRE    PIC X(01).
001740         10  EST-INICIO.
001750             15  EST-INI-EXISTE  PIC X(01).
001760             15  EST-INI-ACTIVO  PIC X(01).
001770             15  EST-INI-VALOR OCCURS 2 TIMES PIC 9(02).
001780         10  EST-FINAL.
001790             15  EST-FIN-EXISTE  PIC X(01).
001800             15  EST-FIN-ACTIVO  PIC X(01).
001810             15  EST-FIN-VALOR OCCURS 2 TIMES PIC 9(02).
001820 77  WS-IDX-EST                  PIC 9(04) COMP.
001830 01  WS-SW-ESTADO                PIC X(01).
001840     88  ESTADO-HALLADO          VALUE "S".
001850 01  WS-DNI-BUSCADO              PIC X(08).
001860
001870*    IMAGEN DESCOMPUESTA: LA FORMA CORTA QUE GUARDA LA TABLA
001880 01  WS-IMAGEN                   PIC X(117).
001890 01  WS-FOTO.
001900     05  FOTO-EXISTE             PIC X(01).
001910     05  FOTO-ACTIVO             PIC X(01).
001920     05  FOTO-VALOR OCCURS 2 TIMES PIC 9(02).
001930 01  WS-FOTO-ANTES               PIC X(06).
001940 01  WS-FOTO-DESPUES             PIC X(06).
001950 COPY PERSONA.
001960
001970*----------------------------------------------------------------
001980*    LAS DOS MATRICES: HASTA 10 CODIGOS ORDENADOS, Y UNA FILA
001990*    Y COLUMNA 11 "OT" QUE JUNTA LOS QUE NO ENTRAN
002000*----------------------------------------------------------------
002010 01  WS-MAX-VALORES              PIC 9(02) VALUE 10.
002020 01  TABLA-MATRICES.
002030     05  MTZ-ENTRADA OCCURS 2 TIMES.
002040         10  MTZ-CANT-VALORES    PIC 9(02).
002050         10  MTZ-SW-OTROS        PIC X(01).
002060         10  MTZ-VALOR OCCURS 11 TIMES PIC 9(02).
002070         10  MTZ-FILA OCCURS 11 TIMES.
002080             15  MTZ-CELDA OCCURS 11 TIMES PIC 9(07).
002090             15  MTZ-ALTAS       PIC 9(07).
002100             15  MTZ-BAJAS       PIC 9(07).
002110             15  MTZ-PURGAS      PIC 9(07).
002120 77  WS-IDX-MTZ                  PIC 9(02) COMP.
002130 77  WS-IDX-FILA                 PIC 9(02) COMP.
002140 77  WS-IDX-COL                  PIC 9(02) COMP.
002150 77  WS-IDX-VAL                  PIC 9(02) COMP.
002160 77  WS-IDX-CORRER               PIC 9(02) COMP.
002170 77  WS-CANT-COLUMNAS            PIC 9(02) COMP.
002180 01  WS-VALOR-BUSCADO            PIC 9(02).
002190 01  WS-SW-VALOR                 PIC X(01).
002200     88  VALOR-HALLADO           VALUE "S".
002210 01  WS-POSICION-VALOR           PIC 9(02).
002220 01  WS-APERTURA                 PIC 9(07).
002230 01  WS-CIERRE                   PIC 9(07).
002240 01  WS-TOTAL-COLUMNA            PIC 9(07).
002250 01  WS-TOTALES-EXTRA.
002260     05  WS-TOT-APERTURA         PIC 9(07).
002270     05  WS-TOT-ALTAS            PIC 9(07).
002280     05  WS-TOT-BAJAS            PIC 9(07).
002290     05  WS-TOT-PURGAS           PIC 9(07).
002300     05  WS-TOT-CIERRE           PIC 9(07).
002310
002320*----------------------------------------------------------------
002330*    QUIEN MOVIO A LA GENTE: CAMBIOS DE CODIGO POR PROGRAMA
002340*----------------------------------------------------------------
002350 01  WS-MAX-PROGRAMAS            PIC 9(02) VALUE 20.
002360 01  WS-CANT-PROGRAMAS           PIC 9(02) VALUE ZERO.
002370 01  TABLA-PROGRAMAS.
002380     05  PRG-ENTRADA OCCURS 20 TIMES.
002390         10  PRG-NOMBRE          PIC X(20).
002400         10  PRG-CAMBIOS OCCURS 2 TIMES PIC 9(07).
002410 77  WS-IDX-PRG                  PIC 9(02) COMP.
002420 01  WS-SW-PROGRAMA              PIC X(01).
002430     88  PROGRAMA-HALLADO        VALUE "S".
002440
002450*----------------------------------------------------------------
002460*    CONTADORES DE CONTROL
002470*----------------------------------------------------------------
002480 01  WS-CUENTA-APERTURA          PIC 9(07) VALUE ZERO.
002490 01  WS-CUENTA-CIERRE-GEN        PIC 9(07) VALUE ZERO.
002500 01  WS-CUENTA-JOURNAL-MES       PIC 9(07) VALUE ZERO.
002510 01  WS-CUENTA-SIN-JOURNAL       PIC 9(07) VALUE ZERO.
002520
002530*----------------------------------------------------------------
002540*    REPORTE VIA REPORTE_SVC
002550*----------------------------------------------------------------
002560 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002570 01  RSVC-AREA.
002580     05  RSVC-FUNCION            PIC X(01).
002590     05  RSVC-ARCHIVO            PIC X(21).
002600     05  RSVC-TITULO             PIC X(40).
002610     05  RSVC-LINEA              PIC X(132).
002620     05  RSVC-CANT-LINEAS        PIC 9(07).
002630
002640*----------------------------------------------------------------
002650*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
002660*----------------------------------------------------------------
002670 01  VSU-AREA.
002680     05  VSU-CODIGO              PIC 9(02).
002690     05  VSU-RESULTADO           PIC X(01).
002700         88  VSU-ABIERTA         VALUE "S".
002710         88  VSU-CERRADA         VALUE "C".
002720         88  VSU-INEXISTENTE     VALUE "X".
002730         88  VSU-SIN-REFERENCIAL VALUE "N".
002740     05  VSU-NOMBRE              PIC X(30).
002750     05  VSU-FECHA-CIERRE        PIC 9(08).
002760     05  VSU-SUCESORA            PIC 9(02).
002770 01  WS-LINEA-GENERACIONES.
002780     05  FILLER                  PIC X(14)
002790             VALUE "MES ANALIZADO ".
002800     05  LGE-MES                 PIC 9(06).
002810     05  FILLER                  PIC X(21)
002820             VALUE "   APERTURA: PERSBKP.".
002830     05  LGE-APERTURA            PIC 9(08).
002840     05  FILLER                  PIC X(19)
002850             VALUE "   CIERRE: PERSBKP.".
002860     05  LGE-CIERRE              PIC 9(08).
002870     05  FILLER                  PIC X(56) VALUE SPACES.
002880 01  WS-LINEA-TITULO-MATRIZ.
002890     05  LTM-TEXTO               PIC X(60).
002900     05  FILLER                  PIC X(72) VALUE SPACES.
002910 01  WS-LINEA-CABECERA.
002920     05  LCB-ROTULO              PIC X(08).
002930     05  LCB-CELDA OCCURS 11 TIMES.
002940         10  FILLER              PIC X(01).
002950         10  LCB-VALOR           PIC X(06).
002960     05  FILLER                  PIC X(45).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980 01  WS-LINEA-MATRIZ.
002990     05  LMX-ROTULO              PIC X(08).
003000     05  LMX-CELDA OCCURS 11 TIMES.
003010         10  FILLER              PIC X(01).
003020         10  LMX-VALOR           PIC X(06).
003030         10  LMX-NUMERO REDEFINES LMX-VALOR
003040                                 PIC ZZZZZ9.
003050     05  LMX-EXTRA OCCURS 5 TIMES.
003060         10  FILLER              PIC X(01).
003070         10  LMX-EXTRA-VALOR     PIC ZZZZZZZ9.
003080     05  FILLER                  PIC X(02).
003090 01  WS-LINEA-PROGRAMA.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  LPR-NOMBRE              PIC X(20).
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  LPR-CLASIF              PIC ZZZ,ZZ9.
003140     05  FILLER                  PIC X(04) VALUE SPACES.
003150     05  LPR-SUCURSAL            PIC ZZZ,ZZ9.
003160     05  FILLER                  PIC X(90) VALUE SPACES.
003170 01  WS-LINEA-TRAILER.
003180     05  TRA-ETIQUETA            PIC X(40).
003190     05  TRA-VALOR               PIC ZZZ,ZZ9.
003200     05  FILLER                  PIC X(85) VALUE SPACES.
003210
003220*----------------------------------------------------------------
003230*    LINEA DEL ARCHIVO DE DATOS (UNA POR RENGLON DEL REPORTE Y
003240*    UNA POR CELDA DE LAS MATRICES); LO QUE NO APLICA QUEDA
003250*    COMO CELDA VACIA
003260*----------------------------------------------------------------
003270 01  WS-NOMBRE-MATRIZ            PIC X(13).
003280 01  WS-DATO-MIGRACION           VALUE SPACES.
003290     05  WS-DATO-SECCION         PIC X(08).
003300     05  WS-DATO-MATRIZ          PIC X(13).
003310     05  WS-DATO-DESDE           PIC X(02).
003320     05  WS-DATO-HACIA           PIC X(02).
003330     05  WS-DATO-NOMBRE          PIC X(40).
003340     05  WS-DATO-PERSONAS        PIC X(07).
003350     05  WS-DATO-APERTURA        PIC X(07).
003360     05  WS-DATO-ALTAS           PIC X(07).
003370     05  WS-DATO-BAJAS           PIC X(07).
003380     05  WS-DATO-PURGAS          PIC X(07).
003390     05  WS-DATO-CIERRE          PIC X(07).
003400
003410*----------------------------------------------------------------
003420*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
003430*----------------------------------------------------------------
003440 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "migracion_mes".
003450 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003460 01  WS-CATG-ARCHIVO             PIC X(21).
003470 01  WS-CATG-CANTIDAD            PIC 9(07).
003480
003490 PROCEDURE DIVISION.
003500
003510******************************************************************
003520* 0000-MAINLINE
003530******************************************************************
003540 0000-MAINLINE.
003550     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003560     IF NOT MATRIZ-OPERABLE
003570         GOBACK
003580     END-IF.
003590     PERFORM 2000-CARGAR-APERTURA THRU 2000-EXIT.
003600     IF NOT MATRIZ-OPERABLE
003610         GOBACK
003620     END-IF.
003630     PERFORM 3000-APLICAR-JOURNAL THRU 3000-EXIT.
003640     IF WS-FECHA-CIERRE NOT = WS-FECHA-APERTURA
003650         PERFORM 4000-CONTRASTAR-CIERRE THRU 4000-EXIT
003660     END-IF.
003670     PERFORM 5000-ARMAR-MATRICES THRU 5000-EXIT.
003680     PERFORM 6000-EMITIR-REPORTE THRU 6000-EXIT.
003690     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003700     GOBACK.
003710
003720******************************************************************
003730* 1000-INICIALIZAR - EL MES (CIERRECTL O EL DE LA FECHA DE
003740*     NEGOCIO) Y SUS GENERACIONES DE APERTURA Y CIERRE
003750******************************************************************
003760 1000-INICIALIZAR.
003770     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003780     MOVE WS-FECHA-HOY(1:6) TO WS-MES.
003790     OPEN INPUT PARM-FILE.
003800     IF WS-PARM-STATUS = "00"
003810         READ PARM-FILE
003820             NOT AT END
003830                 IF PARM-MES IS NUMERIC AND PARM-MES > ZERO
003840                     MOVE PARM-MES TO WS-MES
003850                 END-IF
003860         END-READ
003870         CLOSE PARM-FILE
003880     END-IF.
003890     MOVE WS-MES TO WS-DESDE-AAAAMM.
003900     MOVE WS-MES TO WS-HASTA-AAAAMM.
003910     INITIALIZE TABLA-MATRICES.
003920     PERFORM 1100-ELEGIR-GENERACIONES THRU 1100-EXIT.
003930 1000-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970* 1100-ELEGIR-GENERACIONES - LA PRIMERA Y LA ULTIMA GENERACION
003980*     PERSBKP DEL MES REGISTRADAS EN BKPGEN. CON UNA SOLA, LA
003990*     MISMA ABRE Y CIERRA (EL JOURNAL DA EL RESTO).
004000******************************************************************
004010 1100-ELEGIR-GENERACIONES.
004020     OPEN INPUT BKPGEN-FILE.
004030     IF WS-GEN-STATUS NOT = "00"
004040         DISPLAY "SIN REGISTRO BKPGEN NO HAY GENERACIONES DEL "
004050             "MES: NO SE ARMAN LAS MATRICES."
004060         MOVE "N" TO WS-SW-OPERABLE
004070         GO TO 1100-EXIT
004080     END-IF.
004090     PERFORM 1110-LEER-GENERACION THRU 1110-EXIT
004100         UNTIL FIN-GENERACIONES.
004110     CLOSE BKPGEN-FILE.
004120     IF WS-FECHA-APERTURA = ZERO
004130         DISPLAY "NINGUNA GENERACION PERSBKP DEL MES " WS-MES
004140             " EN BKPGEN: NO SE ARMAN LAS MATRICES."
004150         MOVE "N" TO WS-SW-OPERABLE
004160     END-IF.
004170 1100-EXIT.
004180     EXIT.
004190
004200 1110-LEER-GENERACION.
004210     READ BKPGEN-FILE
004220         AT END
004230             SET FIN-GENERACIONES TO TRUE
004240         NOT AT END
004250             IF GEN-ARCHIVO(1:8) = "PERSBKP."
004260                     AND GEN-FECHA IS NUMERIC
004270                     AND GEN-FECHA NOT < WS-FECHA-DESDE
004280                     AND GEN-FECHA NOT > WS-FECHA-HASTA
004290                 IF WS-FECHA-APERTURA = ZERO
004300                         OR GEN-FECHA < WS-FECHA-APERTURA
004310                     MOVE GEN-FECHA TO WS-FECHA-APERTURA
004320                 END-IF
004330                 IF GEN-FECHA > WS-FECHA-CIERRE
004340                     MOVE GEN-FECHA TO WS-FECHA-CIERRE
004350                 END-IF
004360             END-IF
004370     END-READ.
004380 1110-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420* 2000-CARGAR-APERTURA - CADA PERSONA DE LA GENERACION DE
004430*     APERTURA ENTRA A LA TABLA CON ESE ESTADO AL INICIO Y, HASTA
004440*     QUE EL JOURNAL O EL CIERRE DIGAN OTRA COSA, AL FINAL
004450******************************************************************
004460 2000-CARGAR-APERTURA.
004470     MOVE SPACES TO WS-NOMBRE-RESG.
004480     STRING "PERSBKP." WS-FECHA-APERTURA DELIMITED BY SIZE
004490         INTO WS-NOMBRE-RESG.
004500     MOVE "N" TO WS-EOF-RESG.
004510     OPEN INPUT RESG-FILE.
004520     IF WS-RSG-STATUS NOT = "00"
004530         DISPLAY "NO SE PUEDE LEER LA GENERACION "
004540             WS-NOMBRE-RESG "."
004550         MOVE "N" TO WS-SW-OPERABLE
004560         GO TO 2000-EXIT
004570     END-IF.
004580     PERFORM 2100-LEER-APERTURA THRU 2100-EXIT
004590         UNTIL FIN-RESGUARDO.
004600     CLOSE RESG-FILE.
004610 2000-EXIT.
004620     EXIT.
004630
004640 2100-LEER-APERTURA.
004650     READ RESG-FILE
004660         AT END
004670             SET FIN-RESGUARDO TO TRUE
004680             GO TO 2100-EXIT
004690     END-READ.
004700*    EL RESGUARDO CIERRA CON SU REGISTRO TRL DE CONTROL (Y
004710*    PODRIA ABRIR CON HDR): NO SON PERSONAS
004720     IF RESG-RECORD(1:3) = "HDR" OR RESG-RECORD(1:3) = "TRL"
004730         GO TO 2100-EXIT
004740     END-IF.
004750     IF WS-CANT-ESTADOS NOT < WS-MAX-ESTADOS
004760         SET TABLA-TRUNCADA TO TRUE
004770         GO TO 2100-EXIT
004780     END-IF.
004790     ADD 1 TO WS-CUENTA-APERTURA.
004800     ADD 1 TO WS-CANT-ESTADOS.
004810     MOVE WS-CANT-ESTADOS TO WS-IDX-EST.
004820     MOVE RESG-RECORD TO WS-IMAGEN.
004830     PERFORM 2900-DESCOMPONER-IMAGEN THRU 2900-EXIT.
004840     MOVE RESG-RECORD(1:8) TO EST-DNI(WS-IDX-EST).
004850     MOVE "N" TO EST-SW-JOURNAL(WS-IDX-EST).
004860     MOVE "N" TO EST-SW-EN-CIERRE(WS-IDX-EST).
004870     MOVE WS-FOTO TO EST-INICIO(WS-IDX-EST).
004880     MOVE WS-FOTO TO EST-FINAL(WS-IDX-EST).
004890 2100-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 2900-DESCOMPONER-IMAGEN - DE UNA IMAGEN DEL MAESTRO (117) A LA
004940*     FORMA CORTA: EXISTE, ACTIVO, CLASIFICACION, SUCURSAL. UNA
004950*     IMAGEN SIN DNI (EL ANTES DE UN ALTA, EL DESPUES DE UNA
004960*     PURGA) ES UNA PERSONA QUE NO EXISTE.
004970******************************************************************
004980 2900-DESCOMPONER-IMAGEN.
004990     MOVE "N" TO FOTO-EXISTE.
005000     MOVE "N" TO FOTO-ACTIVO.
005010     MOVE ZERO TO FOTO-VALOR(1).
005020     MOVE ZERO TO FOTO-VALOR(2).
005030     IF WS-IMAGEN(1:8) IS NOT NUMERIC
005040         GO TO 2900-EXIT
005050     END-IF.
005060     MOVE WS-IMAGEN TO PERSONA-RECORD.
005070     MOVE "S" TO FOTO-EXISTE.
005080     IF NOT PERS-INACTIVO
005090         MOVE "S" TO FOTO-ACTIVO
005100     END-IF.
005110     IF PERS-CLASIF-CODIGO IS NUMERIC
005120         MOVE PERS-CLASIF-CODIGO TO FOTO-VALOR(1)
005130     END-IF.
005140     IF PERS-SUCURSAL IS NUMERIC
005150         MOVE PERS-SUCURSAL TO FOTO-VALOR(2)
005160     END-IF.
005170 2900-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210* 3000-APLICAR-JOURNAL - TODA ENTRADA DE PERSJRNL DEL MES: LA
005220*     PRIMERA DE CADA PERSONA FIJA SU ESTADO AL INICIO (IMAGEN
005230*     ANTES) Y CADA UNA LO LLEVA AL FINAL (IMAGEN DESPUES)
005240******************************************************************
005250 3000-APLICAR-JOURNAL.
005260     MOVE SPACES TO JLC-AREA.
005270     MOVE "R" TO JLC-FUNCION.
005280     MOVE WS-MES TO JLC-GEN-DESDE.
005290     SUBTRACT 1 FROM JLC-GEN-DESDE.
005300     IF JLC-GEN-DESDE(5:2) = "00"
005310         SUBTRACT 88 FROM JLC-GEN-DESDE
005320     END-IF.
005330     MOVE 999999 TO JLC-GEN-HASTA.
005340     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
005350     IF NOT JLC-OK
005360         DISPLAY "JOURNAL PERSJRNL NO DISPONIBLE: LAS MATRICES "
005370             "SALEN SOLO DE LAS GENERACIONES."
005380         GO TO 3000-EXIT
005390     END-IF.
005400     PERFORM 3100-LEER-JOURNAL THRU 3100-EXIT
005410         UNTIL FIN-JOURNAL.
005420     MOVE "C" TO JLC-FUNCION.
005430     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
005440 3000-EXIT.
005450     EXIT.
005460
005470 3100-LEER-JOURNAL.
005480     MOVE "S" TO JLC-FUNCION.
005490     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
005500     IF NOT JLC-OK
005510         SET FIN-JOURNAL TO TRUE
005520         GO TO 3100-EXIT
005530     END-IF.
005540     IF PJRN-TIMESTAMP(1:8) < WS-FECHA-DESDE
005550             OR PJRN-TIMESTAMP(1:8) > WS-FECHA-HASTA
005560         GO TO 3100-EXIT
005570     END-IF.
005580     ADD 1 TO WS-CUENTA-JOURNAL-MES.
005590     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
005600         MOVE PJRN-IMAGEN-DESPUES(1:8) TO WS-DNI-BUSCADO
005610     ELSE
005620         MOVE PJRN-IMAGEN-ANTES(1:8) TO WS-DNI-BUSCADO
005630     END-IF.
005640     IF WS-DNI-BUSCADO IS NOT NUMERIC
005650         GO TO 3100-EXIT
005660     END-IF.
005670     MOVE PJRN-IMAGEN-ANTES TO WS-IMAGEN.
005680     PERFORM 2900-DESCOMPONER-IMAGEN THRU 2900-EXIT.
005690     MOVE WS-FOTO TO WS-FOTO-ANTES.
005700     MOVE PJRN-IMAGEN-DESPUES TO WS-IMAGEN.
005710     PERFORM 2900-DESCOMPONER-IMAGEN THRU 2900-EXIT.
005720     MOVE WS-FOTO TO WS-FOTO-DESPUES.
005730     PERFORM 3200-CONTAR-POR-PROGRAMA THRU 3200-EXIT.
005740     PERFORM 3400-BUSCAR-ESTADO THRU 3400-EXIT.
005750     IF NOT ESTADO-HALLADO
005760         IF WS-CANT-ESTADOS NOT < WS-MAX-ESTADOS
005770             SET TABLA-TRUNCADA TO TRUE
005780             GO TO 3100-EXIT
005790         END-IF
005800         ADD 1 TO WS-CANT-ESTADOS
005810         MOVE WS-CANT-ESTADOS TO WS-IDX-EST
005820         MOVE WS-DNI-BUSCADO TO EST-DNI(WS-IDX-EST)
005830         MOVE "N" TO EST-SW-JOURNAL(WS-IDX-EST)
005840         MOVE "N" TO EST-SW-EN-CIERRE(WS-IDX-EST)
005850     END-IF.
005860     IF EST-SW-JOURNAL(WS-IDX-EST) = "N"
005870         MOVE WS-FOTO-ANTES TO EST-INICIO(WS-IDX-EST)
005880         MOVE "S" TO EST-SW-JOURNAL(WS-IDX-EST)
005890     END-IF.
005900     MOVE WS-FOTO-DESPUES TO EST-FINAL(WS-IDX-EST).
005910 3100-EXIT.
005920     EXIT.
005930
005940*    UNA ENTRADA QUE CAMBIA LA CLASIFICACION O LA SUCURSAL DE UNA
005950*    PERSONA QUE SIGUE EXISTIENDO SE CUENTA AL PROGRAMA QUE LA
005960*    HIZO
005970 3200-CONTAR-POR-PROGRAMA.
005980     MOVE WS-FOTO-ANTES TO WS-FOTO.
005990     IF FOTO-EXISTE NOT = "S"
006000         GO TO 3200-EXIT
006010     END-IF.
006020     MOVE WS-FOTO-DESPUES TO WS-FOTO.
006030     IF FOTO-EXISTE NOT = "S"
006040         GO TO 3200-EXIT
006050     END-IF.
006060     IF WS-FOTO-ANTES(3:4) = WS-FOTO-DESPUES(3:4)
006070         GO TO 3200-EXIT
006080     END-IF.
006090     MOVE "N" TO WS-SW-PROGRAMA.
006100     PERFORM 3210-COMPARAR-PROGRAMA THRU 3210-EXIT
006110         VARYING WS-IDX-PRG FROM 1 BY 1
006120             UNTIL WS-IDX-PRG > WS-CANT-PROGRAMAS
006130                 OR PROGRAMA-HALLADO.
006140     IF PROGRAMA-HALLADO
006150         SUBTRACT 1 FROM WS-IDX-PRG
006160     ELSE
006170         IF WS-CANT-PROGRAMAS NOT < WS-MAX-PROGRAMAS
006180             GO TO 3200-EXIT
006190         END-IF
006200         ADD 1 TO WS-CANT-PROGRAMAS
006210         MOVE WS-CANT-PROGRAMAS TO WS-IDX-PRG
006220         MOVE PJRN-PROGRAMA TO PRG-NOMBRE(WS-IDX-PRG)
006230         MOVE ZERO TO PRG-CAMBIOS(WS-IDX-PRG, 1)
006240         MOVE ZERO TO PRG-CAMBIOS(WS-IDX-PRG, 2)
006250     END-IF.
006260     IF WS-FOTO-ANTES(3:2) NOT = WS-FOTO-DESPUES(3:2)
006270         ADD 1 TO PRG-CAMBIOS(WS-IDX-PRG, 1)
006280     END-IF.
006290     IF WS-FOTO-ANTES(5:2) NOT = WS-FOTO-DESPUES(5:2)
006300         ADD 1 TO PRG-CAMBIOS(WS-IDX-PRG, 2)
006310     END-IF.
006320 3200-EXIT.
006330     EXIT.
006340
006350 3210-COMPARAR-PROGRAMA.
006360     IF PRG-NOMBRE(WS-IDX-PRG) = PJRN-PROGRAMA
006370         SET PROGRAMA-HALLADO TO TRUE
006380     END-IF.
006390 3210-EXIT.
006400     EXIT.
006410
006420 3400-BUSCAR-ESTADO.
006430     MOVE "N" TO WS-SW-ESTADO.
006440     PERFORM 3410-COMPARAR-ESTADO THRU 3410-EXIT
006450         VARYING WS-IDX-EST FROM 1 BY 1
006460             UNTIL WS-IDX-EST > WS-CANT-ESTADOS
006470                 OR ESTADO-HALLADO.
006480     IF ESTADO-HALLADO
006490         SUBTRACT 1 FROM WS-IDX-EST
006500     END-IF.
006510 3400-EXIT.
006520     EXIT.
006530
006540 3410-COMPARAR-ESTADO.
006550     IF EST-DNI(WS-IDX-EST) = WS-DNI-BUSCADO
006560         SET ESTADO-HALLADO TO TRUE
006570     END-IF.
006580 3410-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620* 4000-CONTRASTAR-CIERRE - LAS PERSONAS QUE EL JOURNAL NO TOCO
006630*     TOMAN SU ESTADO FINAL DE LA GENERACION DE CIERRE. TODA
006640*     DIFERENCIA ENTRE LAS DOS GENERACIONES QUE EL JOURNAL NO
006650*     EXPLICA SE CUENTA APARTE (FORENSE_BKP LA DETALLA).
006660******************************************************************
006670 4000-CONTRASTAR-CIERRE.
006680     MOVE SPACES TO WS-NOMBRE-RESG.
006690     STRING "PERSBKP." WS-FECHA-CIERRE DELIMITED BY SIZE
006700         INTO WS-NOMBRE-RESG.
006710     MOVE "N" TO WS-EOF-RESG.
006720     OPEN INPUT RESG-FILE.
006730     IF WS-RSG-STATUS NOT = "00"
006740         DISPLAY "NO SE PUEDE LEER LA GENERACION "
006750             WS-NOMBRE-RESG ": EL FINAL SALE DEL JOURNAL."
006760         GO TO 4000-EXIT
006770     END-IF.
006780     PERFORM 4100-LEER-CIERRE THRU 4100-EXIT
006790         UNTIL FIN-RESGUARDO.
006800     CLOSE RESG-FILE.
006810     PERFORM 4200-VER-DESAPARECIDO THRU 4200-EXIT
006820         VARYING WS-IDX-EST FROM 1 BY 1
006830             UNTIL WS-IDX-EST > WS-CANT-ESTADOS.
006840 4000-EXIT.
006850     EXIT.
006860
006870 4100-LEER-CIERRE.
006880     READ RESG-FILE
006890         AT END
006900             SET FIN-RESGUARDO TO TRUE
006910             GO TO 4100-EXIT
006920     END-READ.
006930     IF RESG-RECORD(1:3) = "HDR" OR RESG-RECORD(1:3) = "TRL"
006940         GO TO 4100-EXIT
006950     END-IF.
006960     ADD 1 TO WS-CUENTA-CIERRE-GEN.
006970     MOVE RESG-RECORD(1:8) TO WS-DNI-BUSCADO.
006980     MOVE RESG-RECORD TO WS-IMAGEN.
006990     PERFORM 2900-DESCOMPONER-IMAGEN THRU 2900-EXIT.
007000     PERFORM 3400-BUSCAR-ESTADO THRU 3400-EXIT.
007010     IF NOT ESTADO-HALLADO
007020         IF WS-CANT-ESTADOS NOT < WS-MAX-ESTADOS
007030             SET TABLA-TRUNCADA TO TRUE
007040             GO TO 4100-EXIT
007050         END-IF
007060         ADD 1 TO WS-CANT-ESTADOS
007070         MOVE WS-CANT-ESTADOS TO WS-IDX-EST
007080         MOVE WS-DNI-BUSCADO TO EST-DNI(WS-IDX-EST)
007090         MOVE "N" TO EST-SW-JOURNAL(WS-IDX-EST)
007100         MOVE "NN" TO EST-INICIO(WS-IDX-EST)(1:2)
007110         MOVE ZERO TO EST-INI-VALOR(WS-IDX-EST, 1)
007120         MOVE ZERO TO EST-INI-VALOR(WS-IDX-EST, 2)
007130         MOVE EST-INICIO(WS-IDX-EST) TO EST-FINAL(WS-IDX-EST)
007140     END-IF.
007150     MOVE "S" TO EST-SW-EN-CIERRE(WS-IDX-EST).
007160     IF EST-SW-JOURNAL(WS-IDX-EST) = "S"
007170         GO TO 4100-EXIT
007180     END-IF.
007190     IF EST-FINAL(WS-IDX-EST) NOT = WS-FOTO
007200         ADD 1 TO WS-CUENTA-SIN-JOURNAL
007210         MOVE WS-FOTO TO EST-FINAL(WS-IDX-EST)
007220     END-IF.
007230 4100-EXIT.
007240     EXIT.
007250
007260 4200-VER-DESAPARECIDO.
007270     IF EST-SW-JOURNAL(WS-IDX-EST) = "N"
007280             AND EST-SW-EN-CIERRE(WS-IDX-EST) = "N"
007290             AND EST-FIN-EXISTE(WS-IDX-EST) = "S"
007300         ADD 1 TO WS-CUENTA-SIN-JOURNAL
007310         MOVE "N" TO EST-FIN-EXISTE(WS-IDX-EST)
007320         MOVE "N" TO EST-FIN-ACTIVO(WS-IDX-EST)
007330     END-IF.
007340 4200-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380* 5000-ARMAR-MATRICES - PRIMERO JUNTA Y ORDENA LOS CODIGOS QUE
007390*     APARECEN EN LA POBLACION ACTIVA (AL INICIO O AL FINAL),
007400*     DESPUES CUENTA CADA PERSONA EN SU CASILLERO
007410******************************************************************
007420 5000-ARMAR-MATRICES.
007430     PERFORM 5100-JUNTAR-VALORES THRU 5100-EXIT
007440         VARYING WS-IDX-EST FROM 1 BY 1
007450             UNTIL WS-IDX-EST > WS-CANT-ESTADOS.
007460     PERFORM 5300-CONTAR-PERSONA THRU 5300-EXIT
007470         VARYING WS-IDX-EST FROM 1 BY 1
007480             UNTIL WS-IDX-EST > WS-CANT-ESTADOS.
007490 5000-EXIT.
007500     EXIT.
007510
007520 5100-JUNTAR-VALORES.
007530     PERFORM 5110-JUNTAR-UNA-MATRIZ THRU 5110-EXIT
007540         VARYING WS-IDX-MTZ FROM 1 BY 1
007550             UNTIL WS-IDX-MTZ > 2.
007560 5100-EXIT.
007570     EXIT.
007580
007590 5110-JUNTAR-UNA-MATRIZ.
007600     IF EST-INI-EXISTE(WS-IDX-EST) = "S"
007610             AND EST-INI-ACTIVO(WS-IDX-EST) = "S"
007620         MOVE EST-INI-VALOR(WS-IDX-EST, WS-IDX-MTZ) TO
007630             WS-VALOR-BUSCADO
007640         PERFORM 5200-AGREGAR-VALOR THRU 5200-EXIT
007650     END-IF.
007660     IF EST-FIN-EXISTE(WS-IDX-EST) = "S"
007670             AND EST-FIN-ACTIVO(WS-IDX-EST) = "S"
007680         MOVE EST-FIN-VALOR(WS-IDX-EST, WS-IDX-MTZ) TO
007690             WS-VALOR-BUSCADO
007700         PERFORM 5200-AGREGAR-VALOR THRU 5200-EXIT
007710     END-IF.
007720 5110-EXIT.
007730     EXIT.
007740
007750*    INSERCION ORDENADA: SE CORREN UN LUGAR LOS MAYORES
007760 5200-AGREGAR-VALOR.
007770     PERFORM 5400-UBICAR-VALOR THRU 5400-EXIT.
007780     IF VALOR-HALLADO
007790         GO TO 5200-EXIT
007800     END-IF.
007810     IF MTZ-CANT-VALORES(WS-IDX-MTZ) NOT < WS-MAX-VALORES
007820         MOVE "S" TO MTZ-SW-OTROS(WS-IDX-MTZ)
007830         GO TO 5200-EXIT
007840     END-IF.
007850     MOVE 1 TO WS-POSICION-VALOR.
007860     PERFORM 5210-BUSCAR-LUGAR THRU 5210-EXIT
007870         VARYING WS-IDX-VAL FROM 1 BY 1
007880             UNTIL WS-IDX-VAL > MTZ-CANT-VALORES(WS-IDX-MTZ).
007890     PERFORM 5220-CORRER-VALOR THRU 5220-EXIT
007900         VARYING WS-IDX-CORRER FROM MTZ-CANT-VALORES(WS-IDX-MTZ)
007910             BY -1 UNTIL WS-IDX-CORRER < WS-POSICION-VALOR.
007920     MOVE WS-VALOR-BUSCADO TO
007930         MTZ-VALOR(WS-IDX-MTZ, WS-POSICION-VALOR).
007940     ADD 1 TO MTZ-CANT-VALORES(WS-IDX-MTZ).
007950 5200-EXIT.
007960     EXIT.
007970
007980 5210-BUSCAR-LUGAR.
007990     IF MTZ-VALOR(WS-IDX-MTZ, WS-IDX-VAL) < WS-VALOR-BUSCADO
008000         COMPUTE WS-POSICION-VALOR = WS-IDX-VAL + 1
008010     END-IF.
008020 5210-EXIT.
008030     EXIT.
008040
008050 5220-CORRER-VALOR.
008060     MOVE MTZ-VALOR(WS-IDX-MTZ, WS-IDX-CORRER) TO
008070         MTZ-VALOR(WS-IDX-MTZ, WS-IDX-CORRER + 1).
008080 5220-EXIT.
008090     EXIT.
008100
008110 5300-CONTAR-PERSONA.
008120     PERFORM 5310-CONTAR-EN-MATRIZ THRU 5310-EXIT
008130         VARYING WS-IDX-MTZ FROM 1 BY 1
008140             UNTIL WS-IDX-MTZ > 2.
008150 5300-EXIT.
008160     EXIT.
008170
008180*    EN LA POBLACION AL INICIO Y AL FINAL: CASILLERO DE LA MATRIZ.
008190*    SALE DE LA POBLACION: BAJA (SIGUE EN EL MAESTRO, INACTIVA) O
008200*    PURGA (YA NO ESTA). ENTRA: ALTA (INCLUYE REACTIVACIONES).
008210 5310-CONTAR-EN-MATRIZ.
008220     MOVE ZERO TO WS-IDX-FILA.
008230     MOVE ZERO TO WS-IDX-COL.
008240     IF EST-INI-EXISTE(WS-IDX-EST) = "S"
008250             AND EST-INI-ACTIVO(WS-IDX-EST) = "S"
008260         MOVE EST-INI-VALOR(WS-IDX-EST, WS-IDX-MTZ) TO
008270             WS-VALOR-BUSCADO
008280         PERFORM 5400-UBICAR-VALOR THRU 5400-EXIT
008290         MOVE WS-POSICION-VALOR TO WS-IDX-FILA
008300     END-IF.
008310     IF EST-FIN-EXISTE(WS-IDX-EST) = "S"
008320             AND EST-FIN-ACTIVO(WS-IDX-EST) = "S"
008330         MOVE EST-FIN-VALOR(WS-IDX-EST, WS-IDX-MTZ) TO
008340             WS-VALOR-BUSCADO
008350         PERFORM 5400-UBICAR-VALOR THRU 5400-EXIT
008360         MOVE WS-POSICION-VALOR TO WS-IDX-COL
008370     END-IF.
008380     EVALUATE TRUE
008390         WHEN WS-IDX-FILA > ZERO AND WS-IDX-COL > ZERO
008400             ADD 1 TO MTZ-CELDA(WS-IDX-MTZ, WS-IDX-FILA,
008410                 WS-IDX-COL)
008420         WHEN WS-IDX-FILA > ZERO
008430                 AND EST-FIN-EXISTE(WS-IDX-EST) = "S"
008440             ADD 1 TO MTZ-BAJAS(WS-IDX-MTZ, WS-IDX-FILA)
008450         WHEN WS-IDX-FILA > ZERO
008460             ADD 1 TO MTZ-PURGAS(WS-IDX-MTZ, WS-IDX-FILA)
008470         WHEN WS-IDX-COL > ZERO
008480             ADD 1 TO MTZ-ALTAS(WS-IDX-MTZ, WS-IDX-COL)
008490     END-EVALUATE.
008500 5310-EXIT.
008510     EXIT.
008520
008530*    POSICION DEL VALOR EN LA MATRIZ; EL QUE NO ESTA VA A LA 11
008540 5400-UBICAR-VALOR.
008550     MOVE "N" TO WS-SW-VALOR.
008560     MOVE 11 TO WS-POSICION-VALOR.
008570     PERFORM 5410-COMPARAR-VALOR THRU 5410-EXIT
008580         VARYING WS-IDX-VAL FROM 1 BY 1
008590             UNTIL WS-IDX-VAL > MTZ-CANT-VALORES(WS-IDX-MTZ)
008600                 OR VALOR-HALLADO.
008610 5400-EXIT.
008620     EXIT.
008630
008640 5410-COMPARAR-VALOR.
008650     IF MTZ-VALOR(WS-IDX-MTZ, WS-IDX-VAL) = WS-VALOR-BUSCADO
008660         SET VALOR-HALLADO TO TRUE
008670         MOVE WS-IDX-VAL TO WS-POSICION-VALOR
008680     END-IF.
008690 5410-EXIT.
008700     EXIT.
008710
008720******************************************************************
008730* 6000-EMITIR-REPORTE - LAS DOS MATRICES, LOS CAMBIOS POR
008740*     PROGRAMA Y LOS CONTROLES, EN MIGRAMES.AAAAMM
008750******************************************************************
008760 6000-EMITIR-REPORTE.
008770     STRING "MIGRAMES." WS-MES DELIMITED BY SIZE
008780         INTO WS-DYN-REPORT-FILE.
008790     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
008800     MOVE "MIGRACION MENSUAL DE LA POBLACION" TO RSVC-TITULO.
008810     MOVE "A" TO RSVC-FUNCION.
008820     CALL "reporte_svc" USING RSVC-AREA.
008830     MOVE "T" TO RSVC-FUNCION.
008840     MOVE SPACES TO RSVC-LINEA.
008850     STRING "SECCION,MATRIZ,DESDE,HACIA,NOMBRE,PERSONAS,"
008860             "APERTURA,ALTAS,BAJAS,PURGAS,CIERRE"
008870             DELIMITED BY SIZE
008880         INTO RSVC-LINEA.
008890     CALL "reporte_svc" USING RSVC-AREA.
008900     MOVE "E" TO RSVC-FUNCION.
008910     MOVE WS-MES TO LGE-MES.
008920     MOVE WS-FECHA-APERTURA TO LGE-APERTURA.
008930     MOVE WS-FECHA-CIERRE TO LGE-CIERRE.
008940     MOVE WS-LINEA-GENERACIONES TO RSVC-LINEA.
008950     CALL "reporte_svc" USING RSVC-AREA.
008960     MOVE 1 TO WS-IDX-MTZ.
008970     MOVE "CLASIFICACION" TO WS-NOMBRE-MATRIZ.
008980     MOVE "MATRIZ DE CLASIFICACION (FILA: INICIO DEL MES, "
008990         TO LTM-TEXTO.
009000     PERFORM 6100-EMITIR-MATRIZ THRU 6100-EXIT.
009010     MOVE 2 TO WS-IDX-MTZ.
009020     MOVE "SUCURSAL" TO WS-NOMBRE-MATRIZ.
009030     MOVE "MATRIZ DE SUCURSAL (FILA: INICIO DEL MES, "
009040         TO LTM-TEXTO.
009050     PERFORM 6100-EMITIR-MATRIZ THRU 6100-EXIT.
009060     PERFORM 6400-LEYENDA-SUCURSALES THRU 6400-EXIT.
009070     PERFORM 6500-EMITIR-PROGRAMAS THRU 6500-EXIT.
009080     PERFORM 6800-EMITIR-CONTROLES THRU 6800-EXIT.
009090     MOVE "C" TO RSVC-FUNCION.
009100     CALL "reporte_svc" USING RSVC-AREA.
009110 6000-EXIT.
009120     EXIT.
009130
009140 6100-EMITIR-MATRIZ.
009150     MOVE SPACES TO RSVC-LINEA.
009160     CALL "reporte_svc" USING RSVC-AREA.
009170     MOVE SPACES TO RSVC-LINEA.
009180     STRING LTM-TEXTO DELIMITED BY "  "
009190         " COLUMNA: FIN DEL MES)" DELIMITED BY SIZE
009200         INTO RSVC-LINEA.
009210     CALL "reporte_svc" USING RSVC-AREA.
009220     MOVE MTZ-CANT-VALORES(WS-IDX-MTZ) TO WS-CANT-COLUMNAS.
009230     IF MTZ-SW-OTROS(WS-IDX-MTZ) = "S"
009240         MOVE 11 TO WS-CANT-COLUMNAS
009250     END-IF.
009260     MOVE SPACES TO WS-LINEA-CABECERA.
009270     MOVE "  DE\A" TO LCB-ROTULO.
009280     PERFORM 6110-ROTULAR-COLUMNA THRU 6110-EXIT
009290         VARYING WS-IDX-COL FROM 1 BY 1
009300             UNTIL WS-IDX-COL > WS-CANT-COLUMNAS.
009310     MOVE " APERTURA    ALTAS    BAJAS   PURGAS   CIERRE"
009320         TO WS-LINEA-CABECERA(86:45).
009330     MOVE WS-LINEA-CABECERA TO RSVC-LINEA.
009340     CALL "reporte_svc" USING RSVC-AREA.
009350     INITIALIZE WS-TOTALES-EXTRA.
009360     PERFORM 6200-EMITIR-FILA THRU 6200-EXIT
009370         VARYING WS-IDX-FILA FROM 1 BY 1
009380             UNTIL WS-IDX-FILA > WS-CANT-COLUMNAS.
009390     PERFORM 6300-EMITIR-TOTALES THRU 6300-EXIT.
009400 6100-EXIT.
009410     EXIT.
009420
009430 6110-ROTULAR-COLUMNA.
009440     IF WS-IDX-COL = 11
009450         MOVE "    OT" TO LCB-VALOR(WS-IDX-COL)
009460     ELSE
009470         MOVE SPACES TO LCB-VALOR(WS-IDX-COL)
009480         MOVE MTZ-VALOR(WS-IDX-MTZ, WS-IDX-COL) TO
009490             LCB-VALOR(WS-IDX-COL)(5:2)
009500     END-IF.
009510 6110-EXIT.
009520     EXIT.
009530
009540*    APERTURA DE LA FILA = LO QUE QUEDO EN ALGUN CODIGO + BAJAS +
009550*    PURGAS; CIERRE DEL CODIGO = SU COLUMNA + LAS ALTAS A EL
009560 6200-EMITIR-FILA.
009570     MOVE SPACES TO WS-LINEA-MATRIZ.
009580     IF WS-IDX-FILA = 11
009590         MOVE "    OT" TO LMX-ROTULO
009600     ELSE
009610         MOVE SPACES TO LMX-ROTULO
009620         MOVE MTZ-VALOR(WS-IDX-MTZ, WS-IDX-FILA) TO
009630             LMX-ROTULO(5:2)
009640     END-IF.
009650     MOVE ZERO TO WS-APERTURA.
009660     MOVE ZERO TO WS-CIERRE.
009670     PERFORM 6210-EMITIR-CELDA THRU 6210-EXIT
009680         VARYING WS-IDX-COL FROM 1 BY 1
009690             UNTIL WS-IDX-COL > WS-CANT-COLUMNAS.
009700     ADD MTZ-BAJAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-APERTURA.
009710     ADD MTZ-PURGAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-APERTURA.
009720     MOVE WS-IDX-FILA TO WS-IDX-COL.
009730     PERFORM 6220-SUMAR-COLUMNA THRU 6220-EXIT.
009740     MOVE WS-TOTAL-COLUMNA TO WS-CIERRE.
009750     ADD MTZ-ALTAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-CIERRE.
009760     MOVE WS-APERTURA TO LMX-EXTRA-VALOR(1).
009770     MOVE MTZ-ALTAS(WS-IDX-MTZ, WS-IDX-FILA) TO
009780         LMX-EXTRA-VALOR(2).
009790     MOVE MTZ-BAJAS(WS-IDX-MTZ, WS-IDX-FILA) TO
009800         LMX-EXTRA-VALOR(3).
009810     MOVE MTZ-PURGAS(WS-IDX-MTZ, WS-IDX-FILA) TO
009820         LMX-EXTRA-VALOR(4).
009830     MOVE WS-CIERRE TO LMX-EXTRA-VALOR(5).
009840     ADD WS-APERTURA TO WS-TOT-APERTURA.
009850     ADD MTZ-ALTAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-TOT-ALTAS.
009860     ADD MTZ-BAJAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-TOT-BAJAS.
009870     ADD MTZ-PURGAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-TOT-PURGAS.
009880     ADD WS-CIERRE TO WS-TOT-CIERRE.
009890     MOVE WS-LINEA-MATRIZ TO RSVC-LINEA.
009900     CALL "reporte_svc" USING RSVC-AREA.
009910     MOVE "FILA" TO WS-DATO-SECCION.
009920     MOVE WS-NOMBRE-MATRIZ TO WS-DATO-MATRIZ.
009930     MOVE LMX-ROTULO(5:2) TO WS-DATO-DESDE.
009940     MOVE WS-APERTURA TO WS-DATO-APERTURA.
009950     MOVE MTZ-ALTAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-DATO-ALTAS.
009960     MOVE MTZ-BAJAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-DATO-BAJAS.
009970     MOVE MTZ-PURGAS(WS-IDX-MTZ, WS-IDX-FILA) TO WS-DATO-PURGAS.
009980     MOVE WS-CIERRE TO WS-DATO-CIERRE.
009990     PERFORM 6900-DATO-MIGRACION THRU 6900-EXIT.
010000 6200-EXIT.
010010     EXIT.
010020
010030 6210-EMITIR-CELDA.
010040     MOVE MTZ-CELDA(WS-IDX-MTZ, WS-IDX-FILA, WS-IDX-COL) TO
010050         LMX-NUMERO(WS-IDX-COL).
010060     ADD MTZ-CELDA(WS-IDX-MTZ, WS-IDX-FILA, WS-IDX-COL) TO
010070         WS-APERTURA.
010080     MOVE "CELDA" TO WS-DATO-SECCION.
010090     MOVE WS-NOMBRE-MATRIZ TO WS-DATO-MATRIZ.
010100     MOVE LMX-ROTULO(5:2) TO WS-DATO-DESDE.
010110     IF WS-IDX-COL = 11
010120         MOVE "OT" TO WS-DATO-HACIA
010130     ELSE
010140         MOVE MTZ-VALOR(WS-IDX-MTZ, WS-IDX-COL) TO WS-DATO-HACIA
010150     END-IF.
010160     MOVE MTZ-CELDA(WS-IDX-MTZ, WS-IDX-FILA, WS-IDX-COL) TO
010170         WS-DATO-PERSONAS.
010180     PERFORM 6900-DATO-MIGRACION THRU 6900-EXIT.
010190 6210-EXIT.
010200     EXIT.
010210
010220 6220-SUMAR-COLUMNA.
010230     MOVE ZERO TO WS-TOTAL-COLUMNA.
010240     PERFORM 6230-SUMAR-CELDA THRU 6230-EXIT
010250         VARYING WS-IDX-VAL FROM 1 BY 1
010260             UNTIL WS-IDX-VAL > WS-CANT-COLUMNAS.
010270 6220-EXIT.
010280     EXIT.
010290
010300 6230-SUMAR-CELDA.
010310     ADD MTZ-CELDA(WS-IDX-MTZ, WS-IDX-VAL, WS-IDX-COL) TO
010320         WS-TOTAL-COLUMNA.
010330 6230-EXIT.
010340     EXIT.
010350
010360 6300-EMITIR-TOTALES.
010370     MOVE SPACES TO WS-LINEA-MATRIZ.
010380     MOVE "  TOTAL" TO LMX-ROTULO.
010390     PERFORM 6310-TOTAL-COLUMNA THRU 6310-EXIT
010400         VARYING WS-IDX-COL FROM 1 BY 1
010410             UNTIL WS-IDX-COL > WS-CANT-COLUMNAS.
010420     MOVE WS-TOT-APERTURA TO LMX-EXTRA-VALOR(1).
010430     MOVE WS-TOT-ALTAS TO LMX-EXTRA-VALOR(2).
010440     MOVE WS-TOT-BAJAS TO LMX-EXTRA-VALOR(3).
010450     MOVE WS-TOT-PURGAS TO LMX-EXTRA-VALOR(4).
010460     MOVE WS-TOT-CIERRE TO LMX-EXTRA-VALOR(5).
010470     MOVE WS-LINEA-MATRIZ TO RSVC-LINEA.
010480     CALL "reporte_svc" USING RSVC-AREA.
010490     MOVE "TOTAL" TO WS-DATO-SECCION.
010500     MOVE WS-NOMBRE-MATRIZ TO WS-DATO-MATRIZ.
010510     MOVE WS-TOT-APERTURA TO WS-DATO-APERTURA.
010520     MOVE WS-TOT-ALTAS TO WS-DATO-ALTAS.
010530     MOVE WS-TOT-BAJAS TO WS-DATO-BAJAS.
010540     MOVE WS-TOT-PURGAS TO WS-DATO-PURGAS.
010550     MOVE WS-TOT-CIERRE TO WS-DATO-CIERRE.
010560     PERFORM 6900-DATO-MIGRACION THRU 6900-EXIT.
010570 6300-EXIT.
010580     EXIT.
010590
010600 6310-TOTAL-COLUMNA.
010610     PERFORM 6220-SUMAR-COLUMNA THRU 6220-EXIT.
010620     MOVE WS-TOTAL-COLUMNA TO LMX-NUMERO(WS-IDX-COL).
010630 6310-EXIT.
010640     EXIT.
010650
010660*    DEBAJO DE LA MATRIZ DE SUCURSAL, EL NOMBRE DE CADA CODIGO
010670*    DE SUS FILAS Y COLUMNAS
010680 6400-LEYENDA-SUCURSALES.
010690     MOVE SPACES TO RSVC-LINEA.
010700     CALL "reporte_svc" USING RSVC-AREA.
010710     PERFORM 6410-LEYENDA-SUCURSAL THRU 6410-EXIT
010720         VARYING WS-IDX-COL FROM 1 BY 1
010730             UNTIL WS-IDX-COL > MTZ-CANT-VALORES(2)
010740                 OR WS-IDX-COL > 10.
010750 6400-EXIT.
010760     EXIT.
010770
010780 6410-LEYENDA-SUCURSAL.
010790     MOVE MTZ-VALOR(2, WS-IDX-COL) TO VSU-CODIGO.
010800     CALL "validar_sucursal" USING VSU-AREA.
010810     MOVE SPACES TO RSVC-LINEA.
010820     STRING "  SUCURSAL " MTZ-VALOR(2, WS-IDX-COL) ": "
010830         VSU-NOMBRE DELIMITED BY SIZE INTO RSVC-LINEA.
010840     CALL "reporte_svc" USING RSVC-AREA.
010850     MOVE "LEYENDA" TO WS-DATO-SECCION.
010860     MOVE "SUCURSAL" TO WS-DATO-MATRIZ.
010870     MOVE MTZ-VALOR(2, WS-IDX-COL) TO WS-DATO-DESDE.
010880     MOVE VSU-NOMBRE TO WS-DATO-NOMBRE.
010890     PERFORM 6900-DATO-MIGRACION THRU 6900-EXIT.
010900 6410-EXIT.
010910     EXIT.
010920
010930 6500-EMITIR-PROGRAMAS.
010940     MOVE SPACES TO RSVC-LINEA.
010950     CALL "reporte_svc" USING RSVC-AREA.
010960     MOVE "CAMBIOS DE CODIGO DEL MES POR PROGRAMA (PERSJRNL)"
010970         TO RSVC-LINEA.
010980     CALL "reporte_svc" USING RSVC-AREA.
010990     MOVE "  PROGRAMA              CLASIFIC.   SUCURSAL"
011000         TO RSVC-LINEA.
011010     CALL "reporte_svc" USING RSVC-AREA.
011020     IF WS-CANT-PROGRAMAS = ZERO
011030         MOVE "  (NINGUN CAMBIO DE CLASIFICACION NI SUCURSAL)"
011040             TO RSVC-LINEA
011050         CALL "reporte_svc" USING RSVC-AREA
011060     END-IF.
011070     PERFORM 6510-EMITIR-PROGRAMA THRU 6510-EXIT
011080         VARYING WS-IDX-PRG FROM 1 BY 1
011090             UNTIL WS-IDX-PRG > WS-CANT-PROGRAMAS.
011100 6500-EXIT.
011110     EXIT.
011120
011130 6510-EMITIR-PROGRAMA.
011140     MOVE PRG-NOMBRE(WS-IDX-PRG) TO LPR-NOMBRE.
011150     MOVE PRG-CAMBIOS(WS-IDX-PRG, 1) TO LPR-CLASIF.
011160     MOVE PRG-CAMBIOS(WS-IDX-PRG, 2) TO LPR-SUCURSAL.
011170     MOVE WS-LINEA-PROGRAMA TO RSVC-LINEA.
011180     CALL "reporte_svc" USING RSVC-AREA.
011190     MOVE "PROGRAMA" TO WS-DATO-SECCION.
011200     MOVE "CLASIFICACION" TO WS-DATO-MATRIZ.
011210     MOVE PRG-NOMBRE(WS-IDX-PRG) TO WS-DATO-NOMBRE.
011220     MOVE PRG-CAMBIOS(WS-IDX-PRG, 1) TO WS-DATO-PERSONAS.
011230     PERFORM 6900-DATO-MIGRACION THRU 6900-EXIT.
011240     MOVE "PROGRAMA" TO WS-DATO-SECCION.
011250     MOVE "SUCURSAL" TO WS-DATO-MATRIZ.
011260     MOVE PRG-NOMBRE(WS-IDX-PRG) TO WS-DATO-NOMBRE.
011270     MOVE PRG-CAMBIOS(WS-IDX-PRG, 2) TO WS-DATO-PERSONAS.
011280     PERFORM 6900-DATO-MIGRACION THRU 6900-EXIT.
011290 6510-EXIT.
011300     EXIT.
011310
011320 6800-EMITIR-CONTROLES.
011330     MOVE SPACES TO RSVC-LINEA.
011340     CALL "reporte_svc" USING RSVC-AREA.
011350     MOVE "REGISTROS EN LA GENERACION DE APERTURA"
011360         TO TRA-ETIQUETA.
011370     MOVE WS-CUENTA-APERTURA TO TRA-VALOR.
011380     MOVE "REGISTROS EN LA GENERACION DE APERTURA"
011390         TO WS-DATO-NOMBRE.
011400     MOVE WS-CUENTA-APERTURA TO WS-DATO-PERSONAS.
011410     PERFORM 6810-EMITIR-CONTROL THRU 6810-EXIT.
011420     MOVE "REGISTROS EN LA GENERACION DE CIERRE.."
011430         TO TRA-ETIQUETA.
011440     IF WS-FECHA-CIERRE = WS-FECHA-APERTURA
011450         MOVE WS-CUENTA-APERTURA TO TRA-VALOR
011460         MOVE WS-CUENTA-APERTURA TO WS-DATO-PERSONAS
011470     ELSE
011480         MOVE WS-CUENTA-CIERRE-GEN TO TRA-VALOR
011490         MOVE WS-CUENTA-CIERRE-GEN TO WS-DATO-PERSONAS
011500     END-IF.
011510     MOVE "REGISTROS EN LA GENERACION DE CIERRE"
011520         TO WS-DATO-NOMBRE.
011530     PERFORM 6810-EMITIR-CONTROL THRU 6810-EXIT.
011540     MOVE "ENTRADAS DEL JOURNAL EN EL MES........"
011550         TO TRA-ETIQUETA.
011560     MOVE WS-CUENTA-JOURNAL-MES TO TRA-VALOR.
011570     MOVE "ENTRADAS DEL JOURNAL EN EL MES" TO WS-DATO-NOMBRE.
011580     MOVE WS-CUENTA-JOURNAL-MES TO WS-DATO-PERSONAS.
011590     PERFORM 6810-EMITIR-CONTROL THRU 6810-EXIT.
011600     MOVE "CAMBIOS ENTRE GENERACIONES SIN JOURNAL"
011610         TO TRA-ETIQUETA.
011620     MOVE WS-CUENTA-SIN-JOURNAL TO TRA-VALOR.
011630     MOVE "CAMBIOS ENTRE GENERACIONES SIN JOURNAL"
011640         TO WS-DATO-NOMBRE.
011650     MOVE WS-CUENTA-SIN-JOURNAL TO WS-DATO-PERSONAS.
011660     PERFORM 6810-EMITIR-CONTROL THRU 6810-EXIT.
011670     IF WS-CUENTA-SIN-JOURNAL > ZERO
011680         MOVE "  (VER FORENSE_BKP: CAMBIOS DEL MAESTRO SIN "
011690             TO RSVC-LINEA
011700         MOVE "REGISTRO EN EL JOURNAL)" TO RSVC-LINEA(45:23)
011710         CALL "reporte_svc" USING RSVC-AREA
011720     END-IF.
011730     IF TABLA-TRUNCADA
011740         MOVE "  ATENCION: MAS DE 4000 PERSONAS, MATRICES "
011750             TO RSVC-LINEA
011760         MOVE "INCOMPLETAS" TO RSVC-LINEA(44:11)
011770         CALL "reporte_svc" USING RSVC-AREA
011780     END-IF.
011790 6800-EXIT.
011800     EXIT.
011810
011820 6810-EMITIR-CONTROL.
011830     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
011840     CALL "reporte_svc" USING RSVC-AREA.
011850     MOVE "CONTROL" TO WS-DATO-SECCION.
011860     PERFORM 6900-DATO-MIGRACION THRU 6900-EXIT.
011870 6810-EXIT.
011880     EXIT.
011890
011900******************************************************************
011910* 6900-DATO-MIGRACION - UNA LINEA DEL ARCHIVO DE DATOS CON LO QUE
011920*     EL RENGLON DEJO EN WS-DATO-MIGRACION; LUEGO LA LIMPIA
011930******************************************************************
011940 6900-DATO-MIGRACION.
011950     MOVE "D" TO RSVC-FUNCION.
011960     MOVE SPACES TO RSVC-LINEA.
011970     STRING WS-DATO-SECCION       DELIMITED BY SPACE
011980             "," WS-DATO-MATRIZ    DELIMITED BY SPACE
011990             "," WS-DATO-DESDE     DELIMITED BY SPACE
012000             "," WS-DATO-HACIA     DELIMITED BY SPACE
012010             "," WS-DATO-NOMBRE    DELIMITED BY "  "
012020             "," WS-DATO-PERSONAS  DELIMITED BY SPACE
012030             "," WS-DATO-APERTURA  DELIMITED BY SPACE
012040             "," WS-DATO-ALTAS     DELIMITED BY SPACE
012050             "," WS-DATO-BAJAS     DELIMITED BY SPACE
012060             "," WS-DATO-PURGAS    DELIMITED BY SPACE
012070             "," WS-DATO-CIERRE    DELIMITED BY SPACE
012080         INTO RSVC-LINEA.
012090     CALL "reporte_svc" USING RSVC-AREA.
012100     MOVE "E" TO RSVC-FUNCION.
012110     MOVE SPACES TO WS-DATO-MIGRACION.
012120 6900-EXIT.
012130     EXIT.
012140
012150******************************************************************
012160* 9000-TERMINAR - AUDITORIA Y CATALOGO DEL REPORTE
012170******************************************************************
012180 9000-TERMINAR.
012190     DISPLAY " MATRICES DE MIGRACION DEL MES " WS-MES " EN "
012200         WS-DYN-REPORT-FILE.
012210     MOVE WS-CANT-ESTADOS TO WS-AUDT-CANTIDAD.
012220     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
012230     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
012240     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
012250     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
012260             WS-CATG-CANTIDAD.
012270 9000-EXIT.
012280     EXIT.
012290
012300 END PROGRAM migracion_mes.
