000100******************************************************************
000110* PROGRAM-ID: incidente_mes
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MONTHLY INCIDENT REPORT OVER THE INCIDEN REGISTER
000170*             KEPT BY INCIDENTE_MANT. FOR THE MONTH (INCMCTL
000180*             AAAAMM, OR THE MONTH BEFORE THE BUSINESS DATE)
000190*             THE REPORT INCIMES.AAAAMM (REPORTE_SVC) LISTS
000200*             EVERY INCIDENT OPENED OR CLOSED IN THE MONTH, OR
000210*             STILL OPEN FROM BEFORE, WITH ITS TIME TO RESTORE
000220*             AND HOW MANY ERRORLOG, SUSPENSO, CICLOHIST AND
000230*             ALERTAS RECORDS WERE LINKED TO IT (INCVINC);
000240*             THEN THE COUNTS (OPENED, CLOSED, STILL OPEN),
000250*             THE AVERAGE AND WORST TIME TO RESTORE OF THE
000260*             INCIDENTS CLOSED IN THE MONTH, AND THE ROOT-
000270*             CAUSE CATEGORIES CLOSED IN THE MONTH WITH THEIR
000280*             COUNT IN ALL THE REGISTER - A CATEGORY SEEN MORE
000290*             THAN ONCE IS FLAGGED AS REPEATING.
000300* TECTONICS:  cobc
000310******************************************************************
000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* 2026-10-15 RW   INITIAL VERSION.
000350* 2026-10-15 RW   EL REPORTE TAMBIEN VA AL ARCHIVO DE DATOS DE
000360*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR INCIDENTE,
000370*                 POR TOTAL DEL MES Y POR CAUSA RAIZ.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. incidente_mes.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PARM-FILE ASSIGN TO "INCMCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PARM-STATUS.
000480
000490     SELECT INCIDEN-FILE ASSIGN TO "INCIDEN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-INC-STATUS.
000520
000530     SELECT INCVINC-FILE ASSIGN TO "INCVINC"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-VINC-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PARM-FILE
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 06 CHARACTERS.
000620 01  PARM-RECORD.
000630     05  PARM-MES                PIC 9(06).
000640
000650 FD  INCIDEN-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 177 CHARACTERS.
000680 COPY INCIDEN.
000690
000700 FD  INCVINC-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 93 CHARACTERS.
000730 COPY INCVINC.
000740
000750 WORKING-STORAGE SECTION.
000760 01  WS-PARM-STATUS              PIC X(02).
000770 01  WS-INC-STATUS               PIC X(02).
000780 01  WS-VINC-STATUS              PIC X(02).
000790 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000800     88  FIN-ARCHIVO             VALUE "S".
000810
000820*----------------------------------------------------------------
000830*    PERIODO INFORMADO
000840*----------------------------------------------------------------
000850 01  WS-FECHA-HOY                PIC X(08).
000860 01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY.
000870     05  WS-HOY-AAAA             PIC 9(04).
000880     05  WS-HOY-MM               PIC 9(02).
000890     05  WS-HOY-DD               PIC 9(02).
000900 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000910 01  WS-MES-INC                  PIC 9(06).
000920 01  WS-MES-INC-X REDEFINES WS-MES-INC.
000930     05  WS-INCM-AAAA            PIC 9(04).
000940     05  WS-INCM-MM              PIC 9(02).
000950 01  WS-MES-ALFA                 PIC X(06).
000960
000970*----------------------------------------------------------------
000980*    INCIDENTES DEL REGISTRO CON SUS VINCULOS POR TIPO
000990*----------------------------------------------------------------
001000 01  WS-MAX-INCIDENTES           PIC 9(03) VALUE 500.
001010 01  WS-CANT-INCIDENTES          PIC 9(03) VALUE ZERO.
001020 01  TABLA-INCIDENTES.
001030     05  INCM-ENTRADA OCCURS 500 TIMES.
001040         10  INCM-NUMERO         PIC 9(05).
001050         10  INCM-ESTADO         PIC X(01).
001060         10  INCM-APERTURA       PIC X(14).
001070         10  INCM-CIERRE         PIC X(14).
001080         10  INCM-CAUSA          PIC X(10).
001090         10  INCM-TITULO         PIC X(40).
001100         10  INCM-MINUTOS        PIC 9(07).
001110         10  INCM-VINC-ERR       PIC 9(03).
001120         10  INCM-VINC-SUS       PIC 9(03).
001130         10  INCM-VINC-COR       PIC 9(03).
001140         10  INCM-VINC-ALR       PIC 9(03).
001150 01  WS-IDX-INC                  PIC 9(03) COMP.
001160 01  WS-SW-INC                   PIC X(01) VALUE "N".
001170     88  INCIDENTE-HALLADO       VALUE "S".
001180 01  WS-CANT-NO-CARGADOS         PIC 9(05) VALUE ZERO.
001190 01  WS-CANT-VINC-HUERFANOS      PIC 9(05) VALUE ZERO.
001200
001210*----------------------------------------------------------------
001220*    CATEGORIAS DE CAUSA RAIZ: CIERRES DEL MES Y DE SIEMPRE
001230*----------------------------------------------------------------
001240 01  WS-MAX-CAUSAS               PIC 9(02) VALUE 50.
001250 01  WS-CANT-CAUSAS              PIC 9(02) VALUE ZERO.
001260 01  TABLA-CAUSAS.
001270     05  CAU-ENTRADA OCCURS 50 TIMES.
001280         10  CAU-NOMBRE          PIC X(10).
001290         10  CAU-MES             PIC 9(03).
001300         10  CAU-HISTORICO       PIC 9(04).
001310 01  WS-IDX-CAU                  PIC 9(02) COMP.
001320 01  WS-SW-CAU                   PIC X(01) VALUE "N".
001330     88  CAUSA-HALLADA           VALUE "S".
001340
001350*----------------------------------------------------------------
001360*    TIEMPO HASTA RESTABLECER Y TOTALES DEL MES
001370*----------------------------------------------------------------
001380 01  WS-TS-APERTURA              PIC X(14).
001390 01  WS-TS-APERTURA-X REDEFINES WS-TS-APERTURA.
001400     05  WS-APER-FECHA           PIC 9(08).
001410     05  WS-APER-HH              PIC 9(02).
001420     05  WS-APER-MM              PIC 9(02).
001430     05  WS-APER-SS              PIC 9(02).
001440 01  WS-TS-CIERRE                PIC X(14).
001450 01  WS-TS-CIERRE-X REDEFINES WS-TS-CIERRE.
001460     05  WS-CIER-FECHA           PIC 9(08).
001470     05  WS-CIER-HH              PIC 9(02).
001480     05  WS-CIER-MM              PIC 9(02).
001490     05  WS-CIER-SS              PIC 9(02).
001500 01  WS-MINUTOS                  PIC S9(07) COMP.
001510 01  WS-TOT-LISTADOS             PIC 9(05) VALUE ZERO.
001520 01  WS-TOT-ABIERTOS-MES         PIC 9(05) VALUE ZERO.
001530 01  WS-TOT-CERRADOS-MES         PIC 9(05) VALUE ZERO.
001540 01  WS-TOT-SIGUEN-ABIERTOS      PIC 9(05) VALUE ZERO.
001550 01  WS-SUMA-MINUTOS             PIC 9(09) VALUE ZERO.
001560 01  WS-MAX-MINUTOS              PIC 9(07) VALUE ZERO.
001570 01  WS-NUMERO-MAX               PIC 9(05) VALUE ZERO.
001580 01  WS-PROMEDIO-MINUTOS         PIC 9(07) VALUE ZERO.
001590 01  WS-CUENTA-REPITEN           PIC 9(02) VALUE ZERO.
001600
001610*----------------------------------------------------------------
001620*    CAMPOS DE LA LINEA DE DATOS (VACIOS DONDE NO APLICAN)
001630*----------------------------------------------------------------
001640 01  WS-DATO-NUMERO              PIC X(05).
001650 01  WS-DATO-MINUTOS             PIC X(07).
001660 01  WS-DATO-CONCEPTO            PIC X(40).
001670 01  WS-DATO-CANTIDAD            PIC X(07).
001680
001690*----------------------------------------------------------------
001700*    RENGLONES DEL REPORTE
001710*----------------------------------------------------------------
001720 01  RSVC-AREA.
001730     05  RSVC-FUNCION            PIC X(01).
001740     05  RSVC-ARCHIVO            PIC X(21).
001750     05  RSVC-TITULO             PIC X(40).
001760     05  RSVC-LINEA              PIC X(132).
001770     05  RSVC-CANT-LINEAS        PIC 9(07).
001780 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001790
001800 01  WS-LINEA-PERIODO.
001810     05  FILLER                  PIC X(18)
001820             VALUE "PERIODO INFORMADO:".
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  LPER-MES                PIC 9(06).
001850     05  FILLER                  PIC X(107) VALUE SPACES.
001860 01  WS-LINEA-COLUMNAS.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  FILLER                  PIC X(07) VALUE "NUMERO".
001890     05  FILLER                  PIC X(09) VALUE "ESTADO".
001900     05  FILLER                  PIC X(14) VALUE "APERTURA".
001910     05  FILLER                  PIC X(13) VALUE "CIERRE".
001920     05  FILLER                  PIC X(09) VALUE "MINUTOS".
001930     05  FILLER                  PIC X(12) VALUE "CAUSA".
001940     05  FILLER                  PIC X(17)
001950             VALUE "ERR SUS COR ALR".
001960     05  FILLER                  PIC X(40) VALUE "TITULO".
001970     05  FILLER                  PIC X(10) VALUE SPACES.
001980 01  WS-LINEA-INCIDENTE.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  LIM-NUMERO              PIC 9(05).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  LIM-ESTADO              PIC X(07).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  LIM-APERTURA            PIC X(12).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  LIM-CIERRE              PIC X(12).
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  LIM-MINUTOS             PIC ZZZ,ZZ9 BLANK WHEN ZERO.
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  LIM-CAUSA               PIC X(10).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  LIM-ERR                 PIC ZZ9.
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  LIM-SUS                 PIC ZZ9.
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  LIM-COR                 PIC ZZ9.
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  LIM-ALR                 PIC ZZ9.
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  LIM-TITULO              PIC X(40).
002210     05  FILLER                  PIC X(10) VALUE SPACES.
002220 01  WS-LINEA-TOTALES.
002230     05  FILLER                  PIC X(19)
002240             VALUE "ABIERTOS EN EL MES ".
002250     05  LTOT-ABIERTOS           PIC ZZZZ9.
002260     05  FILLER                  PIC X(22)
002270             VALUE "   CERRADOS EN EL MES ".
002280     05  LTOT-CERRADOS           PIC ZZZZ9.
002290     05  FILLER                  PIC X(19)
002300             VALUE "   SIGUEN ABIERTOS ".
002310     05  LTOT-SIGUEN             PIC ZZZZ9.
002320     05  FILLER                  PIC X(57) VALUE SPACES.
002330 01  WS-LINEA-RESTABLECER.
002340     05  FILLER                  PIC X(42)
002350             VALUE "TIEMPO HASTA RESTABLECER (MIN) - PROMEDIO ".
002360     05  LRST-PROMEDIO           PIC ZZZ,ZZ9.
002370     05  FILLER                  PIC X(10) VALUE "   MAXIMO ".
002380     05  LRST-MAXIMO             PIC ZZZ,ZZ9.
002390     05  FILLER                  PIC X(06) VALUE " (INC ".
002400     05  LRST-NUMERO             PIC 9(05).
002410     05  FILLER                  PIC X(01) VALUE ")".
002420     05  FILLER                  PIC X(54) VALUE SPACES.
002430 01  WS-LINEA-CAUSA.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  LCAU-NOMBRE             PIC X(10).
002460     05  FILLER                  PIC X(12) VALUE "  EN EL MES ".
002470     05  LCAU-MES                PIC ZZ9.
002480     05  FILLER                  PIC X(12) VALUE "  HISTORICO ".
002490     05  LCAU-HISTORICO          PIC ZZZ9.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  LCAU-REPITE             PIC X(06).
002520     05  FILLER                  PIC X(81) VALUE SPACES.
002530
002540*----------------------------------------------------------------
002550*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
002560*----------------------------------------------------------------
002570 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "incidente_mes".
002580 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002590 01  WS-CATG-ARCHIVO             PIC X(21).
002600 01  WS-CATG-CANTIDAD            PIC 9(07).
002610
002620 PROCEDURE DIVISION.
002630
002640******************************************************************
002650* 0000-MAINLINE
002660******************************************************************
002670 0000-MAINLINE.
002680     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002690     PERFORM 2000-CARGAR-INCIDENTES THRU 2000-EXIT.
002700     PERFORM 2500-CONTAR-VINCULOS THRU 2500-EXIT.
002710     PERFORM 3000-EMITIR-DETALLE THRU 3000-EXIT.
002720     PERFORM 4000-EMITIR-RESUMEN THRU 4000-EXIT.
002730     PERFORM 5000-EMITIR-CAUSAS THRU 5000-EXIT.
002740     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002750     GOBACK.
002760
002770******************************************************************
002780* 1000-INICIALIZAR - PERIODO (INCMCTL, O EL MES ANTERIOR A LA
002790*     FECHA DE NEGOCIO) Y APERTURA DEL REPORTE
002800******************************************************************
002810 1000-INICIALIZAR.
002820     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002830     IF WS-HOY-MM = 1
002840         COMPUTE WS-INCM-AAAA = WS-HOY-AAAA - 1
002850         MOVE 12 TO WS-INCM-MM
002860     ELSE
002870         MOVE WS-HOY-AAAA TO WS-INCM-AAAA
002880         COMPUTE WS-INCM-MM = WS-HOY-MM - 1
002890     END-IF.
002900     OPEN INPUT PARM-FILE.
002910     IF WS-PARM-STATUS = "00"
002920         READ PARM-FILE
002930             NOT AT END
002940                 IF PARM-MES IS NUMERIC AND PARM-MES > ZERO
002950                     MOVE PARM-MES TO WS-MES-INC
002960                 END-IF
002970         END-READ
002980         CLOSE PARM-FILE
002990     END-IF.
003000     MOVE WS-MES-INC TO WS-MES-ALFA.
003010     STRING "INCIMES." WS-MES-INC DELIMITED BY SIZE
003020         INTO WS-DYN-REPORT-FILE.
003030     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003040     MOVE "INCIDENTES DEL MES" TO RSVC-TITULO.
003050     MOVE "A" TO RSVC-FUNCION.
003060     CALL "reporte_svc" USING RSVC-AREA.
003070     MOVE "T" TO RSVC-FUNCION.
003080     MOVE SPACES TO RSVC-LINEA.
003090     STRING "SECCION,NUMERO,APERTURA,CIERRE,ESTADO,CAUSA,"
003100             "MINUTOS,ERRORES,SUSPENSIONES,CORRECCIONES,"
003110             "ALERTAS,TITULO,CANTIDAD,HISTORICO,REPITE"
003120             DELIMITED BY SIZE
003130         INTO RSVC-LINEA.
003140     CALL "reporte_svc" USING RSVC-AREA.
003150     MOVE "E" TO RSVC-FUNCION.
003160     MOVE WS-MES-INC TO LPER-MES.
003170     MOVE WS-LINEA-PERIODO TO RSVC-LINEA.
003180     CALL "reporte_svc" USING RSVC-AREA.
003190     DISPLAY " INCIDENTES DEL PERIODO " WS-MES-INC.
003200 1000-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240* 2000-CARGAR-INCIDENTES - EL REGISTRO COMPLETO; DE CADA CERRADO
003250*     SE CALCULA EL TIEMPO HASTA RESTABLECER Y SE CUENTA SU
003260*     CATEGORIA DE CAUSA RAIZ
003270******************************************************************
003280 2000-CARGAR-INCIDENTES.
003290     MOVE "N" TO WS-EOF-ARCHIVO.
003300     OPEN INPUT INCIDEN-FILE.
003310     IF WS-INC-STATUS NOT = "00"
003320         DISPLAY "INCIDEN NO DISPONIBLE: NO HAY INCIDENTES QUE "
003330             "INFORMAR."
003340         GO TO 2000-EXIT
003350     END-IF.
003360     PERFORM 2100-LEER-INCIDENTE THRU 2100-EXIT
003370         UNTIL FIN-ARCHIVO.
003380     CLOSE INCIDEN-FILE.
003390     IF WS-CANT-NO-CARGADOS > ZERO
003400         DISPLAY "AVISO: " WS-CANT-NO-CARGADOS
003410             " INCIDENTE(S) NO ENTRAN EN LA TABLA"
003420     END-IF.
003430 2000-EXIT.
003440     EXIT.
003450
003460 2100-LEER-INCIDENTE.
003470     READ INCIDEN-FILE
003480         AT END
003490             SET FIN-ARCHIVO TO TRUE
003500             GO TO 2100-EXIT
003510     END-READ.
003520     IF INC-NUMERO IS NOT NUMERIC
003530         GO TO 2100-EXIT
003540     END-IF.
003550     IF WS-CANT-INCIDENTES >= WS-MAX-INCIDENTES
003560         ADD 1 TO WS-CANT-NO-CARGADOS
003570         GO TO 2100-EXIT
003580     END-IF.
003590     ADD 1 TO WS-CANT-INCIDENTES.
003600     MOVE WS-CANT-INCIDENTES TO WS-IDX-INC.
003610     MOVE INC-NUMERO TO INCM-NUMERO(WS-IDX-INC).
003620     MOVE INC-ESTADO TO INCM-ESTADO(WS-IDX-INC).
003630     MOVE INC-APERTURA TO INCM-APERTURA(WS-IDX-INC).
003640     MOVE INC-CIERRE TO INCM-CIERRE(WS-IDX-INC).
003650     MOVE INC-CAUSA TO INCM-CAUSA(WS-IDX-INC).
003660     MOVE INC-TITULO TO INCM-TITULO(WS-IDX-INC).
003670     MOVE ZERO TO INCM-MINUTOS(WS-IDX-INC)
003680                  INCM-VINC-ERR(WS-IDX-INC)
003690                  INCM-VINC-SUS(WS-IDX-INC)
003700                  INCM-VINC-COR(WS-IDX-INC)
003710                  INCM-VINC-ALR(WS-IDX-INC).
003720     IF NOT INC-CERRADO
003730         GO TO 2100-EXIT
003740     END-IF.
003750     MOVE INC-APERTURA TO WS-TS-APERTURA.
003760     MOVE INC-CIERRE TO WS-TS-CIERRE.
003770     IF WS-APER-FECHA IS NUMERIC AND WS-APER-FECHA > ZERO
003780             AND WS-CIER-FECHA IS NUMERIC
003790             AND WS-CIER-FECHA > ZERO
003800         COMPUTE WS-MINUTOS =
003810             (FUNCTION INTEGER-OF-DATE(WS-CIER-FECHA)
003820              - FUNCTION INTEGER-OF-DATE(WS-APER-FECHA)) * 1440
003830             + WS-CIER-HH * 60 + WS-CIER-MM
003840             - WS-APER-HH * 60 - WS-APER-MM
003850         IF WS-MINUTOS > ZERO
003860             MOVE WS-MINUTOS TO INCM-MINUTOS(WS-IDX-INC)
003870         END-IF
003880     END-IF.
003890     IF INC-CAUSA NOT = SPACES
003900         PERFORM 2200-CONTAR-CAUSA THRU 2200-EXIT
003910     END-IF.
003920 2100-EXIT.
003930     EXIT.
003940
003950 2200-CONTAR-CAUSA.
003960     MOVE "N" TO WS-SW-CAU.
003970     PERFORM 2210-BUSCAR-CAUSA THRU 2210-EXIT
003980         VARYING WS-IDX-CAU FROM 1 BY 1
003990             UNTIL WS-IDX-CAU > WS-CANT-CAUSAS
004000                 OR CAUSA-HALLADA.
004010     IF NOT CAUSA-HALLADA
004020         IF WS-CANT-CAUSAS >= WS-MAX-CAUSAS
004030             GO TO 2200-EXIT
004040         END-IF
004050         ADD 1 TO WS-CANT-CAUSAS
004060         MOVE WS-CANT-CAUSAS TO WS-IDX-CAU
004070         MOVE INC-CAUSA TO CAU-NOMBRE(WS-IDX-CAU)
004080         MOVE ZERO TO CAU-MES(WS-IDX-CAU)
004090                      CAU-HISTORICO(WS-IDX-CAU)
004100     END-IF.
004110     ADD 1 TO CAU-HISTORICO(WS-IDX-CAU).
004120     IF INC-CIERRE(1:6) = WS-MES-ALFA
004130         ADD 1 TO CAU-MES(WS-IDX-CAU)
004140     END-IF.
004150 2200-EXIT.
004160     EXIT.
004170
004180 2210-BUSCAR-CAUSA.
004190     IF CAU-NOMBRE(WS-IDX-CAU) = INC-CAUSA
004200         SET CAUSA-HALLADA TO TRUE
004210         SUBTRACT 1 FROM WS-IDX-CAU
004220     END-IF.
004230 2210-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270* 2500-CONTAR-VINCULOS - CUANTOS REGISTROS DE CADA TIPO SE
004280*     VINCULARON A CADA INCIDENTE
004290******************************************************************
004300 2500-CONTAR-VINCULOS.
004310     MOVE "N" TO WS-EOF-ARCHIVO.
004320     OPEN INPUT INCVINC-FILE.
004330     IF WS-VINC-STATUS NOT = "00"
004340         GO TO 2500-EXIT
004350     END-IF.
004360     PERFORM 2600-LEER-VINCULO THRU 2600-EXIT
004370         UNTIL FIN-ARCHIVO.
004380     CLOSE INCVINC-FILE.
004390 2500-EXIT.
004400     EXIT.
004410
004420 2600-LEER-VINCULO.
004430     READ INCVINC-FILE
004440         AT END
004450             SET FIN-ARCHIVO TO TRUE
004460             GO TO 2600-EXIT
004470     END-READ.
004480     MOVE "N" TO WS-SW-INC.
004490     PERFORM 2610-BUSCAR-INCIDENTE THRU 2610-EXIT
004500         VARYING WS-IDX-INC FROM 1 BY 1
004510             UNTIL WS-IDX-INC > WS-CANT-INCIDENTES
004520                 OR INCIDENTE-HALLADO.
004530     IF NOT INCIDENTE-HALLADO
004540         ADD 1 TO WS-CANT-VINC-HUERFANOS
004550         GO TO 2600-EXIT
004560     END-IF.
004570     EVALUATE TRUE
004580         WHEN VINC-ERRORLOG
004590             ADD 1 TO INCM-VINC-ERR(WS-IDX-INC)
004600         WHEN VINC-SUSPENSO
004610             ADD 1 TO INCM-VINC-SUS(WS-IDX-INC)
004620         WHEN VINC-CORRIDA
004630             ADD 1 TO INCM-VINC-COR(WS-IDX-INC)
004640         WHEN VINC-ALERTA
004650             ADD 1 TO INCM-VINC-ALR(WS-IDX-INC)
004660     END-EVALUATE.
004670 2600-EXIT.
004680     EXIT.
004690
004700 2610-BUSCAR-INCIDENTE.
004710     IF INCM-NUMERO(WS-IDX-INC) = VINC-NUMERO
004720         SET INCIDENTE-HALLADO TO TRUE
004730         SUBTRACT 1 FROM WS-IDX-INC
004740     END-IF.
004750 2610-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 3000-EMITIR-DETALLE - UN RENGLON POR INCIDENTE ABIERTO O
004800*     CERRADO EN EL MES, O ABIERTO ANTES Y TODAVIA SIN CERRAR
004810******************************************************************
004820 3000-EMITIR-DETALLE.
004830     MOVE SPACES TO RSVC-LINEA.
004840     CALL "reporte_svc" USING RSVC-AREA.
004850     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
004860     CALL "reporte_svc" USING RSVC-AREA.
004870     PERFORM 3100-EMITIR-INCIDENTE THRU 3100-EXIT
004880         VARYING WS-IDX-INC FROM 1 BY 1
004890             UNTIL WS-IDX-INC > WS-CANT-INCIDENTES.
004900     IF WS-TOT-LISTADOS = ZERO
004910         MOVE " (SIN INCIDENTES EN EL PERIODO)" TO RSVC-LINEA
004920         CALL "reporte_svc" USING RSVC-AREA
004930     END-IF.
004940 3000-EXIT.
004950     EXIT.
004960
004970 3100-EMITIR-INCIDENTE.
004980     IF INCM-APERTURA(WS-IDX-INC)(1:6) NOT = WS-MES-ALFA
004990             AND INCM-CIERRE(WS-IDX-INC)(1:6) NOT = WS-MES-ALFA
005000             AND NOT (INCM-ESTADO(WS-IDX-INC) = "A"
005010                 AND INCM-APERTURA(WS-IDX-INC)(1:6)
005020                     < WS-MES-ALFA)
005030         GO TO 3100-EXIT
005040     END-IF.
005050     ADD 1 TO WS-TOT-LISTADOS.
005060     IF INCM-APERTURA(WS-IDX-INC)(1:6) = WS-MES-ALFA
005070         ADD 1 TO WS-TOT-ABIERTOS-MES
005080     END-IF.
005090     MOVE SPACES TO LIM-CIERRE.
005100     MOVE ZERO TO LIM-MINUTOS.
005110     IF INCM-ESTADO(WS-IDX-INC) = "C"
005120         MOVE "CERRADO" TO LIM-ESTADO
005130         MOVE INCM-CIERRE(WS-IDX-INC)(1:12) TO LIM-CIERRE
005140         MOVE INCM-MINUTOS(WS-IDX-INC) TO LIM-MINUTOS
005150     ELSE
005160         MOVE "ABIERTO" TO LIM-ESTADO
005170         ADD 1 TO WS-TOT-SIGUEN-ABIERTOS
005180     END-IF.
005190     IF INCM-ESTADO(WS-IDX-INC) = "C"
005200             AND INCM-CIERRE(WS-IDX-INC)(1:6) = WS-MES-ALFA
005210         ADD 1 TO WS-TOT-CERRADOS-MES
005220         ADD INCM-MINUTOS(WS-IDX-INC) TO WS-SUMA-MINUTOS
005230         IF INCM-MINUTOS(WS-IDX-INC) > WS-MAX-MINUTOS
005240                 OR WS-NUMERO-MAX = ZERO
005250             MOVE INCM-MINUTOS(WS-IDX-INC) TO WS-MAX-MINUTOS
005260             MOVE INCM-NUMERO(WS-IDX-INC) TO WS-NUMERO-MAX
005270         END-IF
005280     END-IF.
005290     MOVE INCM-NUMERO(WS-IDX-INC) TO LIM-NUMERO.
005300     MOVE INCM-APERTURA(WS-IDX-INC)(1:12) TO LIM-APERTURA.
005310     MOVE INCM-CAUSA(WS-IDX-INC) TO LIM-CAUSA.
005320     MOVE INCM-VINC-ERR(WS-IDX-INC) TO LIM-ERR.
005330     MOVE INCM-VINC-SUS(WS-IDX-INC) TO LIM-SUS.
005340     MOVE INCM-VINC-COR(WS-IDX-INC) TO LIM-COR.
005350     MOVE INCM-VINC-ALR(WS-IDX-INC) TO LIM-ALR.
005360     MOVE INCM-TITULO(WS-IDX-INC) TO LIM-TITULO.
005370     MOVE WS-LINEA-INCIDENTE TO RSVC-LINEA.
005380     CALL "reporte_svc" USING RSVC-AREA.
005390     MOVE SPACES TO WS-DATO-MINUTOS.
005400     IF INCM-ESTADO(WS-IDX-INC) = "C"
005410         MOVE INCM-MINUTOS(WS-IDX-INC) TO WS-DATO-MINUTOS
005420     END-IF.
005430     MOVE "D" TO RSVC-FUNCION.
005440     MOVE SPACES TO RSVC-LINEA.
005450     STRING "INCIDENTE," INCM-NUMERO(WS-IDX-INC) ","
005460             INCM-APERTURA(WS-IDX-INC)(1:12) ","
005470             DELIMITED BY SIZE
005480             LIM-CIERRE DELIMITED BY SPACE
005490             "," DELIMITED BY SIZE
005500             LIM-ESTADO DELIMITED BY SPACE
005510             "," DELIMITED BY SIZE
005520             INCM-CAUSA(WS-IDX-INC) DELIMITED BY SPACE
005530             "," DELIMITED BY SIZE
005540             WS-DATO-MINUTOS DELIMITED BY SPACE
005550             "," INCM-VINC-ERR(WS-IDX-INC)
005560             "," INCM-VINC-SUS(WS-IDX-INC)
005570             "," INCM-VINC-COR(WS-IDX-INC)
005580             "," INCM-VINC-ALR(WS-IDX-INC)
005590             "," DELIMITED BY SIZE
005600             INCM-TITULO(WS-IDX-INC) DELIMITED BY "  "
005610             ",,," DELIMITED BY SIZE
005620         INTO RSVC-LINEA.
005630     CALL "reporte_svc" USING RSVC-AREA.
005640     MOVE "E" TO RSVC-FUNCION.
005650 3100-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 4000-EMITIR-RESUMEN - CANTIDADES DEL MES Y TIEMPO HASTA
005700*     RESTABLECER DE LOS CERRADOS EN EL MES
005710******************************************************************
005720 4000-EMITIR-RESUMEN.
005730     MOVE SPACES TO RSVC-LINEA.
005740     CALL "reporte_svc" USING RSVC-AREA.
005750     MOVE WS-TOT-ABIERTOS-MES TO LTOT-ABIERTOS.
005760     MOVE WS-TOT-CERRADOS-MES TO LTOT-CERRADOS.
005770     MOVE WS-TOT-SIGUEN-ABIERTOS TO LTOT-SIGUEN.
005780     MOVE WS-LINEA-TOTALES TO RSVC-LINEA.
005790     CALL "reporte_svc" USING RSVC-AREA.
005800     MOVE SPACES TO WS-DATO-NUMERO WS-DATO-MINUTOS.
005810     MOVE "ABIERTOS EN EL MES" TO WS-DATO-CONCEPTO.
005820     MOVE WS-TOT-ABIERTOS-MES TO WS-DATO-CANTIDAD.
005830     PERFORM 4100-DATO-TOTAL THRU 4100-EXIT.
005840     MOVE "CERRADOS EN EL MES" TO WS-DATO-CONCEPTO.
005850     MOVE WS-TOT-CERRADOS-MES TO WS-DATO-CANTIDAD.
005860     PERFORM 4100-DATO-TOTAL THRU 4100-EXIT.
005870     MOVE "SIGUEN ABIERTOS" TO WS-DATO-CONCEPTO.
005880     MOVE WS-TOT-SIGUEN-ABIERTOS TO WS-DATO-CANTIDAD.
005890     PERFORM 4100-DATO-TOTAL THRU 4100-EXIT.
005900     IF WS-TOT-CERRADOS-MES = ZERO
005910         MOVE "TIEMPO HASTA RESTABLECER: SIN CIERRES EN EL MES"
005920             TO RSVC-LINEA
005930         CALL "reporte_svc" USING RSVC-AREA
005940         GO TO 4000-EXIT
005950     END-IF.
005960     DIVIDE WS-SUMA-MINUTOS BY WS-TOT-CERRADOS-MES
005970         GIVING WS-PROMEDIO-MINUTOS ROUNDED.
005980     MOVE WS-PROMEDIO-MINUTOS TO LRST-PROMEDIO.
005990     MOVE WS-MAX-MINUTOS TO LRST-MAXIMO.
006000     MOVE WS-NUMERO-MAX TO LRST-NUMERO.
006010     MOVE WS-LINEA-RESTABLECER TO RSVC-LINEA.
006020     CALL "reporte_svc" USING RSVC-AREA.
006030     MOVE SPACES TO WS-DATO-NUMERO WS-DATO-CANTIDAD.
006040     MOVE "MINUTOS PROMEDIO HASTA RESTABLECER"
006050         TO WS-DATO-CONCEPTO.
006060     MOVE WS-PROMEDIO-MINUTOS TO WS-DATO-MINUTOS.
006070     PERFORM 4100-DATO-TOTAL THRU 4100-EXIT.
006080     MOVE "MINUTOS MAXIMO HASTA RESTABLECER" TO WS-DATO-CONCEPTO.
006090     MOVE WS-NUMERO-MAX TO WS-DATO-NUMERO.
006100     MOVE WS-MAX-MINUTOS TO WS-DATO-MINUTOS.
006110     PERFORM 4100-DATO-TOTAL THRU 4100-EXIT.
006120 4000-EXIT.
006130     EXIT.
006140
006150 4100-DATO-TOTAL.
006160     MOVE "D" TO RSVC-FUNCION.
006170     MOVE SPACES TO RSVC-LINEA.
006180     STRING "TOTAL," DELIMITED BY SIZE
006190             WS-DATO-NUMERO DELIMITED BY SPACE
006200             ",,,,," DELIMITED BY SIZE
006210             WS-DATO-MINUTOS DELIMITED BY SPACE
006220             ",,,,," DELIMITED BY SIZE
006230             WS-DATO-CONCEPTO DELIMITED BY "  "
006240             "," DELIMITED BY SIZE
006250             WS-DATO-CANTIDAD DELIMITED BY SPACE
006260             ",," DELIMITED BY SIZE
006270         INTO RSVC-LINEA.
006280     CALL "reporte_svc" USING RSVC-AREA.
006290     MOVE "E" TO RSVC-FUNCION.
006300 4100-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340* 5000-EMITIR-CAUSAS - CATEGORIAS DE CAUSA RAIZ CERRADAS EN EL
006350*     MES; LA QUE YA APARECE MAS DE UNA VEZ EN EL REGISTRO SE
006360*     MARCA "REPITE"
006370******************************************************************
006380 5000-EMITIR-CAUSAS.
006390     MOVE SPACES TO RSVC-LINEA.
006400     CALL "reporte_svc" USING RSVC-AREA.
006410     MOVE "CAUSAS RAIZ DE LOS INCIDENTES CERRADOS EN EL MES"
006420         TO RSVC-LINEA.
006430     CALL "reporte_svc" USING RSVC-AREA.
006440     PERFORM 5100-EMITIR-CAUSA THRU 5100-EXIT
006450         VARYING WS-IDX-CAU FROM 1 BY 1
006460             UNTIL WS-IDX-CAU > WS-CANT-CAUSAS.
006470     IF WS-TOT-CERRADOS-MES = ZERO
006480         MOVE " (SIN CIERRES EN EL MES)" TO RSVC-LINEA
006490         CALL "reporte_svc" USING RSVC-AREA
006500     END-IF.
006510 5000-EXIT.
006520     EXIT.
006530
006540 5100-EMITIR-CAUSA.
006550     IF CAU-MES(WS-IDX-CAU) = ZERO
006560         GO TO 5100-EXIT
006570     END-IF.
006580     MOVE CAU-NOMBRE(WS-IDX-CAU) TO LCAU-NOMBRE.
006590     MOVE CAU-MES(WS-IDX-CAU) TO LCAU-MES.
006600     MOVE CAU-HISTORICO(WS-IDX-CAU) TO LCAU-HISTORICO.
006610     MOVE SPACES TO LCAU-REPITE.
006620     IF CAU-HISTORICO(WS-IDX-CAU) > 1
006630         MOVE "REPITE" TO LCAU-REPITE
006640         ADD 1 TO WS-CUENTA-REPITEN
006650     END-IF.
006660     MOVE WS-LINEA-CAUSA TO RSVC-LINEA.
006670     CALL "reporte_svc" USING RSVC-AREA.
006680     MOVE "D" TO RSVC-FUNCION.
006690     MOVE SPACES TO RSVC-LINEA.
006700     STRING "CAUSA,,,,," DELIMITED BY SIZE
006710             CAU-NOMBRE(WS-IDX-CAU) DELIMITED BY SPACE
006720             ",,,,,,," CAU-MES(WS-IDX-CAU)
006730             "," CAU-HISTORICO(WS-IDX-CAU) ","
006740             DELIMITED BY SIZE
006750             LCAU-REPITE DELIMITED BY SPACE
006760         INTO RSVC-LINEA.
006770     CALL "reporte_svc" USING RSVC-AREA.
006780     MOVE "E" TO RSVC-FUNCION.
006790 5100-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830* 9000-TERMINAR - CIERRE, AUDITORIA Y CATALOGO
006840******************************************************************
006850 9000-TERMINAR.
006860     MOVE SPACES TO RSVC-LINEA.
006870     CALL "reporte_svc" USING RSVC-AREA.
006880     MOVE "FIN DEL REPORTE DE INCIDENTES" TO RSVC-LINEA.
006890     CALL "reporte_svc" USING RSVC-AREA.
006900     MOVE "C" TO RSVC-FUNCION.
006910     CALL "reporte_svc" USING RSVC-AREA.
006920     MOVE WS-TOT-LISTADOS TO WS-AUDT-CANTIDAD.
006930     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
006940     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
006950     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
006960     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006970             WS-CATG-CANTIDAD.
006980     IF WS-CANT-VINC-HUERFANOS > ZERO
006990         DISPLAY " VINCULOS A INCIDENTES INEXISTENTES: "
007000             WS-CANT-VINC-HUERFANOS
007010     END-IF.
007020     DISPLAY " CAUSAS RAIZ QUE SE REPITEN: " WS-CUENTA-REPITEN.
007030     DISPLAY " REPORTE GENERADO: " WS-DYN-REPORT-FILE.
007040 9000-EXIT.
007050     EXIT.
007060
007070 END PROGRAM incidente_mes.
