000100******************************************************************
000110* PROGRAM-ID: concilia_sitio
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CROSS-SITE RECONCILIATION OF THE POPULATION OF
000170*             SUCURSAL 02, WHICH KEEPS ITS OWN LOCAL COPY OF ITS
000180*             PEOPLE. THE BRANCH SENDS A DAILY CONTROL DECK
000190*             (SUC02CTL) IN THE STANDARD HDR/TRL ENVELOPE:
000200*                 HDR + ORIGEN X(08) + FECHA 9(08) + UP TO TEN
000210*                     PAIRS CLASIF 9(02) + CANTIDAD 9(07)
000220*                 ONE DETAIL PER ACTIVE PERSON: DNI 9(08) +
000230*                     SPACE + CLASIF 9(02)
000240*                 TRL + CANTIDAD 9(07) + HASH 9(11)
000250*             SO THE TRAILER CARRIES THE ACTIVE COUNT AND THE
000260*             HASH OF DNIS (SUM MODULO 10**11, VALIDAR_SOBRE'S
000270*             RULE) AND THE HEADER THE COUNTS PER
000280*             CLASSIFICATION. THE DECK IS SORTED BY DNI AND
000290*             MATCHED AGAINST PERSONAF FILTERED TO ACTIVE
000300*             PERS-SUCURSAL = 02: EVERY DNI ONLY ONE SIDE HAS
000310*             (AND EVERY DNI WITH A DIFFERENT CLASSIFICATION)
000320*             IS LISTED MASKED ON CONCSITIO.AAAAMMDD, FOLLOWED
000330*             BY THE COUNT, HASH AND PER-CLASSIFICATION
000340*             COMPARISON. WHEN THE SITES DIFFER A PENDING ITEM
000350*             GOES TO SUSPENSO FOR THE BRANCH OWNER (COLA
000360*             SUCURSAL02, OR THE COLASCTL ROUTE OF THIS PROGRAM)
000370*             AND ERRORLOG 70 IS RAISED. A MISSING, STALE OR
000380*             UNBALANCED DECK IS NOT RECONCILED AND RAISES
000390*             ERRORLOG 69. A BRANCH PROBLEM DOES NOT STOP OUR
000400*             CYCLE: THE RETURN CODE IS LEFT AT ZERO.
000410* TECTONICS:  cobc
000420******************************************************************
000430* MODIFICATION HISTORY
000440* DATE       INIT DESCRIPTION
000450* 2026-10-15 RW   INITIAL VERSION.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. concilia_sitio.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SITIO-FILE ASSIGN TO "SUC02CTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SITIO-STATUS.
000560
000570     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS PERS-DNI
000610         FILE STATUS IS WS-PERSONA-STATUS.
000620
000630     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-SUSP-STATUS.
000660
000670     SELECT RUTAS-FILE ASSIGN TO "COLASCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RUT-STATUS.
000700
000710     SELECT SORT-FILE ASSIGN TO "SORTWK".
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  SITIO-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 132 CHARACTERS.
000780 01  SITIO-RECORD.
000790     05  SIT-DNI                 PIC 9(08).
000800     05  FILLER                  PIC X(01).
000810     05  SIT-CLASIF              PIC 9(02).
000820     05  FILLER                  PIC X(121).
000830 01  SITIO-HEADER REDEFINES SITIO-RECORD.
000840     05  SHDR-TIPO               PIC X(03).
000850     05  SHDR-ORIGEN             PIC X(08).
000860     05  SHDR-FECHA              PIC 9(08).
000870     05  SHDR-CLASIF-PAR OCCURS 10 TIMES.
000880         10  SHDR-CLASIF         PIC 9(02).
000890         10  SHDR-CANTIDAD       PIC 9(07).
000900     05  FILLER                  PIC X(23).
000910 01  SITIO-TRAILER REDEFINES SITIO-RECORD.
000920     05  STRL-TIPO               PIC X(03).
000930     05  STRL-CANTIDAD           PIC 9(07).
000940     05  STRL-HASH               PIC 9(11).
000950     05  FILLER                  PIC X(111).
000960
000970 FD  PERSONA-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 117 CHARACTERS.
001000 COPY PERSONA.
001010
001020 FD  SUSPENSO-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 112 CHARACTERS.
001050 01  SUSPENSO-RECORD.
001060     05  SUSP-ESTADO             PIC X(01).
001070     05  FILLER                  PIC X(01).
001080     05  SUSP-FECHA-ALTA         PIC 9(08).
001090     05  FILLER                  PIC X(01).
001100     05  SUSP-PROGRAMA           PIC X(20).
001110     05  FILLER                  PIC X(01).
001120     05  SUSP-VALOR              PIC X(03).
001130     05  FILLER                  PIC X(01).
001140     05  SUSP-MOTIVO             PIC X(30).
001150     05  FILLER                  PIC X(01).
001160     05  SUSP-INICIALES          PIC X(03).
001170     05  FILLER                  PIC X(01).
001180     05  SUSP-NOTA               PIC X(30).
001190     05  FILLER                  PIC X(01).
001200     05  SUSP-COLA               PIC X(10).
001210
001220 FD  RUTAS-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 31 CHARACTERS.
001250 01  RUTAS-RECORD.
001260     05  RUT-PROGRAMA            PIC X(20).
001270     05  FILLER                  PIC X(01).
001280     05  RUT-COLA                PIC X(10).
001290
001300 SD  SORT-FILE.
001310 01  SORT-RECORD.
001320     05  SORT-DNI                PIC 9(08).
001330     05  SORT-CLASIF             PIC 9(02).
001340
001350 WORKING-STORAGE SECTION.
001360 01  WS-SITIO-STATUS             PIC X(02).
001370 01  WS-PERSONA-STATUS           PIC X(02).
001380 01  WS-SUSP-STATUS              PIC X(02).
001390 01  WS-RUT-STATUS               PIC X(02).
001400 01  WS-FECHA-HOY                PIC X(08).
001410 01  WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY PIC 9(08).
001420 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001430
001440 01  WS-SUCURSAL-SITIO           PIC 9(02) VALUE 02.
001450 01  WS-COLA-DUENA               PIC X(10) VALUE "SUCURSAL02".
001460
001470 01  WS-EOF-SITIO                PIC X(01) VALUE "N".
001480     88  FIN-SITIO               VALUE "S".
001490 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001500     88  FIN-PERSONA             VALUE "S".
001510 01  WS-EOF-SORT                 PIC X(01) VALUE "N".
001520     88  FIN-DEL-SORT            VALUE "S".
001530 01  WS-EOF-RUTAS                PIC X(01) VALUE "N".
001540     88  FIN-RUTAS               VALUE "S".
001550 01  WS-SW-PERSONAF              PIC X(01) VALUE "N".
001560     88  PERSONAF-ABIERTO        VALUE "S".
001570 01  WS-SW-OPERABLE              PIC X(01) VALUE "S".
001580     88  CONCILIACION-OPERABLE   VALUE "S".
001590 01  WS-SW-CONCILIA              PIC X(01) VALUE "S".
001600     88  SITIOS-CONCILIAN        VALUE "S".
001610
001620*----------------------------------------------------------------
001630*    SOBRE HDR/TRL DEL DECK DE LA SUCURSAL (CLAVE: DNI)
001640*----------------------------------------------------------------
001650 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "SUC02CTL".
001660 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 1.
001670 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
001680 01  WS-SOBRE-RESULTADO          PIC X(01).
001690     88  SOBRE-VALIDO            VALUE "S".
001700 01  WS-SOBRE-MENSAJE            PIC X(59).
001710 01  WS-FECHA-DECK               PIC 9(08) VALUE ZERO.
001720 01  WS-FECHA-DECK-X REDEFINES WS-FECHA-DECK PIC X(08).
001730
001740*----------------------------------------------------------------
001750*    CLAVES DEL APAREO: 999999999 MARCA EL FIN DE CADA LADO
001760*----------------------------------------------------------------
001770 01  WS-CLAVE-SITIO              PIC 9(09) VALUE ZERO.
001780 01  WS-CLASIF-SITIO             PIC 9(02) VALUE ZERO.
001790 01  WS-CLAVE-PROPIA             PIC 9(09) VALUE ZERO.
001800 01  WS-CLASIF-PROPIA            PIC 9(02) VALUE ZERO.
001810 01  WS-CLAVE-ANTERIOR           PIC 9(09) VALUE ZERO.
001820 01  WS-FIN-CLAVES               PIC 9(09) VALUE 999999999.
001830
001840*----------------------------------------------------------------
001850*    TOTALES DE CADA LADO: CANTIDAD, HASH Y CANTIDAD POR
001860*    CLASIFICACION (CASILLERO = CODIGO + 1)
001870*----------------------------------------------------------------
001880 01  WS-CANT-PROPIA              PIC 9(07) VALUE ZERO.
001890 01  WS-HASH-PROPIO              PIC 9(12) VALUE ZERO.
001900 01  WS-CANT-SITIO               PIC 9(07) VALUE ZERO.
001910 01  WS-HASH-SITIO               PIC 9(11) VALUE ZERO.
001920 01  WS-MODULO-HASH              PIC 9(12) VALUE 100000000000.
001930 01  TABLA-CLASIF.
001940     05  CLA-ENTRADA OCCURS 100 TIMES.
001950         10  CLA-PROPIA          PIC 9(07).
001960         10  CLA-SITIO           PIC 9(07).
001970 77  WS-IDX-CLA                  PIC 9(03) COMP.
001980 77  WS-IDX-PAR                  PIC 9(02) COMP.
001990
002000*----------------------------------------------------------------
002010*    CONTADORES DE DIFERENCIAS
002020*----------------------------------------------------------------
002030 01  WS-CUENTA-SOLO-PROPIO       PIC 9(07) VALUE ZERO.
002040 01  WS-CUENTA-SOLO-SITIO        PIC 9(07) VALUE ZERO.
002050 01  WS-CUENTA-CLASIF-DISTINTA   PIC 9(07) VALUE ZERO.
002060 01  WS-CUENTA-DUPLICADOS        PIC 9(07) VALUE ZERO.
002070 01  WS-CUENTA-CLASES-DISTINTAS  PIC 9(03) VALUE ZERO.
002080
002090*----------------------------------------------------------------
002100*    RUTEO DE COLAS (TARJETAS COLASCTL), COMO EXCEPCIONES
002110*----------------------------------------------------------------
002120 01  WS-MAX-RUTAS                PIC 9(02) VALUE 20.
002130 01  WS-CANT-RUTAS               PIC 9(02) VALUE ZERO.
002140 01  TABLA-RUTAS.
002150     05  RUTA-ENTRADA OCCURS 20 TIMES.
002160         10  RUTA-PROGRAMA       PIC X(20).
002170         10  RUTA-COLA           PIC X(10).
002180 77  WS-IDX-RUTA                 PIC 9(02) COMP.
002190
002200*----------------------------------------------------------------
002210*    REPORTE VIA REPORTE_SVC
002220*----------------------------------------------------------------
002230 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002240 01  RSVC-AREA.
002250     05  RSVC-FUNCION            PIC X(01).
002260     05  RSVC-ARCHIVO            PIC X(21).
002270     05  RSVC-TITULO             PIC X(40).
002280     05  RSVC-LINEA              PIC X(132).
002290     05  RSVC-CANT-LINEAS        PIC 9(07).
002300 01  WS-DNI-ENMASCARADO          PIC X(08).
002310 01  WS-DNI-MASCARA              PIC 9(08).
002320 01  WS-LINEA-DETALLE.
002330     05  DET-DNI                 PIC X(08).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  DET-SITUACION           PIC X(30).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  DET-CLASIF-PROPIA       PIC X(02).
002380     05  FILLER                  PIC X(06) VALUE SPACES.
002390     05  DET-CLASIF-SITIO        PIC X(02).
002400     05  FILLER                  PIC X(80) VALUE SPACES.
002410 01  WS-LINEA-CLASIF.
002420     05  FILLER                  PIC X(07) VALUE "CLASIF ".
002430     05  LCL-CODIGO              PIC 9(02).
002440     05  FILLER                  PIC X(12) VALUE "  PERSONAF: ".
002450     05  LCL-PROPIA              PIC ZZZ,ZZ9.
002460     05  FILLER                  PIC X(12) VALUE "  SUCURSAL: ".
002470     05  LCL-SITIO               PIC ZZZ,ZZ9.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  LCL-MARCA               PIC X(10).
002500     05  FILLER                  PIC X(73) VALUE SPACES.
002510 01  WS-LINEA-TOTAL.
002520     05  LTO-ETIQUETA            PIC X(21).
002530     05  LTO-PROPIO              PIC Z(10)9.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  LTO-SITIO               PIC Z(10)9.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  LTO-MARCA               PIC X(10).
002580     05  FILLER                  PIC X(75) VALUE SPACES.
002590 01  WS-LINEA-TRAILER.
002600     05  TRA-ETIQUETA            PIC X(40).
002610     05  TRA-VALOR               PIC ZZZ,ZZ9.
002620     05  FILLER                  PIC X(85) VALUE SPACES.
002630 01  WS-CANT-EDITADA             PIC ZZZZZZ9.
002640 01  WS-CANT-EDITADA-2           PIC ZZZZZZ9.
002650
002660*----------------------------------------------------------------
002670*    CAMPOS PARA BITACORA DE ERRORES, AUDITORIA Y CATALOGO
002680*----------------------------------------------------------------
002690 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "concilia_sitio".
002700 01  WS-ELOG-CODIGO              PIC 9(04).
002710 01  WS-ELOG-MENSAJE             PIC X(59).
002720 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "concilia_sitio".
002730 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002740 01  WS-CATG-ARCHIVO             PIC X(21).
002750 01  WS-CATG-CANTIDAD            PIC 9(07).
002760
002770 PROCEDURE DIVISION.
002780
002790******************************************************************
002800* 0000-MAINLINE
002810******************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002840     IF NOT CONCILIACION-OPERABLE
002850         PERFORM 9000-TERMINAR THRU 9000-EXIT
002860         GOBACK
002870     END-IF.
002880     SORT SORT-FILE
002890         ON ASCENDING KEY SORT-DNI
002900         INPUT PROCEDURE IS 2000-ALIMENTAR-SORT
002910             THRU 2000-EXIT
002920         OUTPUT PROCEDURE IS 3000-CONFRONTAR
002930             THRU 3000-EXIT.
002940     PERFORM 5000-EVALUAR-TOTALES THRU 5000-EXIT.
002950     IF NOT SITIOS-CONCILIAN
002960         PERFORM 6000-LEVANTAR-SUSPENSO THRU 6000-EXIT
002970     END-IF.
002980     PERFORM 7000-CERRAR-REPORTE THRU 7000-EXIT.
002990     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003000     GOBACK.
003010
003020******************************************************************
003030* 1000-INICIALIZAR - EL DECK DE LA SUCURSAL DEBE LLEGAR, SER DEL
003040*     DIA Y BALANCEAR SU SOBRE; SI NO, NO HAY CONCILIACION
003050******************************************************************
003060 1000-INICIALIZAR.
003070     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003080     MOVE ZEROS TO TABLA-CLASIF.
003090     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
003100             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
003110             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
003120     IF NOT SOBRE-VALIDO
003130         MOVE SPACES TO WS-ELOG-MENSAJE
003140         STRING "SUC02CTL: " WS-SOBRE-MENSAJE DELIMITED BY SIZE
003150             INTO WS-ELOG-MENSAJE
003160         PERFORM 1900-NO-OPERABLE THRU 1900-EXIT
003170         GO TO 1000-EXIT
003180     END-IF.
003190     PERFORM 1100-LEER-ENCABEZADO THRU 1100-EXIT.
003200     IF WS-FECHA-DECK NOT = WS-FECHA-HOY-NUM
003210         MOVE SPACES TO WS-ELOG-MENSAJE
003220         STRING "SUC02CTL ES DEL " WS-FECHA-DECK-X
003230             ", NO DEL DIA " WS-FECHA-HOY DELIMITED BY SIZE
003240             INTO WS-ELOG-MENSAJE
003250         PERFORM 1900-NO-OPERABLE THRU 1900-EXIT
003260         GO TO 1000-EXIT
003270     END-IF.
003280     PERFORM 1200-CARGAR-RUTAS THRU 1200-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310
003320*    FECHA Y CANTIDADES POR CLASIFICACION DEL ENCABEZADO
003330 1100-LEER-ENCABEZADO.
003340     OPEN INPUT SITIO-FILE.
003350     READ SITIO-FILE
003360         AT END
003370             CLOSE SITIO-FILE
003380             GO TO 1100-EXIT
003390     END-READ.
003400     IF SHDR-FECHA IS NUMERIC
003410         MOVE SHDR-FECHA TO WS-FECHA-DECK
003420     END-IF.
003430     PERFORM 1110-TOMAR-PAR THRU 1110-EXIT
003440         VARYING WS-IDX-PAR FROM 1 BY 1
003450             UNTIL WS-IDX-PAR > 10.
003460     CLOSE SITIO-FILE.
003470 1100-EXIT.
003480     EXIT.
003490
003500 1110-TOMAR-PAR.
003510     IF SHDR-CLASIF(WS-IDX-PAR) IS NOT NUMERIC
003520             OR SHDR-CANTIDAD(WS-IDX-PAR) IS NOT NUMERIC
003530         GO TO 1110-EXIT
003540     END-IF.
003550     COMPUTE WS-IDX-CLA = SHDR-CLASIF(WS-IDX-PAR) + 1.
003560     ADD SHDR-CANTIDAD(WS-IDX-PAR) TO CLA-SITIO(WS-IDX-CLA).
003570 1110-EXIT.
003580     EXIT.
003590
003600*    LA COLA DUENA DEL SUSPENSO: SUCURSAL02 SALVO QUE COLASCTL
003610*    RUTEE ESTE PROGRAMA A OTRA
003620 1200-CARGAR-RUTAS.
003630     OPEN INPUT RUTAS-FILE.
003640     IF WS-RUT-STATUS NOT = "00"
003650         GO TO 1200-EXIT
003660     END-IF.
003670     PERFORM 1210-LEER-RUTA THRU 1210-EXIT
003680         UNTIL FIN-RUTAS.
003690     CLOSE RUTAS-FILE.
003700     PERFORM 1220-COMPARAR-RUTA THRU 1220-EXIT
003710         VARYING WS-IDX-RUTA FROM 1 BY 1
003720             UNTIL WS-IDX-RUTA > WS-CANT-RUTAS.
003730 1200-EXIT.
003740     EXIT.
003750
003760 1210-LEER-RUTA.
003770     READ RUTAS-FILE
003780         AT END
003790             SET FIN-RUTAS TO TRUE
003800         NOT AT END
003810             IF WS-CANT-RUTAS < WS-MAX-RUTAS
003820                     AND RUT-PROGRAMA NOT = SPACES
003830                     AND RUT-COLA NOT = SPACES
003840                 ADD 1 TO WS-CANT-RUTAS
003850                 MOVE RUT-PROGRAMA TO
003860                     RUTA-PROGRAMA(WS-CANT-RUTAS)
003870                 MOVE RUT-COLA TO RUTA-COLA(WS-CANT-RUTAS)
003880             END-IF
003890     END-READ.
003900 1210-EXIT.
003910     EXIT.
003920
003930 1220-COMPARAR-RUTA.
003940     IF RUTA-PROGRAMA(WS-IDX-RUTA) = WS-ELOG-PROGRAMA
003950         MOVE RUTA-COLA(WS-IDX-RUTA) TO WS-COLA-DUENA
003960     END-IF.
003970 1220-EXIT.
003980     EXIT.
003990
004000 1900-NO-OPERABLE.
004010     MOVE "N" TO WS-SW-OPERABLE.
004020     DISPLAY " SUCURSAL 02 NO CONCILIADA: " WS-ELOG-MENSAJE.
004030     MOVE 69 TO WS-ELOG-CODIGO.
004040     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
004050             WS-ELOG-MENSAJE.
004060 1900-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 2000-ALIMENTAR-SORT - CADA PERSONA DEL DECK, SIN EL SOBRE;
004110*     EL TRAILER (YA BALANCEADO) DA LA CANTIDAD Y EL HASH
004120******************************************************************
004130 2000-ALIMENTAR-SORT.
004140     MOVE "N" TO WS-EOF-SITIO.
004150     OPEN INPUT SITIO-FILE.
004160     PERFORM 2100-LEER-SITIO THRU 2100-EXIT
004170         UNTIL FIN-SITIO.
004180     CLOSE SITIO-FILE.
004190 2000-EXIT.
004200     EXIT.
004210
004220 2100-LEER-SITIO.
004230     READ SITIO-FILE
004240         AT END
004250             SET FIN-SITIO TO TRUE
004260             GO TO 2100-EXIT
004270     END-READ.
004280     IF SHDR-TIPO = "HDR"
004290         GO TO 2100-EXIT
004300     END-IF.
004310     IF STRL-TIPO = "TRL"
004320         MOVE STRL-CANTIDAD TO WS-CANT-SITIO
004330         MOVE STRL-HASH TO WS-HASH-SITIO
004340         GO TO 2100-EXIT
004350     END-IF.
004360     IF SIT-DNI IS NOT NUMERIC
004370         GO TO 2100-EXIT
004380     END-IF.
004390     MOVE SIT-DNI TO SORT-DNI.
004400     IF SIT-CLASIF IS NUMERIC
004410         MOVE SIT-CLASIF TO SORT-CLASIF
004420     ELSE
004430         MOVE ZERO TO SORT-CLASIF
004440     END-IF.
004450     RELEASE SORT-RECORD.
004460 2100-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 3000-CONFRONTAR - APAREO DEL DECK ORDENADO CONTRA PERSONAF
004510*     (QUE SE LEE EN ORDEN DE DNI) FILTRADO A LOS ACTIVOS DE LA
004520*     SUCURSAL. CADA DIFERENCIA SALE ENMASCARADA AL REPORTE.
004530******************************************************************
004540 3000-CONFRONTAR.
004550     MOVE SPACES TO WS-DYN-REPORT-FILE.
004560     STRING "CONCSITIO." WS-FECHA-HOY DELIMITED BY SIZE
004570         WS-SUFIJO-CICLO DELIMITED BY SPACE
004580         INTO WS-DYN-REPORT-FILE.
004590     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
004600     MOVE "CONCILIACION CON LA SUCURSAL 02" TO RSVC-TITULO.
004610     MOVE "A" TO RSVC-FUNCION.
004620     CALL "reporte_svc" USING RSVC-AREA.
004630     MOVE "E" TO RSVC-FUNCION.
004640     MOVE SPACES TO RSVC-LINEA.
004650     STRING "DNI       DIFERENCIA" "                      "
004660         "PERSONAF  SUCURSAL" DELIMITED BY SIZE INTO RSVC-LINEA.
004670     CALL "reporte_svc" USING RSVC-AREA.
004680     OPEN INPUT PERSONA-FILE.
004690     IF WS-PERSONA-STATUS NOT = "00"
004700         SET FIN-PERSONA TO TRUE
004710         MOVE WS-FIN-CLAVES TO WS-CLAVE-PROPIA
004720         DISPLAY "PERSONAF NO DISPONIBLE: TODO EL DECK QUEDA "
004730             "SIN PAR."
004740     ELSE
004750         SET PERSONAF-ABIERTO TO TRUE
004760         PERFORM 3200-LEER-PROPIO THRU 3200-EXIT
004770     END-IF.
004780     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT.
004790     PERFORM 3300-APAREAR THRU 3300-EXIT
004800         UNTIL WS-CLAVE-SITIO = WS-FIN-CLAVES
004810             AND WS-CLAVE-PROPIA = WS-FIN-CLAVES.
004820     IF PERSONAF-ABIERTO
004830         CLOSE PERSONA-FILE
004840     END-IF.
004850 3000-EXIT.
004860     EXIT.
004870
004880*    UN DNI REPETIDO EN EL DECK SE INFORMA Y SE SALTEA
004890 3100-LEER-ORDENADO.
004900     RETURN SORT-FILE
004910         AT END
004920             SET FIN-DEL-SORT TO TRUE
004930             MOVE WS-FIN-CLAVES TO WS-CLAVE-SITIO
004940             GO TO 3100-EXIT
004950     END-RETURN.
004960     IF SORT-DNI = WS-CLAVE-ANTERIOR
004970         ADD 1 TO WS-CUENTA-DUPLICADOS
004980         MOVE SORT-DNI TO WS-DNI-MASCARA
004990         MOVE "DNI REPETIDO EN LA SUCURSAL" TO DET-SITUACION
005000         MOVE SPACES TO DET-CLASIF-PROPIA
005010         MOVE SORT-CLASIF TO DET-CLASIF-SITIO
005020         PERFORM 3900-LISTAR-DIFERENCIA THRU 3900-EXIT
005030         GO TO 3100-LEER-ORDENADO
005040     END-IF.
005050     MOVE SORT-DNI TO WS-CLAVE-SITIO.
005060     MOVE SORT-DNI TO WS-CLAVE-ANTERIOR.
005070     MOVE SORT-CLASIF TO WS-CLASIF-SITIO.
005080 3100-EXIT.
005090     EXIT.
005100
005110*    SOLO CUENTAN LAS PERSONAS ACTIVAS DE LA SUCURSAL
005120 3200-LEER-PROPIO.
005130     READ PERSONA-FILE NEXT RECORD
005140         AT END
005150             SET FIN-PERSONA TO TRUE
005160             MOVE WS-FIN-CLAVES TO WS-CLAVE-PROPIA
005170             GO TO 3200-EXIT
005180     END-READ.
005190     IF PERS-SUCURSAL NOT = WS-SUCURSAL-SITIO
005200             OR PERS-INACTIVO
005210         GO TO 3200-LEER-PROPIO
005220     END-IF.
005230     MOVE PERS-DNI TO WS-CLAVE-PROPIA.
005240     MOVE PERS-CLASIF-CODIGO TO WS-CLASIF-PROPIA.
005250     ADD 1 TO WS-CANT-PROPIA.
005260     ADD PERS-DNI TO WS-HASH-PROPIO.
005270     IF WS-HASH-PROPIO NOT < WS-MODULO-HASH
005280         SUBTRACT WS-MODULO-HASH FROM WS-HASH-PROPIO
005290     END-IF.
005300     COMPUTE WS-IDX-CLA = PERS-CLASIF-CODIGO + 1.
005310     ADD 1 TO CLA-PROPIA(WS-IDX-CLA).
005320 3200-EXIT.
005330     EXIT.
005340
005350 3300-APAREAR.
005360     EVALUATE TRUE
005370         WHEN WS-CLAVE-SITIO < WS-CLAVE-PROPIA
005380             ADD 1 TO WS-CUENTA-SOLO-SITIO
005390             MOVE WS-CLAVE-SITIO TO WS-DNI-MASCARA
005400             MOVE "SOLO EN LA SUCURSAL" TO DET-SITUACION
005410             MOVE SPACES TO DET-CLASIF-PROPIA
005420             MOVE WS-CLASIF-SITIO TO DET-CLASIF-SITIO
005430             PERFORM 3900-LISTAR-DIFERENCIA THRU 3900-EXIT
005440             PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT
005450         WHEN WS-CLAVE-SITIO > WS-CLAVE-PROPIA
005460             ADD 1 TO WS-CUENTA-SOLO-PROPIO
005470             MOVE WS-CLAVE-PROPIA TO WS-DNI-MASCARA
005480             MOVE "SOLO EN PERSONAF" TO DET-SITUACION
005490             MOVE WS-CLASIF-PROPIA TO DET-CLASIF-PROPIA
005500             MOVE SPACES TO DET-CLASIF-SITIO
005510             PERFORM 3900-LISTAR-DIFERENCIA THRU 3900-EXIT
005520             PERFORM 3200-LEER-PROPIO THRU 3200-EXIT
005530         WHEN OTHER
005540             IF WS-CLASIF-SITIO NOT = WS-CLASIF-PROPIA
005550                 ADD 1 TO WS-CUENTA-CLASIF-DISTINTA
005560                 MOVE WS-CLAVE-PROPIA TO WS-DNI-MASCARA
005570                 MOVE "CLASIFICACION DISTINTA" TO
005580                     DET-SITUACION
005590                 MOVE WS-CLASIF-PROPIA TO DET-CLASIF-PROPIA
005600                 MOVE WS-CLASIF-SITIO TO DET-CLASIF-SITIO
005610                 PERFORM 3900-LISTAR-DIFERENCIA THRU 3900-EXIT
005620             END-IF
005630             PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT
005640             PERFORM 3200-LEER-PROPIO THRU 3200-EXIT
005650     END-EVALUATE.
005660 3300-EXIT.
005670     EXIT.
005680
005690 3900-LISTAR-DIFERENCIA.
005700     CALL "enmascarar_dni" USING WS-DNI-MASCARA
005710             WS-DNI-ENMASCARADO.
005720     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
005730     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
005740     CALL "reporte_svc" USING RSVC-AREA.
005750 3900-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790* 5000-EVALUAR-TOTALES - CANTIDAD, HASH Y CANTIDADES POR
005800*     CLASIFICACION DE LOS DOS LADOS. CUALQUIER DIFERENCIA, EN
005810*     LOS TOTALES O EN EL DETALLE, Y LOS SITIOS NO CONCILIAN.
005820******************************************************************
005830 5000-EVALUAR-TOTALES.
005840     IF WS-CUENTA-SOLO-PROPIO > ZERO
005850             OR WS-CUENTA-SOLO-SITIO > ZERO
005860             OR WS-CUENTA-CLASIF-DISTINTA > ZERO
005870             OR WS-CUENTA-DUPLICADOS > ZERO
005880         MOVE "N" TO WS-SW-CONCILIA
005890     END-IF.
005900     MOVE SPACES TO RSVC-LINEA.
005910     CALL "reporte_svc" USING RSVC-AREA.
005920     MOVE "TOTALES                    PERSONAF     SUCURSAL"
005930         TO RSVC-LINEA.
005940     CALL "reporte_svc" USING RSVC-AREA.
005950     MOVE "PERSONAS ACTIVAS" TO LTO-ETIQUETA.
005960     MOVE WS-CANT-PROPIA TO LTO-PROPIO.
005970     MOVE WS-CANT-SITIO TO LTO-SITIO.
005980     MOVE SPACES TO LTO-MARCA.
005990     IF WS-CANT-PROPIA NOT = WS-CANT-SITIO
006000         MOVE "DIFIERE" TO LTO-MARCA
006010         MOVE "N" TO WS-SW-CONCILIA
006020     END-IF.
006030     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
006040     CALL "reporte_svc" USING RSVC-AREA.
006050     MOVE "HASH DE DNI" TO LTO-ETIQUETA.
006060     MOVE WS-HASH-PROPIO TO LTO-PROPIO.
006070     MOVE WS-HASH-SITIO TO LTO-SITIO.
006080     MOVE SPACES TO LTO-MARCA.
006090     IF WS-HASH-PROPIO NOT = WS-HASH-SITIO
006100         MOVE "DIFIERE" TO LTO-MARCA
006110         MOVE "N" TO WS-SW-CONCILIA
006120     END-IF.
006130     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
006140     CALL "reporte_svc" USING RSVC-AREA.
006150     MOVE SPACES TO RSVC-LINEA.
006160     CALL "reporte_svc" USING RSVC-AREA.
006170     PERFORM 5100-COMPARAR-CLASIF THRU 5100-EXIT
006180         VARYING WS-IDX-CLA FROM 1 BY 1
006190             UNTIL WS-IDX-CLA > 100.
006200 5000-EXIT.
006210     EXIT.
006220
006230 5100-COMPARAR-CLASIF.
006240     IF CLA-PROPIA(WS-IDX-CLA) = ZERO
006250             AND CLA-SITIO(WS-IDX-CLA) = ZERO
006260         GO TO 5100-EXIT
006270     END-IF.
006280     COMPUTE LCL-CODIGO = WS-IDX-CLA - 1.
006290     MOVE CLA-PROPIA(WS-IDX-CLA) TO LCL-PROPIA.
006300     MOVE CLA-SITIO(WS-IDX-CLA) TO LCL-SITIO.
006310     MOVE SPACES TO LCL-MARCA.
006320     IF CLA-PROPIA(WS-IDX-CLA) NOT = CLA-SITIO(WS-IDX-CLA)
006330         MOVE "DIFIERE" TO LCL-MARCA
006340         ADD 1 TO WS-CUENTA-CLASES-DISTINTAS
006350         MOVE "N" TO WS-SW-CONCILIA
006360     END-IF.
006370     MOVE WS-LINEA-CLASIF TO RSVC-LINEA.
006380     CALL "reporte_svc" USING RSVC-AREA.
006390 5100-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 6000-LEVANTAR-SUSPENSO - LOS SITIOS NO CONCILIAN: UNA PARTIDA
006440*     PENDIENTE PARA LA COLA DUENA DE LA SUCURSAL Y SU ERRORLOG
006450******************************************************************
006460 6000-LEVANTAR-SUSPENSO.
006470     OPEN EXTEND SUSPENSO-FILE.
006480     IF WS-SUSP-STATUS NOT = "00"
006490         OPEN OUTPUT SUSPENSO-FILE
006500     END-IF.
006510     MOVE SPACES TO SUSPENSO-RECORD.
006520     MOVE "P" TO SUSP-ESTADO.
006530     MOVE WS-FECHA-HOY TO SUSP-FECHA-ALTA.
006540     MOVE WS-ELOG-PROGRAMA TO SUSP-PROGRAMA.
006550     MOVE WS-SUCURSAL-SITIO TO SUSP-VALOR.
006560     MOVE "SUCURSAL 02 NO CONCILIA" TO SUSP-MOTIVO.
006570     MOVE SPACES TO SUSP-INICIALES.
006580     MOVE WS-CUENTA-SOLO-PROPIO TO WS-CANT-EDITADA.
006590     MOVE WS-CUENTA-SOLO-SITIO TO WS-CANT-EDITADA-2.
006600     STRING "AQUI" WS-CANT-EDITADA " ALLA" WS-CANT-EDITADA-2
006610         DELIMITED BY SIZE
006620         INTO SUSP-NOTA.
006630     MOVE WS-COLA-DUENA TO SUSP-COLA.
006640     WRITE SUSPENSO-RECORD.
006650     CLOSE SUSPENSO-FILE.
006660     MOVE 70 TO WS-ELOG-CODIGO.
006670     MOVE "POBLACION DE SUCURSAL 02 NO CONCILIA"
006680         TO WS-ELOG-MENSAJE.
006690     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
006700             WS-ELOG-MENSAJE.
006710 6000-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750* 7000-CERRAR-REPORTE - CONTADORES Y VEREDICTO
006760******************************************************************
006770 7000-CERRAR-REPORTE.
006780     MOVE SPACES TO RSVC-LINEA.
006790     CALL "reporte_svc" USING RSVC-AREA.
006800     MOVE "DNI SOLO EN PERSONAF..................."
006810         TO TRA-ETIQUETA.
006820     MOVE WS-CUENTA-SOLO-PROPIO TO TRA-VALOR.
006830     PERFORM 7100-EMITIR-CONTADOR THRU 7100-EXIT.
006840     MOVE "DNI SOLO EN LA SUCURSAL................"
006850         TO TRA-ETIQUETA.
006860     MOVE WS-CUENTA-SOLO-SITIO TO TRA-VALOR.
006870     PERFORM 7100-EMITIR-CONTADOR THRU 7100-EXIT.
006880     MOVE "DNI CON CLASIFICACION DISTINTA........."
006890         TO TRA-ETIQUETA.
006900     MOVE WS-CUENTA-CLASIF-DISTINTA TO TRA-VALOR.
006910     PERFORM 7100-EMITIR-CONTADOR THRU 7100-EXIT.
006920     MOVE "DNI REPETIDOS EN EL DECK DE LA SUCURSAL"
006930         TO TRA-ETIQUETA.
006940     MOVE WS-CUENTA-DUPLICADOS TO TRA-VALOR.
006950     PERFORM 7100-EMITIR-CONTADOR THRU 7100-EXIT.
006960     MOVE SPACES TO RSVC-LINEA.
006970     IF SITIOS-CONCILIAN
006980         MOVE "RESULTADO: LOS DOS SITIOS CONCILIAN" TO RSVC-LINEA
006990     ELSE
007000         STRING "RESULTADO: NO CONCILIA - PARTIDA EN SUSPENSO "
007010             "PARA LA COLA " WS-COLA-DUENA DELIMITED BY SIZE
007020             INTO RSVC-LINEA
007030     END-IF.
007040     CALL "reporte_svc" USING RSVC-AREA.
007050     MOVE "C" TO RSVC-FUNCION.
007060     CALL "reporte_svc" USING RSVC-AREA.
007070     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
007080     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
007090     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007100             WS-CATG-CANTIDAD.
007110 7000-EXIT.
007120     EXIT.
007130
007140 7100-EMITIR-CONTADOR.
007150     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007160     CALL "reporte_svc" USING RSVC-AREA.
007170 7100-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210* 9000-TERMINAR - AUDITORIA DE LA CORRIDA
007220******************************************************************
007230 9000-TERMINAR.
007240     MOVE WS-CANT-PROPIA TO WS-AUDT-CANTIDAD.
007250     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007260     IF CONCILIACION-OPERABLE
007270         IF SITIOS-CONCILIAN
007280             DISPLAY " SUCURSAL 02 CONCILIA CON PERSONAF."
007290         ELSE
007300             DISPLAY " SUCURSAL 02 NO CONCILIA: VER "
007310                 WS-DYN-REPORT-FILE
007320         END-IF
007330     END-IF.
007340 9000-EXIT.
007350     EXIT.
007360
007370 END PROGRAM concilia_sitio.
