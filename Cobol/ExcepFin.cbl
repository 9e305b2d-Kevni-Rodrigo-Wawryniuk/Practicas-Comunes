000800* 2026-09-01 RW   EL REPORTE ABRE CON "REEMPLAZA A" Y LA
000810*                 GENERACION ANTERIOR DE LA FAMILIA SEGUN EL
000820*                 CATALOGO (CATALOGO_PREVIA).
000830* 2026-10-15 RW   LOS RECHAZOS DE VALORES MANUALES (ARREGMAN) SE
000840*                 CONSOLIDAN APARTE, COMO ARREGLOS-MANUAL, CON EL
000850*                 OPERADOR QUE LOS TIPEO EN LA ACCION, Y EL
000860*                 REPORTE CIERRA CON LOS RECHAZOS DE ARREGLOS
000870*                 ABIERTOS ENTRE DECK Y MANUALES.
000880* 2026-10-15 RW   CADA EXCEPCION Y CADA PENDIENTE MUESTRA EL
000890*                 INCIDENTE AL QUE FUE VINCULADA (INCIDENTE_SVC,
000900*                 POR LA CLAVE DE ERRORLOG O DEL SUSPENSO), CON
000910*                 "CERRADO" SI EL INCIDENTE YA SE CERRO.
000920******************************************************************
000930 IDENTIFICATION DIVISION.
000940 PROGRAM-ID. excepciones.
000950
000960 ENVIRONMENT DIVISION.
000970 INPUT-OUTPUT SECTION.
000980 FILE-CONTROL.
000990     SELECT ARREGERR-FILE ASSIGN TO "ARREGERR"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-ARREGERR-STATUS.
001020
001030     SELECT ERRORLOG-FILE ASSIGN DYNAMIC WS-DYN-ERRORLOG-FILE
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-ERRORLOG-STATUS.
001060
001070     SELECT EXCEP-REPORT ASSIGN DYNAMIC WS-DYN-EXCEP-REPORT
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-RPT-STATUS.
001100
001110     SELECT ERRCAT-FILE ASSIGN TO "ERRCAT"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-ERRCAT-STATUS.
001140
001150     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-SUSP-STATUS.
001180
001190     SELECT RUTAS-FILE ASSIGN TO "COLASCTL"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-RUT-STATUS.
001220
001230     SELECT SORT-FILE ASSIGN TO "SORTWK".
001240
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  ARREGERR-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  ARREGERR-RECORD.
001310     05  AERR-VALOR                  PIC X(03).
001320     05  FILLER                      PIC X(03).
001330     05  AERR-MOTIVO                 PIC X(30).
001340     05  FILLER                      PIC X(01).
001350     05  AERR-ORIGEN                 PIC X(06).
001360         88  AERR-ES-MANUAL          VALUE "MANUAL".
001370     05  FILLER                      PIC X(01).
001380     05  AERR-OPERADOR               PIC X(08).
001390     05  FILLER                      PIC X(28).
001400
001410 FD  ERRORLOG-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 117 CHARACTERS.
001440 01  ERRORLOG-RECORD.
001450     05  EERR-TIMESTAMP              PIC X(21).
001460     05  FILLER                      PIC X(01).
001470     05  EERR-PROGRAMA               PIC X(20).
001480     05  FILLER                      PIC X(01).
001490     05  EERR-CODIGO                 PIC 9(04).
001500     05  FILLER                      PIC X(01).
001510     05  EERR-MENSAJE                PIC X(59).
001520     05  FILLER                      PIC X(01).
001530     05  EERR-OPERADOR               PIC X(08).
001540
001550 FD  EXCEP-REPORT
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 110 CHARACTERS.
001580 01  EXCEP-REPORT-RECORD             PIC X(110).
001590
001600 FD  ERRCAT-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 89 CHARACTERS.
001630 01  ERRCAT-RECORD.
001640     05  ECAT-PROGRAMA               PIC X(20).
001650     05  FILLER                      PIC X(01).
001660     05  ECAT-CODIGO                 PIC 9(04).
001670     05  FILLER                      PIC X(01).
001680     05  ECAT-SEVERIDAD              PIC X(01).
001690     05  FILLER                      PIC X(01).
001700     05  ECAT-DESCRIPCION            PIC X(30).
001710     05  FILLER                      PIC X(01).
001720     05  ECAT-ACCION                 PIC X(30).
001730
001740 FD  SUSPENSO-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 112 CHARACTERS.
001770 01  SUSPENSO-RECORD.
001780     05  SUSP-ESTADO                 PIC X(01).
001790     05  FILLER                      PIC X(01).
001800     05  SUSP-FECHA-ALTA             PIC 9(08).
001810     05  FILLER                      PIC X(01).
001820     05  SUSP-PROGRAMA               PIC X(20).
001830     05  FILLER                      PIC X(01).
001840     05  SUSP-VALOR                  PIC X(03).
001850     05  FILLER                      PIC X(01).
001860     05  SUSP-MOTIVO                 PIC X(30).
001870     05  FILLER                      PIC X(01).
001880     05  SUSP-INICIALES              PIC X(03).
001890     05  FILLER                      PIC X(01).
001900     05  SUSP-NOTA                   PIC X(30).
001910     05  FILLER                      PIC X(01).
001920     05  SUSP-COLA                   PIC X(10).
001930
001940 FD  RUTAS-FILE
001950     LABEL RECORDS ARE STANDARD
001960     RECORD CONTAINS 31 CHARACTERS.
001970 01  RUTAS-RECORD.
001980     05  RUT-PROGRAMA                PIC X(20).
001990     05  FILLER                      PIC X(01).
002000     05  RUT-COLA                    PIC X(10).
002010
002020 SD  SORT-FILE.
002030 01  SORT-RECORD.
002040     05  SEXC-SEV-ORDEN              PIC 9(01).
002050     05  SEXC-PROGRAMA               PIC X(20).
002060     05  SEXC-VALOR                  PIC X(03).
002070     05  SEXC-MOTIVO                 PIC X(30).
002080     05  SEXC-SEVERIDAD              PIC X(01).
002090     05  SEXC-ACCION                 PIC X(30).
002100     05  SEXC-CODIGO                 PIC 9(04).
002110
002120 WORKING-STORAGE SECTION.
002130*----------------------------------------------------------------
002140*    ESTADO DE ARCHIVOS
002150*----------------------------------------------------------------
002160 01  WS-ARREGERR-STATUS              PIC X(02).
002170 01  WS-ERRCAT-STATUS                PIC X(02).
002180 01  WS-SUSP-STATUS                  PIC X(02).
002190 01  WS-ERRORLOG-STATUS              PIC X(02).
002200 01  WS-RPT-STATUS                   PIC X(02).
002210 01  WS-FECHA-HOY                    PIC X(08).
002220 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
002230 01  WS-DYN-ERRORLOG-FILE            PIC X(21) VALUE SPACES.
002240 01  WS-DYN-EXCEP-REPORT             PIC X(21) VALUE SPACES.
002250 01  WS-CPRV-PREFIJO                 PIC X(10)
002260         VALUE "EXCEPRPT.".
002270 01  WS-CPRV-ARCHIVO                 PIC X(21).
002280 01  WS-CPRV-FECHA                   PIC 9(08).
002290 01  WS-LINEA-REEMPLAZA.
002300     05  FILLER                      PIC X(13)
002310             VALUE "REEMPLAZA A: ".
002320     05  REM-ARCHIVO                 PIC X(21).
002330     05  FILLER                      PIC X(05) VALUE " DEL ".
002340     05  REM-FECHA                   PIC 9(08).
002350     05  FILLER                      PIC X(63) VALUE SPACES.
002360 01  WS-CATG-ARCHIVO             PIC X(21).
002370 01  WS-CATG-CANTIDAD            PIC 9(07).
002380 01  WS-CATG-PROGRAMA            PIC X(20)
002390         VALUE "excepciones".
002400
002410*----------------------------------------------------------------
002420*    TABLA DE EXCEPCIONES CONSOLIDADAS (TAMANO VARIABLE)
002430*----------------------------------------------------------------
002440 01  WS-MAX-EXCEPCIONES              PIC 9(03) VALUE 200.
002450 01  WS-CANT-EXCEPCIONES             PIC 9(03) VALUE ZERO.
002460 01  TABLA-EXCEPCIONES.
002470     05  EXCEP-ENTRADA OCCURS 1 TO 200 TIMES
002480             DEPENDING ON WS-CANT-EXCEPCIONES
002490             INDEXED BY EXCEP-IDX.
002500         10  EXCEP-PROGRAMA          PIC X(20).
002510         10  EXCEP-VALOR             PIC X(03).
002520         10  EXCEP-MOTIVO            PIC X(30).
002530         10  EXCEP-SEV-ORDEN         PIC 9(01).
002540         10  EXCEP-SEVERIDAD         PIC X(01).
002550         10  EXCEP-ACCION            PIC X(30).
002560         10  EXCEP-CODIGO            PIC 9(04).
002570
002580*----------------------------------------------------------------
002590*    CATALOGO DE ERRORES (ERRCAT) EN MEMORIA
002600*----------------------------------------------------------------
002610 01  WS-MAX-CATALOGO                 PIC 9(02) VALUE 50.
002620 01  WS-CANT-CATALOGO                PIC 9(02) VALUE ZERO.
002630 01  TABLA-CATALOGO.
002640     05  CAT-ENTRADA OCCURS 50 TIMES.
002650         10  CAT-PROGRAMA            PIC X(20).
002660         10  CAT-CODIGO              PIC 9(04).
002670         10  CAT-SEVERIDAD           PIC X(01).
002680         10  CAT-DESCRIPCION         PIC X(30).
002690         10  CAT-ACCION              PIC X(30).
002700 01  WS-IDX-CAT                      PIC 9(02) COMP.
002710 01  WS-SW-CAT                       PIC X(01) VALUE "N".
002720     88  CATALOGO-HALLADO            VALUE "S".
002730 01  WS-EOF-CAT                      PIC X(01) VALUE "N".
002740     88  FIN-ERRCAT                  VALUE "S".
002750
002760*----------------------------------------------------------------
002770*    SUSPENSO DE EXCEPCIONES NO RESUELTAS (ARCHIVO PERMANENTE)
002780*----------------------------------------------------------------
002790 01  WS-MAX-SUSPENSO                 PIC 9(03) VALUE 300.
002800
002810*----------------------------------------------------------------
002820*    RUTEO DE COLAS (TARJETAS COLASCTL): PROGRAMA DE ORIGEN ->
002830*    COLA DUENA. SIN REGLA, LA COLA ES OPERACION.
002840*----------------------------------------------------------------
002850 01  WS-RUT-STATUS                   PIC X(02).
002860 01  WS-EOF-RUT                      PIC X(01) VALUE "N".
002870     88  FIN-RUTAS                   VALUE "S".
002880 01  WS-MAX-RUTAS                    PIC 9(02) VALUE 20.
002890 01  WS-CANT-RUTAS                   PIC 9(02) VALUE ZERO.
002900 01  TABLA-RUTAS.
002910     05  RUTA-ENTRADA OCCURS 20 TIMES.
002920         10  RUTA-PROGRAMA           PIC X(20).
002930         10  RUTA-COLA               PIC X(10).
002940 77  WS-IDX-RUTA                     PIC 9(02) COMP.
002950 01  WS-COLA-ASIGNADA                PIC X(10).
002960 01  WS-ELOG-PROGRAMA                PIC X(20)
002970     VALUE "excepciones".
002980 01  WS-ELOG-CODIGO                  PIC 9(04).
002990 01  WS-ELOG-MENSAJE                 PIC X(59).
003000 01  WS-CANT-NO-CONSOLIDADAS        PIC 9(05) VALUE ZERO.
003010 01  WS-LINEA-AVISO.
003020     05  FILLER                  PIC X(07) VALUE "AVISO: ".
003030     05  AVI-CANTIDAD            PIC ZZ,ZZ9.
003040     05  FILLER                  PIC X(45) VALUE
003050         " EXCEPCION(ES) SIN CONSOLIDAR - TABLA LLENA".
003060     05  FILLER                  PIC X(52) VALUE SPACES.
003070 01  WS-CANT-SUSPENSO                PIC 9(03) VALUE ZERO.
003080 01  TABLA-SUSPENSO.
003090     05  SUSP-ENTRADA OCCURS 300 TIMES.
003100         10  SUSP-T-ESTADO           PIC X(01).
003110         10  SUSP-T-FECHA            PIC 9(08).
003120         10  SUSP-T-PROGRAMA         PIC X(20).
003130         10  SUSP-T-VALOR            PIC X(03).
003140         10  SUSP-T-MOTIVO           PIC X(30).
003150         10  SUSP-T-INICIALES        PIC X(03).
003160         10  SUSP-T-NOTA             PIC X(30).
003170         10  SUSP-T-COLA             PIC X(10).
003180 01  WS-IDX-SUSP                     PIC 9(03) COMP.
003190 01  WS-SW-SUSP                      PIC X(01) VALUE "N".
003200     88  SUSPENSO-HALLADO            VALUE "S".
003210 01  WS-EOF-SUSP                     PIC X(01) VALUE "N".
003220     88  FIN-SUSPENSO                VALUE "S".
003230 01  WS-FECHA-NUMERICA               PIC 9(08).
003240 01  WS-DIA-HOY-ENTERO               PIC 9(07) COMP.
003250 01  WS-DIA-SUSP-ENTERO              PIC 9(07) COMP.
003260 01  WS-DIAS-PENDIENTE               PIC S9(05) COMP.
003270 01  WS-CUENTA-PENDIENTES            PIC 9(03) VALUE ZERO.
003280
003290*----------------------------------------------------------------
003300*    CONTADORES Y CONMUTADORES DE TRABAJO
003310*----------------------------------------------------------------
003320 77  WS-SUB-I                        PIC 9(03) COMP.
003330 77  WS-SUB-J                        PIC 9(03) COMP.
003340 77  WS-SW-FIN                       PIC X(01) VALUE "N".
003350     88  FIN-DE-ARCHIVO              VALUE "S".
003360
003370*----------------------------------------------------------------
003380*    LINEAS DEL REPORTE
003390*----------------------------------------------------------------
003400 01  WS-LINEA-TITULO                 PIC X(50)
003410         VALUE "REPORTE CONSOLIDADO DE EXCEPCIONES DEL CICLO".
003420 01  WS-LINEA-FECHA.
003430     05  FILLER                      PIC X(21)
003440             VALUE "FECHA DEL REPORTE.: ".
003450     05  WS-FECHA-EDITADA            PIC X(08).
003460     05  FILLER                      PIC X(51) VALUE SPACES.
003470 01  WS-LINEA-ENCABEZADO-COL.
003480     05  FILLER                      PIC X(06) VALUE "SEVER ".
003490     05  FILLER                      PIC X(20) VALUE "PROGRAMA".
003500     05  FILLER                      PIC X(05) VALUE "VALOR".
003510     05  FILLER                      PIC X(31) VALUE "MOTIVO".
003520     05  FILLER                      PIC X(30) VALUE "ACCION".
003530     05  FILLER                      PIC X(18) VALUE "INCIDENTE".
003540 01  WS-LINEA-DETALLE.
003550     05  DET-SEVERIDAD               PIC X(05).
003560     05  FILLER                      PIC X(01) VALUE SPACE.
003570     05  DET-PROGRAMA                PIC X(20).
003580     05  FILLER                      PIC X(01) VALUE SPACE.
003590     05  DET-VALOR                   PIC X(04).
003600     05  DET-MOTIVO                  PIC X(30).
003610     05  FILLER                      PIC X(01) VALUE SPACE.
003620     05  DET-ACCION                  PIC X(30).
003630     05  FILLER                      PIC X(01) VALUE SPACE.
003640     05  DET-INCIDENTE               PIC X(17).
003650 01  WS-LINEA-PENDIENTE.
003660     05  FILLER                      PIC X(05) VALUE "PEND ".
003670     05  PEN-PROGRAMA                PIC X(20).
003680     05  FILLER                      PIC X(01) VALUE SPACE.
003690     05  PEN-VALOR                   PIC X(04).
003700     05  PEN-MOTIVO                  PIC X(30).
003710     05  FILLER                      PIC X(07) VALUE "  DIAS ".
003720     05  PEN-DIAS                    PIC ZZZZ9.
003730     05  FILLER                      PIC X(02) VALUE SPACES.
003740     05  PEN-INCIDENTE               PIC X(17).
003750     05  FILLER                      PIC X(19) VALUE SPACES.
003760
003770*----------------------------------------------------------------
003780*    INCIDENTE VINCULADO A CADA ITEM (INCIDENTE_SVC)
003790*----------------------------------------------------------------
003800 01  WS-INCS-AREA.
003810     05  WS-INCS-FUNCION             PIC X(01) VALUE "B".
003820     05  WS-INCS-TIPO                PIC X(01).
003830     05  WS-INCS-CLAVE               PIC X(61).
003840     05  WS-CLAVE-ERROR REDEFINES WS-INCS-CLAVE.
003850         10  WCE-FECHA               PIC X(08).
003860         10  WCE-PROGRAMA            PIC X(20).
003870         10  WCE-CODIGO              PIC 9(04).
003880         10  FILLER                  PIC X(29).
003890     05  WS-CLAVE-SUSPENSO REDEFINES WS-INCS-CLAVE.
003900         10  WCS-FECHA               PIC 9(08).
003910         10  WCS-PROGRAMA            PIC X(20).
003920         10  WCS-VALOR               PIC X(03).
003930         10  WCS-MOTIVO              PIC X(30).
003940     05  WS-INCS-NUMERO              PIC 9(05).
003950     05  WS-INCS-ESTADO              PIC X(01).
003960 01  WS-TEXTO-INCIDENTE              PIC X(17).
003970
003980 01  WS-LINEA-TOTAL.
003990     05  FILLER                      PIC X(24)
004000             VALUE "TOTAL DE EXCEPCIONES.: ".
004010     05  TOT-EXCEPCIONES-EDITADO     PIC ZZ9.
004020     05  FILLER                      PIC X(53) VALUE SPACES.
004030 01  WS-CUENTA-ARREG-DECK            PIC 9(05) VALUE ZERO.
004040 01  WS-CUENTA-ARREG-MANUAL          PIC 9(05) VALUE ZERO.
004050 01  WS-LINEA-ORIGEN-ARREG.
004060     05  FILLER                      PIC X(32)
004070             VALUE "RECHAZOS DE ARREGLOS - DECK....:".
004080     05  ORG-DECK                    PIC ZZ,ZZ9.
004090     05  FILLER                      PIC X(13)
004100             VALUE "  MANUALES..:".
004110     05  ORG-MANUAL                  PIC ZZ,ZZ9.
004120     05  FILLER                      PIC X(53) VALUE SPACES.
004130
004140 PROCEDURE DIVISION.
004150
004160******************************************************************
004170* 0000-MAINLINE
004180******************************************************************
004190 0000-MAINLINE.
004200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004210     PERFORM 1500-CARGAR-CATALOGO THRU 1500-EXIT.
004220     PERFORM 1600-CARGAR-SUSPENSO THRU 1600-EXIT.
004230     PERFORM 2000-CARGAR-ARREGERR THRU 2000-EXIT.
004240     PERFORM 3000-CARGAR-ERRORLOG THRU 3000-EXIT.
004250     PERFORM 4000-ORDENAR-TABLA THRU 4000-EXIT.
004260     PERFORM 5000-ESCRIBIR-REPORTE THRU 5000-EXIT.
004270     PERFORM 6000-ACTUALIZAR-SUSPENSO THRU 6000-EXIT.
004280     PERFORM 6500-REPORTAR-PENDIENTES THRU 6500-EXIT.
004290     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004300     GOBACK.
004310
004320******************************************************************
004330* 1000-INICIALIZAR - ABRE LOS ARCHIVOS DE ENTRADA (AMBOS SON
004340*     OPCIONALES: UN CICLO SIN EXCEPCIONES PUEDE NO HABER
004350*     GENERADO NINGUNO DE LOS DOS) Y EL REPORTE DE SALIDA
004360******************************************************************
004370 1000-INICIALIZAR.
004380     PERFORM 1700-CARGAR-RUTAS THRU 1700-EXIT.
004390     CALL "fecha_negocio" USING WS-FECHA-HOY
004400             WS-SUFIJO-CICLO.
004410     STRING "ERRORLOG." WS-FECHA-HOY DELIMITED BY SIZE
004420         WS-SUFIJO-CICLO DELIMITED BY SPACE
004430         INTO WS-DYN-ERRORLOG-FILE.
004440     STRING "EXCEPRPT." WS-FECHA-HOY DELIMITED BY SIZE
004450         WS-SUFIJO-CICLO DELIMITED BY SPACE
004460         INTO WS-DYN-EXCEP-REPORT.
004470     OPEN OUTPUT EXCEP-REPORT.
004480     CALL "catalogo_previa" USING WS-CPRV-PREFIJO
004490             WS-FECHA-HOY WS-CPRV-ARCHIVO WS-CPRV-FECHA.
004500     IF WS-CPRV-FECHA > ZERO
004510         MOVE WS-CPRV-ARCHIVO TO REM-ARCHIVO
004520         MOVE WS-CPRV-FECHA TO REM-FECHA
004530         MOVE WS-LINEA-REEMPLAZA TO EXCEP-REPORT-RECORD
004540         WRITE EXCEP-REPORT-RECORD
004550     END-IF.
004560     OPEN INPUT ARREGERR-FILE.
004570     OPEN INPUT ERRORLOG-FILE.
004580 1000-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 1500-CARGAR-CATALOGO - CARGA EL CATALOGO DE ERRORES ERRCAT
004630*     (OPCIONAL: SIN CATALOGO TODO QUEDA EN SEVERIDAD MEDIA)
004640******************************************************************
004650 1500-CARGAR-CATALOGO.
004660     OPEN INPUT ERRCAT-FILE.
004670     IF WS-ERRCAT-STATUS = "00"
004680         PERFORM 1510-LEER-CATALOGO THRU 1510-EXIT
004690             UNTIL FIN-ERRCAT
004700         CLOSE ERRCAT-FILE
004710     END-IF.
004720 1500-EXIT.
004730     EXIT.
004740
004750 1510-LEER-CATALOGO.
004760     READ ERRCAT-FILE
004770         AT END
004780             SET FIN-ERRCAT TO TRUE
004790         NOT AT END
004800             IF WS-CANT-CATALOGO < WS-MAX-CATALOGO
004810                     AND ECAT-CODIGO IS NUMERIC
004820                 ADD 1 TO WS-CANT-CATALOGO
004830                 MOVE ECAT-PROGRAMA TO
004840                     CAT-PROGRAMA(WS-CANT-CATALOGO)
004850                 MOVE ECAT-CODIGO TO CAT-CODIGO(WS-CANT-CATALOGO)
004860                 MOVE ECAT-SEVERIDAD TO
004870                     CAT-SEVERIDAD(WS-CANT-CATALOGO)
004880                 MOVE ECAT-DESCRIPCION TO
004890                     CAT-DESCRIPCION(WS-CANT-CATALOGO)
004900                 MOVE ECAT-ACCION TO CAT-ACCION(WS-CANT-CATALOGO)
004910             END-IF
004920     END-READ.
004930 1510-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 1600-CARGAR-SUSPENSO - CARGA EL SUSPENSO PERMANENTE EN MEMORIA
004980******************************************************************
004990 1600-CARGAR-SUSPENSO.
005000     OPEN INPUT SUSPENSO-FILE.
005010     IF WS-SUSP-STATUS = "00"
005020         PERFORM 1610-LEER-SUSPENSO THRU 1610-EXIT
005030             UNTIL FIN-SUSPENSO
005040         CLOSE SUSPENSO-FILE
005050     END-IF.
005060 1600-EXIT.
005070     EXIT.
005080
005090 1610-LEER-SUSPENSO.
005100     READ SUSPENSO-FILE
005110         AT END
005120             SET FIN-SUSPENSO TO TRUE
005130         NOT AT END
005140             IF WS-CANT-SUSPENSO < WS-MAX-SUSPENSO
005150                 ADD 1 TO WS-CANT-SUSPENSO
005160                 MOVE SUSP-ESTADO TO
005170                     SUSP-T-ESTADO(WS-CANT-SUSPENSO)
005180                 MOVE SUSP-FECHA-ALTA TO
005190                     SUSP-T-FECHA(WS-CANT-SUSPENSO)
005200                 MOVE SUSP-PROGRAMA TO
005210                     SUSP-T-PROGRAMA(WS-CANT-SUSPENSO)
005220                 MOVE SUSP-VALOR TO
005230                     SUSP-T-VALOR(WS-CANT-SUSPENSO)
005240                 MOVE SUSP-MOTIVO TO
005250                     SUSP-T-MOTIVO(WS-CANT-SUSPENSO)
005260                 MOVE SUSP-INICIALES TO
005270                     SUSP-T-INICIALES(WS-CANT-SUSPENSO)
005280                 MOVE SUSP-NOTA TO
005290                     SUSP-T-NOTA(WS-CANT-SUSPENSO)
005300                 IF SUSP-COLA = SPACES
005310                     MOVE "OPERACION" TO
005320                         SUSP-T-COLA(WS-CANT-SUSPENSO)
005330                 ELSE
005340                     MOVE SUSP-COLA TO
005350                         SUSP-T-COLA(WS-CANT-SUSPENSO)
005360                 END-IF
005370             ELSE
005380*                EL REGRABADO DE 6000 SALE DE LA TABLA: UN
005390*                SUSPENSO QUE NO ENTRA SE PERDERIA SIN RASTRO
005400                 MOVE 34 TO WS-ELOG-CODIGO
005410                 MOVE SPACES TO WS-ELOG-MENSAJE
005420                 STRING "SUSPENSO PERDIDO - TABLA LLENA: "
005430                     DELIMITED BY SIZE
005440                     SUSP-PROGRAMA DELIMITED BY SPACE
005450                     " " DELIMITED BY SIZE
005460                     SUSP-VALOR DELIMITED BY SIZE
005470                     INTO WS-ELOG-MENSAJE
005480                 CALL "errorlog" USING WS-ELOG-PROGRAMA
005490                         WS-ELOG-CODIGO WS-ELOG-MENSAJE
005500             END-IF
005510     END-READ.
005520 1610-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 1700-CARGAR-RUTAS - TARJETAS COLASCTL: QUE COLA ES DUENA DE
005570*     LAS EXCEPCIONES DE CADA PROGRAMA DE ORIGEN
005580******************************************************************
005590 1700-CARGAR-RUTAS.
005600     OPEN INPUT RUTAS-FILE.
005610     IF WS-RUT-STATUS NOT = "00"
005620         GO TO 1700-EXIT
005630     END-IF.
005640     PERFORM 1710-LEER-RUTA THRU 1710-EXIT
005650         UNTIL FIN-RUTAS.
005660     CLOSE RUTAS-FILE.
005670 1700-EXIT.
005680     EXIT.
005690
005700 1710-LEER-RUTA.
005710     READ RUTAS-FILE
005720         AT END
005730             SET FIN-RUTAS TO TRUE
005740         NOT AT END
005750             IF WS-CANT-RUTAS < WS-MAX-RUTAS
005760                     AND RUT-PROGRAMA NOT = SPACES
005770                     AND RUT-COLA NOT = SPACES
005780                 ADD 1 TO WS-CANT-RUTAS
005790                 MOVE RUT-PROGRAMA TO
005800                     RUTA-PROGRAMA(WS-CANT-RUTAS)
005810                 MOVE RUT-COLA TO RUTA-COLA(WS-CANT-RUTAS)
005820             END-IF
005830     END-READ.
005840 1710-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880* 2000-CARGAR-ARREGERR - AGREGA A LA TABLA CADA RECHAZO DE
005890*     ARREGLOS.CBL, QUE NO TRAE SU PROPIO NOMBRE DE PROGRAMA
005900******************************************************************
005910 2000-CARGAR-ARREGERR.
005920     IF WS-ARREGERR-STATUS = "00"
005930         MOVE "N" TO WS-SW-FIN
005940         PERFORM UNTIL FIN-DE-ARCHIVO
005950             PERFORM 2100-LEER-ARREGERR THRU 2100-EXIT
005960         END-PERFORM
005970         CLOSE ARREGERR-FILE
005980     END-IF.
005990 2000-EXIT.
006000     EXIT.
006010
006020 2100-LEER-ARREGERR.
006030     READ ARREGERR-FILE
006040         AT END
006050             MOVE "S" TO WS-SW-FIN
006060         NOT AT END
006070             IF AERR-ES-MANUAL
006080                 ADD 1 TO WS-CUENTA-ARREG-MANUAL
006090             ELSE
006100                 ADD 1 TO WS-CUENTA-ARREG-DECK
006110             END-IF
006120             IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
006130                 ADD 1 TO WS-CANT-EXCEPCIONES
006140                 MOVE "arreglos"
006150                     TO EXCEP-PROGRAMA(WS-CANT-EXCEPCIONES)
006160                 MOVE ZERO TO EXCEP-CODIGO(WS-CANT-EXCEPCIONES)
006170                 IF AERR-ES-MANUAL
006180                     MOVE "arreglos-manual"
006190                         TO EXCEP-PROGRAMA(WS-CANT-EXCEPCIONES)
006200                 END-IF
006210                 MOVE AERR-VALOR
006220                     TO EXCEP-VALOR(WS-CANT-EXCEPCIONES)
006230                 MOVE AERR-MOTIVO
006240                     TO EXCEP-MOTIVO(WS-CANT-EXCEPCIONES)
006250                 MOVE 2 TO
006260                     EXCEP-SEV-ORDEN(WS-CANT-EXCEPCIONES)
006270                 MOVE "M" TO
006280                     EXCEP-SEVERIDAD(WS-CANT-EXCEPCIONES)
006290                 MOVE "CORREGIR Y REENVIAR EL DATO" TO
006300                     EXCEP-ACCION(WS-CANT-EXCEPCIONES)
006310                 IF AERR-ES-MANUAL
006320                     MOVE SPACES TO
006330                         EXCEP-ACCION(WS-CANT-EXCEPCIONES)
006340                     STRING "CORREGIR CON OPERADOR "
006350                         AERR-OPERADOR DELIMITED BY SIZE
006360                         INTO EXCEP-ACCION(WS-CANT-EXCEPCIONES)
006370                 END-IF
006380             ELSE
006390                 ADD 1 TO WS-CANT-NO-CONSOLIDADAS
006400             END-IF
006410     END-READ.
006420 2100-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460* 3000-CARGAR-ERRORLOG - AGREGA A LA TABLA CADA REGISTRO DE LA
006470*     BITACORA COMPARTIDA DE ERRORES
006480******************************************************************
006490 3000-CARGAR-ERRORLOG.
006500     IF WS-ERRORLOG-STATUS = "00"
006510         MOVE "N" TO WS-SW-FIN
006520         PERFORM UNTIL FIN-DE-ARCHIVO
006530             PERFORM 3100-LEER-ERRORLOG THRU 3100-EXIT
006540         END-PERFORM
006550         CLOSE ERRORLOG-FILE
006560     END-IF.
006570 3000-EXIT.
006580     EXIT.
006590
006600 3100-LEER-ERRORLOG.
006610     READ ERRORLOG-FILE
006620         AT END
006630             MOVE "S" TO WS-SW-FIN
006640         NOT AT END
006650             IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
006660                 ADD 1 TO WS-CANT-EXCEPCIONES
006670                 MOVE EERR-PROGRAMA
006680                     TO EXCEP-PROGRAMA(WS-CANT-EXCEPCIONES)
006690                 MOVE SPACES
006700                     TO EXCEP-VALOR(WS-CANT-EXCEPCIONES)
006710                 MOVE EERR-MENSAJE
006720                     TO EXCEP-MOTIVO(WS-CANT-EXCEPCIONES)
006730                 MOVE EERR-CODIGO
006740                     TO EXCEP-CODIGO(WS-CANT-EXCEPCIONES)
006750                 PERFORM 3200-ENRIQUECER-ENTRADA THRU 3200-EXIT
006760             ELSE
006770                 ADD 1 TO WS-CANT-NO-CONSOLIDADAS
006780             END-IF
006790     END-READ.
006800 3100-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* 3200-ENRIQUECER-ENTRADA - JOIN CONTRA EL CATALOGO DE ERRORES
006850*     POR PROGRAMA + CODIGO: SEVERIDAD, DESCRIPCION Y ACCION.
006860*     SIN COINCIDENCIA QUEDA SEVERIDAD MEDIA SIN ACCION.
006870******************************************************************
006880 3200-ENRIQUECER-ENTRADA.
006890     MOVE "N" TO WS-SW-CAT.
006900     PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
006910             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO
006920                 OR CATALOGO-HALLADO
006930         PERFORM 3210-COMPARAR-CATALOGO THRU 3210-EXIT
006940     END-PERFORM.
006950     IF NOT CATALOGO-HALLADO
006960         MOVE 2 TO EXCEP-SEV-ORDEN(WS-CANT-EXCEPCIONES)
006970         MOVE "M" TO EXCEP-SEVERIDAD(WS-CANT-EXCEPCIONES)
006980         MOVE SPACES TO EXCEP-ACCION(WS-CANT-EXCEPCIONES)
006990     END-IF.
007000 3200-EXIT.
007010     EXIT.
007020
007030 3210-COMPARAR-CATALOGO.
007040     IF CAT-PROGRAMA(WS-IDX-CAT) = EERR-PROGRAMA
007050             AND CAT-CODIGO(WS-IDX-CAT) = EERR-CODIGO
007060         SET CATALOGO-HALLADO TO TRUE
007070         MOVE CAT-DESCRIPCION(WS-IDX-CAT) TO
007080             EXCEP-MOTIVO(WS-CANT-EXCEPCIONES)
007090         MOVE CAT-SEVERIDAD(WS-IDX-CAT) TO
007100             EXCEP-SEVERIDAD(WS-CANT-EXCEPCIONES)
007110         MOVE CAT-ACCION(WS-IDX-CAT) TO
007120             EXCEP-ACCION(WS-CANT-EXCEPCIONES)
007130         EVALUATE CAT-SEVERIDAD(WS-IDX-CAT)
007140             WHEN "A"
007150                 MOVE 1 TO EXCEP-SEV-ORDEN(WS-CANT-EXCEPCIONES)
007160             WHEN "B"
007170                 MOVE 3 TO EXCEP-SEV-ORDEN(WS-CANT-EXCEPCIONES)
007180             WHEN OTHER
007190                 MOVE 2 TO EXCEP-SEV-ORDEN(WS-CANT-EXCEPCIONES)
007200         END-EVALUATE
007210     END-IF.
007220 3210-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260* 4000-ORDENAR-TABLA - ORDENA LA TABLA CON EL VERBO SORT
007270*     (SEVERIDAD PRIMERO, LUEGO PROGRAMA Y MOTIVO), LIBERANDO
007280*     CADA ENTRADA AL SORT Y RECUPERANDOLA YA ORDENADA
007290******************************************************************
007300 4000-ORDENAR-TABLA.
007310     IF WS-CANT-EXCEPCIONES > 1
007320         SORT SORT-FILE
007330             ON ASCENDING KEY SEXC-SEV-ORDEN
007340                              SEXC-PROGRAMA
007350                              SEXC-MOTIVO
007360             INPUT PROCEDURE IS 4100-LIBERAR-AL-SORT
007370                 THRU 4100-EXIT
007380             OUTPUT PROCEDURE IS 4200-RECUPERAR-DEL-SORT
007390                 THRU 4200-EXIT
007400     END-IF.
007410 4000-EXIT.
007420     EXIT.
007430
007440 4100-LIBERAR-AL-SORT.
007450     PERFORM VARYING WS-SUB-I FROM 1 BY 1
007460             UNTIL WS-SUB-I > WS-CANT-EXCEPCIONES
007470         PERFORM 4110-LIBERAR-UNA THRU 4110-EXIT
007480     END-PERFORM.
007490 4100-EXIT.
007500     EXIT.
007510
007520 4110-LIBERAR-UNA.
007530     MOVE EXCEP-SEV-ORDEN(WS-SUB-I) TO SEXC-SEV-ORDEN.
007540     MOVE EXCEP-PROGRAMA(WS-SUB-I) TO SEXC-PROGRAMA.
007550     MOVE EXCEP-VALOR(WS-SUB-I) TO SEXC-VALOR.
007560     MOVE EXCEP-MOTIVO(WS-SUB-I) TO SEXC-MOTIVO.
007570     MOVE EXCEP-SEVERIDAD(WS-SUB-I) TO SEXC-SEVERIDAD.
007580     MOVE EXCEP-ACCION(WS-SUB-I) TO SEXC-ACCION.
007590     MOVE EXCEP-CODIGO(WS-SUB-I) TO SEXC-CODIGO.
007600     RELEASE SORT-RECORD.
007610 4110-EXIT.
007620     EXIT.
007630
007640 4200-RECUPERAR-DEL-SORT.
007650     MOVE ZERO TO WS-SUB-I.
007660     PERFORM 4210-RECUPERAR-UNA THRU 4210-EXIT
007670         UNTIL WS-SUB-I > WS-CANT-EXCEPCIONES.
007680 4200-EXIT.
007690     EXIT.
007700
007710 4210-RECUPERAR-UNA.
007720     RETURN SORT-FILE
007730         AT END
007740             COMPUTE WS-SUB-I = WS-CANT-EXCEPCIONES + 1
007750         NOT AT END
007760             ADD 1 TO WS-SUB-I
007770             MOVE SEXC-SEV-ORDEN TO EXCEP-SEV-ORDEN(WS-SUB-I)
007780             MOVE SEXC-PROGRAMA TO EXCEP-PROGRAMA(WS-SUB-I)
007790             MOVE SEXC-VALOR TO EXCEP-VALOR(WS-SUB-I)
007800             MOVE SEXC-MOTIVO TO EXCEP-MOTIVO(WS-SUB-I)
007810             MOVE SEXC-SEVERIDAD TO EXCEP-SEVERIDAD(WS-SUB-I)
007820             MOVE SEXC-ACCION TO EXCEP-ACCION(WS-SUB-I)
007830             MOVE SEXC-CODIGO TO EXCEP-CODIGO(WS-SUB-I)
007840     END-RETURN.
007850 4210-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890* 5000-ESCRIBIR-REPORTE - ESCRIBE EL ENCABEZADO, UNA LINEA POR
007900*     EXCEPCION Y EL TOTAL CONSOLIDADO
007910******************************************************************
007920 5000-ESCRIBIR-REPORTE.
007930     MOVE WS-LINEA-TITULO TO EXCEP-REPORT-RECORD.
007940     WRITE EXCEP-REPORT-RECORD.
007950     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
007960     MOVE WS-LINEA-FECHA TO EXCEP-REPORT-RECORD.
007970     WRITE EXCEP-REPORT-RECORD.
007980     MOVE WS-LINEA-ENCABEZADO-COL TO EXCEP-REPORT-RECORD.
007990     WRITE EXCEP-REPORT-RECORD.
008000
008010     PERFORM VARYING WS-SUB-I FROM 1 BY 1
008020             UNTIL WS-SUB-I > WS-CANT-EXCEPCIONES
008030         PERFORM 5100-ESCRIBIR-DETALLE THRU 5100-EXIT
008040     END-PERFORM.
008050
008060     MOVE WS-CANT-EXCEPCIONES TO TOT-EXCEPCIONES-EDITADO.
008070     MOVE WS-LINEA-TOTAL TO EXCEP-REPORT-RECORD.
008080     WRITE EXCEP-REPORT-RECORD.
008090     MOVE WS-CUENTA-ARREG-DECK TO ORG-DECK.
008100     MOVE WS-CUENTA-ARREG-MANUAL TO ORG-MANUAL.
008110     MOVE WS-LINEA-ORIGEN-ARREG TO EXCEP-REPORT-RECORD.
008120     WRITE EXCEP-REPORT-RECORD.
008130     IF WS-CANT-NO-CONSOLIDADAS > ZERO
008140         MOVE WS-CANT-NO-CONSOLIDADAS TO AVI-CANTIDAD
008150         MOVE WS-LINEA-AVISO TO EXCEP-REPORT-RECORD
008160         WRITE EXCEP-REPORT-RECORD
008170         MOVE 34 TO WS-ELOG-CODIGO
008180         MOVE SPACES TO WS-ELOG-MENSAJE
008190         STRING "EXCEPCIONES SIN CONSOLIDAR - TABLA LLENA: "
008200             DELIMITED BY SIZE
008210             WS-CANT-NO-CONSOLIDADAS DELIMITED BY SIZE
008220             INTO WS-ELOG-MENSAJE
008230         CALL "errorlog" USING WS-ELOG-PROGRAMA
008240                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
008250     END-IF.
008260 5000-EXIT.
008270     EXIT.
008280
008290 5100-ESCRIBIR-DETALLE.
008300     EVALUATE EXCEP-SEVERIDAD(WS-SUB-I)
008310         WHEN "A"
008320             MOVE "ALTA " TO DET-SEVERIDAD
008330         WHEN "B"
008340             MOVE "BAJA " TO DET-SEVERIDAD
008350         WHEN OTHER
008360             MOVE "MEDIA" TO DET-SEVERIDAD
008370     END-EVALUATE.
008380     MOVE EXCEP-PROGRAMA(WS-SUB-I) TO DET-PROGRAMA.
008390     MOVE EXCEP-VALOR(WS-SUB-I)    TO DET-VALOR.
008400     MOVE EXCEP-MOTIVO(WS-SUB-I)   TO DET-MOTIVO.
008410     MOVE EXCEP-ACCION(WS-SUB-I)   TO DET-ACCION.
008420     PERFORM 5150-BUSCAR-INCIDENTE THRU 5150-EXIT.
008430     MOVE WS-TEXTO-INCIDENTE       TO DET-INCIDENTE.
008440     MOVE WS-LINEA-DETALLE TO EXCEP-REPORT-RECORD.
008450     WRITE EXCEP-REPORT-RECORD.
008460 5100-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 5150-BUSCAR-INCIDENTE - EL INCIDENTE DE LA EXCEPCION: PRIMERO
008510*     POR SU ERROR DEL DIA (FECHA + PROGRAMA + CODIGO); SI NO,
008520*     POR SU ITEM DE SUSPENSO (EL PENDIENTE IDENTICO QUE YA
008530*     EXISTE, O EL QUE SE DA DE ALTA HOY)
008540******************************************************************
008550 5150-BUSCAR-INCIDENTE.
008560     MOVE SPACES TO WS-TEXTO-INCIDENTE.
008570     IF EXCEP-CODIGO(WS-SUB-I) > ZERO
008580         MOVE "E" TO WS-INCS-TIPO
008590         MOVE SPACES TO WS-INCS-CLAVE
008600         MOVE WS-FECHA-HOY TO WCE-FECHA
008610         MOVE EXCEP-PROGRAMA(WS-SUB-I) TO WCE-PROGRAMA
008620         MOVE EXCEP-CODIGO(WS-SUB-I) TO WCE-CODIGO
008630         PERFORM 5170-CONSULTAR-INCIDENTE THRU 5170-EXIT
008640         IF WS-INCS-NUMERO > ZERO
008650             GO TO 5150-EXIT
008660         END-IF
008670     END-IF.
008680     MOVE "N" TO WS-SW-SUSP.
008690     PERFORM 6110-COMPARAR-SUSPENSO THRU 6110-EXIT
008700         VARYING WS-IDX-SUSP FROM 1 BY 1
008710             UNTIL WS-IDX-SUSP > WS-CANT-SUSPENSO
008720                 OR SUSPENSO-HALLADO.
008730     MOVE "S" TO WS-INCS-TIPO.
008740     MOVE WS-FECHA-HOY TO WCS-FECHA.
008750     IF SUSPENSO-HALLADO
008760         SUBTRACT 1 FROM WS-IDX-SUSP
008770         MOVE SUSP-T-FECHA(WS-IDX-SUSP) TO WCS-FECHA
008780     END-IF.
008790     MOVE EXCEP-PROGRAMA(WS-SUB-I) TO WCS-PROGRAMA.
008800     MOVE EXCEP-VALOR(WS-SUB-I) TO WCS-VALOR.
008810     MOVE EXCEP-MOTIVO(WS-SUB-I) TO WCS-MOTIVO.
008820     PERFORM 5170-CONSULTAR-INCIDENTE THRU 5170-EXIT.
008830 5150-EXIT.
008840     EXIT.
008850
008860 5170-CONSULTAR-INCIDENTE.
008870     CALL "incidente_svc" USING WS-INCS-AREA.
008880     MOVE SPACES TO WS-TEXTO-INCIDENTE.
008890     IF WS-INCS-NUMERO = ZERO
008900         GO TO 5170-EXIT
008910     END-IF.
008920     IF WS-INCS-ESTADO = "C"
008930         STRING "INC " WS-INCS-NUMERO " CERRADO"
008940             DELIMITED BY SIZE INTO WS-TEXTO-INCIDENTE
008950     ELSE
008960         STRING "INC " WS-INCS-NUMERO
008970             DELIMITED BY SIZE INTO WS-TEXTO-INCIDENTE
008980     END-IF.
008990 5170-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030* 6000-ACTUALIZAR-SUSPENSO - AGREGA AL SUSPENSO CADA EXCEPCION DE
009040*     HOY QUE NO TENGA YA UNA ENTRADA PENDIENTE IDENTICA, Y
009050*     REGRABA EL ARCHIVO COMPLETO
009060******************************************************************
009070 6000-ACTUALIZAR-SUSPENSO.
009080     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
009090     PERFORM 6100-INCORPORAR-EXCEPCION THRU 6100-EXIT
009100         VARYING WS-SUB-I FROM 1 BY 1
009110             UNTIL WS-SUB-I > WS-CANT-EXCEPCIONES.
009120     OPEN OUTPUT SUSPENSO-FILE.
009130     PERFORM 6200-GRABAR-SUSPENSO THRU 6200-EXIT
009140         VARYING WS-IDX-SUSP FROM 1 BY 1
009150             UNTIL WS-IDX-SUSP > WS-CANT-SUSPENSO.
009160     CLOSE SUSPENSO-FILE.
009170 6000-EXIT.
009180     EXIT.
009190
009200 6100-INCORPORAR-EXCEPCION.
009210     MOVE "N" TO WS-SW-SUSP.
009220     PERFORM VARYING WS-IDX-SUSP FROM 1 BY 1
009230             UNTIL WS-IDX-SUSP > WS-CANT-SUSPENSO
009240                 OR SUSPENSO-HALLADO
009250         PERFORM 6110-COMPARAR-SUSPENSO THRU 6110-EXIT
009260     END-PERFORM.
009270     IF NOT SUSPENSO-HALLADO
009280         IF WS-CANT-SUSPENSO >= WS-MAX-SUSPENSO
009290             MOVE 34 TO WS-ELOG-CODIGO
009300             MOVE SPACES TO WS-ELOG-MENSAJE
009310             STRING "SUSPENSO NUEVO PERDIDO - TABLA LLENA: "
009320                 DELIMITED BY SIZE
009330                 EXCEP-PROGRAMA(WS-SUB-I) DELIMITED BY SPACE
009340                 INTO WS-ELOG-MENSAJE
009350             CALL "errorlog" USING WS-ELOG-PROGRAMA
009360                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
009370             GO TO 6100-EXIT
009380         END-IF
009390     END-IF.
009400     IF NOT SUSPENSO-HALLADO
009410         ADD 1 TO WS-CANT-SUSPENSO
009420         MOVE "P" TO SUSP-T-ESTADO(WS-CANT-SUSPENSO)
009430         MOVE WS-FECHA-NUMERICA TO SUSP-T-FECHA(WS-CANT-SUSPENSO)
009440         MOVE EXCEP-PROGRAMA(WS-SUB-I) TO
009450             SUSP-T-PROGRAMA(WS-CANT-SUSPENSO)
009460         MOVE EXCEP-VALOR(WS-SUB-I) TO
009470             SUSP-T-VALOR(WS-CANT-SUSPENSO)
009480         MOVE EXCEP-MOTIVO(WS-SUB-I) TO
009490             SUSP-T-MOTIVO(WS-CANT-SUSPENSO)
009500         MOVE SPACES TO SUSP-T-INICIALES(WS-CANT-SUSPENSO)
009510         MOVE SPACES TO SUSP-T-NOTA(WS-CANT-SUSPENSO)
009520         PERFORM 6120-ASIGNAR-COLA THRU 6120-EXIT
009530         MOVE WS-COLA-ASIGNADA TO
009540             SUSP-T-COLA(WS-CANT-SUSPENSO)
009550     END-IF.
009560 6100-EXIT.
009570     EXIT.
009580
009590 6110-COMPARAR-SUSPENSO.
009600     IF SUSP-T-ESTADO(WS-IDX-SUSP) = "P"
009610             AND SUSP-T-PROGRAMA(WS-IDX-SUSP)
009620                 = EXCEP-PROGRAMA(WS-SUB-I)
009630             AND SUSP-T-VALOR(WS-IDX-SUSP)
009640                 = EXCEP-VALOR(WS-SUB-I)
009650             AND SUSP-T-MOTIVO(WS-IDX-SUSP)
009660                 = EXCEP-MOTIVO(WS-SUB-I)
009670         SET SUSPENSO-HALLADO TO TRUE
009680     END-IF.
009690 6110-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730* 6120-ASIGNAR-COLA - LA COLA DUENA DEL ITEM NUEVO SEGUN LAS
009740*     TARJETAS COLASCTL; SIN REGLA PARA EL PROGRAMA, OPERACION
009750******************************************************************
009760 6120-ASIGNAR-COLA.
009770     MOVE "OPERACION" TO WS-COLA-ASIGNADA.
009780     PERFORM 6130-COMPARAR-RUTA THRU 6130-EXIT
009790         VARYING WS-IDX-RUTA FROM 1 BY 1
009800             UNTIL WS-IDX-RUTA > WS-CANT-RUTAS.
009810 6120-EXIT.
009820     EXIT.
009830
009840 6130-COMPARAR-RUTA.
009850     IF RUTA-PROGRAMA(WS-IDX-RUTA) = EXCEP-PROGRAMA(WS-SUB-I)
009860         MOVE RUTA-COLA(WS-IDX-RUTA) TO WS-COLA-ASIGNADA
009870     END-IF.
009880 6130-EXIT.
009890     EXIT.
009900
009910 6200-GRABAR-SUSPENSO.
009920     MOVE SPACES TO SUSPENSO-RECORD.
009930     MOVE SUSP-T-ESTADO(WS-IDX-SUSP) TO SUSP-ESTADO.
009940     MOVE SUSP-T-FECHA(WS-IDX-SUSP) TO SUSP-FECHA-ALTA.
009950     MOVE SUSP-T-PROGRAMA(WS-IDX-SUSP) TO SUSP-PROGRAMA.
009960     MOVE SUSP-T-VALOR(WS-IDX-SUSP) TO SUSP-VALOR.
009970     MOVE SUSP-T-MOTIVO(WS-IDX-SUSP) TO SUSP-MOTIVO.
009980     MOVE SUSP-T-INICIALES(WS-IDX-SUSP) TO SUSP-INICIALES.
009990     MOVE SUSP-T-NOTA(WS-IDX-SUSP) TO SUSP-NOTA.
010000     MOVE SUSP-T-COLA(WS-IDX-SUSP) TO SUSP-COLA.
010010     WRITE SUSPENSO-RECORD.
010020 6200-EXIT.
010030     EXIT.
010040
010050******************************************************************
010060* 6500-REPORTAR-PENDIENTES - SECCION DE ITEMS DE DIAS ANTERIORES
010070*     AUN SIN RESOLVER, CON DIAS PENDIENTES
010080******************************************************************
010090 6500-REPORTAR-PENDIENTES.
010100     MOVE "PENDIENTES DE DIAS ANTERIORES SIN RESOLVER"
010110         TO EXCEP-REPORT-RECORD.
010120     WRITE EXCEP-REPORT-RECORD.
010130     COMPUTE WS-DIA-HOY-ENTERO =
010140         FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA).
010150     PERFORM 6510-REPORTAR-PENDIENTE THRU 6510-EXIT
010160         VARYING WS-IDX-SUSP FROM 1 BY 1
010170             UNTIL WS-IDX-SUSP > WS-CANT-SUSPENSO.
010180     MOVE SPACES TO WS-LINEA-TOTAL.
010190     MOVE "PENDIENTES ANTERIORES.: " TO WS-LINEA-TOTAL(1:24).
010200     MOVE WS-CUENTA-PENDIENTES TO TOT-EXCEPCIONES-EDITADO.
010210     MOVE WS-LINEA-TOTAL TO EXCEP-REPORT-RECORD.
010220     WRITE EXCEP-REPORT-RECORD.
010230 6500-EXIT.
010240     EXIT.
010250
010260 6510-REPORTAR-PENDIENTE.
010270     IF SUSP-T-ESTADO(WS-IDX-SUSP) NOT = "P"
010280             OR SUSP-T-FECHA(WS-IDX-SUSP) >= WS-FECHA-NUMERICA
010290         GO TO 6510-EXIT
010300     END-IF.
010310     ADD 1 TO WS-CUENTA-PENDIENTES.
010320     COMPUTE WS-DIA-SUSP-ENTERO =
010330         FUNCTION INTEGER-OF-DATE(SUSP-T-FECHA(WS-IDX-SUSP)).
010340     COMPUTE WS-DIAS-PENDIENTE =
010350         WS-DIA-HOY-ENTERO - WS-DIA-SUSP-ENTERO.
010360     MOVE SUSP-T-PROGRAMA(WS-IDX-SUSP) TO PEN-PROGRAMA.
010370     MOVE SUSP-T-VALOR(WS-IDX-SUSP) TO PEN-VALOR.
010380     MOVE SUSP-T-MOTIVO(WS-IDX-SUSP) TO PEN-MOTIVO.
010390     MOVE WS-DIAS-PENDIENTE TO PEN-DIAS.
010400     MOVE "S" TO WS-INCS-TIPO.
010410     MOVE SUSP-T-FECHA(WS-IDX-SUSP) TO WCS-FECHA.
010420     MOVE SUSP-T-PROGRAMA(WS-IDX-SUSP) TO WCS-PROGRAMA.
010430     MOVE SUSP-T-VALOR(WS-IDX-SUSP) TO WCS-VALOR.
010440     MOVE SUSP-T-MOTIVO(WS-IDX-SUSP) TO WCS-MOTIVO.
010450     PERFORM 5170-CONSULTAR-INCIDENTE THRU 5170-EXIT.
010460     MOVE WS-TEXTO-INCIDENTE TO PEN-INCIDENTE.
010470     MOVE WS-LINEA-PENDIENTE TO EXCEP-REPORT-RECORD.
010480     WRITE EXCEP-REPORT-RECORD.
010490 6510-EXIT.
010500     EXIT.
010510
010520******************************************************************
010530* 9000-TERMINAR - CIERRA EL REPORTE
010540******************************************************************
010550 9000-TERMINAR.
010560     CLOSE EXCEP-REPORT.
010570     MOVE WS-DYN-EXCEP-REPORT TO WS-CATG-ARCHIVO.
010580     MOVE WS-CANT-EXCEPCIONES TO WS-CATG-CANTIDAD.
010590     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
010600             WS-CATG-CANTIDAD.
010610     DISPLAY "REPORTE DE EXCEPCIONES GENERADO: "
010620         WS-CANT-EXCEPCIONES " REGISTRO(S)".
010630 9000-EXIT.
010640     EXIT.
010650
010660 END PROGRAM excepciones.
