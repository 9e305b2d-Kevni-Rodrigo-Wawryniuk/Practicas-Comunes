001970*                 UNA RECUPERACION DE VARIOS DIAS (CICLO_RECUPERO)
001980*                 NO ARRASTRA SWITCHES DE EOF NI CONTADORES DE
001990*                 UN DIA AL SIGUIENTE.
002000* 2026-10-15 RW   EL DIA DE CIERRE, DESPUES DE CIERRE_MENSUAL,
002010*                 CORRE DOMICILIO_MES: LA LISTA POR SUCURSAL DE
002020*                 LAS PERSONAS SIN DOMICILIO UTIL (SIN CARGAR,
002030*                 INCOMPLETO O DEVUELTO POR EL CORREO).
002040* 2026-10-15 RW   EL HISTORIAL GUARDA TAMBIEN LOS SEGUNDOS DE CADA
002050*                 PASO (HIST-SEG-PASOS, 24 X 9(05); REGISTRO
002060*                 101 -> 222), PARA QUE EL PRORRATEO MENSUAL POR
002070*                 SUCURSAL (CARGO_SUCURSAL) TENGA EL TIEMPO DE
002080*                 CADA PASO SIN LEER LOS REPORTES TIEMPOS.
002090* 2026-10-15 RW   EL DIA DE CIERRE CORRE TAMBIEN MIGRACION_MES:
002100*                 LAS MATRICES DE MOVIMIENTO DEL MES ENTRE
002110*                 CLASIFICACIONES Y ENTRE SUCURSALES.
002120* 2026-10-15 RW   CADA DECK DE ENTRADA SE ARCHIVA COMO
002130*                 DECK.AAAAMMDD EN EL MOMENTO EN QUE ARRANCA EL
002140*                 PASO QUE LO CONSUME (PARMCTL, ANTES DE
002150*                 PARM_VALIDA), YA NO AL FINAL DE UN CICLO
002160*                 COMPLETO: UN CICLO QUE FALLA O UN DECK
002170*                 REENTREGADO AL DIA SIGUIENTE YA NO SE LLEVA EL
002180*                 ORIGINAL. LA COPIA SE CUENTA CONTRA EL DECK
002190*                 (ERRORLOG 90 SI DIFIERE), SU SOBRE SE VERIFICA
002200*                 CON VALIDAR_SOBRE (ERRORLOG 91) Y QUEDA EN EL
002210*                 CATALOGO (FAMILIA DE RETENCION ENTRADAS). LA
002220*                 TABLA DE DECKS ES AHORA LA COMPARTIDA
002230*                 COBOL/COPY/DECKS.CPY Y SUMA PERSTRAN, CLASTRAN
002240*                 Y PERSIMP, QUE EL REPROCESO TAMBIEN TRAE DEL
002250*                 ARCHIVO.
002260* 2026-10-15 RW   TIEMPREV GUARDA EL PROGRAMA DE CADA PASO (07 ->
002270*                 27) Y EL TIEMPO ANTERIOR SE UBICA POR NOMBRE,
002280*                 ASI UN PASO QUE CAMBIA DE POSICION (PERSONAVERIF
002290*                 DETRAS DE PERSONA_SNAP) SE COMPARA CONTRA SU
002300*                 PROPIO TIEMPO; UN TIEMPREV VIEJO SIN PROGRAMA SE
002310*                 SIGUE TOMANDO POR NUMERO DE PASO. LA LINEA
002320*                 "TOTAL DEL CICLO" INFORMA TAMBIEN EL TOTAL DE LA
002330*                 CORRIDA ANTERIOR.
002340* 2026-10-15 RW   ANTES DE PRE_VUELO EL DRIVER LLAMA A
002350*                 DECK_ARRIBO: LOS DECKS QUE LLEGARON QUEDAN
002360*                 SELLADOS EN DECKARR CONTRA SU HORA DE CORTE
002370*                 (DECKCORT), UNO LLEGADO TARDE PASA AL PROXIMO
002380*                 DIA HABIL ANTES DE QUE EL CICLO LO LEA A MEDIAS,
002390*                 Y UNO DIFERIDO A HOY VUELVE A SU NOMBRE DE
002400*                 TRABAJO.
002410* 2026-10-15 RW   CICLOHIST GANA LA CORRIDA (REGISTRO 222 -> 227):
002420*                 EL SUFIJO CON QUE CORRIO (BLANCO NOCTURNA, .RNN
002430*                 REPROCESO, .INN MICROCICLO INTRADIA). UN SUFIJO
002440*                 .INN QUE QUEDO EN FECHACTL DE UN MICROCICLO
002450*                 INTRADIA CAIDO SE DESCARTA AL FIJAR LA FECHA.
002460******************************************************************
002470 IDENTIFICATION DIVISION.
002480 PROGRAM-ID. ciclo_diario.
002490
002500 ENVIRONMENT DIVISION.
002510 INPUT-OUTPUT SECTION.
002520 FILE-CONTROL.
002530     SELECT CHECK-FILE ASSIGN TO "CHECKCICLO"
002540         ORGANIZATION IS LINE SEQUENTIAL
002550         FILE STATUS IS WS-CHECK-STATUS.
002560
002570     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS WS-CAL-STATUS.
002600
002610     SELECT OVERRIDE-FILE ASSIGN TO "CICLOOVR"
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS WS-OVR-STATUS.
002640
002650     SELECT FECHA-FILE ASSIGN TO "FECHACTL"
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS WS-FECHA-STATUS.
002680
002690     SELECT HIST-FILE ASSIGN TO "CICLOHIST"
002700         ORGANIZATION IS LINE SEQUENTIAL
002710         FILE STATUS IS WS-HIST-STATUS.
002720
002730     SELECT TIEMPOS-FILE ASSIGN DYNAMIC WS-DYN-TIEMPOS
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS WS-TMP-STATUS.
002760
002770     SELECT TPREV-FILE ASSIGN TO "TIEMPREV"
002780         ORGANIZATION IS LINE SEQUENTIAL
002790         FILE STATUS IS WS-TPREV-STATUS.
002800
002810     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
002820         ORGANIZATION IS LINE SEQUENTIAL
002830         FILE STATUS IS WS-LOCK-STATUS.
002840
002850     SELECT REPRO-FILE ASSIGN TO "REPROCTL"
002860         ORGANIZATION IS LINE SEQUENTIAL
002870         FILE STATUS IS WS-REPRO-STATUS.
002880
002890     SELECT PARMCTL-FILE ASSIGN TO "PARMCTL"
002900         ORGANIZATION IS LINE SEQUENTIAL
002910         FILE STATUS IS WS-PCTL-STATUS.
002920
002930     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
002940         ORGANIZATION IS LINE SEQUENTIAL
002950         FILE STATUS IS WS-ALR-STATUS.
002960
002970     SELECT CONC-FILE ASSIGN TO "CONCCTL"
002980         ORGANIZATION IS LINE SEQUENTIAL
002990         FILE STATUS IS WS-CONC-STATUS.
003000
003010     SELECT PASODEP-FILE ASSIGN TO "PASODEP"
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS WS-DEP-STATUS.
003040
003050     SELECT TANDAS-FILE ASSIGN DYNAMIC WS-DYN-TANDAS
003060         ORGANIZATION IS LINE SEQUENTIAL
003070         FILE STATUS IS WS-TAN-STATUS.
003080     SELECT PASOSCTL-FILE ASSIGN TO "PASOSCTL"
003090         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PSC-STATUS.
003110
003120     SELECT CONTEO-FILE ASSIGN DYNAMIC WS-DYN-CONTEO
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS WS-CNT-STATUS.
003150
003160 DATA DIVISION.
003170 FILE SECTION.
003180 FD  CONTEO-FILE
003190     LABEL RECORDS ARE STANDARD
003200     RECORD CONTAINS 1024 CHARACTERS.
003210 01  CONTEO-RECORD               PIC X(1024).
003220
003230 FD  CHECK-FILE
003240     LABEL RECORDS ARE STANDARD
003250     RECORD CONTAINS 02 CHARACTERS.
003260 01  CHECK-RECORD.
003270     05  CHK-ULTIMO-PASO-OK      PIC 9(02).
003280
003290 FD  CALENDAR-FILE
003300     LABEL RECORDS ARE STANDARD
003310     RECORD CONTAINS 09 CHARACTERS.
003320 01  CALENDAR-RECORD.
003330     05  CAL-FECHA               PIC 9(08).
003340     05  CAL-TIPO                PIC X(01).
003350
003360 FD  OVERRIDE-FILE
003370     LABEL RECORDS ARE STANDARD
003380     RECORD CONTAINS 01 CHARACTERS.
003390 01  OVERRIDE-RECORD             PIC X(01).
003400
003410 FD  FECHA-FILE
003420     LABEL RECORDS ARE STANDARD
003430     RECORD CONTAINS 12 CHARACTERS.
003440 01  FECHA-RECORD.
003450     05  FCTL-FECHA              PIC 9(08).
003460     05  FCTL-SUFIJO             PIC X(04).
003470
003480 FD  HIST-FILE
003490     LABEL RECORDS ARE STANDARD
003500     RECORD CONTAINS 227 CHARACTERS.
003510 01  HIST-RECORD.
003520     05  HIST-FECHA              PIC 9(08).
003530     05  FILLER                  PIC X(01).
003540     05  HIST-INICIO             PIC X(14).
003550     05  FILLER                  PIC X(01).
003560     05  HIST-FIN                PIC X(14).
003570     05  FILLER                  PIC X(01).
003580     05  HIST-RESULTADO          PIC X(13).
003590     05  FILLER                  PIC X(01).
003600     05  HIST-RC-PASOS           PIC X(48).
003610     05  FILLER                  PIC X(01).
003620     05  HIST-SEG-PASOS          PIC X(120).
003630     05  FILLER                  PIC X(01).
003640     05  HIST-CORRIDA            PIC X(04).
003650
003660 FD  TIEMPOS-FILE
003670     LABEL RECORDS ARE STANDARD
003680     RECORD CONTAINS 80 CHARACTERS.
003690 01  TIEMPOS-RECORD              PIC X(80).
003700
003710 FD  TPREV-FILE
003720     LABEL RECORDS ARE STANDARD
003730     RECORD CONTAINS 27 CHARACTERS.
003740 01  TPREV-RECORD.
003750     05  TPRV-PASO               PIC 9(02).
003760     05  TPRV-SEGUNDOS           PIC 9(05).
003770     05  TPRV-PROGRAMA           PIC X(20).
003780
003790 FD  LOCK-FILE
003800     LABEL RECORDS ARE STANDARD
003810     RECORD CONTAINS 14 CHARACTERS.
003820 01  LOCK-RECORD.
003830     05  LOCK-FECHA              PIC 9(08).
003840     05  LOCK-HORA               PIC X(06).
003850
003860 FD  REPRO-FILE
003870     LABEL RECORDS ARE STANDARD
003880     RECORD CONTAINS 10 CHARACTERS.
003890 01  REPRO-RECORD.
003900     05  REPRO-FECHA             PIC 9(08).
003910     05  REPRO-SECUENCIA         PIC 9(02).
003920
003930 FD  PARMCTL-FILE
003940     LABEL RECORDS ARE STANDARD
003950     RECORD CONTAINS 43 CHARACTERS.
003960 01  PARMCTL-RECORD.
003970     05  FILLER                  PIC X(33).
003980     05  PCTL-HORA-LIMITE        PIC X(04).
003990     05  PCTL-HORA-PARTES REDEFINES PCTL-HORA-LIMITE.
004000         10  PCTL-HORA-HH        PIC 9(02).
004010         10  PCTL-HORA-MM        PIC 9(02).
004020     05  FILLER                  PIC X(01).
004030     05  PCTL-TIEMPO-MAX         PIC X(05).
004040
004050 FD  ALERTAS-FILE
004060     LABEL RECORDS ARE STANDARD
004070     RECORD CONTAINS 104 CHARACTERS.
004080 01  ALERTAS-RECORD.
004090     05  ALR-ESTADO              PIC X(01).
004100     05  FILLER                  PIC X(01).
004110     05  ALR-TIMESTAMP           PIC X(21).
004120     05  FILLER                  PIC X(01).
004130     05  ALR-PROGRAMA            PIC X(20).
004140     05  FILLER                  PIC X(01).
004150     05  ALR-MENSAJE             PIC X(59).
004160
004170 FD  CONC-FILE
004180     LABEL RECORDS ARE STANDARD
004190     RECORD CONTAINS 01 CHARACTERS.
004200 01  CONC-RECORD                 PIC X(01).
004210
004220 FD  PASODEP-FILE
004230     LABEL RECORDS ARE STANDARD
004240     RECORD CONTAINS 124 CHARACTERS.
004250 01  PASODEP-RECORD.
004260     05  DEP-REC-PASO            PIC 9(02).
004270     05  FILLER                  PIC X(01).
004280     05  DEP-REC-LEE.
004290         10  DEP-REC-LEE-NOM     PIC X(10) OCCURS 6 TIMES.
004300     05  FILLER                  PIC X(01).
004310     05  DEP-REC-ESCRIBE.
004320         10  DEP-REC-ESC-NOM     PIC X(10) OCCURS 6 TIMES.
004330
004340 FD  TANDAS-FILE
004350     LABEL RECORDS ARE STANDARD
004360     RECORD CONTAINS 80 CHARACTERS.
004370 01  TANDAS-RECORD               PIC X(80).
004380
004390 FD  PASOSCTL-FILE
004400     LABEL RECORDS ARE STANDARD
004410     RECORD CONTAINS 59 CHARACTERS.
004420 01  PASOSCTL-RECORD.
004430     05  PCTL-ORDEN              PIC 9(02).
004440     05  FILLER                  PIC X(01).
004450     05  PCTL-ACTIVO             PIC X(01).
004460     05  FILLER                  PIC X(01).
004470     05  PCTL-EN-HABIL           PIC X(01).
004480     05  PCTL-EN-CIERRE          PIC X(01).
004490     05  FILLER                  PIC X(01).
004500     05  PCTL-PROGRAMA           PIC X(20).
004510     05  FILLER                  PIC X(01).
004520     05  PCTL-DESCRIPCION        PIC X(30).
004530
004540 WORKING-STORAGE SECTION.
004550*----------------------------------------------------------------
004560*    TABLA DE PASOS DEL CICLO, EN EL ORDEN EN QUE SE EJECUTAN
004570*----------------------------------------------------------------
004580*    TABLA DE PASOS - VER COBOL/COPY/PASOS.CPY
004590 COPY PASOS.
004600 01  WS-IDX-PASO                 PIC 9(02) COMP.
004610 01  WS-SW-FALLO                 PIC X(01) VALUE "N".
004620     88  HUBO-FALLO               VALUE "S".
004630 01  WS-PASO-FALLIDO             PIC 9(02) VALUE ZERO.
004640
004650*----------------------------------------------------------------
004660*    DEFINICION DE PASOS EN TIEMPO DE EJECUCION (PASOSCTL): SI
004670*    EL ARCHIVO EXISTE, REEMPLAZA LA TABLA COMPILADA Y TRAE EL
004680*    ACTIVO Y LOS TIPOS DE DIA DE CADA PASO
004690*----------------------------------------------------------------
004700 01  WS-PSC-STATUS               PIC X(02).
004710 01  WS-EOF-PSC                  PIC X(01) VALUE "N".
004720     88  FIN-PASOSCTL            VALUE "S".
004730 01  WS-CANT-PSC                 PIC 9(02) VALUE ZERO.
004740 01  WS-SW-SALTEADO              PIC X(01).
004750
004760*----------------------------------------------------------------
004770*    CONTROL DE CHECKPOINT / REINICIO DEL CICLO
004780*----------------------------------------------------------------
004790 01  WS-CHECK-STATUS             PIC X(02).
004800 01  WS-IDX-INICIAL              PIC 9(02) COMP VALUE 1.
004810
004820*----------------------------------------------------------------
004830*    CALENDARIO DE DIAS HABILES / FERIADOS / CIERRES DE PERIODO
004840*----------------------------------------------------------------
004850 01  WS-CAL-STATUS               PIC X(02).
004860 01  WS-OVR-STATUS               PIC X(02).
004870 01  WS-FECHA-HOY                PIC 9(08).
004880 01  WS-EOF-CAL                  PIC X(01) VALUE "N".
004890     88  FIN-CALENDARIO          VALUE "S".
004900 01  WS-TIPO-DIA                 PIC X(01) VALUE "H".
004910     88  DIA-HABIL               VALUE "H".
004920     88  DIA-FERIADO             VALUE "F".
004930     88  DIA-CIERRE-PERIODO      VALUE "C".
004940 01  WS-SW-OPERABLE              PIC X(01) VALUE "S".
004950     88  CICLO-OPERABLE          VALUE "S".
004960
004970*----------------------------------------------------------------
004980*    FECHA DE NEGOCIO DEL CICLO (CONTROL FECHACTL)
004990*----------------------------------------------------------------
005000 01  WS-FECHA-STATUS             PIC X(02).
005010 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
005020 01  WS-DIA-ENTERO               PIC 9(07) COMP.
005030
005040*----------------------------------------------------------------
005050*    HISTORIAL DE CORRIDAS (CICLOHIST)
005060*----------------------------------------------------------------
005070 01  WS-HIST-STATUS              PIC X(02).
005080 01  WS-INICIO-CORRIDA           PIC X(14).
005090 01  WS-RESULTADO-CORRIDA        PIC X(13).
005100 01  WS-TABLA-RC-PASOS.
005110     05  WS-RC-PASO OCCURS 24 TIMES PIC 9(02).
005120 01  WS-RC-ACTUAL                PIC 9(02).
005130
005140*----------------------------------------------------------------
005150*    TIEMPOS POR PASO (REPORTE DE LA VENTANA BATCH)
005160*----------------------------------------------------------------
005170 01  WS-TMP-STATUS               PIC X(02).
005180 01  WS-TPREV-STATUS             PIC X(02).
005190 01  WS-DYN-TIEMPOS              PIC X(20) VALUE SPACES.
005200 01  WS-CATG-ARCHIVO             PIC X(21).
005210 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "ciclo_diario".
005220 01  WS-CATG-CANTIDAD            PIC 9(07).
005230 01  WS-HORA-ACTUAL              PIC X(06).
005240 01  WS-HORA-PARTES REDEFINES WS-HORA-ACTUAL.
005250     05  WS-HORA-HH              PIC 9(02).
005260     05  WS-HORA-MM              PIC 9(02).
005270     05  WS-HORA-SS              PIC 9(02).
005280 01  WS-SEG-INICIO               PIC 9(05) COMP.
005290 01  WS-SEG-FIN                  PIC 9(05) COMP.
005300 01  WS-SEG-ELAPSED              PIC S9(06) COMP.
005310 01  WS-TABLA-SEG-PASOS.
005320     05  WS-SEG-PASO OCCURS 24 TIMES PIC 9(05).
005330 01  WS-TABLA-SEG-PREVIOS.
005340     05  WS-SEG-PREVIO OCCURS 24 TIMES PIC 9(05).
005350 01  WS-SEG-TOTAL                PIC 9(06) VALUE ZERO.
005360 01  WS-SEG-TOTAL-PREVIO         PIC 9(06) VALUE ZERO.
005370 01  WS-IDX-TPREV                PIC 9(02) COMP.
005380 01  WS-PCT-PASO                 PIC 9(03)V99.
005390 01  WS-EOF-TPREV                PIC X(01) VALUE "N".
005400     88  FIN-TPREV               VALUE "S".
005410
005420*----------------------------------------------------------------
005430*    PROYECCION DE CIERRE CONTRA LA HORA LIMITE (PARMCTL) CON
005440*    ALARMA AL OPERADOR MIENTRAS EL CICLO SIGUE CORRIENDO
005450*----------------------------------------------------------------
005460 01  WS-PCTL-STATUS              PIC X(02).
005470 01  WS-ALR-STATUS               PIC X(02).
005480 01  WS-SEG-LIMITE               PIC 9(05) COMP VALUE ZERO.
005490 01  WS-SEG-RESTANTES            PIC 9(06) COMP.
005500 01  WS-SEG-PROYECTADO           PIC 9(06) COMP.
005510 01  WS-IDX-RESTO                PIC 9(02) COMP.
005520 01  WS-PROY-HH                  PIC 9(02).
005530 01  WS-PROY-MM                  PIC 9(02).
005540 01  WS-SW-ALARMA-PROY           PIC X(01) VALUE "N".
005550     88  ALARMA-PROYECTADA       VALUE "S".
005560 01  WS-MENSAJE-ALERTA           PIC X(59).
005570 01  WS-HORA-LIMITE              PIC X(04) VALUE SPACES.
005580
005590*----------------------------------------------------------------
005600*    VIGILANCIA DE PASOS DEMORADOS: PRESUPUESTO DE SEGUNDOS POR
005610*    PASO (PARMCTL GLOBAL, O EL TRIPLE DE LA CORRIDA ANTERIOR
005620*    SEGUN TIEMPREV; MINIMO 60). UN PASO QUE SE EXCEDE DEJA
005630*    ALERTA Y MARCA LA CORRIDA COMO DEMORADA EN EL HISTORIAL.
005640*----------------------------------------------------------------
005650 01  WS-SEG-MAX-GLOBAL           PIC 9(05) COMP VALUE ZERO.
005660 01  WS-SEG-PRESUPUESTO          PIC 9(06) COMP.
005670 01  WS-SW-DEMORA                PIC X(01) VALUE "N".
005680     88  HUBO-DEMORA             VALUE "S".
005690 01  WS-PASO-DEMORADO            PIC 9(02) VALUE ZERO.
005700
005710*----------------------------------------------------------------
005720*    EJECUCION POR TANDAS DE DEPENDENCIA (MARCA CONCCTL + TABLA
005730*    PASODEP). LOS PASOS DE UNA MISMA TANDA NO COMPARTEN NINGUN
005740*    ARCHIVO Y PUEDEN CORRER LADO A LADO.
005750*----------------------------------------------------------------
005760 01  WS-CONC-STATUS              PIC X(02).
005770 01  WS-DEP-STATUS               PIC X(02).
005780 01  WS-TAN-STATUS               PIC X(02).
005790 01  WS-DYN-TANDAS               PIC X(20) VALUE SPACES.
005800 01  WS-EOF-DEP                  PIC X(01) VALUE "N".
005810     88  FIN-DEPENDENCIAS        VALUE "S".
005820 01  WS-SW-MODO-TANDAS           PIC X(01) VALUE "N".
005830     88  MODO-TANDAS             VALUE "S".
005840 01  WS-SW-CONFLICTO             PIC X(01) VALUE "N".
005850     88  HAY-CONFLICTO           VALUE "S".
005860 01  TABLA-DEPENDENCIAS.
005870     05  DEP-ENTRADA OCCURS 24 TIMES.
005880         10  DEP-DEFINIDO        PIC X(01).
005890         10  DEP-LEE-NOM         PIC X(10) OCCURS 6 TIMES.
005900         10  DEP-ESC-NOM         PIC X(10) OCCURS 6 TIMES.
005910 01  WS-TABLA-TANDAS.
005920     05  WS-TANDA-PASO OCCURS 24 TIMES PIC 9(02).
005930 01  WS-TABLA-ORDEN.
005940     05  WS-ORDEN-PASO OCCURS 24 TIMES PIC 9(02).
005950 77  WS-IDX-ORDEN                PIC 9(02) COMP.
005960 77  WS-SUB-A                    PIC 9(02) COMP.
005970 77  WS-SUB-B                    PIC 9(02) COMP.
005980 77  WS-SUB-NA                   PIC 9(02) COMP.
005990 77  WS-SUB-NB                   PIC 9(02) COMP.
006000 01  WS-TANDA-ACTUAL             PIC 9(02).
006010 01  WS-TANDA-MAXIMA             PIC 9(02).
006020 01  WS-TANDA-RECORRIDA          PIC 9(02).
006030 01  WS-CANT-ORDEN               PIC 9(02) VALUE ZERO.
006040 01  WS-LINEA-TANDA.
006050     05  FILLER                  PIC X(06) VALUE "TANDA ".
006060     05  TAN-NUMERO              PIC 9(02).
006070     05  FILLER                  PIC X(07) VALUE "  PASO ".
006080     05  TAN-PASO                PIC 9(02).
006090     05  FILLER                  PIC X(02) VALUE SPACES.
006100     05  TAN-PROGRAMA            PIC X(20).
006110     05  FILLER                  PIC X(41) VALUE SPACES.
006120
006130*----------------------------------------------------------------
006140*    CANDADO DEL CICLO (CICLOLOCK)
006150*----------------------------------------------------------------
006160 01  WS-LOCK-STATUS              PIC X(02).
006170 01  WS-NOMBRE-LOCK              PIC X(20) VALUE "CICLOLOCK".
006180 01  WS-RC-BORRADO               PIC S9(09) COMP-5.
006190 01  WS-FECHA-RELOJ              PIC 9(08).
006200 01  WS-SW-LOCK-TOMADO           PIC X(01) VALUE "N".
006210     88  LOCK-TOMADO             VALUE "S".
006220
006230*----------------------------------------------------------------
006240*    REPROCESO DE UNA FECHA PASADA (TARJETA REPROCTL)
006250*----------------------------------------------------------------
006260 01  WS-REPRO-STATUS             PIC X(02).
006270 01  WS-SW-REPROCESO             PIC X(01) VALUE "N".
006280     88  MODO-REPROCESO          VALUE "S".
006290 01  WS-SW-HABIA-FECHACTL        PIC X(01) VALUE "N".
006300     88  HABIA-FECHACTL          VALUE "S".
006310 01  WS-SW-REPRO-RELANZADO       PIC X(01) VALUE "N".
006320     88  REPRO-RELANZADO         VALUE "S".
006330 01  WS-SW-REPRO-CRUZADO         PIC X(01) VALUE "N".
006340     88  REPRO-CRUZADO           VALUE "S".
006350 01  WS-NOMBRE-FECHACTL          PIC X(20) VALUE "FECHACTL".
006360 01  WS-NOMBRE-FCTL-PREVIO       PIC X(20) VALUE
006370     "FECHACTL.PREVIO".
006380 01  WS-NOMBRE-ORIGEN            PIC X(30).
006390 01  WS-NOMBRE-DESTINO           PIC X(30).
006400 01  WS-NOMBRE-REPROCTL          PIC X(20) VALUE "REPROCTL".
006410 01  WS-INFO-ARCHIVO.
006420     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
006430     05  FILLER                  PIC X(08).
006440*    DECKS DE ENTRADA - VER COBOL/COPY/DECKS.CPY
006450 COPY DECKS.
006460 01  WS-IDX-DECK                 PIC 9(02) COMP.
006470
006480*----------------------------------------------------------------
006490*    ARCHIVO DE LOS DECKS AL ARRANCAR EL PASO QUE LOS CONSUME:
006500*    COPIA FECHADA, CONTEO DE REGISTROS DEL DECK Y DE LA COPIA,
006510*    SOBRE DE LA COPIA Y ALTA EN EL CATALOGO
006520*----------------------------------------------------------------
006530 01  WS-PROG-CONSUMIDOR          PIC X(20).
006540 01  WS-CNT-STATUS               PIC X(02).
006550 01  WS-DYN-CONTEO               PIC X(30) VALUE SPACES.
006560 01  WS-EOF-CONTEO               PIC X(01) VALUE "N".
006570     88  FIN-CONTEO              VALUE "S".
006580 01  WS-CUENTA-CONTEO            PIC 9(07).
006590 01  WS-CUENTA-DECK              PIC 9(07).
006600 01  WS-SOBRE-ARCHIVO            PIC X(17).
006610 01  WS-SOBRE-CLAVE-POS          PIC 9(02).
006620 01  WS-SOBRE-CLAVE-LON          PIC 9(02).
006630 01  WS-SOBRE-RESULTADO          PIC X(01).
006640     88  SOBRE-VALIDO            VALUE "S".
006650 01  WS-SOBRE-MENSAJE            PIC X(59).
006660 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "ciclo_diario".
006670 01  WS-ELOG-CODIGO              PIC 9(04).
006680 01  WS-ELOG-MENSAJE             PIC X(59).
006690 01  WS-LINEA-TIEMPO.
006700     05  TMP-PROGRAMA            PIC X(20).
006710     05  FILLER                  PIC X(01) VALUE SPACE.
006720     05  TMP-SEGUNDOS            PIC ZZ,ZZ9.
006730     05  FILLER                  PIC X(02) VALUE SPACES.
006740     05  TMP-PCT                 PIC ZZ9.99.
006750     05  FILLER                  PIC X(02) VALUE " %".
006760     05  FILLER                  PIC X(10)
006770             VALUE "  ANTERIOR".
006780     05  FILLER                  PIC X(02) VALUE ": ".
006790     05  TMP-SEG-PREVIO          PIC ZZ,ZZ9.
006800     05  FILLER                  PIC X(25) VALUE SPACES.
006810
006820 PROCEDURE DIVISION.
006830
006840******************************************************************
006850* 0000-MAINLINE
006860******************************************************************
006870 0000-MAINLINE.
006880     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
006890     IF NOT CICLO-OPERABLE
006900         MOVE "NO OPERABLE" TO WS-RESULTADO-CORRIDA
006910         PERFORM 8300-GRABAR-HISTORIA THRU 8300-EXIT
006920         IF LOCK-TOMADO
006930             CALL "CBL_DELETE_FILE" USING WS-NOMBRE-LOCK
006940                 RETURNING WS-RC-BORRADO
006950         END-IF
006960         MOVE 4 TO RETURN-CODE
006970         GOBACK
006980     END-IF.
006990     IF MODO-TANDAS
007000         PERFORM 2050-EJECUTAR-EN-TANDAS THRU 2050-EXIT
007010             VARYING WS-IDX-ORDEN FROM 1 BY 1
007020                 UNTIL WS-IDX-ORDEN > WS-CANT-ORDEN
007030                     OR HUBO-FALLO
007040     ELSE
007050         PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT
007060             VARYING WS-IDX-PASO FROM WS-IDX-INICIAL BY 1
007070                 UNTIL WS-IDX-PASO > WS-CANT-PASOS
007080                     OR HUBO-FALLO
007090     END-IF.
007100     PERFORM 9000-TERMINAR THRU 9000-EXIT.
007110     GOBACK.
007120
007130******************************************************************
007140* 1000-INICIALIZAR - ANUNCIA EL INICIO DEL CICLO Y REVISA SI HAY
007150*     UN CHECKPOINT DE UNA CORRIDA ANTERIOR PARA REANUDAR
007160******************************************************************
007170 1000-INICIALIZAR.
007180     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INICIO-CORRIDA.
007190     MOVE ZEROS TO WS-TABLA-RC-PASOS.
007200     MOVE ZEROS TO WS-TABLA-SEG-PASOS.
007210     MOVE ZERO TO WS-SEG-TOTAL.
007220     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
007230     PERFORM 1020-TOMAR-CANDADO THRU 1020-EXIT.
007240     IF NOT CICLO-OPERABLE
007250         GO TO 1000-EXIT
007260     END-IF.
007270     PERFORM 1050-ESTABLECER-FECHA THRU 1050-EXIT.
007280     PERFORM 1200-VERIFICAR-CALENDARIO THRU 1200-EXIT.
007290     IF NOT CICLO-OPERABLE
007300         GO TO 1000-EXIT
007310     END-IF.
007320     IF DIA-CIERRE-PERIODO
007330         DISPLAY "DIA DE CIERRE DE PERIODO SEGUN EL CALENDARIO."
007340     END-IF.
007350     PERFORM 1500-CARGAR-PASOSCTL THRU 1500-EXIT.
007360     MOVE ZERO TO RETURN-CODE.
007370*    LOS DECKS SE SELLAN CONTRA SU CORTE ANTES DEL PREVUELO: UN
007380*    DECK TARDIO SE DIFIERE Y EL PREVUELO LO INFORMA COMO TAL
007390     CALL "deck_arribo".
007400     MOVE ZERO TO RETURN-CODE.
007410*    EL PREVUELO VERIFICA LOS INSUMOS DEL DIA ANTES DEL PASO 1
007420     CALL "pre_vuelo".
007430     IF RETURN-CODE NOT = ZERO
007440         DISPLAY "EL PREVUELO ENCONTRO FALLAS. EL CICLO NO "
007450             "CORRE."
007460         MOVE "N" TO WS-SW-OPERABLE
007470         MOVE ZERO TO RETURN-CODE
007480         GO TO 1000-EXIT
007490     END-IF.
007500     MOVE "parm_valida" TO WS-PROG-CONSUMIDOR.
007510     PERFORM 8500-ARCHIVAR-ENTRADAS THRU 8500-EXIT.
007520     CALL "parm_valida".
007530     IF RETURN-CODE NOT = ZERO
007540         DISPLAY "TARJETA DE PARAMETROS INVALIDA. EL CICLO NO "
007550             "CORRE."
007560         MOVE "N" TO WS-SW-OPERABLE
007570         MOVE ZERO TO RETURN-CODE
007580         GO TO 1000-EXIT
007590     END-IF.
007600*    LOS CAMBIOS DE CLASIREF CON VIGENCIA DIFERIDA (CLASPEND)
007610*    ENTRAN EN VIGENCIA ANTES DEL PASO 1, COMO PARM_VALIDA
007620     CALL "clasif_vigencia".
007630     MOVE ZERO TO RETURN-CODE.
007640*    LAS CADENAS DE HASH DE PERSJRNL Y AUDITTRL SE VERIFICAN
007650*    ANTES DE TOCAR NADA: UNA BITACORA ALTERADA FRENA EL CICLO
007660     CALL "cadena_verif".
007670     IF RETURN-CODE NOT = ZERO
007680         DISPLAY "CADENA DE BITACORAS ALTERADA. EL CICLO NO "
007690             "CORRE."
007700         MOVE "N" TO WS-SW-OPERABLE
007710         MOVE ZERO TO RETURN-CODE
007720         GO TO 1000-EXIT
007730     END-IF.
007740     PERFORM 1300-LEER-HORA-LIMITE THRU 1300-EXIT.
007750     PERFORM 8410-CARGAR-TIEMPOS-PREVIOS THRU 8410-EXIT.
007760     PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT.
007770     IF WS-IDX-INICIAL = 1 AND NOT MODO-REPROCESO
007780         PERFORM 1400-ARMAR-TANDAS THRU 1400-EXIT
007790     END-IF.
007800     IF WS-IDX-INICIAL > 1
007810         DISPLAY "INICIA EL CICLO DIARIO - REANUDANDO EN EL "
007820             "PASO " WS-IDX-INICIAL " DE " WS-CANT-PASOS "."
007830     ELSE
007840         DISPLAY "INICIA EL CICLO DIARIO - " WS-CANT-PASOS
007850             " PASOS."
007860     END-IF.
007870 1000-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910* 1500-CARGAR-PASOSCTL - SI EXISTE EL ARCHIVO DE CONTROL, LA
007920*     DEFINICION DEL CICLO (ORDEN, ACTIVO, TIPOS DE DIA,
007930*     PROGRAMA) SE TOMA DE EL Y NO DE LA TABLA COMPILADA:
007940*     OPERACIONES PUEDE DESACTIVAR UN PASO ROTO POR UNA NOCHE O
007950*     SUMAR UNO NUEVO SIN RECOMPILAR. SIN ARCHIVO, TODO SIGUE
007960*     COMO SIEMPRE.
007970******************************************************************
007980 1500-CARGAR-PASOSCTL.
007990     OPEN INPUT PASOSCTL-FILE.
008000     IF WS-PSC-STATUS NOT = "00"
008010         GO TO 1500-EXIT
008020     END-IF.
008030     MOVE ZERO TO WS-CANT-PSC.
008040     MOVE "N" TO WS-EOF-PSC.
008050     PERFORM 1510-LEER-PASOCTL THRU 1510-EXIT
008060         UNTIL FIN-PASOSCTL.
008070     CLOSE PASOSCTL-FILE.
008080     IF WS-CANT-PSC > ZERO
008090         MOVE WS-CANT-PSC TO WS-CANT-PASOS
008100         DISPLAY "DEFINICION DE PASOS TOMADA DE PASOSCTL: "
008110             WS-CANT-PASOS " PASOS."
008120     ELSE
008130         DISPLAY "PASOSCTL SIN PASOS LEGIBLES: SE USA LA "
008140             "DEFINICION COMPILADA."
008150     END-IF.
008160 1500-EXIT.
008170     EXIT.
008180
008190 1510-LEER-PASOCTL.
008200     READ PASOSCTL-FILE
008210         AT END
008220             SET FIN-PASOSCTL TO TRUE
008230         NOT AT END
008240             IF PCTL-ORDEN IS NUMERIC
008250                     AND PCTL-PROGRAMA NOT = SPACES
008260                     AND WS-CANT-PSC < WS-MAX-PASOS
008270                 ADD 1 TO WS-CANT-PSC
008280                 MOVE PCTL-PROGRAMA TO
008290                     PASO-PROGRAMA(WS-CANT-PSC)
008300                 MOVE PCTL-DESCRIPCION TO
008310                     PASO-DESCRIPCION(WS-CANT-PSC)
008320                 IF PCTL-ACTIVO = "N"
008330                     MOVE "N" TO PASO-ACTIVO(WS-CANT-PSC)
008340                 ELSE
008350                     MOVE "S" TO PASO-ACTIVO(WS-CANT-PSC)
008360                 END-IF
008370                 IF PCTL-EN-HABIL = "N"
008380                     MOVE "N" TO PASO-EN-HABIL(WS-CANT-PSC)
008390                 ELSE
008400                     MOVE "S" TO PASO-EN-HABIL(WS-CANT-PSC)
008410                 END-IF
008420                 IF PCTL-EN-CIERRE = "N"
008430                     MOVE "N" TO PASO-EN-CIERRE(WS-CANT-PSC)
008440                 ELSE
008450                     MOVE "S" TO PASO-EN-CIERRE(WS-CANT-PSC)
008460                 END-IF
008470             END-IF
008480     END-READ.
008490 1510-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530* 1100-LEER-CHECKPOINT - SI EXISTE UN CHECKPOINT DE UNA CORRIDA
008540*     ANTERIOR, REANUDA A PARTIR DEL PASO SIGUIENTE AL ULTIMO
008550*     PASO QUE TERMINO SIN ERRORES
008560******************************************************************
008570 1100-LEER-CHECKPOINT.
008580     OPEN INPUT CHECK-FILE.
008590     IF WS-CHECK-STATUS = "00"
008600         READ CHECK-FILE
008610             NOT AT END
008620                 COMPUTE WS-IDX-INICIAL =
008630                     CHK-ULTIMO-PASO-OK + 1
008640         END-READ
008650         CLOSE CHECK-FILE
008660     END-IF.
008670 1100-EXIT.
008680     EXIT.
008690
008700******************************************************************
008710* 1020-TOMAR-CANDADO - SI EL CANDADO YA EXISTE, OTRA CORRIDA (O
008720*     UNA ABORTADA) LO TIENE: EL CICLO NO ARRANCA. SI NO, SE
008730*     CREA CON LA FECHA Y HORA DEL RELOJ.
008740******************************************************************
008750 1020-TOMAR-CANDADO.
008760     OPEN INPUT LOCK-FILE.
008770     IF WS-LOCK-STATUS = "00"
008780         READ LOCK-FILE
008790             NOT AT END
008800                 MOVE FUNCTION CURRENT-DATE(1:8) TO
008810                     WS-FECHA-RELOJ
008820                 IF LOCK-FECHA < WS-FECHA-RELOJ
008830                     DISPLAY "CANDADO CICLOLOCK VIEJO (DEL "
008840                         LOCK-FECHA ") - PROBABLE CORRIDA "
008850                         "ABORTADA."
008860                     DISPLAY "VERIFIQUE Y BORRE CICLOLOCK PARA "
008870                         "VOLVER A LANZAR EL CICLO."
008880                 ELSE
008890                     DISPLAY "EL CICLO YA ESTA EN EJECUCION "
008900                         "(CANDADO CICLOLOCK TOMADO A LAS "
008910                         LOCK-HORA ")."
008920                 END-IF
008930         END-READ
008940         CLOSE LOCK-FILE
008950         MOVE "N" TO WS-SW-OPERABLE
008960     ELSE
008970         OPEN OUTPUT LOCK-FILE
008980         MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-FECHA
008990         MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-HORA
009000         WRITE LOCK-RECORD
009010         CLOSE LOCK-FILE
009020         SET LOCK-TOMADO TO TRUE
009030     END-IF.
009040 1020-EXIT.
009050     EXIT.
009060
009070******************************************************************
009080* 1050-ESTABLECER-FECHA - FIJA LA FECHA DE NEGOCIO DEL CICLO: LA
009090*     DEL CONTROL FECHACTL SI EXISTE, O LA DEL RELOJ, GRABANDOLA
009100*     COMO CONTROL PARA QUE TODOS LOS PASOS LA COMPARTAN
009110******************************************************************
009120 1050-ESTABLECER-FECHA.
009130     PERFORM 1060-REVISAR-REPROCESO THRU 1060-EXIT.
009140     IF NOT MODO-REPROCESO
009150         PERFORM 1090-DESCARTAR-INTRADIA THRU 1090-EXIT
009160     END-IF.
009170     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
009180     OPEN INPUT FECHA-FILE.
009190     IF WS-FECHA-STATUS = "00"
009200         CLOSE FECHA-FILE
009210     ELSE
009220         OPEN OUTPUT FECHA-FILE
009230         MOVE WS-FECHA-HOY TO FCTL-FECHA
009240         MOVE SPACES TO FCTL-SUFIJO
009250         WRITE FECHA-RECORD
009260         CLOSE FECHA-FILE
009270     END-IF.
009280     DISPLAY "FECHA DE NEGOCIO DEL CICLO: " WS-FECHA-HOY
009290         WS-SUFIJO-CICLO.
009300 1050-EXIT.
009310     EXIT.
009320
009330******************************************************************
009340* 1060-REVISAR-REPROCESO - SI HAY TARJETA REPROCTL, EL CICLO
009350*     REPROCESA ESA FECHA: GUARDA EL CONTROL ACTUAL, FIJA LA
009360*     FECHA PEDIDA CON SU SUFIJO .RNN Y TRAE LOS DECKS
009370*     ARCHIVADOS DE ESE DIA A LOS NOMBRES DE TRABAJO
009380******************************************************************
009390 1060-REVISAR-REPROCESO.
009400     OPEN INPUT REPRO-FILE.
009410     IF WS-REPRO-STATUS NOT = "00"
009420         GO TO 1060-EXIT
009430     END-IF.
009440     READ REPRO-FILE
009450         AT END
009460             CLOSE REPRO-FILE
009470             GO TO 1060-EXIT
009480     END-READ.
009490     CLOSE REPRO-FILE.
009500     IF REPRO-FECHA IS NOT NUMERIC OR REPRO-FECHA = ZERO
009510         DISPLAY "TARJETA REPROCTL ILEGIBLE, SE IGNORA."
009520         GO TO 1060-EXIT
009530     END-IF.
009540     SET MODO-REPROCESO TO TRUE.
009550     OPEN INPUT FECHA-FILE.
009560     IF WS-FECHA-STATUS = "00"
009570         READ FECHA-FILE
009580             NOT AT END
009590                 SET HABIA-FECHACTL TO TRUE
009600                 IF FCTL-SUFIJO(1:2) = ".R"
009610                     IF FCTL-FECHA = REPRO-FECHA
009620                         SET REPRO-RELANZADO TO TRUE
009630                     ELSE
009640                         SET REPRO-CRUZADO TO TRUE
009650                     END-IF
009660                 END-IF
009670         END-READ
009680         CLOSE FECHA-FILE
009690     END-IF.
009700     IF REPRO-CRUZADO
009710*        QUEDO UN REPROCESO ABIERTO DE OTRA FECHA: CORRER ESTE
009720*        USARIA LOS DECKS DE AQUEL. SE EXIGE CERRARLO PRIMERO.
009730         DISPLAY "REPROCTL PIDE LA FECHA " REPRO-FECHA
009740             " PERO HAY UN REPROCESO ABIERTO DE " FCTL-FECHA
009750             "."
009760         DISPLAY "CIERRE O LIMPIE ESE REPROCESO (FECHACTL, "
009770             "DECKS .PREVIO) ANTES DE PEDIR OTRO."
009780         MOVE "N" TO WS-SW-OPERABLE
009790         GO TO 1060-EXIT
009800     END-IF.
009810     IF NOT REPRO-RELANZADO
009820*        PRIMERA ENTRADA AL REPROCESO: EL CONTROL DE FECHA Y LOS
009830*        DECKS VIGENTES SE GUARDAN EN DISCO (UN RELANZAMIENTO
009840*        TRAS UNA FALLA NO DEBE VOLVER A PISARLOS) Y EL
009850*        CHECKPOINT DE UNA CORRIDA NORMAL ANTERIOR SE DESCARTA
009860         IF HABIA-FECHACTL
009870             CALL "CBL_COPY_FILE" USING WS-NOMBRE-FECHACTL
009880                 WS-NOMBRE-FCTL-PREVIO
009890                 RETURNING WS-RC-BORRADO
009900         END-IF
009910         PERFORM 8100-BORRAR-CHECKPOINT THRU 8100-EXIT
009920     END-IF.
009930     OPEN OUTPUT FECHA-FILE.
009940     MOVE REPRO-FECHA TO FCTL-FECHA.
009950     MOVE ".R" TO FCTL-SUFIJO(1:2).
009960     IF REPRO-SECUENCIA IS NUMERIC AND REPRO-SECUENCIA > ZERO
009970         MOVE REPRO-SECUENCIA TO FCTL-SUFIJO(3:2)
009980     ELSE
009990         MOVE "01" TO FCTL-SUFIJO(3:2)
010000     END-IF.
010010     WRITE FECHA-RECORD.
010020     CLOSE FECHA-FILE.
010030     DISPLAY "REPROCESO DE LA FECHA " REPRO-FECHA
010040         " (SALIDAS CON SUFIJO " FCTL-SUFIJO ").".
010050     IF REPRO-RELANZADO
010060         GO TO 1060-EXIT
010070     END-IF.
010080     PERFORM 1070-GUARDAR-DECK-VIGENTE THRU 1070-EXIT
010090         VARYING WS-IDX-DECK FROM 1 BY 1
010100             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
010110     PERFORM 1080-TRAER-DECK-ARCHIVADO THRU 1080-EXIT
010120         VARYING WS-IDX-DECK FROM 1 BY 1
010130             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
010140 1060-EXIT.
010150     EXIT.
010160
010170******************************************************************
010180* 1070-GUARDAR-DECK-VIGENTE - ANTES DE PISAR LOS NOMBRES DE
010190*     TRABAJO CON LOS DECKS ARCHIVADOS, EL DECK VIGENTE (EL DEL
010200*     DIA QUE TODAVIA NO CORRIO) SE COPIA APARTE PARA
010210*     DEVOLVERLO AL CERRAR EL REPROCESO
010220******************************************************************
010230 1070-GUARDAR-DECK-VIGENTE.
010240     MOVE SPACES TO WS-NOMBRE-ORIGEN.
010250     MOVE DECK-NOMBRE(WS-IDX-DECK) TO WS-NOMBRE-ORIGEN.
010260     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIGEN
010270         WS-INFO-ARCHIVO
010280         RETURNING WS-RC-BORRADO.
010290     IF WS-RC-BORRADO NOT = ZERO
010300         GO TO 1070-EXIT
010310     END-IF.
010320     MOVE SPACES TO WS-NOMBRE-DESTINO.
010330     STRING DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SPACE
010340         ".PREVIO" DELIMITED BY SIZE
010350         INTO WS-NOMBRE-DESTINO.
010360     CALL "CBL_COPY_FILE" USING WS-NOMBRE-ORIGEN
010370         WS-NOMBRE-DESTINO
010380         RETURNING WS-RC-BORRADO.
010390 1070-EXIT.
010400     EXIT.
010410
010420 1080-TRAER-DECK-ARCHIVADO.
010430     MOVE SPACES TO WS-NOMBRE-ORIGEN.
010440     STRING DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SPACE
010450         "." DELIMITED BY SIZE
010460         REPRO-FECHA DELIMITED BY SIZE
010470         INTO WS-NOMBRE-ORIGEN.
010480     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIGEN
010490         WS-INFO-ARCHIVO
010500         RETURNING WS-RC-BORRADO.
010510     IF WS-RC-BORRADO NOT = ZERO
010520         DISPLAY "SIN ARCHIVO DE ESE DIA: " WS-NOMBRE-ORIGEN
010530         GO TO 1080-EXIT
010540     END-IF.
010550     MOVE SPACES TO WS-NOMBRE-DESTINO.
010560     MOVE DECK-NOMBRE(WS-IDX-DECK) TO WS-NOMBRE-DESTINO.
010570     CALL "CBL_COPY_FILE" USING WS-NOMBRE-ORIGEN
010580         WS-NOMBRE-DESTINO
010590         RETURNING WS-RC-BORRADO.
010600     DISPLAY "DECK REPROCESADO: " WS-NOMBRE-ORIGEN.
010610 1080-EXIT.
010620     EXIT.
010630
010640******************************************************************
010650* 1090-DESCARTAR-INTRADIA - UN MICROCICLO INTRADIA QUE SE CAYO
010660*     PUEDE HABER DEJADO SU SUFIJO .INN EN FECHACTL: LA CORRIDA
010670*     NOCTURNA VUELVE AL CONTROL SIN SUFIJO
010680******************************************************************
010690 1090-DESCARTAR-INTRADIA.
010700     OPEN INPUT FECHA-FILE.
010710     IF WS-FECHA-STATUS NOT = "00"
010720         GO TO 1090-EXIT
010730     END-IF.
010740     READ FECHA-FILE
010750         AT END
010760             MOVE SPACES TO FCTL-SUFIJO
010770     END-READ.
010780     CLOSE FECHA-FILE.
010790     IF FCTL-SUFIJO(1:2) NOT = ".I"
010800         GO TO 1090-EXIT
010810     END-IF.
010820     DISPLAY "FECHACTL TRAIA EL SUFIJO " FCTL-SUFIJO
010830         " DE UN MICROCICLO INTRADIA INCONCLUSO; SE DESCARTA.".
010840     MOVE SPACES TO FCTL-SUFIJO.
010850     OPEN OUTPUT FECHA-FILE.
010860     WRITE FECHA-RECORD.
010870     CLOSE FECHA-FILE.
010880 1090-EXIT.
010890     EXIT.
010900
010910******************************************************************
010920* 1200-VERIFICAR-CALENDARIO - BUSCA LA FECHA DE HOY EN EL
010930*     CALENDARIO DE DIAS HABILES. UN FERIADO SIN LA MARCA DE
010940*     OVERRIDE DEL OPERADOR (CICLOOVR) DEJA EL CICLO NO OPERABLE
010950******************************************************************
010960 1200-VERIFICAR-CALENDARIO.
010970     MOVE "H" TO WS-TIPO-DIA.
010980     OPEN INPUT CALENDAR-FILE.
010990     IF WS-CAL-STATUS = "00"
011000         MOVE "N" TO WS-EOF-CAL
011010         PERFORM 1210-LEER-CALENDARIO THRU 1210-EXIT
011020             UNTIL FIN-CALENDARIO
011030         CLOSE CALENDAR-FILE
011040     END-IF.
011050     IF DIA-FERIADO
011060         OPEN INPUT OVERRIDE-FILE
011070         IF WS-OVR-STATUS = "00"
011080             CLOSE OVERRIDE-FILE
011090             DISPLAY "FERIADO SEGUN EL CALENDARIO - EL OPERADOR "
011100                 "DEJO LA MARCA DE OVERRIDE, EL CICLO CONTINUA."
011110         ELSE
011120             DISPLAY "HOY ES FERIADO SEGUN EL CALENDARIO. EL "
011130                 "CICLO NO CORRE."
011140             DISPLAY "PARA FORZARLO, DEJE EL ARCHIVO CICLOOVR "
011150                 "Y VUELVA A LANZARLO."
011160             MOVE "N" TO WS-SW-OPERABLE
011170         END-IF
011180     END-IF.
011190 1200-EXIT.
011200     EXIT.
011210
011220 1210-LEER-CALENDARIO.
011230     READ CALENDAR-FILE
011240         AT END
011250             SET FIN-CALENDARIO TO TRUE
011260         NOT AT END
011270             IF CAL-FECHA = WS-FECHA-HOY
011280                 MOVE CAL-TIPO TO WS-TIPO-DIA
011290                 SET FIN-CALENDARIO TO TRUE
011300             END-IF
011310     END-READ.
011320 1210-EXIT.
011330     EXIT.
011340
011350******************************************************************
011360* 2000-EJECUTAR-PASO - LLAMA AL PROGRAMA DEL PASO ACTUAL Y
011370*     REVISA SU RETURN-CODE ANTES DE CONTINUAR
011380******************************************************************
011390 2000-EJECUTAR-PASO.
011400     PERFORM 2010-EVALUAR-SI-CORRE THRU 2010-EXIT.
011410     IF WS-SW-SALTEADO = "S"
011420         MOVE ZERO TO WS-RC-PASO(WS-IDX-PASO)
011430         IF NOT MODO-TANDAS
011440             PERFORM 8000-ESCRIBIR-CHECKPOINT THRU 8000-EXIT
011450         END-IF
011460         GO TO 2000-EXIT
011470     END-IF.
011480     MOVE ZERO TO RETURN-CODE.
011490     DISPLAY "PASO " WS-IDX-PASO ": "
011500         PASO-PROGRAMA(WS-IDX-PASO) " - "
011510         PASO-DESCRIPCION(WS-IDX-PASO).
011520     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL.
011530     COMPUTE WS-SEG-INICIO = WS-HORA-HH * 3600
011540         + WS-HORA-MM * 60 + WS-HORA-SS.
011550     MOVE PASO-PROGRAMA(WS-IDX-PASO) TO WS-PROG-CONSUMIDOR.
011560     PERFORM 8500-ARCHIVAR-ENTRADAS THRU 8500-EXIT.
011570     CALL PASO-PROGRAMA(WS-IDX-PASO).
011580     MOVE RETURN-CODE TO WS-RC-PASO(WS-IDX-PASO).
011590*    EL CANCEL DEVUELVE EL PROGRAMA DEL PASO A SU ESTADO
011600*    INICIAL: EN UNA RECUPERACION DE VARIOS DIAS (CICLO_RECUPERO
011610*    RELLAMA AL DRIVER) LOS SWITCHES DE FIN DE ARCHIVO Y LOS
011620*    CONTADORES DE CADA PASO NO PUEDEN QUEDAR DEL DIA ANTERIOR
011630     CANCEL PASO-PROGRAMA(WS-IDX-PASO).
011640     MOVE WS-RC-PASO(WS-IDX-PASO) TO RETURN-CODE.
011650     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL.
011660     COMPUTE WS-SEG-FIN = WS-HORA-HH * 3600
011670         + WS-HORA-MM * 60 + WS-HORA-SS.
011680     COMPUTE WS-SEG-ELAPSED = WS-SEG-FIN - WS-SEG-INICIO.
011690     IF WS-SEG-ELAPSED < ZERO
011700         ADD 86400 TO WS-SEG-ELAPSED
011710     END-IF.
011720     MOVE WS-SEG-ELAPSED TO WS-SEG-PASO(WS-IDX-PASO).
011730     ADD WS-SEG-ELAPSED TO WS-SEG-TOTAL.
011740     PERFORM 2700-VIGILAR-TIEMPO THRU 2700-EXIT.
011750     IF RETURN-CODE NOT = ZERO
011760         MOVE "S" TO WS-SW-FALLO
011770         MOVE WS-IDX-PASO TO WS-PASO-FALLIDO
011780         DISPLAY "ERROR: EL PASO " WS-IDX-PASO " ("
011790             PASO-PROGRAMA(WS-IDX-PASO)
011800             ") TERMINO CON RETURN-CODE " RETURN-CODE
011810             ". SE DETIENE EL CICLO."
011820     ELSE
011830*        EN MODO TANDAS EL ORDEN NO ES EL DE LA TABLA: UN
011840*        CHECKPOINT POR NUMERO DE PASO REANUDARIA MAL, ASI QUE
011850*        UNA FALLA RELANZA EL CICLO COMPLETO
011860         IF NOT MODO-TANDAS
011870             PERFORM 8000-ESCRIBIR-CHECKPOINT THRU 8000-EXIT
011880         END-IF
011890         PERFORM 2500-PROYECTAR-CIERRE THRU 2500-EXIT
011900     END-IF.
011910 2000-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950* 2010-EVALUAR-SI-CORRE - UN PASO DESACTIVADO EN PASOSCTL, O NO
011960*     MARCADO PARA EL TIPO DE DIA EN CURSO (HABIL / CIERRE DE
011970*     PERIODO), SE SALTEA CON RC 0 Y SU CHECKPOINT, COMO SI
011980*     HUBIERA CORRIDO VACIO
011990******************************************************************
012000 2010-EVALUAR-SI-CORRE.
012010     MOVE "N" TO WS-SW-SALTEADO.
012020     IF PASO-ACTIVO(WS-IDX-PASO) = "N"
012030         MOVE "S" TO WS-SW-SALTEADO
012040         DISPLAY "PASO " WS-IDX-PASO " ("
012050             PASO-PROGRAMA(WS-IDX-PASO)
012060             ") DESACTIVADO EN PASOSCTL - SE SALTEA."
012070         GO TO 2010-EXIT
012080     END-IF.
012090     IF DIA-CIERRE-PERIODO
012100         IF PASO-EN-CIERRE(WS-IDX-PASO) = "N"
012110             MOVE "S" TO WS-SW-SALTEADO
012120             DISPLAY "PASO " WS-IDX-PASO " ("
012130                 PASO-PROGRAMA(WS-IDX-PASO)
012140                 ") NO CORRE EN DIA DE CIERRE - SE SALTEA."
012150         END-IF
012160     ELSE
012170         IF PASO-EN-HABIL(WS-IDX-PASO) = "N"
012180             MOVE "S" TO WS-SW-SALTEADO
012190             DISPLAY "PASO " WS-IDX-PASO " ("
012200                 PASO-PROGRAMA(WS-IDX-PASO)
012210                 ") NO CORRE EN DIA HABIL - SE SALTEA."
012220         END-IF
012230     END-IF.
012240 2010-EXIT.
012250     EXIT.
012260
012270******************************************************************
012280* 1300-LEER-HORA-LIMITE - HORA LIMITE DE CIERRE (HHMM) DE LA
012290*     TARJETA PARMCTL, PASADA A SEGUNDOS DEL DIA. EN BLANCO O
012300*     0000 (Y EN LAS TARJETAS VIEJAS DE 33 BYTES) NO HAY LIMITE
012310*     Y LA PROYECCION QUEDA APAGADA.
012320******************************************************************
012330 1300-LEER-HORA-LIMITE.
012340     MOVE ZERO TO WS-SEG-LIMITE.
012350     OPEN INPUT PARMCTL-FILE.
012360     IF WS-PCTL-STATUS = "00"
012370         READ PARMCTL-FILE
012380             NOT AT END
012390                 IF PCTL-HORA-LIMITE IS NUMERIC
012400                         AND PCTL-HORA-LIMITE NOT = "0000"
012410                     MOVE PCTL-HORA-LIMITE TO WS-HORA-LIMITE
012420                     COMPUTE WS-SEG-LIMITE =
012430                         PCTL-HORA-HH * 3600 + PCTL-HORA-MM * 60
012440                 END-IF
012450                 IF PCTL-TIEMPO-MAX IS NUMERIC
012460                         AND PCTL-TIEMPO-MAX NOT = "00000"
012470                     MOVE PCTL-TIEMPO-MAX TO WS-SEG-MAX-GLOBAL
012480                 END-IF
012490         END-READ
012500         CLOSE PARMCTL-FILE
012510     END-IF.
012520 1300-EXIT.
012530     EXIT.
012540
012550******************************************************************
012560* 1400-ARMAR-TANDAS - SI EL OPERADOR DEJO LA MARCA CONCCTL Y LA
012570*     TABLA PASODEP ESTA DISPONIBLE, CALCULA LA TANDA DE CADA
012580*     PASO: UN PASO VA A LA TANDA SIGUIENTE A LA DEL ULTIMO PASO
012590*     ANTERIOR CON EL QUE COMPARTE ARCHIVOS (LEE LO QUE AQUEL
012600*     ESCRIBE, O ESCRIBEN EL MISMO ARCHIVO). LOS PASOS DE UNA
012610*     MISMA TANDA SON INDEPENDIENTES ENTRE SI. EL PLAN QUEDA EN
012620*     TANDAS.AAAAMMDD. EN MODO TANDAS NO SE ESCRIBE CHECKPOINT
012630*     POR PASO: UNA FALLA RELANZA EL CICLO COMPLETO.
012640******************************************************************
012650 1400-ARMAR-TANDAS.
012660     OPEN INPUT CONC-FILE.
012670     IF WS-CONC-STATUS NOT = "00"
012680         GO TO 1400-EXIT
012690     END-IF.
012700     CLOSE CONC-FILE.
012710     MOVE SPACES TO TABLA-DEPENDENCIAS.
012720     OPEN INPUT PASODEP-FILE.
012730     IF WS-DEP-STATUS NOT = "00"
012740         DISPLAY "CONCCTL SIN TABLA PASODEP: EL CICLO CORRE EN "
012750             "ORDEN ESTRICTO."
012760         GO TO 1400-EXIT
012770     END-IF.
012780     PERFORM 1410-CARGAR-DEPENDENCIA THRU 1410-EXIT
012790         UNTIL FIN-DEPENDENCIAS.
012800     CLOSE PASODEP-FILE.
012810     SET MODO-TANDAS TO TRUE.
012820     MOVE ZERO TO WS-TANDA-MAXIMA.
012830     PERFORM 1420-CALCULAR-TANDA THRU 1420-EXIT
012840         VARYING WS-SUB-B FROM 1 BY 1
012850             UNTIL WS-SUB-B > WS-CANT-PASOS.
012860     MOVE ZERO TO WS-CANT-ORDEN.
012870     PERFORM 1460-ARMAR-ORDEN-DE-TANDA THRU 1460-EXIT
012880         VARYING WS-TANDA-RECORRIDA FROM 1 BY 1
012890             UNTIL WS-TANDA-RECORRIDA > WS-TANDA-MAXIMA.
012900     PERFORM 1480-ESCRIBIR-PLAN THRU 1480-EXIT.
012910     DISPLAY "MODO TANDAS: " WS-TANDA-MAXIMA " TANDA(S) PARA "
012920         WS-CANT-PASOS " PASOS (PLAN EN " WS-DYN-TANDAS ").".
012930 1400-EXIT.
012940     EXIT.
012950
012960 1410-CARGAR-DEPENDENCIA.
012970     READ PASODEP-FILE
012980         AT END
012990             SET FIN-DEPENDENCIAS TO TRUE
013000         NOT AT END
013010             IF DEP-REC-PASO IS NUMERIC
013020                     AND DEP-REC-PASO >= 1
013030                     AND DEP-REC-PASO <= WS-CANT-PASOS
013040                 MOVE "S" TO DEP-DEFINIDO(DEP-REC-PASO)
013050                 PERFORM 1415-CARGAR-NOMBRES THRU 1415-EXIT
013060                     VARYING WS-SUB-NA FROM 1 BY 1
013070                         UNTIL WS-SUB-NA > 6
013080             END-IF
013090     END-READ.
013100 1410-EXIT.
013110     EXIT.
013120
013130 1415-CARGAR-NOMBRES.
013140     MOVE DEP-REC-LEE-NOM(WS-SUB-NA) TO
013150         DEP-LEE-NOM(DEP-REC-PASO WS-SUB-NA).
013160     MOVE DEP-REC-ESC-NOM(WS-SUB-NA) TO
013170         DEP-ESC-NOM(DEP-REC-PASO WS-SUB-NA).
013180 1415-EXIT.
013190     EXIT.
013200
013210 1420-CALCULAR-TANDA.
013220     MOVE 1 TO WS-TANDA-ACTUAL.
013230     IF WS-SUB-B > 1
013240         PERFORM 1430-COMPARAR-CONTRA-PREVIO THRU 1430-EXIT
013250             VARYING WS-SUB-A FROM 1 BY 1
013260                 UNTIL WS-SUB-A >= WS-SUB-B
013270     END-IF.
013280     MOVE WS-TANDA-ACTUAL TO WS-TANDA-PASO(WS-SUB-B).
013290     IF WS-TANDA-ACTUAL > WS-TANDA-MAXIMA
013300         MOVE WS-TANDA-ACTUAL TO WS-TANDA-MAXIMA
013310     END-IF.
013320 1420-EXIT.
013330     EXIT.
013340
013350 1430-COMPARAR-CONTRA-PREVIO.
013360     PERFORM 1440-DETECTAR-CONFLICTO THRU 1440-EXIT.
013370     IF HAY-CONFLICTO
013380             AND WS-TANDA-PASO(WS-SUB-A) >= WS-TANDA-ACTUAL
013390         COMPUTE WS-TANDA-ACTUAL = WS-TANDA-PASO(WS-SUB-A) + 1
013400     END-IF.
013410 1430-EXIT.
013420     EXIT.
013430
013440******************************************************************
013450* 1440-DETECTAR-CONFLICTO - UN PASO SIN ENTRADA EN PASODEP
013460*     CONFLICTUA CON TODOS (REGLA CONSERVADORA); CON ENTRADAS,
013470*     HAY CONFLICTO SI EL ANTERIOR ESCRIBE ALGO QUE ESTE LEE O
013480*     ESCRIBE, O ESTE ESCRIBE ALGO QUE EL ANTERIOR LEE
013490******************************************************************
013500 1440-DETECTAR-CONFLICTO.
013510     MOVE "N" TO WS-SW-CONFLICTO.
013520     IF DEP-DEFINIDO(WS-SUB-A) NOT = "S"
013530             OR DEP-DEFINIDO(WS-SUB-B) NOT = "S"
013540         SET HAY-CONFLICTO TO TRUE
013550         GO TO 1440-EXIT
013560     END-IF.
013570     PERFORM 1445-COMPARAR-NOMBRE-A THRU 1445-EXIT
013580         VARYING WS-SUB-NA FROM 1 BY 1
013590             UNTIL WS-SUB-NA > 6 OR HAY-CONFLICTO.
013600 1440-EXIT.
013610     EXIT.
013620
013630 1445-COMPARAR-NOMBRE-A.
013640     PERFORM 1446-COMPARAR-UN-PAR THRU 1446-EXIT
013650         VARYING WS-SUB-NB FROM 1 BY 1
013660             UNTIL WS-SUB-NB > 6 OR HAY-CONFLICTO.
013670 1445-EXIT.
013680     EXIT.
013690
013700 1446-COMPARAR-UN-PAR.
013710     IF DEP-ESC-NOM(WS-SUB-A WS-SUB-NA) NOT = SPACES
013720             AND (DEP-ESC-NOM(WS-SUB-A WS-SUB-NA) =
013730                     DEP-LEE-NOM(WS-SUB-B WS-SUB-NB)
013740                 OR DEP-ESC-NOM(WS-SUB-A WS-SUB-NA) =
013750                     DEP-ESC-NOM(WS-SUB-B WS-SUB-NB))
013760         SET HAY-CONFLICTO TO TRUE
013770     END-IF.
013780     IF DEP-LEE-NOM(WS-SUB-A WS-SUB-NA) NOT = SPACES
013790             AND DEP-LEE-NOM(WS-SUB-A WS-SUB-NA) =
013800                 DEP-ESC-NOM(WS-SUB-B WS-SUB-NB)
013810         SET HAY-CONFLICTO TO TRUE
013820     END-IF.
013830 1446-EXIT.
013840     EXIT.
013850
013860 1460-ARMAR-ORDEN-DE-TANDA.
013870     PERFORM 1470-ANOTAR-PASO-DE-TANDA THRU 1470-EXIT
013880         VARYING WS-SUB-B FROM 1 BY 1
013890             UNTIL WS-SUB-B > WS-CANT-PASOS.
013900 1460-EXIT.
013910     EXIT.
013920
013930 1470-ANOTAR-PASO-DE-TANDA.
013940     IF WS-TANDA-PASO(WS-SUB-B) = WS-TANDA-RECORRIDA
013950         ADD 1 TO WS-CANT-ORDEN
013960         MOVE WS-SUB-B TO WS-ORDEN-PASO(WS-CANT-ORDEN)
013970     END-IF.
013980 1470-EXIT.
013990     EXIT.
014000
014010 1480-ESCRIBIR-PLAN.
014020     MOVE SPACES TO WS-DYN-TANDAS.
014030     STRING "TANDAS." WS-FECHA-HOY DELIMITED BY SIZE
014040         WS-SUFIJO-CICLO DELIMITED BY SPACE
014050         INTO WS-DYN-TANDAS.
014060     OPEN OUTPUT TANDAS-FILE.
014070     MOVE "PLAN DE TANDAS DEL CICLO (PASOS INDEPENDIENTES)"
014080         TO TANDAS-RECORD.
014090     WRITE TANDAS-RECORD.
014100     PERFORM 1490-ESCRIBIR-LINEA-PLAN THRU 1490-EXIT
014110         VARYING WS-IDX-ORDEN FROM 1 BY 1
014120             UNTIL WS-IDX-ORDEN > WS-CANT-ORDEN.
014130     CLOSE TANDAS-FILE.
014140     MOVE WS-DYN-TANDAS TO WS-CATG-ARCHIVO.
014150     MOVE WS-CANT-ORDEN TO WS-CATG-CANTIDAD.
014160     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
014170             WS-CATG-CANTIDAD.
014180 1480-EXIT.
014190     EXIT.
014200
014210 1490-ESCRIBIR-LINEA-PLAN.
014220     MOVE WS-ORDEN-PASO(WS-IDX-ORDEN) TO WS-SUB-B.
014230     MOVE WS-TANDA-PASO(WS-SUB-B) TO TAN-NUMERO.
014240     MOVE WS-SUB-B TO TAN-PASO.
014250     MOVE PASO-PROGRAMA(WS-SUB-B) TO TAN-PROGRAMA.
014260     MOVE WS-LINEA-TANDA TO TANDAS-RECORD.
014270     WRITE TANDAS-RECORD.
014280 1490-EXIT.
014290     EXIT.
014300
014310******************************************************************
014320* 2050-EJECUTAR-EN-TANDAS - EJECUTA LOS PASOS EN EL ORDEN DEL
014330*     PLAN DE TANDAS (LOS DE UNA MISMA TANDA NO COMPARTEN
014340*     ARCHIVOS Y PUEDEN LANZARSE LADO A LADO)
014350******************************************************************
014360 2050-EJECUTAR-EN-TANDAS.
014370     MOVE WS-ORDEN-PASO(WS-IDX-ORDEN) TO WS-IDX-PASO.
014380     PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT.
014390 2050-EXIT.
014400     EXIT.
014410
014420******************************************************************
014430* 2500-PROYECTAR-CIERRE - DESPUES DE CADA PASO PROYECTA LA HORA
014440*     DE FIN DEL CICLO SUMANDO A LA HORA ACTUAL LOS SEGUNDOS QUE
014450*     LOS PASOS RESTANTES TARDARON EN LA CORRIDA ANTERIOR
014460*     (TIEMPREV). SI LA PROYECCION PASA LA HORA LIMITE, DEJA UNA
014470*     ALERTA PENDIENTE MIENTRAS EL CICLO SIGUE CORRIENDO. UNA
014480*     PROYECCION QUE CRUZA LA MEDIANOCHE SE COMPARA CONTRA LA
014490*     HORA LIMITE DEL DIA SIGUIENTE.
014500******************************************************************
014510 2500-PROYECTAR-CIERRE.
014520     IF WS-SEG-LIMITE = ZERO OR ALARMA-PROYECTADA
014530         GO TO 2500-EXIT
014540     END-IF.
014550     MOVE ZERO TO WS-SEG-RESTANTES.
014560     PERFORM 2510-SUMAR-PASO-RESTANTE THRU 2510-EXIT
014570         VARYING WS-IDX-RESTO FROM WS-IDX-PASO BY 1
014580             UNTIL WS-IDX-RESTO >= WS-CANT-PASOS.
014590     COMPUTE WS-SEG-PROYECTADO = WS-SEG-FIN + WS-SEG-RESTANTES.
014600     IF WS-SEG-PROYECTADO >= 86400
014610         SUBTRACT 86400 FROM WS-SEG-PROYECTADO
014620     END-IF.
014630     IF WS-SEG-PROYECTADO > WS-SEG-LIMITE
014640         COMPUTE WS-PROY-HH = WS-SEG-PROYECTADO / 3600
014650         COMPUTE WS-PROY-MM =
014660             (WS-SEG-PROYECTADO - WS-PROY-HH * 3600) / 60
014670         MOVE SPACES TO WS-MENSAJE-ALERTA
014680         STRING "PROYECCION DE CIERRE " WS-PROY-HH ":"
014690             WS-PROY-MM " SUPERA LA HORA LIMITE "
014700             WS-HORA-LIMITE DELIMITED BY SIZE
014710             INTO WS-MENSAJE-ALERTA
014720         PERFORM 2600-GRABAR-ALERTA THRU 2600-EXIT
014730         SET ALARMA-PROYECTADA TO TRUE
014740         DISPLAY "ATENCION: " WS-MENSAJE-ALERTA
014750     END-IF.
014760 2500-EXIT.
014770     EXIT.
014780
014790 2510-SUMAR-PASO-RESTANTE.
014800     ADD WS-SEG-PREVIO(WS-IDX-RESTO + 1) TO WS-SEG-RESTANTES.
014810 2510-EXIT.
014820     EXIT.
014830
014840******************************************************************
014850* 2600-GRABAR-ALERTA - AGREGA LA ALERTA PENDIENTE ("P") QUE EL
014860*     MENU DEL OPERADOR MOSTRARA EN EL PROXIMO INGRESO (MISMO
014870*     REGISTRO QUE ESCRIBE ERRORLOG)
014880******************************************************************
014890 2600-GRABAR-ALERTA.
014900     OPEN EXTEND ALERTAS-FILE.
014910     IF WS-ALR-STATUS NOT = "00"
014920         OPEN OUTPUT ALERTAS-FILE
014930     END-IF.
014940     MOVE SPACES TO ALERTAS-RECORD.
014950     MOVE "P" TO ALR-ESTADO.
014960     MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP.
014970     MOVE "ciclo_diario" TO ALR-PROGRAMA.
014980     MOVE WS-MENSAJE-ALERTA TO ALR-MENSAJE.
014990     WRITE ALERTAS-RECORD.
015000     CLOSE ALERTAS-FILE.
015010 2600-EXIT.
015020     EXIT.
015030
015040******************************************************************
015050* 2700-VIGILAR-TIEMPO - COMPARA LO QUE TARDO EL PASO CONTRA SU
015060*     PRESUPUESTO: EL GLOBAL DE PARMCTL SI HAY, O EL TRIPLE DE
015070*     SU TIEMPO DE LA CORRIDA ANTERIOR (MINIMO 60). UN PASO SIN
015080*     HISTORIA NO TIENE PRESUPUESTO. EXCEDIDO: ALERTA PENDIENTE
015090*     Y LA CORRIDA QUEDA MARCADA DEMORADA EN EL HISTORIAL.
015100******************************************************************
015110 2700-VIGILAR-TIEMPO.
015120     IF WS-SEG-MAX-GLOBAL > ZERO
015130         MOVE WS-SEG-MAX-GLOBAL TO WS-SEG-PRESUPUESTO
015140     ELSE
015150         IF WS-SEG-PREVIO(WS-IDX-PASO) > ZERO
015160             COMPUTE WS-SEG-PRESUPUESTO =
015170                 WS-SEG-PREVIO(WS-IDX-PASO) * 3
015180             IF WS-SEG-PRESUPUESTO < 60
015190                 MOVE 60 TO WS-SEG-PRESUPUESTO
015200             END-IF
015210         ELSE
015220             MOVE ZERO TO WS-SEG-PRESUPUESTO
015230         END-IF
015240     END-IF.
015250     IF WS-SEG-PRESUPUESTO = ZERO
015260             OR WS-SEG-ELAPSED <= WS-SEG-PRESUPUESTO
015270         GO TO 2700-EXIT
015280     END-IF.
015290     SET HUBO-DEMORA TO TRUE.
015300     MOVE WS-IDX-PASO TO WS-PASO-DEMORADO.
015310     MOVE SPACES TO WS-MENSAJE-ALERTA.
015320     STRING "PASO " WS-PASO-DEMORADO " ("
015330         PASO-PROGRAMA(WS-IDX-PASO)
015340         ") EXCEDIO SU PRESUPUESTO DE TIEMPO"
015350         DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA.
015360     PERFORM 2600-GRABAR-ALERTA THRU 2600-EXIT.
015370     DISPLAY "ATENCION: " WS-MENSAJE-ALERTA.
015380 2700-EXIT.
015390     EXIT.
015400
015410******************************************************************
015420* 8000-ESCRIBIR-CHECKPOINT - GRABA EL NUMERO DEL ULTIMO PASO QUE
015430*     TERMINO SIN ERRORES, PARA PERMITIR UN REINICIO
015440******************************************************************
015450 8000-ESCRIBIR-CHECKPOINT.
015460     MOVE WS-IDX-PASO TO CHK-ULTIMO-PASO-OK.
015470     OPEN OUTPUT CHECK-FILE.
015480     WRITE CHECK-RECORD.
015490     CLOSE CHECK-FILE.
015500 8000-EXIT.
015510     EXIT.
015520
015530******************************************************************
015540* 9000-TERMINAR - INFORMA EL RESULTADO FINAL DEL CICLO
015550******************************************************************
015560 9000-TERMINAR.
015570     IF HUBO-FALLO
015580         MOVE SPACES TO WS-RESULTADO-CORRIDA
015590         STRING "FALLO PASO " WS-PASO-FALLIDO DELIMITED BY SIZE
015600             INTO WS-RESULTADO-CORRIDA
015610     ELSE
015620         IF HUBO-DEMORA
015630             MOVE SPACES TO WS-RESULTADO-CORRIDA
015640             STRING "DEMORADO P " WS-PASO-DEMORADO
015650                 DELIMITED BY SIZE INTO WS-RESULTADO-CORRIDA
015660         ELSE
015670             MOVE "COMPLETO" TO WS-RESULTADO-CORRIDA
015680         END-IF
015690     END-IF.
015700     PERFORM 8300-GRABAR-HISTORIA THRU 8300-EXIT.
015710     PERFORM 8400-REPORTE-DE-TIEMPOS THRU 8400-EXIT.
015720     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-LOCK
015730         RETURNING WS-RC-BORRADO.
015740     IF HUBO-FALLO
015750         DISPLAY "CICLO DIARIO INTERRUMPIDO EN EL PASO "
015760             WS-PASO-FALLIDO "."
015770         MOVE WS-PASO-FALLIDO TO RETURN-CODE
015780     ELSE
015790         DISPLAY "CICLO DIARIO FINALIZADO SIN ERRORES."
015800         IF DIA-CIERRE-PERIODO
015810             DISPLAY "DIA DE CIERRE: CORRE EL CIERRE MENSUAL."
015820             CALL "cierre_mensual"
015830             CALL "domicilio_mes"
015840             CALL "migracion_mes"
015850         END-IF
015860         PERFORM 8100-BORRAR-CHECKPOINT THRU 8100-EXIT
015870         IF MODO-REPROCESO
015880             PERFORM 8600-CERRAR-REPROCESO THRU 8600-EXIT
015890         ELSE
015900             PERFORM 8200-AVANZAR-FECHA THRU 8200-EXIT
015910         END-IF
015920     END-IF.
015930 9000-EXIT.
015940     EXIT.
015950
015960******************************************************************
015970* 8100-BORRAR-CHECKPOINT - EL CICLO TERMINO COMPLETO SIN ERRORES,
015980*     ASI QUE SE ELIMINA EL CHECKPOINT PARA QUE LA PROXIMA
015990*     CORRIDA COMIENCE DESDE EL PASO 1
016000******************************************************************
016010 8100-BORRAR-CHECKPOINT.
016020     OPEN OUTPUT CHECK-FILE.
016030     MOVE ZERO TO CHK-ULTIMO-PASO-OK.
016040     WRITE CHECK-RECORD.
016050     CLOSE CHECK-FILE.
016060 8100-EXIT.
016070     EXIT.
016080
016090******************************************************************
016100* 8200-AVANZAR-FECHA - EL CICLO TERMINO COMPLETO: LA FECHA DE
016110*     NEGOCIO AVANZA AL DIA SIGUIENTE Y EL SUFIJO DE REPROCESO
016120*     SE LIMPIA, PARA LA PROXIMA CORRIDA
016130******************************************************************
016140 8200-AVANZAR-FECHA.
016150     COMPUTE WS-DIA-ENTERO =
016160         FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + 1.
016170     COMPUTE FCTL-FECHA =
016180         FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
016190     MOVE SPACES TO FCTL-SUFIJO.
016200     OPEN OUTPUT FECHA-FILE.
016210     WRITE FECHA-RECORD.
016220     CLOSE FECHA-FILE.
016230     DISPLAY "FECHA DE NEGOCIO AVANZADA A: " FCTL-FECHA.
016240 8200-EXIT.
016250     EXIT.
016260
016270******************************************************************
016280* 8300-GRABAR-HISTORIA - AGREGA EL REGISTRO DE ESTA CORRIDA AL
016290*     HISTORIAL PERMANENTE (CREANDOLO LA PRIMERA VEZ)
016300******************************************************************
016310 8300-GRABAR-HISTORIA.
016320     OPEN EXTEND HIST-FILE.
016330     IF WS-HIST-STATUS NOT = "00"
016340         OPEN OUTPUT HIST-FILE
016350     END-IF.
016360     MOVE SPACES TO HIST-RECORD.
016370     MOVE WS-RESULTADO-CORRIDA TO HIST-RESULTADO.
016380     MOVE WS-FECHA-HOY TO HIST-FECHA.
016390     MOVE WS-INICIO-CORRIDA TO HIST-INICIO.
016400     MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-FIN.
016410     MOVE WS-TABLA-RC-PASOS TO HIST-RC-PASOS.
016420     MOVE WS-TABLA-SEG-PASOS TO HIST-SEG-PASOS.
016430     MOVE WS-SUFIJO-CICLO TO HIST-CORRIDA.
016440     WRITE HIST-RECORD.
016450     CLOSE HIST-FILE.
016460 8300-EXIT.
016470     EXIT.
016480
016490******************************************************************
016500* 8400-REPORTE-DE-TIEMPOS - ESCRIBE EL REPORTE DE TIEMPOS POR
016510*     PASO (SEGUNDOS, PORCENTAJE DEL TOTAL Y COMPARACION CONTRA
016520*     LA CORRIDA ANTERIOR) Y DEJA EL SNAPSHOT PARA LA PROXIMA
016530******************************************************************
016540 8400-REPORTE-DE-TIEMPOS.
016550     MOVE SPACES TO WS-DYN-TIEMPOS.
016560     STRING "TIEMPOS." WS-FECHA-HOY DELIMITED BY SIZE
016570         WS-SUFIJO-CICLO DELIMITED BY SPACE
016580         INTO WS-DYN-TIEMPOS.
016590     MOVE ZERO TO WS-SEG-TOTAL-PREVIO.
016600     OPEN OUTPUT TIEMPOS-FILE.
016610     MOVE "TIEMPOS DEL CICLO DIARIO POR PASO" TO TIEMPOS-RECORD.
016620     WRITE TIEMPOS-RECORD.
016630     PERFORM 8420-ESCRIBIR-TIEMPO-PASO THRU 8420-EXIT
016640         VARYING WS-IDX-PASO FROM 1 BY 1
016650             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
016660     MOVE SPACES TO WS-LINEA-TIEMPO.
016670     MOVE "TOTAL DEL CICLO" TO TMP-PROGRAMA.
016680     MOVE WS-SEG-TOTAL TO TMP-SEGUNDOS.
016690     MOVE WS-SEG-TOTAL-PREVIO TO TMP-SEG-PREVIO.
016700     MOVE WS-LINEA-TIEMPO TO TIEMPOS-RECORD.
016710     WRITE TIEMPOS-RECORD.
016720     CLOSE TIEMPOS-FILE.
016730     MOVE WS-DYN-TIEMPOS TO WS-CATG-ARCHIVO.
016740     MOVE WS-CANT-PASOS TO WS-CATG-CANTIDAD.
016750     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
016760             WS-CATG-CANTIDAD.
016770     PERFORM 8430-GRABAR-TIEMPOS-PREVIOS THRU 8430-EXIT.
016780 8400-EXIT.
016790     EXIT.
016800
016810 8410-CARGAR-TIEMPOS-PREVIOS.
016820     MOVE ZEROS TO WS-TABLA-SEG-PREVIOS.
016830     MOVE "N" TO WS-EOF-TPREV.
016840     OPEN INPUT TPREV-FILE.
016850     IF WS-TPREV-STATUS = "00"
016860         PERFORM 8411-LEER-TIEMPO-PREVIO THRU 8411-EXIT
016870             UNTIL FIN-TPREV
016880         CLOSE TPREV-FILE
016890     END-IF.
016900 8410-EXIT.
016910     EXIT.
016920
016930 8411-LEER-TIEMPO-PREVIO.
016940     READ TPREV-FILE
016950         AT END
016960             SET FIN-TPREV TO TRUE
016970         NOT AT END
016980             IF TPRV-PROGRAMA = SPACES
016990                 IF TPRV-PASO >= 1 AND TPRV-PASO <= WS-CANT-PASOS
017000                     MOVE TPRV-SEGUNDOS
017010                         TO WS-SEG-PREVIO(TPRV-PASO)
017020                 END-IF
017030             ELSE
017040                 PERFORM 8412-UBICAR-PASO-PREVIO THRU 8412-EXIT
017050             END-IF
017060     END-READ.
017070 8411-EXIT.
017080     EXIT.
017090
017100******************************************************************
017110* 8412-UBICAR-PASO-PREVIO - EL TIEMPO ANTERIOR VA AL PASO QUE HOY
017120*     CORRE ESE PROGRAMA, CUALQUIERA SEA SU POSICION
017130******************************************************************
017140 8412-UBICAR-PASO-PREVIO.
017150     PERFORM 8413-COMPARAR-PASO-PREVIO THRU 8413-EXIT
017160         VARYING WS-IDX-TPREV FROM 1 BY 1
017170             UNTIL WS-IDX-TPREV > WS-CANT-PASOS.
017180 8412-EXIT.
017190     EXIT.
017200
017210 8413-COMPARAR-PASO-PREVIO.
017220     IF PASO-PROGRAMA(WS-IDX-TPREV) = TPRV-PROGRAMA
017230         MOVE TPRV-SEGUNDOS TO WS-SEG-PREVIO(WS-IDX-TPREV)
017240     END-IF.
017250 8413-EXIT.
017260     EXIT.
017270
017280 8420-ESCRIBIR-TIEMPO-PASO.
017290     MOVE SPACES TO WS-LINEA-TIEMPO.
017300     MOVE PASO-PROGRAMA(WS-IDX-PASO) TO TMP-PROGRAMA.
017310     MOVE WS-SEG-PASO(WS-IDX-PASO) TO TMP-SEGUNDOS.
017320     IF WS-SEG-TOTAL = ZERO
017330         MOVE ZERO TO TMP-PCT
017340     ELSE
017350         COMPUTE WS-PCT-PASO ROUNDED =
017360             WS-SEG-PASO(WS-IDX-PASO) * 100 / WS-SEG-TOTAL
017370         MOVE WS-PCT-PASO TO TMP-PCT
017380     END-IF.
017390     MOVE WS-SEG-PREVIO(WS-IDX-PASO) TO TMP-SEG-PREVIO.
017400     ADD WS-SEG-PREVIO(WS-IDX-PASO) TO WS-SEG-TOTAL-PREVIO.
017410     MOVE WS-LINEA-TIEMPO TO TIEMPOS-RECORD.
017420     WRITE TIEMPOS-RECORD.
017430 8420-EXIT.
017440     EXIT.
017450
017460 8430-GRABAR-TIEMPOS-PREVIOS.
017470     OPEN OUTPUT TPREV-FILE.
017480     PERFORM 8431-GRABAR-TIEMPO-PASO THRU 8431-EXIT
017490         VARYING WS-IDX-PASO FROM 1 BY 1
017500             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
017510     CLOSE TPREV-FILE.
017520 8430-EXIT.
017530     EXIT.
017540
017550 8431-GRABAR-TIEMPO-PASO.
017560     MOVE SPACES TO TPREV-RECORD.
017570     MOVE WS-IDX-PASO TO TPRV-PASO.
017580     MOVE PASO-PROGRAMA(WS-IDX-PASO) TO TPRV-PROGRAMA.
017590     MOVE WS-SEG-PASO(WS-IDX-PASO) TO TPRV-SEGUNDOS.
017600     WRITE TPREV-RECORD.
017610 8431-EXIT.
017620     EXIT.
017630
017640
017650******************************************************************
017660* 8500-ARCHIVAR-ENTRADAS - AL ARRANCAR UN PASO, CADA DECK QUE ESE
017670*     PROGRAMA CONSUME (WS-PROG-CONSUMIDOR) SE GUARDA BAJO SU
017680*     NOMBRE FECHADO, TAL COMO LLEGO, PARA UNA DISPUTA O UN
017690*     REPROCESO POSTERIOR. EN EL REPROCESO LOS DECKS YA VIENEN
017700*     DEL ARCHIVO Y NO SE VUELVEN A GUARDAR.
017710******************************************************************
017720 8500-ARCHIVAR-ENTRADAS.
017730     IF MODO-REPROCESO
017740         GO TO 8500-EXIT
017750     END-IF.
017760     PERFORM 8510-ARCHIVAR-DECK THRU 8510-EXIT
017770         VARYING WS-IDX-DECK FROM 1 BY 1
017780             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
017790 8500-EXIT.
017800     EXIT.
017810
017820 8510-ARCHIVAR-DECK.
017830     IF DECK-PROGRAMA(WS-IDX-DECK) NOT = WS-PROG-CONSUMIDOR
017840         GO TO 8510-EXIT
017850     END-IF.
017860     MOVE SPACES TO WS-NOMBRE-ORIGEN.
017870     MOVE DECK-NOMBRE(WS-IDX-DECK) TO WS-NOMBRE-ORIGEN.
017880     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIGEN
017890         WS-INFO-ARCHIVO
017900         RETURNING WS-RC-BORRADO.
017910     IF WS-RC-BORRADO NOT = ZERO
017920         GO TO 8510-EXIT
017930     END-IF.
017940     MOVE SPACES TO WS-NOMBRE-DESTINO.
017950     STRING DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SPACE
017960         "." DELIMITED BY SIZE
017970         WS-FECHA-HOY DELIMITED BY SIZE
017980         INTO WS-NOMBRE-DESTINO.
017990     CALL "CBL_COPY_FILE" USING WS-NOMBRE-ORIGEN
018000         WS-NOMBRE-DESTINO
018010         RETURNING WS-RC-BORRADO.
018020     IF WS-RC-BORRADO NOT = ZERO
018030         MOVE 90 TO WS-ELOG-CODIGO
018040         MOVE SPACES TO WS-ELOG-MENSAJE
018050         STRING "NO SE PUDO ARCHIVAR EL DECK "
018060             WS-NOMBRE-ORIGEN DELIMITED BY SIZE
018070             INTO WS-ELOG-MENSAJE
018080         PERFORM 8530-REGISTRAR-ERROR THRU 8530-EXIT
018090         GO TO 8510-EXIT
018100     END-IF.
018110*    LA COPIA DEBE TENER LOS MISMOS REGISTROS QUE EL DECK
018120     MOVE WS-NOMBRE-ORIGEN TO WS-DYN-CONTEO.
018130     PERFORM 8520-CONTAR-REGISTROS THRU 8520-EXIT.
018140     MOVE WS-CUENTA-CONTEO TO WS-CUENTA-DECK.
018150     MOVE WS-NOMBRE-DESTINO TO WS-DYN-CONTEO.
018160     PERFORM 8520-CONTAR-REGISTROS THRU 8520-EXIT.
018170     IF WS-CUENTA-CONTEO NOT = WS-CUENTA-DECK
018180         MOVE 90 TO WS-ELOG-CODIGO
018190         MOVE SPACES TO WS-ELOG-MENSAJE
018200         STRING WS-NOMBRE-DESTINO DELIMITED BY SPACE
018210             " NO CUADRA: DECK " WS-CUENTA-DECK
018220             " COPIA " WS-CUENTA-CONTEO DELIMITED BY SIZE
018230             INTO WS-ELOG-MENSAJE
018240         PERFORM 8530-REGISTRAR-ERROR THRU 8530-EXIT
018250     END-IF.
018260*    Y UN SOBRE QUE CIERRE (CANTIDAD Y HASH DEL TRAILER)
018270     IF DECK-CON-SOBRE(WS-IDX-DECK)
018280         MOVE WS-NOMBRE-DESTINO TO WS-SOBRE-ARCHIVO
018290         MOVE DECK-CLAVE-POS(WS-IDX-DECK) TO WS-SOBRE-CLAVE-POS
018300         MOVE DECK-CLAVE-LON(WS-IDX-DECK) TO WS-SOBRE-CLAVE-LON
018310         CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
018320             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
018330             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE
018340         IF NOT SOBRE-VALIDO
018350             MOVE 91 TO WS-ELOG-CODIGO
018360             MOVE SPACES TO WS-ELOG-MENSAJE
018370             STRING WS-SOBRE-ARCHIVO DELIMITED BY SPACE
018380                 ": " WS-SOBRE-MENSAJE DELIMITED BY SIZE
018390                 INTO WS-ELOG-MENSAJE
018400             PERFORM 8530-REGISTRAR-ERROR THRU 8530-EXIT
018410         END-IF
018420     END-IF.
018430*    EN EL CATALOGO VAN LOS REGISTROS, SIN EL HDR/TRL
018440     MOVE WS-NOMBRE-DESTINO TO WS-CATG-ARCHIVO.
018450     MOVE WS-CUENTA-CONTEO TO WS-CATG-CANTIDAD.
018460     IF DECK-CON-SOBRE(WS-IDX-DECK)
018470             AND WS-CUENTA-CONTEO NOT < 2
018480         SUBTRACT 2 FROM WS-CATG-CANTIDAD
018490     END-IF.
018500     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
018510             WS-CATG-CANTIDAD.
018520     DISPLAY "DECK ARCHIVADO: " WS-CATG-ARCHIVO " ("
018530         WS-CATG-CANTIDAD " REG.)".
018540 8510-EXIT.
018550     EXIT.
018560
018570 8520-CONTAR-REGISTROS.
018580     MOVE ZERO TO WS-CUENTA-CONTEO.
018590     MOVE "N" TO WS-EOF-CONTEO.
018600     OPEN INPUT CONTEO-FILE.
018610     IF WS-CNT-STATUS NOT = "00"
018620         GO TO 8520-EXIT
018630     END-IF.
018640     PERFORM 8521-LEER-CONTEO THRU 8521-EXIT
018650         UNTIL FIN-CONTEO.
018660     CLOSE CONTEO-FILE.
018670 8520-EXIT.
018680     EXIT.
018690
018700 8521-LEER-CONTEO.
018710     READ CONTEO-FILE
018720         AT END
018730             SET FIN-CONTEO TO TRUE
018740         NOT AT END
018750             ADD 1 TO WS-CUENTA-CONTEO
018760     END-READ.
018770 8521-EXIT.
018780     EXIT.
018790
018800 8530-REGISTRAR-ERROR.
018810     DISPLAY "ATENCION: " WS-ELOG-MENSAJE.
018820     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
018830             WS-ELOG-MENSAJE.
018840 8530-EXIT.
018850     EXIT.
018860
018870******************************************************************
018880* 8600-CERRAR-REPROCESO - RESTAURA EL CONTROL DE FECHA QUE HABIA
018890*     ANTES DEL REPROCESO Y RETIRA LA TARJETA REPROCTL
018900******************************************************************
018910 8600-CERRAR-REPROCESO.
018920     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-FCTL-PREVIO
018930         WS-INFO-ARCHIVO
018940         RETURNING WS-RC-BORRADO.
018950     IF WS-RC-BORRADO = ZERO
018960         CALL "CBL_COPY_FILE" USING WS-NOMBRE-FCTL-PREVIO
018970             WS-NOMBRE-FECHACTL
018980             RETURNING WS-RC-BORRADO
018990         CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FCTL-PREVIO
019000             RETURNING WS-RC-BORRADO
019010     ELSE
019020         CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FECHACTL
019030             RETURNING WS-RC-BORRADO
019040     END-IF.
019050     PERFORM 8610-DEVOLVER-DECK-VIGENTE THRU 8610-EXIT
019060         VARYING WS-IDX-DECK FROM 1 BY 1
019070             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
019080     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-REPROCTL
019090         RETURNING WS-RC-BORRADO.
019100     DISPLAY "REPROCESO COMPLETO - EL CONTROL DE FECHA VUELVE "
019110         "A SU ESTADO ANTERIOR.".
019120 8600-EXIT.
019130     EXIT.
019140
019150 8610-DEVOLVER-DECK-VIGENTE.
019160     MOVE SPACES TO WS-NOMBRE-ORIGEN.
019170     STRING DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SPACE
019180         ".PREVIO" DELIMITED BY SIZE
019190         INTO WS-NOMBRE-ORIGEN.
019200     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIGEN
019210         WS-INFO-ARCHIVO
019220         RETURNING WS-RC-BORRADO.
019230     IF WS-RC-BORRADO NOT = ZERO
019240         GO TO 8610-EXIT
019250     END-IF.
019260     MOVE SPACES TO WS-NOMBRE-DESTINO.
019270     MOVE DECK-NOMBRE(WS-IDX-DECK) TO WS-NOMBRE-DESTINO.
019280     CALL "CBL_COPY_FILE" USING WS-NOMBRE-ORIGEN
019290         WS-NOMBRE-DESTINO
019300         RETURNING WS-RC-BORRADO.
019310     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ORIGEN
019320         RETURNING WS-RC-BORRADO.
019330 8610-EXIT.
019340     EXIT.
019350
019360 END PROGRAM ciclo_diario.
