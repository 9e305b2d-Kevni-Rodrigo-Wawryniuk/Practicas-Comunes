001440*                 PARA RECICLO: EL BUFFER TRAE EL VALOR DE LA
001450*                 LECTURA ANTERIOR Y EL REINTENTO FABRICABA UN
001460*                 NUMERO QUE NUNCA VINO EN NINGUN DECK.
001470* 2026-10-15 RW   LOS VALORES TIPEADOS POR LOS OPERADORES EN
001480*                 INGRESA_UN_VALOR LLEGAN EN EL DECK ARREGMAN
001490*                 (ARMADO POR VALOR_MANUAL, CON SU PROPIO SOBRE
001500*                 HDR/TRL Y EL OPERADOR DE CADA VALOR) Y SE
001510*                 COMBINAN CON ARREGNUM; UN ARREGMAN QUE NO
001520*                 BALANCEA O NO ES DEL DIA NO SE COMBINA Y QUEDA
001530*                 EN ERRORLOG. ARREGERR MARCA EL ORIGEN MANUAL Y
001540*                 EL OPERADOR DE CADA RECHAZO (TAMBIEN AL
001550*                 RECICLARLO) Y EL CONTROL DE TOTALES MUESTRA Y
001560*                 BALANCEA POR SEPARADO LOS NUMEROS DEL DECK Y
001570*                 LOS MANUALES.
001580* 2026-10-15 RW   CADA VALOR DEL EXTRACTO SE ETIQUETA CON SUS
001590*                 PROPIEDADES (PRIMO, FIBONACCI, MULTIPLO DE 3,
001600*                 MULTIPLO DE 5, PERFECTO) EN ARREGETQ, EL
001610*                 COMPANERO DE ARREGSAL (MISMO ORDEN, UNA LINEA
001620*                 POR LINEA; ARREGSAL NO CAMBIA). LAS REGLAS Y
001630*                 LOS LIMITES SON LOS DE SECUENCIAS (TARJETA
001640*                 PARMCTL VIA PARAMETROS; LIMITE CERO = FASE
001650*                 APAGADA, NO SE MARCA) Y LOS DIVISORES DE
001660*                 MULTIPLOSDEDOS; LA CORRIDA MUESTRA CUANTOS
001670*                 VALORES CAEN EN CADA PROPIEDAD.
001680******************************************************************
001690 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. arreglos.
001710
001720 ENVIRONMENT DIVISION.
001730 INPUT-OUTPUT SECTION.
001740 FILE-CONTROL.
001750     SELECT NUM-FILE ASSIGN TO "ARREGNUM"
001760         ORGANIZATION IS LINE SEQUENTIAL
001770         FILE STATUS IS WS-NUM-STATUS.
001780
001790     SELECT MAN-FILE ASSIGN TO "ARREGMAN"
001800         ORGANIZATION IS LINE SEQUENTIAL
001810         FILE STATUS IS WS-MAN-STATUS.
001820
001830     SELECT PARM-FILE ASSIGN TO "PARMARREG"
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS WS-PARM-STATUS.
001860
001870     SELECT ERROR-FILE ASSIGN TO "ARREGERR"
001880         ORGANIZATION IS LINE SEQUENTIAL.
001890
001900     SELECT SAL-FILE ASSIGN TO "ARREGSAL"
001910         ORGANIZATION IS LINE SEQUENTIAL
001920         FILE STATUS IS WS-SAL-STATUS.
001930
001940     SELECT ETQ-FILE ASSIGN TO "ARREGETQ"
001950         ORGANIZATION IS LINE SEQUENTIAL
001960         FILE STATUS IS WS-ETQ-STATUS.
001970
001980     SELECT RECICTL-FILE ASSIGN TO "RECICTL"
001990         ORGANIZATION IS LINE SEQUENTIAL
002000         FILE STATUS IS WS-RCTL-STATUS.
002010
002020     SELECT RECICLO-FILE ASSIGN TO "ARREGRCY"
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS WS-RCY-STATUS.
002050
002060     SELECT SORT-FILE ASSIGN TO "SORTWK".
002070
002080     SELECT NUM-IDX-FILE ASSIGN TO "ARREGIDX"
002090         ORGANIZATION IS INDEXED
002100         ACCESS MODE IS DYNAMIC
002110         RECORD KEY IS IDX-VALOR WITH DUPLICATES
002120         FILE STATUS IS WS-IDX-STATUS.
002130
002140 DATA DIVISION.
002150 FILE SECTION.
002160 FD  NUM-FILE
002170     LABEL RECORDS ARE STANDARD
002180     RECORD CONTAINS 3 TO 21 CHARACTERS.
002190 01  NUM-RECORD                  PIC X(03).
002200*    VISTA ANCHA DEL MISMO REGISTRO PARA LOS HDR/TRL DEL SOBRE
002210 01  NUM-REGISTRO-SOBRE          PIC X(21).
002220
002230*    VALORES MANUALES: VALOR + OPERADOR + HORA, EN SU SOBRE
002240 FD  MAN-FILE
002250     LABEL RECORDS ARE STANDARD
002260     RECORD CONTAINS 19 TO 21 CHARACTERS.
002270 01  MAN-RECORD.
002280     05  MAN-VALOR               PIC X(03).
002290     05  FILLER                  PIC X(01).
002300     05  MAN-OPERADOR            PIC X(08).
002310     05  FILLER                  PIC X(01).
002320     05  MAN-HORA                PIC X(06).
002330 01  MAN-REGISTRO-SOBRE.
002340     05  MAN-SOBRE-TIPO          PIC X(03).
002350     05  FILLER                  PIC X(08).
002360     05  MAN-SOBRE-FECHA         PIC X(08).
002370     05  FILLER                  PIC X(02).
002380
002390 FD  PARM-FILE
002400     LABEL RECORDS ARE STANDARD
002410     RECORD CONTAINS 6 CHARACTERS.
002420 01  PARM-RECORD.
002430     05  PARM-ORDEN              PIC X(03).
002440     05  PARM-BUSCAR             PIC 9(03).
002450
002460 FD  ERROR-FILE
002470     LABEL RECORDS ARE STANDARD
002480     RECORD CONTAINS 80 CHARACTERS.
002490 01  ERROR-RECORD.
002500     05  ERR-VALOR                PIC X(03).
002510     05  FILLER                   PIC X(03) VALUE SPACES.
002520     05  ERR-MOTIVO               PIC X(30).
002530     05  FILLER                   PIC X(01) VALUE SPACES.
002540     05  ERR-ORIGEN               PIC X(06).
002550     05  FILLER                   PIC X(01) VALUE SPACES.
002560     05  ERR-OPERADOR             PIC X(08).
002570     05  FILLER                   PIC X(28) VALUE SPACES.
002580
002590 FD  SAL-FILE
002600     LABEL RECORDS ARE STANDARD
002610     RECORD CONTAINS 3 CHARACTERS.
002620 01  SAL-RECORD                   PIC 9(03).
002630
002640*    COMPANERO DE ARREGSAL: EL VALOR CON SUS PROPIEDADES
002650 FD  ETQ-FILE
002660     LABEL RECORDS ARE STANDARD
002670     RECORD CONTAINS 08 CHARACTERS.
002680     COPY ARREGETQ.
002690
002700 FD  RECICTL-FILE
002710     LABEL RECORDS ARE STANDARD
002720     RECORD CONTAINS 02 CHARACTERS.
002730 01  RECICTL-RECORD.
002740     05  RCTL-MAX-RECICLOS        PIC 9(02).
002750
002760 FD  RECICLO-FILE
002770     LABEL RECORDS ARE STANDARD
002780     RECORD CONTAINS 55 CHARACTERS.
002790 01  RECICLO-RECORD.
002800     05  RCY-REGISTRO             PIC X(21).
002810     05  FILLER                   PIC X(01).
002820     05  RCY-MOTIVO               PIC X(30).
002830     05  FILLER                   PIC X(01).
002840     05  RCY-EDAD                 PIC 9(02).
002850
002860 SD  SORT-FILE.
002870 01  SORT-RECORD.
002880     05  SNUM-VALOR               PIC 9(03).
002890
002900 FD  NUM-IDX-FILE
002910     LABEL RECORDS ARE STANDARD
002920     RECORD CONTAINS 3 CHARACTERS.
002930 01  IDX-RECORD.
002940     05  IDX-VALOR                PIC 9(03).
002950
002960 WORKING-STORAGE SECTION.
002970*----------------------------------------------------------------
002980*    ESTADO DE ARCHIVOS
002990*----------------------------------------------------------------
003000 01  WS-NUM-STATUS               PIC X(02).
003010 01  WS-PARM-STATUS              PIC X(02).
003020 01  WS-SAL-STATUS               PIC X(02).
003030 01  WS-IDX-STATUS               PIC X(02).
003040 01  WS-MAN-STATUS               PIC X(02).
003050 01  WS-ETQ-STATUS               PIC X(02).
003060
003070*----------------------------------------------------------------
003080*    PARAMETROS DE OPERACION (CON VALORES POR DEFECTO)
003090*----------------------------------------------------------------
003100 01  WS-ORDEN-DISPLAY             PIC X(03) VALUE "ASC".
003110     88  ORDEN-DESCENDENTE        VALUE "DES".
003120 01  WS-VALOR-BUSCAR              PIC 9(03) VALUE ZERO.
003130
003140*----------------------------------------------------------------
003150*    TABLA DE NUMEROS (TAMANO VARIABLE, SIEMPRE ORDENADA ASC)
003160*----------------------------------------------------------------
003170 01  WS-CANT-LEIDA                PIC 9(03) VALUE ZERO.
003180 01  WS-CANT-RECHAZADOS           PIC 9(03) VALUE ZERO.
003190 01  WS-CANT-LEIDOS-REAL          PIC 9(03) VALUE ZERO.
003200 01  WS-CANT-CARGADOS             PIC 9(03) VALUE ZERO.
003210
003220*    TABLA DE NUMEROS - VER COBOL/COPY/TABLANUM.CPY
003230     COPY TABLANUM.
003240
003250*----------------------------------------------------------------
003260*    UNA VEZ QUE EL VOLUMEN SUPERA WS-UMBRAL-INDEXADO, LA CARGA,
003270*    EL ORDEN, EL EXTRACTO Y LA BUSQUEDA USAN EL ARCHIVO INDEXADO
003280*    ARREGIDX EN LUGAR DE LA TABLA EN MEMORIA DE ARRIBA
003290*----------------------------------------------------------------
003300 01  WS-SW-MODO-INDEXADO          PIC X(01) VALUE "N".
003310     88  MODO-INDEXADO            VALUE "S".
003320 01  WS-EOF-IDX                   PIC X(01) VALUE "N".
003330     88  FIN-IDX                  VALUE "S".
003340
003350*----------------------------------------------------------------
003360*    CONTADORES Y CONMUTADORES DE TRABAJO
003370*----------------------------------------------------------------
003380 77  WS-SUB-I                     PIC 9(03) COMP.
003390 77  WS-SUB-J                     PIC 9(03) COMP.
003400 77  WS-TEMP-VALOR                PIC 9(03) COMP.
003410 77  WS-SW-VALIDO                 PIC X(01) VALUE "S".
003420     88  ENTRADA-VALIDA           VALUE "S".
003430 77  WS-SW-EOF-PREMATURO          PIC X(01) VALUE "N".
003440     88  EOF-PREMATURO            VALUE "S".
003450
003460*----------------------------------------------------------------
003470*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
003480*----------------------------------------------------------------
003490 01  WS-AUDT-PROGRAMA             PIC X(20) VALUE "arreglos".
003500 01  WS-AUDT-CANTIDAD             PIC 9(07) VALUE ZERO.
003510
003520*----------------------------------------------------------------
003530*    TOTALES DE CONTROL ENTRADA/SALIDA (LINEA DE BALANCEO)
003540*----------------------------------------------------------------
003550 01  WS-CANT-ENTRADA              PIC 9(05) VALUE ZERO.
003560 01  WS-CANT-SALIDA               PIC 9(05) VALUE ZERO.
003570 01  WS-SW-BALANCEA               PIC X(01) VALUE "S".
003580     88  TOTALES-BALANCEAN        VALUE "S".
003590 01  WS-BALANCE-EDITADA.
003600     05  BAL-ENTRADA              PIC ZZ,ZZ9.
003610     05  FILLER                   PIC X(01) VALUE SPACE.
003620     05  BAL-SALIDA               PIC ZZ,ZZ9.
003630     05  FILLER                   PIC X(01) VALUE SPACE.
003640     05  BAL-RECHAZADOS           PIC ZZ,ZZ9.
003650
003660*----------------------------------------------------------------
003670*    VALIDACION DEL SOBRE HDR/TRL DEL DECK DE ENTRADA
003680*----------------------------------------------------------------
003690 01  WS-SOBRE-ARCHIVO             PIC X(17) VALUE "ARREGNUM".
003700 01  WS-SOBRE-CLAVE-POS           PIC 9(02) VALUE 1.
003710 01  WS-SOBRE-CLAVE-LON           PIC 9(02) VALUE 3.
003720 01  WS-SOBRE-RESULTADO           PIC X(01).
003730     88  SOBRE-VALIDO             VALUE "S".
003740 01  WS-SOBRE-MENSAJE             PIC X(59).
003750 01  WS-ELOG-PROGRAMA             PIC X(20) VALUE "arreglos".
003760 01  WS-ELOG-CODIGO               PIC 9(04).
003770 01  WS-ELOG-MENSAJE              PIC X(59).
003780
003790*----------------------------------------------------------------
003800*    VALORES MANUALES (ARREGMAN): SU SOBRE, SU ORIGEN Y SUS
003810*    PROPIOS TOTALES DE CONTROL, APARTE DE LOS DEL DECK
003820*----------------------------------------------------------------
003830 01  WS-MAN-SOBRE-ARCHIVO         PIC X(17) VALUE "ARREGMAN".
003840 01  WS-EOF-MAN                   PIC X(01) VALUE "N".
003850     88  FIN-MANUALES             VALUE "S".
003860 01  WS-SW-ORIGEN                 PIC X(01) VALUE "D".
003870     88  ORIGEN-MANUAL            VALUE "M".
003880     88  ORIGEN-DECK              VALUE "D".
003890 01  WS-OPERADOR-ACTUAL           PIC X(08) VALUE SPACES.
003900 01  WS-REGISTRO-MANUAL           PIC X(21) VALUE SPACES.
003910 01  WS-CANT-MAN-LEIDOS           PIC 9(03) VALUE ZERO.
003920 01  WS-CANT-MAN-CARGADOS         PIC 9(03) VALUE ZERO.
003930 01  WS-CANT-MAN-RECHAZADOS       PIC 9(03) VALUE ZERO.
003940
003950*----------------------------------------------------------------
003960*    FECHA DE CORRIDA (SE MUESTRA EN EL ENCABEZADO DE LA TABLA)
003970*----------------------------------------------------------------
003980*----------------------------------------------------------------
003990*    ANALISIS DE FRECUENCIAS Y BANDAS DE LA TABLA ORDENADA
004000*----------------------------------------------------------------
004010*----------------------------------------------------------------
004020*    RECICLO DE RECHAZOS (ARREGRCY): LOS DE AYER SE REINTENTAN,
004030*    LOS DE HOY SE GUARDAN CON SU EDAD PARA EL PROXIMO CICLO
004040*----------------------------------------------------------------
004050 01  WS-RCY-STATUS                PIC X(02).
004060 01  WS-RCTL-STATUS               PIC X(02).
004070 01  WS-EOF-RCY                   PIC X(01) VALUE "N".
004080     88  FIN-RECICLO              VALUE "S".
004090 01  WS-MAX-RECICLOS              PIC 9(02) VALUE 3.
004100 01  WS-MAX-TABLA-RCY             PIC 9(03) VALUE 100.
004110 01  WS-CANT-RCY-PREVIOS          PIC 9(03) VALUE ZERO.
004120 01  TABLA-RCY-PREVIOS.
004130     05  RCYP-ENTRADA OCCURS 100 TIMES.
004140         10  RCYP-REGISTRO        PIC X(21).
004150         10  RCYP-MOTIVO          PIC X(30).
004160         10  RCYP-EDAD            PIC 9(02).
004170 01  WS-CANT-RCY-NUEVOS           PIC 9(03) VALUE ZERO.
004180 01  TABLA-RCY-NUEVOS.
004190     05  RCYN-ENTRADA OCCURS 100 TIMES.
004200         10  RCYN-REGISTRO        PIC X(21).
004210         10  RCYN-MOTIVO          PIC X(30).
004220         10  RCYN-EDAD            PIC 9(02).
004230 01  WS-IDX-RCY                   PIC 9(03) COMP.
004240 01  WS-EDAD-ACTUAL               PIC 9(02) VALUE ZERO.
004250 01  WS-CUENTA-RECICLADOS         PIC 9(03) VALUE ZERO.
004260 01  WS-CUENTA-VENCIDOS           PIC 9(03) VALUE ZERO.
004270
004280 01  WS-VALOR-ACTUAL              PIC 9(03).
004290 01  WS-VALOR-PREVIO              PIC 9(03).
004300 01  WS-SW-HAY-PREVIO             PIC X(01) VALUE "N".
004310     88  HAY-VALOR-PREVIO         VALUE "S".
004320 01  WS-CUENTA-REPETIDO           PIC 9(05) VALUE ZERO.
004330 01  WS-CUENTA-DUPLICADOS         PIC 9(05) VALUE ZERO.
004340 01  WS-IDX-BANDA                 PIC 9(02) COMP.
004350 01  WS-CUENTA-BANDA OCCURS 10 TIMES PIC 9(05) VALUE ZERO.
004360 01  WS-PCT-BANDA                 PIC 9(03)V99.
004370 01  WS-BANDA-DESDE               PIC 9(03).
004380 01  WS-BANDA-HASTA               PIC 9(03).
004390 01  WS-PCT-EDITADO               PIC ZZ9.99.
004400
004410*----------------------------------------------------------------
004420*    PROPIEDADES DE CADA VALOR (ARREGETQ). LOS LIMITES SON LOS
004430*    DE SECUENCIAS, DE LA MISMA TARJETA PARMCTL; SUS VALORES
004440*    POR DEFECTO SON LOS MISMOS QUE LOS DE SECUENCIAS
004450*----------------------------------------------------------------
004460 01  WS-LIMITE-TRES               PIC 9(05) VALUE 20.
004470 01  WS-LIMITE-CINCO              PIC 9(05) VALUE 20.
004480 01  WS-LIMITE-FIB                PIC 9(05) VALUE 10.
004490 01  WS-PARM-NA-INF               PIC 9(03).
004500 01  WS-PARM-NA-SUP               PIC 9(03).
004510 01  WS-PARM-NA-TIER-BAJO         PIC 9(01).
004520 01  WS-PARM-NA-TIER-MEDIO        PIC 9(01).
004530 01  WS-LIMITE-PRIMO              PIC 9(05) VALUE ZERO.
004540 01  WS-LIMITE-CUAD               PIC 9(05) VALUE ZERO.
004550*    TERMINOS DE LA FIBONACCI DE SECUENCIAS (1, 2, 3, 5, ...)
004560*    QUE ENTRAN EN TRES DIGITOS, HASTA WS-LIMITE-FIB TERMINOS
004570 01  WS-FIB-ANTERIOR              PIC 9(05).
004580 01  WS-FIB-ACTUAL                PIC 9(05).
004590 01  WS-FIB-TERMINO               PIC 9(05).
004600 01  WS-CANT-FIB                  PIC 9(02) COMP VALUE ZERO.
004610 01  TABLA-FIBONACCI.
004620     05  WS-FIB-VALOR OCCURS 20 TIMES PIC 9(03).
004630 01  WS-IDX-FIB                   PIC 9(05) COMP.
004640 01  WS-DIVISOR                   PIC 9(03) COMP.
004650 01  WS-COCIENTE                  PIC 9(03).
004660 01  WS-RESTO                     PIC 9(03).
004670 01  WS-SUMA-DIVISORES            PIC 9(05).
004680 01  WS-CANT-ETIQUETADOS          PIC 9(05) VALUE ZERO.
004690 01  WS-CANT-ETQ-PRIMO            PIC 9(05) VALUE ZERO.
004700 01  WS-CANT-ETQ-FIBONACCI        PIC 9(05) VALUE ZERO.
004710 01  WS-CANT-ETQ-MULT-TRES        PIC 9(05) VALUE ZERO.
004720 01  WS-CANT-ETQ-MULT-CINCO       PIC 9(05) VALUE ZERO.
004730 01  WS-CANT-ETQ-PERFECTO         PIC 9(05) VALUE ZERO.
004740 01  WS-CANT-ETQ-NINGUNA          PIC 9(05) VALUE ZERO.
004750
004760 01  WS-FECHA-HOY                 PIC X(08).
004770 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
004780 01  WS-FECHA-EDITADA.
004790     05  WS-FECHA-AAAA            PIC 9(04).
004800     05  FILLER                   PIC X VALUE "-".
004810     05  WS-FECHA-MM              PIC 9(02).
004820     05  FILLER                   PIC X VALUE "-".
004830     05  WS-FECHA-DD              PIC 9(02).
004840
004850 PROCEDURE DIVISION.
004860
004870******************************************************************
004880* 0000-MAINLINE
004890******************************************************************
004900 0000-MAINLINE.
004910     PERFORM 0500-VALIDAR-SOBRE THRU 0500-EXIT.
004920     IF NOT SOBRE-VALIDO
004930         GOBACK
004940     END-IF.
004950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004960     PERFORM 2000-CARGAR-TABLA THRU 2000-EXIT.
004970     PERFORM 2600-CARGAR-MANUALES THRU 2600-EXIT.
004980     PERFORM 2500-PROCESAR-RECICLOS THRU 2500-EXIT.
004990     IF MODO-INDEXADO
005000         CLOSE NUM-IDX-FILE
005010     END-IF.
005020     PERFORM 3000-ORDENAR-TABLA THRU 3000-EXIT.
005030     PERFORM 3700-ANALIZAR-TABLA THRU 3700-EXIT.
005040     PERFORM 3500-ESCRIBIR-EXTRACTO THRU 3500-EXIT.
005050     PERFORM 3600-ETIQUETAR-PROPIEDADES THRU 3600-EXIT.
005060     PERFORM 4000-MOSTRAR-TABLA THRU 4000-EXIT.
005070     PERFORM 9000-TERMINAR THRU 9000-EXIT.
005080     GOBACK.
005090
005100******************************************************************
005110* 0500-VALIDAR-SOBRE - RECHAZA EL DECK COMPLETO SI EL SOBRE
005120*     HDR/TRL NO BALANCEA, ANTES DE PROCESAR UN SOLO DETALLE
005130******************************************************************
005140 0500-VALIDAR-SOBRE.
005150     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
005160             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
005170             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
005180     IF NOT SOBRE-VALIDO
005190         DISPLAY " ARREGNUM RECHAZADO: " WS-SOBRE-MENSAJE
005200         MOVE 12 TO WS-ELOG-CODIGO
005210         MOVE WS-SOBRE-MENSAJE TO WS-ELOG-MENSAJE
005220         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005230                 WS-ELOG-MENSAJE
005240         MOVE 8 TO RETURN-CODE
005250     END-IF.
005260 0500-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300* 1000-INICIALIZAR - LEE PARAMETROS Y ABRE LOS ARCHIVOS DE TRABAJO
005310******************************************************************
005320 1000-INICIALIZAR.
005330     OPEN INPUT PARM-FILE.
005340     IF WS-PARM-STATUS = "00"
005350         READ PARM-FILE
005360             NOT AT END
005370                 MOVE PARM-ORDEN  TO WS-ORDEN-DISPLAY
005380                 MOVE PARM-BUSCAR TO WS-VALOR-BUSCAR
005390         END-READ
005400         CLOSE PARM-FILE
005410     END-IF.
005420
005430     OPEN INPUT RECICTL-FILE.
005440     IF WS-RCTL-STATUS = "00"
005450         READ RECICTL-FILE
005460             NOT AT END
005470                 IF RCTL-MAX-RECICLOS IS NUMERIC
005480                         AND RCTL-MAX-RECICLOS > 0
005490                     MOVE RCTL-MAX-RECICLOS TO WS-MAX-RECICLOS
005500                 END-IF
005510         END-READ
005520         CLOSE RECICTL-FILE
005530     END-IF.
005540     OPEN INPUT RECICLO-FILE.
005550     IF WS-RCY-STATUS = "00"
005560         PERFORM 1100-LEER-RECICLO THRU 1100-EXIT
005570             UNTIL FIN-RECICLO
005580         CLOSE RECICLO-FILE
005590     END-IF.
005600
005610     OPEN OUTPUT ERROR-FILE.
005620     OPEN OUTPUT SAL-FILE.
005630     OPEN INPUT NUM-FILE.
005640 1000-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 2000-CARGAR-TABLA - LEE EL CONTADOR DE ENTRADAS Y LUEGO CARGA
005690*                     CADA VALOR, VALIDANDOLO AL VUELO. SI EL
005700*                     CONTADOR SUPERA WS-UMBRAL-INDEXADO, LA CARGA
005710*                     SE HACE EN EL ARCHIVO INDEXADO EN LUGAR DE
005720*                     LA TABLA EN MEMORIA
005730******************************************************************
005740 2000-CARGAR-TABLA.
005750     PERFORM 2010-LEER-CONTEO THRU 2010-EXIT.
005760     IF NUM-RECORD = "HDR"
005770*        EL ENCABEZADO DEL SOBRE (YA VALIDADO) PRECEDE AL
005780*        REGISTRO DE CONTEO
005790         PERFORM 2010-LEER-CONTEO THRU 2010-EXIT
005800     END-IF.
005810
005820     IF WS-CANT-LEIDA > WS-UMBRAL-INDEXADO
005830         SET MODO-INDEXADO TO TRUE
005840         OPEN OUTPUT NUM-IDX-FILE
005850     END-IF.
005860
005870     IF NOT MODO-INDEXADO
005880         IF WS-CANT-LEIDA > WS-MAX-NUMEROS
005890             MOVE WS-MAX-NUMEROS TO WS-CANT-LEIDA
005900         END-IF
005910     END-IF.
005920
005930     PERFORM VARYING WS-SUB-I FROM 1 BY 1
005940             UNTIL WS-SUB-I > WS-CANT-LEIDA
005950         PERFORM 2100-LEER-NUMERO THRU 2100-EXIT
005960     END-PERFORM.
005970
005980 2000-EXIT.
005990     EXIT.
006000
006010 2010-LEER-CONTEO.
006020     READ NUM-FILE
006030         AT END
006040             MOVE ZERO TO WS-CANT-LEIDA
006050         NOT AT END
006060             EVALUATE TRUE
006070                 WHEN NUM-RECORD = "HDR"
006080                     CONTINUE
006090                 WHEN NUM-RECORD IS NUMERIC
006100                     MOVE NUM-RECORD TO WS-CANT-LEIDA
006110                 WHEN OTHER
006120                     MOVE ZERO TO WS-CANT-LEIDA
006130                     MOVE SPACES TO ERROR-RECORD
006140                     MOVE NUM-RECORD TO ERR-VALOR
006150                     MOVE "REGISTRO DE CONTEO NO NUMERICO"
006160                         TO ERR-MOTIVO
006170                     WRITE ERROR-RECORD
006180                     ADD 1 TO WS-CANT-RECHAZADOS
006190             END-EVALUATE
006200     END-READ.
006210 2010-EXIT.
006220     EXIT.
006230
006240 1100-LEER-RECICLO.
006250     READ RECICLO-FILE
006260         AT END
006270             SET FIN-RECICLO TO TRUE
006280         NOT AT END
006290             IF WS-CANT-RCY-PREVIOS < WS-MAX-TABLA-RCY
006300                 ADD 1 TO WS-CANT-RCY-PREVIOS
006310                 MOVE RCY-REGISTRO TO
006320                     RCYP-REGISTRO(WS-CANT-RCY-PREVIOS)
006330                 MOVE RCY-MOTIVO TO
006340                     RCYP-MOTIVO(WS-CANT-RCY-PREVIOS)
006350                 MOVE RCY-EDAD TO
006360                     RCYP-EDAD(WS-CANT-RCY-PREVIOS)
006370             END-IF
006380     END-READ.
006390 1100-EXIT.
006400     EXIT.
006410
006420 2100-LEER-NUMERO.
006430     MOVE "S" TO WS-SW-VALIDO.
006440     SET ORIGEN-DECK TO TRUE.
006450     MOVE SPACES TO ERROR-RECORD.
006460     READ NUM-FILE
006470         AT END
006480             MOVE "N" TO WS-SW-VALIDO
006490             MOVE "FALTA REGISTRO - EOF PREMATURO" TO ERR-MOTIVO
006500             SET EOF-PREMATURO TO TRUE
006510         NOT AT END
006520             ADD 1 TO WS-CANT-LEIDOS-REAL
006530     END-READ.
006540
006550     IF ENTRADA-VALIDA
006560         IF NUM-RECORD IS NOT NUMERIC
006570             MOVE "N" TO WS-SW-VALIDO
006580             MOVE NUM-RECORD TO ERR-VALOR
006590             MOVE "VALOR NO NUMERICO" TO ERR-MOTIVO
006600         ELSE
006610             IF NUM-RECORD = ZERO
006620                 MOVE "N" TO WS-SW-VALIDO
006630                 MOVE NUM-RECORD TO ERR-VALOR
006640                 MOVE "FUERA DE RANGO (1-999)" TO ERR-MOTIVO
006650             END-IF
006660         END-IF
006670     END-IF.
006680
006690     IF ENTRADA-VALIDA
006700         ADD 1 TO WS-CANT-CARGADOS
006710         IF MODO-INDEXADO
006720             MOVE NUM-RECORD TO IDX-VALOR
006730             WRITE IDX-RECORD
006740         ELSE
006750             IF WS-CANT-NUMEROS < WS-MAX-NUMEROS
006760                 ADD 1 TO WS-CANT-NUMEROS
006770                 MOVE NUM-RECORD TO NUM-VALOR(WS-CANT-NUMEROS)
006780             END-IF
006790         END-IF
006800     ELSE
006810         WRITE ERROR-RECORD
006820         ADD 1 TO WS-CANT-RECHAZADOS
006830         IF NOT EOF-PREMATURO
006840*            SIN REGISTRO LEIDO NO HAY NADA QUE RECICLAR: EL
006850*            BUFFER TRAE EL VALOR DE LA LECTURA ANTERIOR
006860             MOVE 1 TO WS-EDAD-ACTUAL
006870             PERFORM 2700-GUARDAR-PARA-RECICLO THRU 2700-EXIT
006880         END-IF
006890     END-IF.
006900 2100-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 2500-PROCESAR-RECICLOS - REINTENTA LOS RECHAZOS DEL CICLO
006950*     ANTERIOR ANTES DE ORDENAR; EL QUE VUELVE A FALLAR ENVEJECE
006960*     Y, VENCIDA SU EDAD, ESCALA COMO RECHAZO ESTANCADO
006970******************************************************************
006980 2500-PROCESAR-RECICLOS.
006990     PERFORM 2510-REINTENTAR-RECICLO THRU 2510-EXIT
007000         VARYING WS-IDX-RCY FROM 1 BY 1
007010             UNTIL WS-IDX-RCY > WS-CANT-RCY-PREVIOS.
007020 2500-EXIT.
007030     EXIT.
007040
007050 2510-REINTENTAR-RECICLO.
007060     ADD 1 TO WS-CUENTA-RECICLADOS.
007070     ADD 1 TO WS-CANT-LEIDOS-REAL.
007080     MOVE RCYP-REGISTRO(WS-IDX-RCY)(1:3) TO NUM-RECORD.
007090     MOVE "S" TO WS-SW-VALIDO.
007100     MOVE SPACES TO ERROR-RECORD.
007110*    UN RECHAZO MANUAL SE RECICLA CON SU OPERADOR (POSICION 5)
007120     SET ORIGEN-DECK TO TRUE.
007130     IF RCYP-REGISTRO(WS-IDX-RCY)(5:8) NOT = SPACES
007140         SET ORIGEN-MANUAL TO TRUE
007150         MOVE RCYP-REGISTRO(WS-IDX-RCY) TO WS-REGISTRO-MANUAL
007160         MOVE RCYP-REGISTRO(WS-IDX-RCY)(5:8) TO
007170             WS-OPERADOR-ACTUAL
007180         MOVE "MANUAL" TO ERR-ORIGEN
007190         MOVE WS-OPERADOR-ACTUAL TO ERR-OPERADOR
007200         ADD 1 TO WS-CANT-MAN-LEIDOS
007210     END-IF.
007220     IF NUM-RECORD IS NOT NUMERIC
007230         MOVE "N" TO WS-SW-VALIDO
007240         MOVE NUM-RECORD TO ERR-VALOR
007250         MOVE "VALOR NO NUMERICO" TO ERR-MOTIVO
007260     ELSE
007270         IF NUM-RECORD = ZERO
007280             MOVE "N" TO WS-SW-VALIDO
007290             MOVE NUM-RECORD TO ERR-VALOR
007300             MOVE "FUERA DE RANGO (1-999)" TO ERR-MOTIVO
007310         END-IF
007320     END-IF.
007330     IF ENTRADA-VALIDA
007340         ADD 1 TO WS-CANT-CARGADOS
007350         IF ORIGEN-MANUAL
007360             ADD 1 TO WS-CANT-MAN-CARGADOS
007370         END-IF
007380         IF MODO-INDEXADO
007390             MOVE NUM-RECORD TO IDX-VALOR
007400             WRITE IDX-RECORD
007410         ELSE
007420             IF WS-CANT-NUMEROS < WS-MAX-NUMEROS
007430                 ADD 1 TO WS-CANT-NUMEROS
007440                 MOVE NUM-RECORD TO NUM-VALOR(WS-CANT-NUMEROS)
007450             END-IF
007460         END-IF
007470     ELSE
007480         IF ORIGEN-MANUAL
007490             ADD 1 TO WS-CANT-MAN-RECHAZADOS
007500         END-IF
007510         COMPUTE WS-EDAD-ACTUAL = RCYP-EDAD(WS-IDX-RCY) + 1
007520         IF WS-EDAD-ACTUAL > WS-MAX-RECICLOS
007530             ADD 1 TO WS-CUENTA-VENCIDOS
007540             ADD 1 TO WS-CANT-RECHAZADOS
007550             MOVE "RECICLO VENCIDO - REVISAR" TO ERR-MOTIVO
007560             WRITE ERROR-RECORD
007570             MOVE 33 TO WS-ELOG-CODIGO
007580             MOVE "RECHAZO RECICLADO SIN CORREGIR - ESTANCADO"
007590                 TO WS-ELOG-MENSAJE
007600             CALL "errorlog" USING WS-ELOG-PROGRAMA
007610                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
007620         ELSE
007630             ADD 1 TO WS-CANT-RECHAZADOS
007640             WRITE ERROR-RECORD
007650             PERFORM 2700-GUARDAR-PARA-RECICLO THRU 2700-EXIT
007660         END-IF
007670     END-IF.
007680 2510-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720* 2700-GUARDAR-PARA-RECICLO - ACUMULA EL RECHAZO (CON SU EDAD)
007730*     PARA QUE EL PROXIMO CICLO LO REINTENTE
007740******************************************************************
007750 2700-GUARDAR-PARA-RECICLO.
007760     IF WS-CANT-RCY-NUEVOS < WS-MAX-TABLA-RCY
007770         ADD 1 TO WS-CANT-RCY-NUEVOS
007780         MOVE NUM-RECORD TO RCYN-REGISTRO(WS-CANT-RCY-NUEVOS)
007790         IF ORIGEN-MANUAL
007800             MOVE WS-REGISTRO-MANUAL TO
007810                 RCYN-REGISTRO(WS-CANT-RCY-NUEVOS)
007820         END-IF
007830         MOVE ERR-MOTIVO TO RCYN-MOTIVO(WS-CANT-RCY-NUEVOS)
007840         MOVE WS-EDAD-ACTUAL TO RCYN-EDAD(WS-CANT-RCY-NUEVOS)
007850     END-IF.
007860 2700-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900* 2600-CARGAR-MANUALES - COMBINA EL DECK DE VALORES MANUALES
007910*     (ARREGMAN) CON LA CARGA DE ARREGNUM. SIN DECK NO HAY
007920*     MANUALES; UN DECK QUE NO BALANCEA O QUE NO ES DEL DIA NO
007930*     SE COMBINA Y QUEDA EN ERRORLOG, SIN FRENAR EL PASO
007940******************************************************************
007950 2600-CARGAR-MANUALES.
007960     CALL "validar_sobre" USING WS-MAN-SOBRE-ARCHIVO
007970             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
007980             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
007990     IF NOT SOBRE-VALIDO
008000         IF WS-SOBRE-MENSAJE = "ARCHIVO DE ENTRADA NO DISPONIBLE"
008010             DISPLAY " SIN ARREGMAN: NO HAY VALORES MANUALES."
008020         ELSE
008030             DISPLAY " ARREGMAN RECHAZADO: " WS-SOBRE-MENSAJE
008040             MOVE SPACES TO WS-ELOG-MENSAJE
008050             STRING "ARREGMAN: " WS-SOBRE-MENSAJE
008060                 DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
008070             PERFORM 2690-REGISTRAR-MANUAL-RECHAZADO
008080                 THRU 2690-EXIT
008090         END-IF
008100         GO TO 2600-EXIT
008110     END-IF.
008120     CALL "fecha_negocio" USING WS-FECHA-HOY
008130             WS-SUFIJO-CICLO.
008140     MOVE "N" TO WS-EOF-MAN.
008150     OPEN INPUT MAN-FILE.
008160     READ MAN-FILE
008170         AT END
008180             SET FIN-MANUALES TO TRUE
008190     END-READ.
008200     IF NOT FIN-MANUALES
008210             AND MAN-SOBRE-FECHA NOT = WS-FECHA-HOY
008220         MOVE SPACES TO WS-ELOG-MENSAJE
008230         STRING "ARREGMAN ES DEL " MAN-SOBRE-FECHA
008240             ", NO DEL DIA " WS-FECHA-HOY DELIMITED BY SIZE
008250             INTO WS-ELOG-MENSAJE
008260         DISPLAY " " WS-ELOG-MENSAJE
008270         PERFORM 2690-REGISTRAR-MANUAL-RECHAZADO THRU 2690-EXIT
008280         SET FIN-MANUALES TO TRUE
008290     END-IF.
008300     PERFORM 2610-LEER-MANUAL THRU 2610-EXIT
008310         UNTIL FIN-MANUALES.
008320     CLOSE MAN-FILE.
008330     SET ORIGEN-DECK TO TRUE.
008340 2600-EXIT.
008350     EXIT.
008360
008370 2610-LEER-MANUAL.
008380     READ MAN-FILE
008390         AT END
008400             SET FIN-MANUALES TO TRUE
008410             GO TO 2610-EXIT
008420     END-READ.
008430     IF MAN-SOBRE-TIPO = "TRL"
008440         GO TO 2610-EXIT
008450     END-IF.
008460     ADD 1 TO WS-CANT-LEIDOS-REAL.
008470     ADD 1 TO WS-CANT-MAN-LEIDOS.
008480     SET ORIGEN-MANUAL TO TRUE.
008490     MOVE MAN-RECORD TO WS-REGISTRO-MANUAL.
008500     MOVE MAN-OPERADOR TO WS-OPERADOR-ACTUAL.
008510     MOVE MAN-VALOR TO NUM-RECORD.
008520     MOVE "S" TO WS-SW-VALIDO.
008530     MOVE SPACES TO ERROR-RECORD.
008540     MOVE "MANUAL" TO ERR-ORIGEN.
008550     MOVE WS-OPERADOR-ACTUAL TO ERR-OPERADOR.
008560     IF NUM-RECORD IS NOT NUMERIC
008570         MOVE "N" TO WS-SW-VALIDO
008580         MOVE NUM-RECORD TO ERR-VALOR
008590         MOVE "VALOR NO NUMERICO" TO ERR-MOTIVO
008600     ELSE
008610         IF NUM-RECORD = ZERO
008620             MOVE "N" TO WS-SW-VALIDO
008630             MOVE NUM-RECORD TO ERR-VALOR
008640             MOVE "FUERA DE RANGO (1-999)" TO ERR-MOTIVO
008650         END-IF
008660     END-IF.
008670     IF ENTRADA-VALIDA
008680         ADD 1 TO WS-CANT-CARGADOS
008690         ADD 1 TO WS-CANT-MAN-CARGADOS
008700         IF MODO-INDEXADO
008710             MOVE NUM-RECORD TO IDX-VALOR
008720             WRITE IDX-RECORD
008730         ELSE
008740             IF WS-CANT-NUMEROS < WS-MAX-NUMEROS
008750                 ADD 1 TO WS-CANT-NUMEROS
008760                 MOVE NUM-RECORD TO NUM-VALOR(WS-CANT-NUMEROS)
008770             END-IF
008780         END-IF
008790     ELSE
008800         WRITE ERROR-RECORD
008810         ADD 1 TO WS-CANT-RECHAZADOS
008820         ADD 1 TO WS-CANT-MAN-RECHAZADOS
008830         MOVE 1 TO WS-EDAD-ACTUAL
008840         PERFORM 2700-GUARDAR-PARA-RECICLO THRU 2700-EXIT
008850     END-IF.
008860 2610-EXIT.
008870     EXIT.
008880
008890 2690-REGISTRAR-MANUAL-RECHAZADO.
008900     MOVE 71 TO WS-ELOG-CODIGO.
008910     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
008920             WS-ELOG-MENSAJE.
008930 2690-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 3000-ORDENAR-TABLA - ORDENA LA TABLA ASCENDENTE CON EL VERBO
008980*                      SORT (LIBERA CADA VALOR AL SORT Y LO
008990*                      RECUPERA YA ORDENADO) PARA QUE SEARCH ALL
009000*                      SIGA SIENDO VALIDO. EN MODO INDEXADO NO
009010*                      HACE FALTA: EL ARCHIVO YA DEVUELVE LAS
009020*                      CLAVES EN ORDEN ASCENDENTE
009030******************************************************************
009040 3000-ORDENAR-TABLA.
009050     IF NOT MODO-INDEXADO AND WS-CANT-NUMEROS > 1
009060         SORT SORT-FILE
009070             ON ASCENDING KEY SNUM-VALOR
009080             INPUT PROCEDURE IS 3100-LIBERAR-AL-SORT
009090                 THRU 3100-EXIT
009100             OUTPUT PROCEDURE IS 3200-RECUPERAR-DEL-SORT
009110                 THRU 3200-EXIT
009120     END-IF.
009130 3000-EXIT.
009140     EXIT.
009150
009160 3100-LIBERAR-AL-SORT.
009170     PERFORM VARYING WS-SUB-I FROM 1 BY 1
009180             UNTIL WS-SUB-I > WS-CANT-NUMEROS
009190         PERFORM 3110-LIBERAR-UNO THRU 3110-EXIT
009200     END-PERFORM.
009210 3100-EXIT.
009220     EXIT.
009230
009240 3110-LIBERAR-UNO.
009250     MOVE NUM-VALOR(WS-SUB-I) TO SNUM-VALOR.
009260     RELEASE SORT-RECORD.
009270 3110-EXIT.
009280     EXIT.
009290
009300 3200-RECUPERAR-DEL-SORT.
009310     MOVE ZERO TO WS-SUB-I.
009320     PERFORM 3210-RECUPERAR-UNO THRU 3210-EXIT
009330         UNTIL WS-SUB-I > WS-CANT-NUMEROS.
009340 3200-EXIT.
009350     EXIT.
009360
009370 3210-RECUPERAR-UNO.
009380     RETURN SORT-FILE
009390         AT END
009400             COMPUTE WS-SUB-I = WS-CANT-NUMEROS + 1
009410         NOT AT END
009420             ADD 1 TO WS-SUB-I
009430             MOVE SNUM-VALOR TO NUM-VALOR(WS-SUB-I)
009440     END-RETURN.
009450 3210-EXIT.
009460     EXIT.
009470
009480******************************************************************
009490* 3700-ANALIZAR-TABLA - FRECUENCIA DE CADA VALOR DISTINTO (CON
009500*     MARCA DE DUPLICADO) Y DISTRIBUCION POR BANDAS DE A CIEN,
009510*     APROVECHANDO QUE LA TABLA (O EL ARCHIVO INDEXADO) YA VIENE
009520*     EN ORDEN ASCENDENTE
009530******************************************************************
009540 3700-ANALIZAR-TABLA.
009550     IF WS-CANT-CARGADOS = ZERO
009560         GO TO 3700-EXIT
009570     END-IF.
009580     DISPLAY " ANALISIS DE FRECUENCIAS:".
009590     MOVE "N" TO WS-SW-HAY-PREVIO.
009600     MOVE ZERO TO WS-CUENTA-REPETIDO.
009610     IF MODO-INDEXADO
009620         OPEN INPUT NUM-IDX-FILE
009630         MOVE "N" TO WS-EOF-IDX
009640         PERFORM 3730-LEER-VALOR-INDEXADO THRU 3730-EXIT
009650             UNTIL FIN-IDX
009660         CLOSE NUM-IDX-FILE
009670     ELSE
009680         PERFORM 3740-TOMAR-VALOR-TABLA THRU 3740-EXIT
009690             VARYING WS-SUB-I FROM 1 BY 1
009700                 UNTIL WS-SUB-I > WS-CANT-NUMEROS
009710     END-IF.
009720     PERFORM 3760-EMITIR-VALOR-PREVIO THRU 3760-EXIT.
009730     DISPLAY " VALORES CON DUPLICADOS....: "
009740         WS-CUENTA-DUPLICADOS.
009750     PERFORM 3800-MOSTRAR-BANDAS THRU 3800-EXIT.
009760 3700-EXIT.
009770     EXIT.
009780
009790 3730-LEER-VALOR-INDEXADO.
009800     READ NUM-IDX-FILE NEXT RECORD
009810         AT END
009820             SET FIN-IDX TO TRUE
009830         NOT AT END
009840             MOVE IDX-VALOR TO WS-VALOR-ACTUAL
009850             PERFORM 3750-ACUMULAR-VALOR THRU 3750-EXIT
009860     END-READ.
009870 3730-EXIT.
009880     EXIT.
009890
009900 3740-TOMAR-VALOR-TABLA.
009910     MOVE NUM-VALOR(WS-SUB-I) TO WS-VALOR-ACTUAL.
009920     PERFORM 3750-ACUMULAR-VALOR THRU 3750-EXIT.
009930 3740-EXIT.
009940     EXIT.
009950
009960 3750-ACUMULAR-VALOR.
009970     COMPUTE WS-IDX-BANDA = WS-VALOR-ACTUAL / 100 + 1.
009980     ADD 1 TO WS-CUENTA-BANDA(WS-IDX-BANDA).
009990     IF HAY-VALOR-PREVIO
010000             AND WS-VALOR-ACTUAL = WS-VALOR-PREVIO
010010         ADD 1 TO WS-CUENTA-REPETIDO
010020     ELSE
010030         PERFORM 3760-EMITIR-VALOR-PREVIO THRU 3760-EXIT
010040         MOVE WS-VALOR-ACTUAL TO WS-VALOR-PREVIO
010050         SET HAY-VALOR-PREVIO TO TRUE
010060         MOVE 1 TO WS-CUENTA-REPETIDO
010070     END-IF.
010080 3750-EXIT.
010090     EXIT.
010100
010110 3760-EMITIR-VALOR-PREVIO.
010120     IF NOT HAY-VALOR-PREVIO
010130         GO TO 3760-EXIT
010140     END-IF.
010150     IF WS-CUENTA-REPETIDO > 1
010160         DISPLAY " VALOR " WS-VALOR-PREVIO ": "
010170             WS-CUENTA-REPETIDO " VEZ(CES) (DUPLICADO)"
010180         ADD 1 TO WS-CUENTA-DUPLICADOS
010190     ELSE
010200         DISPLAY " VALOR " WS-VALOR-PREVIO ": "
010210             WS-CUENTA-REPETIDO " VEZ(CES)"
010220     END-IF.
010230 3760-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270* 3800-MOSTRAR-BANDAS - DISTRIBUCION POR BANDAS DE A CIEN CON
010280*     PORCENTAJE SOBRE LOS VALORES CARGADOS
010290******************************************************************
010300 3800-MOSTRAR-BANDAS.
010310     DISPLAY " DISTRIBUCION POR BANDAS:".
010320     PERFORM 3810-MOSTRAR-UNA-BANDA THRU 3810-EXIT
010330         VARYING WS-IDX-BANDA FROM 1 BY 1
010340             UNTIL WS-IDX-BANDA > 10.
010350 3800-EXIT.
010360     EXIT.
010370
010380 3810-MOSTRAR-UNA-BANDA.
010390     COMPUTE WS-BANDA-DESDE = (WS-IDX-BANDA - 1) * 100.
010400     COMPUTE WS-BANDA-HASTA = WS-IDX-BANDA * 100 - 1.
010410     COMPUTE WS-PCT-BANDA ROUNDED =
010420         WS-CUENTA-BANDA(WS-IDX-BANDA) * 100 / WS-CANT-CARGADOS.
010430     MOVE WS-PCT-BANDA TO WS-PCT-EDITADO.
010440     DISPLAY " " WS-BANDA-DESDE "-" WS-BANDA-HASTA ": "
010450         WS-CUENTA-BANDA(WS-IDX-BANDA) " ("
010460         WS-PCT-EDITADO " %)".
010470 3810-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510* 3500-ESCRIBIR-EXTRACTO - VUELCA LA TABLA YA ORDENADA (SIEMPRE
010520*     ASCENDENTE) A UN EXTRACTO SECUENCIAL PROPIO, PARA QUE OTRO
010530*     PASO (EL MAESTRO DIARIO) PUEDA COMBINARLA CON LA SALIDA
010540*     DE OTROS PROGRAMAS SIN LEER LA PANTALLA.
010550******************************************************************
010560 3500-ESCRIBIR-EXTRACTO.
010570     IF MODO-INDEXADO
010580         PERFORM 3520-ESCRIBIR-EXTRACTO-INDEXADO THRU 3520-EXIT
010590     ELSE
010600         PERFORM VARYING WS-SUB-I FROM 1 BY 1
010610                 UNTIL WS-SUB-I > WS-CANT-NUMEROS
010620             PERFORM 3510-ESCRIBIR-EXTRACTO-VALOR THRU 3510-EXIT
010630         END-PERFORM
010640     END-IF.
010650 3500-EXIT.
010660     EXIT.
010670
010680 3510-ESCRIBIR-EXTRACTO-VALOR.
010690     MOVE NUM-VALOR(WS-SUB-I) TO SAL-RECORD.
010700     WRITE SAL-RECORD.
010710 3510-EXIT.
010720     EXIT.
010730
010740 3520-ESCRIBIR-EXTRACTO-INDEXADO.
010750     OPEN INPUT NUM-IDX-FILE.
010760     MOVE "N" TO WS-EOF-IDX.
010770     PERFORM 3521-LEER-Y-ESCRIBIR-INDEXADO THRU 3521-EXIT
010780         UNTIL FIN-IDX.
010790     CLOSE NUM-IDX-FILE.
010800 3520-EXIT.
010810     EXIT.
010820
010830 3521-LEER-Y-ESCRIBIR-INDEXADO.
010840     READ NUM-IDX-FILE NEXT RECORD
010850         AT END
010860             SET FIN-IDX TO TRUE
010870         NOT AT END
010880             MOVE IDX-VALOR TO SAL-RECORD
010890             WRITE SAL-RECORD
010900     END-READ.
010910 3521-EXIT.
010920     EXIT.
010930
010940******************************************************************
010950* 3600-ETIQUETAR-PROPIEDADES - ESCRIBE ARREGETQ, EL COMPANERO DE
010960*     ARREGSAL: CADA VALOR (EN EL MISMO ORDEN) CON SUS MARCAS DE
010970*     PRIMO, FIBONACCI, MULTIPLO DE 3 Y DE 5 Y NUMERO PERFECTO,
010980*     Y MUESTRA CUANTOS VALORES CAEN EN CADA PROPIEDAD
010990******************************************************************
011000 3600-ETIQUETAR-PROPIEDADES.
011010     PERFORM 3610-PREPARAR-LIMITES THRU 3610-EXIT.
011020     OPEN OUTPUT ETQ-FILE.
011030     IF MODO-INDEXADO
011040         OPEN INPUT NUM-IDX-FILE
011050         MOVE "N" TO WS-EOF-IDX
011060         PERFORM 3630-ETIQUETAR-INDEXADO THRU 3630-EXIT
011070             UNTIL FIN-IDX
011080         CLOSE NUM-IDX-FILE
011090     ELSE
011100         PERFORM 3640-ETIQUETAR-ENTRADA THRU 3640-EXIT
011110             VARYING WS-SUB-I FROM 1 BY 1
011120                 UNTIL WS-SUB-I > WS-CANT-NUMEROS
011130     END-IF.
011140     CLOSE ETQ-FILE.
011150     PERFORM 3690-MOSTRAR-PROPIEDADES THRU 3690-EXIT.
011160 3600-EXIT.
011170     EXIT.
011180
011190******************************************************************
011200* 3610-PREPARAR-LIMITES - TOMA LOS LIMITES DE SECUENCIAS DE LA
011210*     TARJETA PARMCTL Y ARMA LOS TERMINOS DE SU FIBONACCI QUE
011220*     PUEDEN APARECER EN UN VALOR DE TRES DIGITOS
011230******************************************************************
011240 3610-PREPARAR-LIMITES.
011250     CALL "parametros" USING WS-LIMITE-TRES WS-LIMITE-CINCO
011260             WS-LIMITE-FIB WS-PARM-NA-INF WS-PARM-NA-SUP
011270             WS-PARM-NA-TIER-BAJO WS-PARM-NA-TIER-MEDIO
011280             WS-LIMITE-PRIMO WS-LIMITE-CUAD.
011290     MOVE ZERO TO WS-FIB-ANTERIOR.
011300     MOVE 1 TO WS-FIB-ACTUAL.
011310     MOVE ZERO TO WS-CANT-FIB.
011320     PERFORM 3620-GENERAR-FIBONACCI THRU 3620-EXIT
011330         VARYING WS-IDX-FIB FROM 1 BY 1
011340             UNTIL WS-IDX-FIB > WS-LIMITE-FIB
011350                 OR WS-FIB-ACTUAL > 999.
011360 3610-EXIT.
011370     EXIT.
011380
011390 3620-GENERAR-FIBONACCI.
011400     COMPUTE WS-FIB-TERMINO = WS-FIB-ANTERIOR + WS-FIB-ACTUAL.
011410     MOVE WS-FIB-ACTUAL TO WS-FIB-ANTERIOR.
011420     MOVE WS-FIB-TERMINO TO WS-FIB-ACTUAL.
011430     IF WS-FIB-TERMINO NOT > 999
011440         ADD 1 TO WS-CANT-FIB
011450         MOVE WS-FIB-TERMINO TO WS-FIB-VALOR(WS-CANT-FIB)
011460     END-IF.
011470 3620-EXIT.
011480     EXIT.
011490
011500 3630-ETIQUETAR-INDEXADO.
011510     READ NUM-IDX-FILE NEXT RECORD
011520         AT END
011530             SET FIN-IDX TO TRUE
011540         NOT AT END
011550             MOVE IDX-VALOR TO WS-VALOR-ACTUAL
011560             PERFORM 3650-CLASIFICAR-VALOR THRU 3650-EXIT
011570     END-READ.
011580 3630-EXIT.
011590     EXIT.
011600
011610 3640-ETIQUETAR-ENTRADA.
011620     MOVE NUM-VALOR(WS-SUB-I) TO WS-VALOR-ACTUAL.
011630     PERFORM 3650-CLASIFICAR-VALOR THRU 3650-EXIT.
011640 3640-EXIT.
011650     EXIT.
011660
011670******************************************************************
011680* 3650-CLASIFICAR-VALOR - LAS MISMAS REGLAS QUE SECUENCIAS
011690*     (MULTIPLOS DESDE 1 HASTA SU LIMITE, PRIMO POR DIVISION
011700*     DE PRUEBA HASTA LA RAIZ, SOLO HASTA SU LIMITE) Y LOS
011710*     DIVISORES DE MULTIPLOSDEDOS (PERFECTO: IGUAL A LA SUMA DE
011720*     SUS DIVISORES MENORES QUE EL)
011730******************************************************************
011740 3650-CLASIFICAR-VALOR.
011750     MOVE SPACES TO ETQ-RECORD.
011760     MOVE WS-VALOR-ACTUAL TO ETQ-VALOR.
011770     MOVE "NNNNN" TO ETQ-PROPIEDADES.
011780     IF WS-VALOR-ACTUAL > ZERO
011790             AND WS-VALOR-ACTUAL NOT > WS-LIMITE-TRES
011800         DIVIDE WS-VALOR-ACTUAL BY 3 GIVING WS-COCIENTE
011810             REMAINDER WS-RESTO
011820         IF WS-RESTO = ZERO
011830             SET ETQ-ES-MULT-TRES TO TRUE
011840             ADD 1 TO WS-CANT-ETQ-MULT-TRES
011850         END-IF
011860     END-IF.
011870     IF WS-VALOR-ACTUAL > ZERO
011880             AND WS-VALOR-ACTUAL NOT > WS-LIMITE-CINCO
011890         DIVIDE WS-VALOR-ACTUAL BY 5 GIVING WS-COCIENTE
011900             REMAINDER WS-RESTO
011910         IF WS-RESTO = ZERO
011920             SET ETQ-ES-MULT-CINCO TO TRUE
011930             ADD 1 TO WS-CANT-ETQ-MULT-CINCO
011940         END-IF
011950     END-IF.
011960     PERFORM 3660-BUSCAR-FIBONACCI THRU 3660-EXIT
011970         VARYING WS-IDX-FIB FROM 1 BY 1
011980             UNTIL WS-IDX-FIB > WS-CANT-FIB
011990                 OR ETQ-ES-FIBONACCI.
012000     IF ETQ-ES-FIBONACCI
012010         ADD 1 TO WS-CANT-ETQ-FIBONACCI
012020     END-IF.
012030     IF WS-VALOR-ACTUAL NOT < 2
012040             AND WS-VALOR-ACTUAL NOT > WS-LIMITE-PRIMO
012050         SET ETQ-ES-PRIMO TO TRUE
012060         PERFORM 3670-PROBAR-PRIMO THRU 3670-EXIT
012070             VARYING WS-DIVISOR FROM 2 BY 1
012080                 UNTIL WS-DIVISOR * WS-DIVISOR > WS-VALOR-ACTUAL
012090                     OR NOT ETQ-ES-PRIMO
012100         IF ETQ-ES-PRIMO
012110             ADD 1 TO WS-CANT-ETQ-PRIMO
012120         END-IF
012130     END-IF.
012140     IF WS-VALOR-ACTUAL > 1
012150         MOVE ZERO TO WS-SUMA-DIVISORES
012160         PERFORM 3680-SUMAR-DIVISOR THRU 3680-EXIT
012170             VARYING WS-DIVISOR FROM 1 BY 1
012180                 UNTIL WS-DIVISOR > WS-VALOR-ACTUAL / 2
012190         IF WS-SUMA-DIVISORES = WS-VALOR-ACTUAL
012200             SET ETQ-ES-PERFECTO TO TRUE
012210             ADD 1 TO WS-CANT-ETQ-PERFECTO
012220         END-IF
012230     END-IF.
012240     IF ETQ-PROPIEDADES = "NNNNN"
012250         ADD 1 TO WS-CANT-ETQ-NINGUNA
012260     END-IF.
012270     WRITE ETQ-RECORD.
012280     ADD 1 TO WS-CANT-ETIQUETADOS.
012290 3650-EXIT.
012300     EXIT.
012310
012320 3660-BUSCAR-FIBONACCI.
012330     IF WS-FIB-VALOR(WS-IDX-FIB) = WS-VALOR-ACTUAL
012340         SET ETQ-ES-FIBONACCI TO TRUE
012350     END-IF.
012360 3660-EXIT.
012370     EXIT.
012380
012390 3670-PROBAR-PRIMO.
012400     DIVIDE WS-VALOR-ACTUAL BY WS-DIVISOR GIVING WS-COCIENTE
012410         REMAINDER WS-RESTO.
012420     IF WS-RESTO = ZERO
012430         MOVE "N" TO ETQ-PRIMO
012440     END-IF.
012450 3670-EXIT.
012460     EXIT.
012470
012480 3680-SUMAR-DIVISOR.
012490     DIVIDE WS-VALOR-ACTUAL BY WS-DIVISOR GIVING WS-COCIENTE
012500         REMAINDER WS-RESTO.
012510     IF WS-RESTO = ZERO
012520         ADD WS-DIVISOR TO WS-SUMA-DIVISORES
012530     END-IF.
012540 3680-EXIT.
012550     EXIT.
012560
012570******************************************************************
012580* 3690-MOSTRAR-PROPIEDADES - CUANTOS VALORES CAEN EN CADA
012590*     PROPIEDAD, CON EL LIMITE QUE SE APLICO (CERO = FASE
012600*     APAGADA EN SECUENCIAS, NINGUN VALOR SE MARCA)
012610******************************************************************
012620 3690-MOSTRAR-PROPIEDADES.
012630     DISPLAY " PROPIEDADES DE LOS VALORES (ARREGETQ): "
012640         WS-CANT-ETIQUETADOS " VALOR(ES)".
012650     DISPLAY "   PRIMOS (HASTA " WS-LIMITE-PRIMO ").........: "
012660         WS-CANT-ETQ-PRIMO.
012670     DISPLAY "   FIBONACCI (" WS-LIMITE-FIB " TERMINOS)...: "
012680         WS-CANT-ETQ-FIBONACCI.
012690     DISPLAY "   MULTIPLOS DE 3 (HASTA " WS-LIMITE-TRES ").: "
012700         WS-CANT-ETQ-MULT-TRES.
012710     DISPLAY "   MULTIPLOS DE 5 (HASTA " WS-LIMITE-CINCO ").: "
012720         WS-CANT-ETQ-MULT-CINCO.
012730     DISPLAY "   PERFECTOS....................: "
012740         WS-CANT-ETQ-PERFECTO.
012750     DISPLAY "   SIN NINGUNA PROPIEDAD........: "
012760         WS-CANT-ETQ-NINGUNA.
012770     IF WS-LIMITE-PRIMO = ZERO
012780         DISPLAY "   (PRIMOS CON LIMITE CERO EN PARMCTL: FASE "
012790             "APAGADA, NO SE MARCA NINGUNO)"
012800     END-IF.
012810 3690-EXIT.
012820     EXIT.
012830
012840******************************************************************
012850* 4000-MOSTRAR-TABLA - IMPRIME LA TABLA EN EL ORDEN PEDIDO Y
012860*                      RESUELVE LA BUSQUEDA PUNTUAL. EN MODO
012870*                      INDEXADO SIEMPRE MUESTRA ASCENDENTE (VER
012880*                      NOTA EN EL HISTORIAL DE MODIFICACIONES)
012890******************************************************************
012900 4000-MOSTRAR-TABLA.
012910     CALL "fecha_negocio" USING WS-FECHA-HOY
012920             WS-SUFIJO-CICLO.
012930     MOVE WS-FECHA-HOY(1:4) TO WS-FECHA-AAAA.
012940     MOVE WS-FECHA-HOY(5:2) TO WS-FECHA-MM.
012950     MOVE WS-FECHA-HOY(7:2) TO WS-FECHA-DD.
012960     DISPLAY " TABLA DE NUMEROS - CORRIDA DEL " WS-FECHA-EDITADA.
012970     IF MODO-INDEXADO
012980         PERFORM 4300-MOSTRAR-TABLA-INDEXADA THRU 4300-EXIT
012990     ELSE
013000         IF ORDEN-DESCENDENTE
013010             PERFORM VARYING WS-SUB-I FROM WS-CANT-NUMEROS BY -1
013020                     UNTIL WS-SUB-I < 1
013030                 PERFORM 4100-MOSTRAR-ENTRADA THRU 4100-EXIT
013040             END-PERFORM
013050         ELSE
013060             PERFORM VARYING WS-SUB-I FROM 1 BY 1
013070                     UNTIL WS-SUB-I > WS-CANT-NUMEROS
013080                 PERFORM 4100-MOSTRAR-ENTRADA THRU 4100-EXIT
013090             END-PERFORM
013100         END-IF
013110     END-IF.
013120
013130     PERFORM 4200-BUSCAR-VALOR THRU 4200-EXIT.
013140 4000-EXIT.
013150     EXIT.
013160
013170 4100-MOSTRAR-ENTRADA.
013180     DISPLAY " NUMERO " NUM-VALOR(WS-SUB-I).
013190 4100-EXIT.
013200     EXIT.
013210
013220 4200-BUSCAR-VALOR.
013230     IF WS-VALOR-BUSCAR > 0 AND WS-CANT-NUMEROS > 0
013240         IF MODO-INDEXADO
013250             PERFORM 4210-BUSCAR-VALOR-INDEXADO THRU 4210-EXIT
013260         ELSE
013270             SET NUM-IDX TO 1
013280             SEARCH ALL TABLA-ENTRADA
013290                 AT END
013300                     DISPLAY " VALOR " WS-VALOR-BUSCAR
013310                         " NO ENCONTRADO EN LA TABLA"
013320                 WHEN NUM-VALOR(NUM-IDX) = WS-VALOR-BUSCAR
013330                     DISPLAY " VALOR " WS-VALOR-BUSCAR
013340                         " ENCONTRADO EN LA POSICION " NUM-IDX
013350             END-SEARCH
013360         END-IF
013370     END-IF.
013380 4200-EXIT.
013390     EXIT.
013400
013410 4210-BUSCAR-VALOR-INDEXADO.
013420     OPEN INPUT NUM-IDX-FILE.
013430     MOVE WS-VALOR-BUSCAR TO IDX-VALOR.
013440     READ NUM-IDX-FILE KEY IS IDX-VALOR
013450         INVALID KEY
013460             DISPLAY " VALOR " WS-VALOR-BUSCAR
013470                 " NO ENCONTRADO EN EL ARCHIVO INDEXADO"
013480         NOT INVALID KEY
013490             DISPLAY " VALOR " WS-VALOR-BUSCAR
013500                 " ENCONTRADO EN EL ARCHIVO INDEXADO"
013510     END-READ.
013520     CLOSE NUM-IDX-FILE.
013530 4210-EXIT.
013540     EXIT.
013550
013560******************************************************************
013570* 4300-MOSTRAR-TABLA-INDEXADA - RECORRE EL ARCHIVO INDEXADO EN
013580*     ORDEN ASCENDENTE DE CLAVE Y MUESTRA CADA VALOR
013590******************************************************************
013600 4300-MOSTRAR-TABLA-INDEXADA.
013610     IF ORDEN-DESCENDENTE
013620         DISPLAY " (VOLUMEN ALTO: SE MUESTRA ASCENDENTE, LEIDO"
013630         DISPLAY " DEL ARCHIVO INDEXADO EN LUGAR DE LA TABLA EN"
013640         DISPLAY " MEMORIA)"
013650     END-IF.
013660     OPEN INPUT NUM-IDX-FILE.
013670     MOVE "N" TO WS-EOF-IDX.
013680     PERFORM 4310-MOSTRAR-ENTRADA-INDEXADA THRU 4310-EXIT
013690         UNTIL FIN-IDX.
013700     CLOSE NUM-IDX-FILE.
013710 4300-EXIT.
013720     EXIT.
013730
013740 4310-MOSTRAR-ENTRADA-INDEXADA.
013750     READ NUM-IDX-FILE NEXT RECORD
013760         AT END
013770             SET FIN-IDX TO TRUE
013780         NOT AT END
013790             DISPLAY " NUMERO " IDX-VALOR
013800     END-READ.
013810 4310-EXIT.
013820     EXIT.
013830
013840******************************************************************
013850* 9000-TERMINAR - CIERRA ARCHIVOS Y RESUME LA CARGA
013860******************************************************************
013870 9000-TERMINAR.
013880     CLOSE NUM-FILE.
013890     CLOSE ERROR-FILE.
013900     CLOSE SAL-FILE.
013910     OPEN OUTPUT RECICLO-FILE.
013920     PERFORM 9050-GRABAR-RECICLO THRU 9050-EXIT
013930         VARYING WS-IDX-RCY FROM 1 BY 1
013940             UNTIL WS-IDX-RCY > WS-CANT-RCY-NUEVOS.
013950     CLOSE RECICLO-FILE.
013960     DISPLAY " RECICLADOS REINTENTADOS..: " WS-CUENTA-RECICLADOS.
013970     DISPLAY " RECICLOS VENCIDOS........: " WS-CUENTA-VENCIDOS.
013980     DISPLAY " TOTAL DE VALORES CARGADOS: " WS-CANT-CARGADOS.
013990     DISPLAY " TOTAL DE VALORES RECHAZADOS: " WS-CANT-RECHAZADOS.
014000     DISPLAY " DE ELLOS MANUALES (ARREGMAN): CARGADOS "
014010         WS-CANT-MAN-CARGADOS " RECHAZADOS "
014020         WS-CANT-MAN-RECHAZADOS.
014030     COMPUTE WS-AUDT-CANTIDAD =
014040         WS-CANT-CARGADOS + WS-CANT-RECHAZADOS.
014050     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
014060     PERFORM 9100-BALANCEAR-TOTALES THRU 9100-EXIT.
014070 9000-EXIT.
014080     EXIT.
014090
014100******************************************************************
014110* 9100-BALANCEAR-TOTALES - CUADRA REGISTROS DE ENTRADA CONTRA
014120*     SALIDA (CARGADOS) MAS RECHAZADOS, PARA QUE UN REGISTRO
014130*     PERDIDO SE DETECTE EL MISMO DIA
014140******************************************************************
014150 9100-BALANCEAR-TOTALES.
014160     MOVE WS-CANT-LEIDOS-REAL TO WS-CANT-ENTRADA.
014170     MOVE WS-CANT-CARGADOS TO WS-CANT-SALIDA.
014180     MOVE "S" TO WS-SW-BALANCEA.
014190     IF WS-CANT-ENTRADA NOT =
014200             WS-CANT-SALIDA + WS-CANT-RECHAZADOS
014210         MOVE "N" TO WS-SW-BALANCEA
014220     END-IF.
014230     MOVE WS-CANT-ENTRADA    TO BAL-ENTRADA.
014240     MOVE WS-CANT-SALIDA     TO BAL-SALIDA.
014250     MOVE WS-CANT-RECHAZADOS TO BAL-RECHAZADOS.
014260     DISPLAY " CONTROL DE TOTALES - ENTRADA: " BAL-ENTRADA
014270         " SALIDA: " BAL-SALIDA " RECHAZADOS: " BAL-RECHAZADOS.
014280     PERFORM 9150-BALANCEAR-POR-ORIGEN THRU 9150-EXIT.
014290     IF TOTALES-BALANCEAN
014300         DISPLAY " CONTROL DE TOTALES: BALANCEA"
014310     ELSE
014320         DISPLAY " CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
014330     END-IF.
014340 9100-EXIT.
014350     EXIT.
014360
014370******************************************************************
014380* 9150-BALANCEAR-POR-ORIGEN - LOS MISMOS TOTALES ABIERTOS ENTRE
014390*     LOS NUMEROS DEL DECK (ARREGNUM Y SUS RECICLOS) Y LOS
014400*     MANUALES (ARREGMAN Y SUS RECICLOS); CADA ORIGEN DEBE
014410*     BALANCEAR POR SI MISMO
014420******************************************************************
014430 9150-BALANCEAR-POR-ORIGEN.
014440     COMPUTE WS-CANT-ENTRADA =
014450         WS-CANT-LEIDOS-REAL - WS-CANT-MAN-LEIDOS.
014460     COMPUTE WS-CANT-SALIDA =
014470         WS-CANT-CARGADOS - WS-CANT-MAN-CARGADOS.
014480     COMPUTE BAL-RECHAZADOS =
014490         WS-CANT-RECHAZADOS - WS-CANT-MAN-RECHAZADOS.
014500     MOVE WS-CANT-ENTRADA TO BAL-ENTRADA.
014510     MOVE WS-CANT-SALIDA TO BAL-SALIDA.
014520     DISPLAY "   DEL DECK - ENTRADA: " BAL-ENTRADA
014530         " SALIDA: " BAL-SALIDA " RECHAZADOS: " BAL-RECHAZADOS.
014540     IF WS-CANT-ENTRADA NOT = WS-CANT-SALIDA +
014550             WS-CANT-RECHAZADOS - WS-CANT-MAN-RECHAZADOS
014560         MOVE "N" TO WS-SW-BALANCEA
014570     END-IF.
014580     MOVE WS-CANT-MAN-LEIDOS TO BAL-ENTRADA.
014590     MOVE WS-CANT-MAN-CARGADOS TO BAL-SALIDA.
014600     MOVE WS-CANT-MAN-RECHAZADOS TO BAL-RECHAZADOS.
014610     DISPLAY "   MANUALES - ENTRADA: " BAL-ENTRADA
014620         " SALIDA: " BAL-SALIDA " RECHAZADOS: " BAL-RECHAZADOS.
014630     IF WS-CANT-MAN-LEIDOS NOT =
014640             WS-CANT-MAN-CARGADOS + WS-CANT-MAN-RECHAZADOS
014650         MOVE "N" TO WS-SW-BALANCEA
014660     END-IF.
014670 9150-EXIT.
014680     EXIT.
014690
014700
014710 9050-GRABAR-RECICLO.
014720     MOVE SPACES TO RECICLO-RECORD.
014730     MOVE RCYN-REGISTRO(WS-IDX-RCY) TO RCY-REGISTRO.
014740     MOVE RCYN-MOTIVO(WS-IDX-RCY) TO RCY-MOTIVO.
014750     MOVE RCYN-EDAD(WS-IDX-RCY) TO RCY-EDAD.
014760     WRITE RECICLO-RECORD.
014770 9050-EXIT.
014780     EXIT.
014790
014800 END PROGRAM arreglos.
