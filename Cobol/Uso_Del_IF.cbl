000900* 2026-08-22 RW   UN PENDIENTE O RECICLO QUE NO ENTRA EN SU
000910*                 TABLA AL CARGAR YA NO SE PIERDE EN SILENCIO:
000920*                 CADA UNO DEJA SU CLAVE EN ERRORLOG.
000930* 2026-10-15 RW   IFTRAN GROWS 49 -> 58 WITH THE PERSON'S DNI AND
000940*                 CHECK DIGIT, AND A CHANGE THAT PASSES THE TIER
000950*                 RULES NOW REACHES THE PERSONA MASTER: NIVEL BAJO
000960*                 REGRABA PERS-NOMBRE EN PERSONAF CON SU JOURNAL;
000970*                 NIVEL ALTO QUEDA PENDIENTE EN PENDAPRO HASTA QUE
000980*                 OTRO OPERADOR LO APRUEBE EN PERSONAAPROB. A DNI
000990*                 FALTANTE, DV INVALIDO, INEXISTENTE O INACTIVO, O
001000*                 UN NOMBRE QUE NO ES EL DEL MAESTRO, RECHAZA AL
001010*                 RECICLO IFRCY (52 -> 92, CON EL MOTIVO) Y DEJA
001020*                 ERRORLOG 72. IFPEND CRECE A 58.
001030******************************************************************
001040 IDENTIFICATION DIVISION.
001050 PROGRAM-ID. uso_del_if.
001060
001070 ENVIRONMENT DIVISION.
001080 INPUT-OUTPUT SECTION.
001090 FILE-CONTROL.
001100     SELECT TRAN-FILE ASSIGN TO "IFTRAN"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-TRAN-STATUS.
001130
001140     SELECT PEND-FILE ASSIGN TO "IFPEND"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-PEND-STATUS.
001170
001180     SELECT RECICLO-FILE ASSIGN TO "IFRCY"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-RCY-STATUS.
001210
001220     SELECT RECICTL-FILE ASSIGN TO "RECICTL"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-RCTL-STATUS.
001250
001260     SELECT OUT-FILE ASSIGN DYNAMIC WS-DYN-OUT-FILE
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-OUT-STATUS.
001290
001300     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS RANDOM
001330         RECORD KEY IS PERS-DNI
001340         FILE STATUS IS WS-PERSONA-STATUS.
001350
001360     SELECT PENDAPRO-FILE ASSIGN TO "PENDAPRO"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-PAPR-STATUS.
001390
001400
001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  TRAN-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 58 CHARACTERS.
001460 01  TRAN-RECORD.
001470*    nombres a cambiar
001480     05  nombre                  PIC X(20).
001490     05  nombre_cambiado         PIC X(20).
001500*    valor que determina el cambio (codigo de estado, 1-9)
001510     05  valor                   PIC 9(01).
001520*    fecha desde la cual aplica el cambio (cero = hoy mismo)
001530     05  fecha_efectiva          PIC 9(08).
001540*    persona del maestro a la que corresponde el cambio
001550     05  dni                     PIC 9(08).
001560     05  dni_dv                  PIC 9(01).
001570
001580 FD  PEND-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 58 CHARACTERS.
001610 01  PEND-RECORD                 PIC X(58).
001620
001630 FD  RECICLO-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 92 CHARACTERS.
001660 01  RECICLO-RECORD.
001670     05  RCY-REGISTRO            PIC X(58).
001680     05  FILLER                  PIC X(01).
001690     05  RCY-EDAD                PIC 9(02).
001700     05  FILLER                  PIC X(01).
001710     05  RCY-MOTIVO              PIC X(30).
001720
001730 FD  RECICTL-FILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORD CONTAINS 02 CHARACTERS.
001760 01  RECICTL-RECORD.
001770     05  RCTL-MAX-RECICLOS       PIC 9(02).
001780
001790 FD  OUT-FILE
001800     LABEL RECORDS ARE STANDARD
001810     RECORD CONTAINS 30 CHARACTERS.
001820 01  OUT-RECORD.
001830     05  OUT-NOMBRE-APLICADO     PIC X(20).
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  OUT-VALOR               PIC 9(01).
001860     05  FILLER                  PIC X(01) VALUE SPACES.
001870     05  OUT-TIER                PIC X(06).
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890
001900 FD  PERSONA-FILE
001910     LABEL RECORDS ARE STANDARD
001920     RECORD CONTAINS 117 CHARACTERS.
001930 COPY PERSONA.
001940
001950*    COLA DE APROBACION MAKER/CHECKER (EL MISMO REGISTRO QUE GRABA
001960*    PERSONAMANT Y RESUELVE PERSONAAPROB)
001970 FD  PENDAPRO-FILE
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 157 CHARACTERS.
002000 01  PENDIENTE-RECORD.
002010     05  PEND-ESTADO             PIC X(01).
002020     05  FILLER                  PIC X(01).
002030     05  PEND-ACCION             PIC X(01).
002040     05  FILLER                  PIC X(01).
002050     05  PEND-FECHA              PIC 9(08).
002060     05  FILLER                  PIC X(01).
002070     05  PEND-SOLICITANTE        PIC X(08).
002080     05  FILLER                  PIC X(01).
002090     05  PEND-DNI                PIC 9(08).
002100     05  FILLER                  PIC X(01).
002110     05  PEND-IMAGEN             PIC X(117).
002120     05  FILLER                  PIC X(01).
002130     05  PEND-APROBADOR          PIC X(08).
002140
002150 WORKING-STORAGE SECTION.
002160 01  WS-TRAN-STATUS              PIC X(02).
002170 01  WS-PEND-STATUS              PIC X(02).
002180 01  WS-RCY-STATUS               PIC X(02).
002190 01  WS-RCTL-STATUS              PIC X(02).
002200 01  WS-OUT-STATUS               PIC X(02).
002210 01  WS-RPT-STATUS               PIC X(02).
002220 01  WS-EOF-TRAN                 PIC X(01) VALUE "N".
002230     88  FIN-TRAN                VALUE "S".
002240
002250 01  WS-NOMBRE-APLICADO          PIC X(20).
002260 01  WS-TIER-ACTUAL              PIC X(06).
002270     88  TIER-CAMBIA-NOMBRE      VALUE "BAJO  " "ALTO  ".
002280     88  TIER-REQUIERE-APROBACION VALUE "ALTO  ".
002290
002300*----------------------------------------------------------------
002310*    TRANSACCION EN CURSO (DEL DECK O DE LAS PENDIENTES) Y LAS
002320*    PENDIENTES A FUTURO QUE ESPERAN SU FECHA EN IFPEND
002330*----------------------------------------------------------------
002340 01  WS-TRAN-TRABAJO.
002350     05  WT-NOMBRE               PIC X(20).
002360     05  WT-NOMBRE-CAMBIADO      PIC X(20).
002370     05  WT-VALOR                PIC 9(01).
002380     05  WT-FECHA-EFECTIVA       PIC 9(08).
002390     05  WT-DNI                  PIC 9(08).
002400     05  WT-DNI-DV               PIC 9(01).
002410 01  WS-FECHA-NUMERICA           PIC 9(08).
002420 01  WS-MAX-PENDIENTES           PIC 9(03) VALUE 200.
002430 01  WS-CANT-PENDIENTES          PIC 9(03) VALUE ZERO.
002440 01  TABLA-PENDIENTES.
002450     05  PEND-REGISTRO OCCURS 200 TIMES PIC X(58).
002460 01  WS-CANT-PREVIAS             PIC 9(03) VALUE ZERO.
002470 01  TABLA-PREVIAS.
002480     05  PREV-REGISTRO OCCURS 200 TIMES PIC X(58).
002490 01  WS-IDX-PEND                 PIC 9(03) COMP.
002500 01  WS-EOF-PEND                 PIC X(01) VALUE "N".
002510     88  FIN-PENDIENTES          VALUE "S".
002520 01  WS-CUENTA-RETENIDAS         PIC 9(05) VALUE ZERO.
002530
002540*----------------------------------------------------------------
002550*    PENDIENTES POR FECHA EFECTIVA (PARA EL REPORTE)
002560*----------------------------------------------------------------
002570 01  WS-CANT-FECHAS              PIC 9(02) VALUE ZERO.
002580 01  TABLA-FECHAS-PEND.
002590     05  FPEND-ENTRADA OCCURS 50 TIMES.
002600         10  FPEND-FECHA         PIC 9(08).
002610         10  FPEND-CUENTA        PIC 9(05).
002620 01  WS-IDX-FECHA                PIC 9(02) COMP.
002630 01  WS-SW-FECHA-HALLADA         PIC X(01) VALUE "N".
002640     88  FECHA-HALLADA           VALUE "S".
002650 01  WS-LINEA-PENDIENTE.
002660     05  FILLER                  PIC X(21)
002670             VALUE "PENDIENTES AL........".
002680     05  LPEND-FECHA             PIC 9(08).
002690     05  FILLER                  PIC X(02) VALUE ": ".
002700     05  LPEND-CUENTA            PIC ZZ,ZZ9.
002710     05  FILLER                  PIC X(13) VALUE SPACES.
002720
002730*----------------------------------------------------------------
002740*    RECICLO DE RECHAZOS (IFRCY) CON SU EDAD
002750*----------------------------------------------------------------
002760 01  WS-EOF-RCY                  PIC X(01) VALUE "N".
002770     88  FIN-RECICLO             VALUE "S".
002780 01  WS-MAX-RECICLOS             PIC 9(02) VALUE 3.
002790 01  WS-MAX-TABLA-RCY            PIC 9(03) VALUE 100.
002800 01  WS-CANT-RCY-PREVIOS         PIC 9(03) VALUE ZERO.
002810 01  TABLA-RCY-PREVIOS.
002820     05  RCYP-ENTRADA OCCURS 100 TIMES.
002830         10  RCYP-REGISTRO       PIC X(58).
002840         10  RCYP-EDAD           PIC 9(02).
002850 01  WS-CANT-RCY-NUEVOS          PIC 9(03) VALUE ZERO.
002860 01  TABLA-RCY-NUEVOS.
002870     05  RCYN-ENTRADA OCCURS 100 TIMES.
002880         10  RCYN-REGISTRO       PIC X(58).
002890         10  RCYN-EDAD           PIC 9(02).
002900         10  RCYN-MOTIVO         PIC X(30).
002910 01  WS-IDX-RCY                  PIC 9(03) COMP.
002920 01  WS-EDAD-ACTUAL              PIC 9(02) VALUE ZERO.
002930 01  WS-CUENTA-RECICLADOS        PIC 9(03) VALUE ZERO.
002940 01  WS-CUENTA-VENCIDOS          PIC 9(03) VALUE ZERO.
002950 01  WS-MOTIVO-RECHAZO           PIC X(30) VALUE SPACES.
002960
002970*----------------------------------------------------------------
002980*    CONTRASTE Y APLICACION DEL CAMBIO EN EL MAESTRO PERSONAF
002990*----------------------------------------------------------------
003000 01  WS-PERSONA-STATUS           PIC X(02).
003010 01  WS-PAPR-STATUS              PIC X(02).
003020 01  WS-SW-PERSONAF              PIC X(01) VALUE "N".
003030     88  PERSONAF-ABIERTO        VALUE "S".
003040 01  WS-SW-MAESTRO               PIC X(01) VALUE "N".
003050     88  MAESTRO-CONFIRMA        VALUE "S".
003060 01  WS-NOMBRE-ENTRADA           PIC X(30).
003070 01  WS-NOMBRE-DECK-NORM         PIC X(30).
003080 01  WS-NOMBRE-MAESTRO-NORM      PIC X(30).
003090 01  WS-NOMBRE-NUEVO-NORM        PIC X(30).
003100 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "uso_del_if".
003110 01  WS-JRNL-ACCION              PIC X(01) VALUE "M".
003120 01  WS-IMAGEN-ANTES             PIC X(117).
003130 01  WS-IMAGEN-DESPUES           PIC X(117).
003140 01  WS-SOLICITANTE              PIC X(08) VALUE "IFTRAN".
003150 01  WS-DNI-ENMASCARADO          PIC X(08).
003160 01  WS-CUENTA-MAESTRO-APLIC     PIC 9(05) VALUE ZERO.
003170 01  WS-CUENTA-MAESTRO-APROB     PIC 9(05) VALUE ZERO.
003180 01  WS-CUENTA-MAESTRO-RECH      PIC 9(05) VALUE ZERO.
003190
003200*----------------------------------------------------------------
003210*    CAMPOS DE SOPORTE PARA EL DIGITO VERIFICADOR DEL DNI
003220*    (LA MISMA REGLA MODULO 11 DE PERSONAMANT.CBL)
003230*----------------------------------------------------------------
003240 01  WS-DNI-BASE                PIC 9(08).
003250 01  WS-DNI-DIGITOS REDEFINES WS-DNI-BASE.
003260     05  WS-DNI-DIGITO           PIC 9 OCCURS 8 TIMES.
003270 01  WS-DNI-DV-CALCULADO        PIC 9(01).
003280 01  WS-SUMA                    PIC 9(04) COMP.
003290 01  WS-RESTO                   PIC 9(02) COMP.
003300 01  WS-PESO                    PIC 9(02) COMP.
003310 01  WS-SUB                     PIC 9(02) COMP.
003320
003330*----------------------------------------------------------------
003340*    CONTADORES DEL REPORTE CONSOLIDADO POR NIVEL
003350*----------------------------------------------------------------
003360 01  WS-CUENTA-BAJO              PIC 9(05) VALUE ZERO.
003370 01  WS-CUENTA-MEDIO             PIC 9(05) VALUE ZERO.
003380 01  WS-CUENTA-ALTO              PIC 9(05) VALUE ZERO.
003390 01  WS-CUENTA-TOTAL             PIC 9(05) VALUE ZERO.
003400
003410*----------------------------------------------------------------
003420*    LIMITES DE NIVEL (LEIDOS DEL PARAMETRO COMPARTIDO)
003430*----------------------------------------------------------------
003440 01  WS-TIER-BAJO-MAX            PIC 9(01) VALUE 3.
003450 01  WS-TIER-MEDIO-MAX           PIC 9(01) VALUE 6.
003460 01  WS-PARM-NA-TRES             PIC 9(05).
003470 01  WS-PARM-NA-CINCO            PIC 9(05).
003480 01  WS-PARM-NA-FIB              PIC 9(05).
003490 01  WS-PARM-NA-INF              PIC 9(03).
003500 01  WS-PARM-NA-SUP              PIC 9(03).
003510 01  WS-PARM-NA-PRIMO            PIC 9(05).
003520 01  WS-PARM-NA-CUAD             PIC 9(05).
003530
003540*----------------------------------------------------------------
003550*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
003560*----------------------------------------------------------------
003570 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "uso_del_if".
003580 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003590
003600*----------------------------------------------------------------
003610*    TOTALES DE CONTROL ENTRADA/SALIDA (LINEA DE BALANCEO)
003620*----------------------------------------------------------------
003630 01  WS-CUENTA-SALIDA            PIC 9(05) VALUE ZERO.
003640 01  WS-CUENTA-RECHAZADOS        PIC 9(05) VALUE ZERO.
003650 01  WS-SW-BALANCEA              PIC X(01) VALUE "S".
003660     88  TOTALES-BALANCEAN       VALUE "S".
003670
003680*----------------------------------------------------------------
003690*    VALIDACION DEL SOBRE HDR/TRL DEL DECK DE ENTRADA
003700*----------------------------------------------------------------
003710 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "IFTRAN".
003720 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 41.
003730 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 1.
003740 01  WS-SOBRE-RESULTADO          PIC X(01).
003750     88  SOBRE-VALIDO            VALUE "S".
003760 01  WS-SOBRE-MENSAJE            PIC X(59).
003770 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "uso_del_if".
003780 01  WS-ELOG-CODIGO              PIC 9(04).
003790 01  WS-ELOG-MENSAJE             PIC X(59).
003800
003810*----------------------------------------------------------------
003820*    NOMBRES DINAMICOS DE LOS ARCHIVOS DE SALIDA, ARMADOS CON LA
003830*    FECHA DE CORRIDA PARA NO SOBREESCRIBIR LOS DE OTRO DIA
003840*----------------------------------------------------------------
003850 01  WS-FECHA-HOY                PIC X(08).
003860 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
003870 01  WS-DYN-OUT-FILE             PIC X(18) VALUE SPACES.
003880 01  WS-CATG-ARCHIVO             PIC X(21).
003890 01  WS-CATG-CANTIDAD            PIC 9(07).
003900 01  WS-DYN-REPORT-FILE          PIC X(18) VALUE SPACES.
003910*----------------------------------------------------------------
003920*    AREA DE TRABAJO DEL SERVICIO COMPARTIDO DE REPORTES
003930*----------------------------------------------------------------
003940 01  RSVC-AREA.
003950     05  RSVC-FUNCION            PIC X(01).
003960     05  RSVC-ARCHIVO            PIC X(21).
003970     05  RSVC-TITULO             PIC X(40).
003980     05  RSVC-LINEA              PIC X(132).
003990     05  RSVC-CANT-LINEAS        PIC 9(07).
004000 01  WS-LINEA-TITULO             PIC X(50)
004010         VALUE "REPORTE DE CAMBIOS DE NOMBRE POR NIVEL".
004020
004030 01  WS-LINEA-FECHA.
004040     05  FILLER                  PIC X(21)
004050             VALUE "FECHA DE EJECUCION: ".
004060     05  WS-FECHA-EDITADA        PIC X(08).
004070     05  FILLER                  PIC X(21) VALUE SPACES.
004080
004090 01  WS-LINEA-DETALLE.
004100     05  WS-ETIQUETA             PIC X(35).
004110     05  WS-VALOR-EDITADO        PIC ZZZ,ZZ9.
004120     05  FILLER                  PIC X(09) VALUE SPACES.
004130
004140 PROCEDURE DIVISION.
004150
004160******************************************************************
004170* 0000-MAINLINE
004180******************************************************************
004190 0000-MAINLINE.
004200     PERFORM 0500-VALIDAR-SOBRE THRU 0500-EXIT.
004210     IF NOT SOBRE-VALIDO
004220         GOBACK
004230     END-IF.
004240     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004250     PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT.
004260     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004270     GOBACK.
004280
004290******************************************************************
004300* 0500-VALIDAR-SOBRE - RECHAZA EL DECK COMPLETO SI EL SOBRE
004310*     HDR/TRL NO BALANCEA, ANTES DE APLICAR UNA SOLA TRANSACCION
004320******************************************************************
004330 0500-VALIDAR-SOBRE.
004340     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
004350             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
004360             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
004370     IF NOT SOBRE-VALIDO
004380         DISPLAY " IFTRAN RECHAZADO: " WS-SOBRE-MENSAJE
004390         MOVE 12 TO WS-ELOG-CODIGO
004400         MOVE WS-SOBRE-MENSAJE TO WS-ELOG-MENSAJE
004410         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
004420                 WS-ELOG-MENSAJE
004430         MOVE 8 TO RETURN-CODE
004440     END-IF.
004450 0500-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 1000-INICIALIZAR - ABRE LOS ARCHIVOS Y ESCRIBE EL ENCABEZADO
004500******************************************************************
004510 1000-INICIALIZAR.
004520     CALL "parametros" USING WS-PARM-NA-TRES WS-PARM-NA-CINCO
004530             WS-PARM-NA-FIB WS-PARM-NA-INF WS-PARM-NA-SUP
004540             WS-TIER-BAJO-MAX WS-TIER-MEDIO-MAX
004550             WS-PARM-NA-PRIMO WS-PARM-NA-CUAD.
004560     CALL "fecha_negocio" USING WS-FECHA-HOY
004570             WS-SUFIJO-CICLO.
004580     STRING "IFSAL." WS-FECHA-HOY DELIMITED BY SIZE
004590         WS-SUFIJO-CICLO DELIMITED BY SPACE
004600         INTO WS-DYN-OUT-FILE.
004610     STRING "IFRPT." WS-FECHA-HOY DELIMITED BY SIZE
004620         WS-SUFIJO-CICLO DELIMITED BY SPACE
004630         INTO WS-DYN-REPORT-FILE.
004640     OPEN INPUT TRAN-FILE.
004650     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
004660     PERFORM 1200-CARGAR-PENDIENTES THRU 1200-EXIT.
004670     PERFORM 1300-CARGAR-RECICLOS THRU 1300-EXIT.
004680     OPEN OUTPUT OUT-FILE.
004690     OPEN I-O PERSONA-FILE.
004700     IF WS-PERSONA-STATUS = "00"
004710         SET PERSONAF-ABIERTO TO TRUE
004720     ELSE
004730         DISPLAY " PERSONAF NO DISPONIBLE (STATUS "
004740             WS-PERSONA-STATUS "): LOS CAMBIOS DE NOMBRE VAN "
004750             "AL RECICLO."
004760     END-IF.
004770     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
004780     MOVE WS-LINEA-TITULO TO RSVC-TITULO.
004790     MOVE "A" TO RSVC-FUNCION.
004800     CALL "reporte_svc" USING RSVC-AREA.
004810     MOVE "E" TO RSVC-FUNCION.
004820 1000-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860* 2000-PROCESAR-TRANSACCIONES - RECORRE EL ARCHIVO DE
004870*     TRANSACCIONES HASTA FIN DE ARCHIVO
004880******************************************************************
004890 2000-PROCESAR-TRANSACCIONES.
004900     PERFORM 2050-PROCESAR-PENDIENTE THRU 2050-EXIT
004910         VARYING WS-IDX-PEND FROM 1 BY 1
004920             UNTIL WS-IDX-PEND > WS-CANT-PREVIAS.
004930     PERFORM 2060-REINTENTAR-RECICLO THRU 2060-EXIT
004940         VARYING WS-IDX-RCY FROM 1 BY 1
004950             UNTIL WS-IDX-RCY > WS-CANT-RCY-PREVIOS.
004960     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
004970         UNTIL FIN-TRAN.
004980 2000-EXIT.
004990     EXIT.
005000
005010 2100-LEER-TRANSACCION.
005020     READ TRAN-FILE
005030         AT END
005040             SET FIN-TRAN TO TRUE
005050         NOT AT END
005060             IF TRAN-RECORD(1:3) = "HDR"
005070                     OR TRAN-RECORD(1:3) = "TRL"
005080                 CONTINUE
005090             ELSE
005100                 MOVE TRAN-RECORD TO WS-TRAN-TRABAJO
005110                 PERFORM 2150-CLASIFICAR-POR-FECHA
005120                     THRU 2150-EXIT
005130             END-IF
005140     END-READ.
005150 2100-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 1200-CARGAR-PENDIENTES - CARGA LAS TRANSACCIONES QUE QUEDARON
005200*     ESPERANDO SU FECHA EN CORRIDAS ANTERIORES
005210******************************************************************
005220 1200-CARGAR-PENDIENTES.
005230     OPEN INPUT PEND-FILE.
005240     IF WS-PEND-STATUS = "00"
005250         PERFORM 1210-LEER-PENDIENTE THRU 1210-EXIT
005260             UNTIL FIN-PENDIENTES
005270         CLOSE PEND-FILE
005280     END-IF.
005290 1200-EXIT.
005300     EXIT.
005310
005320 1210-LEER-PENDIENTE.
005330     READ PEND-FILE
005340         AT END
005350             SET FIN-PENDIENTES TO TRUE
005360         NOT AT END
005370             IF WS-CANT-PREVIAS < WS-MAX-PENDIENTES
005380                 ADD 1 TO WS-CANT-PREVIAS
005390                 MOVE PEND-RECORD TO
005400                     PREV-REGISTRO(WS-CANT-PREVIAS)
005410             ELSE
005420*                EL REGRABADO SALE DE LA TABLA: UN PENDIENTE QUE
005430*                NO ENTRA SE PERDERIA SIN DEJAR RASTRO
005440                 MOVE 34 TO WS-ELOG-CODIGO
005450                 MOVE SPACES TO WS-ELOG-MENSAJE
005460                 STRING "PENDIENTE PERDIDO - TABLA LLENA: "
005470                     DELIMITED BY SIZE
005480                     PEND-RECORD(1:20) DELIMITED BY SIZE
005490                     INTO WS-ELOG-MENSAJE
005500                 CALL "errorlog" USING WS-ELOG-PROGRAMA
005510                         WS-ELOG-CODIGO WS-ELOG-MENSAJE
005520             END-IF
005530     END-READ.
005540 1210-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* 1300-CARGAR-RECICLOS - CARGA LOS RECHAZOS RECICLADOS DEL CICLO
005590*     ANTERIOR (Y EL TOPE DE RECICLOS DE RECICTL)
005600******************************************************************
005610 1300-CARGAR-RECICLOS.
005620     OPEN INPUT RECICTL-FILE.
005630     IF WS-RCTL-STATUS = "00"
005640         READ RECICTL-FILE
005650             NOT AT END
005660                 IF RCTL-MAX-RECICLOS IS NUMERIC
005670                         AND RCTL-MAX-RECICLOS > 0
005680                     MOVE RCTL-MAX-RECICLOS TO WS-MAX-RECICLOS
005690                 END-IF
005700         END-READ
005710         CLOSE RECICTL-FILE
005720     END-IF.
005730     OPEN INPUT RECICLO-FILE.
005740     IF WS-RCY-STATUS = "00"
005750         PERFORM 1310-LEER-RECICLO THRU 1310-EXIT
005760             UNTIL FIN-RECICLO
005770         CLOSE RECICLO-FILE
005780     END-IF.
005790 1300-EXIT.
005800     EXIT.
005810
005820 1310-LEER-RECICLO.
005830     READ RECICLO-FILE
005840         AT END
005850             SET FIN-RECICLO TO TRUE
005860         NOT AT END
005870             IF WS-CANT-RCY-PREVIOS < WS-MAX-TABLA-RCY
005880                 ADD 1 TO WS-CANT-RCY-PREVIOS
005890                 MOVE RCY-REGISTRO TO
005900                     RCYP-REGISTRO(WS-CANT-RCY-PREVIOS)
005910                 MOVE RCY-EDAD TO RCYP-EDAD(WS-CANT-RCY-PREVIOS)
005920             ELSE
005930                 MOVE 34 TO WS-ELOG-CODIGO
005940                 MOVE SPACES TO WS-ELOG-MENSAJE
005950                 STRING "RECICLO PERDIDO - TABLA LLENA: "
005960                     DELIMITED BY SIZE
005970                     RCY-REGISTRO(1:20) DELIMITED BY SIZE
005980                     INTO WS-ELOG-MENSAJE
005990                 CALL "errorlog" USING WS-ELOG-PROGRAMA
006000                         WS-ELOG-CODIGO WS-ELOG-MENSAJE
006010             END-IF
006020     END-READ.
006030 1310-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 2060-REINTENTAR-RECICLO - REINTENTA UN RECHAZO RECICLADO; SI
006080*     VUELVE A FALLAR Y SU EDAD VENCE, ESCALA COMO ESTANCADO
006090******************************************************************
006100 2060-REINTENTAR-RECICLO.
006110     ADD 1 TO WS-CUENTA-RECICLADOS.
006120     MOVE RCYP-REGISTRO(WS-IDX-RCY) TO WS-TRAN-TRABAJO.
006130     COMPUTE WS-EDAD-ACTUAL = RCYP-EDAD(WS-IDX-RCY) + 1.
006140     IF WT-FECHA-EFECTIVA IS NOT NUMERIC
006150             AND WS-EDAD-ACTUAL > WS-MAX-RECICLOS
006160         ADD 1 TO WS-CUENTA-TOTAL
006170         ADD 1 TO WS-CUENTA-RECHAZADOS
006180         ADD 1 TO WS-CUENTA-VENCIDOS
006190         MOVE 33 TO WS-ELOG-CODIGO
006200         MOVE "RECHAZO RECICLADO SIN CORREGIR - ESTANCADO" TO
006210             WS-ELOG-MENSAJE
006220         CALL "errorlog" USING WS-ELOG-PROGRAMA
006230                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
006240     ELSE
006250         PERFORM 2150-CLASIFICAR-POR-FECHA THRU 2150-EXIT
006260     END-IF.
006270     MOVE ZERO TO WS-EDAD-ACTUAL.
006280 2060-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 2165-GUARDAR-PARA-RECICLO - ACUMULA EL RECHAZO (CON SU EDAD)
006330*     PARA QUE EL PROXIMO CICLO LO REINTENTE
006340******************************************************************
006350 2165-GUARDAR-PARA-RECICLO.
006360     IF WS-CANT-RCY-NUEVOS < WS-MAX-TABLA-RCY
006370         ADD 1 TO WS-CANT-RCY-NUEVOS
006380         MOVE WS-TRAN-TRABAJO TO
006390             RCYN-REGISTRO(WS-CANT-RCY-NUEVOS)
006400         MOVE WS-EDAD-ACTUAL TO RCYN-EDAD(WS-CANT-RCY-NUEVOS)
006410         MOVE WS-MOTIVO-RECHAZO TO
006420             RCYN-MOTIVO(WS-CANT-RCY-NUEVOS)
006430     END-IF.
006440     MOVE ZERO TO WS-EDAD-ACTUAL.
006450 2165-EXIT.
006460     EXIT.
006470
006480 2050-PROCESAR-PENDIENTE.
006490     MOVE PREV-REGISTRO(WS-IDX-PEND) TO WS-TRAN-TRABAJO.
006500     PERFORM 2150-CLASIFICAR-POR-FECHA THRU 2150-EXIT.
006510 2050-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 2150-CLASIFICAR-POR-FECHA - APLICA HOY, RETIENE A FUTURO O
006560*     RECHAZA UNA FECHA ILEGIBLE
006570******************************************************************
006580 2150-CLASIFICAR-POR-FECHA.
006590     ADD 1 TO WS-CUENTA-TOTAL.
006600     EVALUATE TRUE
006610         WHEN WT-FECHA-EFECTIVA IS NOT NUMERIC
006620             ADD 1 TO WS-CUENTA-RECHAZADOS
006630             MOVE 32 TO WS-ELOG-CODIGO
006640             MOVE "FECHA EFECTIVA ILEGIBLE EN IFTRAN" TO
006650                 WS-ELOG-MENSAJE
006660             CALL "errorlog" USING WS-ELOG-PROGRAMA
006670                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
006680             IF WS-EDAD-ACTUAL = ZERO
006690                 MOVE 1 TO WS-EDAD-ACTUAL
006700             END-IF
006710             MOVE "FECHA EFECTIVA ILEGIBLE" TO WS-MOTIVO-RECHAZO
006720             PERFORM 2165-GUARDAR-PARA-RECICLO THRU 2165-EXIT
006730         WHEN WT-FECHA-EFECTIVA > WS-FECHA-NUMERICA
006740             PERFORM 2160-RETENER-PENDIENTE THRU 2160-EXIT
006750         WHEN OTHER
006760             PERFORM 2200-CLASIFICAR-Y-APLICAR THRU 2200-EXIT
006770     END-EVALUATE.
006780 2150-EXIT.
006790     EXIT.
006800
006810 2160-RETENER-PENDIENTE.
006820     IF WS-CANT-PENDIENTES < WS-MAX-PENDIENTES
006830         ADD 1 TO WS-CANT-PENDIENTES
006840         MOVE WS-TRAN-TRABAJO TO
006850             PEND-REGISTRO(WS-CANT-PENDIENTES)
006860         ADD 1 TO WS-CUENTA-RETENIDAS
006870         PERFORM 2170-CONTAR-POR-FECHA THRU 2170-EXIT
006880     ELSE
006890         ADD 1 TO WS-CUENTA-RECHAZADOS
006900         MOVE 32 TO WS-ELOG-CODIGO
006910         MOVE "TABLA DE PENDIENTES LLENA" TO WS-ELOG-MENSAJE
006920         CALL "errorlog" USING WS-ELOG-PROGRAMA
006930                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
006940     END-IF.
006950 2160-EXIT.
006960     EXIT.
006970
006980 2170-CONTAR-POR-FECHA.
006990     MOVE "N" TO WS-SW-FECHA-HALLADA.
007000     PERFORM VARYING WS-IDX-FECHA FROM 1 BY 1
007010             UNTIL WS-IDX-FECHA > WS-CANT-FECHAS
007020                 OR FECHA-HALLADA
007030         PERFORM 2180-COMPARAR-FECHA THRU 2180-EXIT
007040     END-PERFORM.
007050     IF NOT FECHA-HALLADA AND WS-CANT-FECHAS < 50
007060         ADD 1 TO WS-CANT-FECHAS
007070         MOVE WT-FECHA-EFECTIVA TO FPEND-FECHA(WS-CANT-FECHAS)
007080         MOVE 1 TO FPEND-CUENTA(WS-CANT-FECHAS)
007090     END-IF.
007100 2170-EXIT.
007110     EXIT.
007120
007130 2180-COMPARAR-FECHA.
007140     IF FPEND-FECHA(WS-IDX-FECHA) = WT-FECHA-EFECTIVA
007150         SET FECHA-HALLADA TO TRUE
007160         ADD 1 TO FPEND-CUENTA(WS-IDX-FECHA)
007170     END-IF.
007180 2180-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 2200-CLASIFICAR-Y-APLICAR - CLASIFICA EL CODIGO DE ESTADO EN
007230*     UN NIVEL BAJO/MEDIO/ALTO Y DECIDE SI SE APLICA EL CAMBIO
007240*     DE NOMBRE. EL NIVEL MEDIO CONSERVA EL COMPORTAMIENTO
007250*     ORIGINAL (VALOR = 5 NO CAMBIA EL NOMBRE). UN CAMBIO QUE
007260*     PASA LAS REGLAS DE NIVEL SOLO SALE SI EL MAESTRO PERSONAF
007270*     CONFIRMA A LA PERSONA; SI NO, VA AL RECICLO CON SU MOTIVO.
007280******************************************************************
007290 2200-CLASIFICAR-Y-APLICAR.
007300     EVALUATE TRUE
007310         WHEN WT-VALOR >= 1 AND WT-VALOR <= WS-TIER-BAJO-MAX
007320             MOVE "BAJO  " TO WS-TIER-ACTUAL
007330             MOVE WT-NOMBRE-CAMBIADO TO WS-NOMBRE-APLICADO
007340         WHEN WT-VALOR > WS-TIER-BAJO-MAX
007350                 AND WT-VALOR <= WS-TIER-MEDIO-MAX
007360             MOVE "MEDIO " TO WS-TIER-ACTUAL
007370             MOVE WT-NOMBRE TO WS-NOMBRE-APLICADO
007380         WHEN WT-VALOR > WS-TIER-MEDIO-MAX AND WT-VALOR <= 9
007390             MOVE "ALTO  " TO WS-TIER-ACTUAL
007400             MOVE WT-NOMBRE-CAMBIADO TO WS-NOMBRE-APLICADO
007410         WHEN OTHER
007420             MOVE "N/A   " TO WS-TIER-ACTUAL
007430             MOVE WT-NOMBRE TO WS-NOMBRE-APLICADO
007440     END-EVALUATE.
007450     IF TIER-CAMBIA-NOMBRE
007460         PERFORM 2250-VERIFICAR-MAESTRO THRU 2250-EXIT
007470         IF MAESTRO-CONFIRMA
007480             PERFORM 2400-LLEVAR-AL-MAESTRO THRU 2400-EXIT
007490         END-IF
007500         IF NOT MAESTRO-CONFIRMA
007510             PERFORM 2260-RECHAZAR-POR-MAESTRO THRU 2260-EXIT
007520             GO TO 2200-EXIT
007530         END-IF
007540     END-IF.
007550     EVALUATE WS-TIER-ACTUAL
007560         WHEN "BAJO  "
007570             ADD 1 TO WS-CUENTA-BAJO
007580         WHEN "MEDIO "
007590             ADD 1 TO WS-CUENTA-MEDIO
007600         WHEN "ALTO  "
007610             ADD 1 TO WS-CUENTA-ALTO
007620     END-EVALUATE.
007630     PERFORM 2300-ESCRIBIR-SALIDA THRU 2300-EXIT.
007640 2200-EXIT.
007650     EXIT.
007660
007670 2300-ESCRIBIR-SALIDA.
007680     MOVE SPACES TO OUT-RECORD.
007690     MOVE WS-NOMBRE-APLICADO TO OUT-NOMBRE-APLICADO.
007700     MOVE WT-VALOR TO OUT-VALOR.
007710     MOVE WS-TIER-ACTUAL TO OUT-TIER.
007720     WRITE OUT-RECORD.
007730     ADD 1 TO WS-CUENTA-SALIDA.
007740 2300-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780* 2250-VERIFICAR-MAESTRO - EL DNI DEBE VENIR CON SU DIGITO
007790*     VERIFICADOR CORRECTO, EXISTIR ACTIVO EN PERSONAF Y EL NOMBRE
007800*     VIEJO DEL DECK DEBE SER EL DEL MAESTRO (AMBOS NORMALIZADOS).
007810*     EL NOMBRE DE IFTRAN TIENE 20 POSICIONES: SE COMPARA CONTRA
007820*     ESAS MISMAS 20 DEL NOMBRE DEL MAESTRO.
007830******************************************************************
007840 2250-VERIFICAR-MAESTRO.
007850     MOVE "N" TO WS-SW-MAESTRO.
007860     MOVE SPACES TO WS-MOTIVO-RECHAZO.
007870     IF WT-DNI IS NOT NUMERIC OR WT-DNI = ZERO
007880             OR WT-DNI-DV IS NOT NUMERIC
007890         MOVE "DNI FALTANTE O NO NUMERICO" TO WS-MOTIVO-RECHAZO
007900         GO TO 2250-EXIT
007910     END-IF.
007920     MOVE WT-DNI TO WS-DNI-BASE.
007930     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
007940     IF WS-DNI-DV-CALCULADO NOT = WT-DNI-DV
007950         MOVE "DIGITO VERIFICADOR INVALIDO" TO WS-MOTIVO-RECHAZO
007960         GO TO 2250-EXIT
007970     END-IF.
007980     IF NOT PERSONAF-ABIERTO
007990         MOVE "PERSONAF NO DISPONIBLE" TO WS-MOTIVO-RECHAZO
008000         GO TO 2250-EXIT
008010     END-IF.
008020     MOVE WT-DNI TO PERS-DNI.
008030     READ PERSONA-FILE
008040         INVALID KEY
008050             MOVE "DNI INEXISTENTE EN PERSONAF" TO
008060                 WS-MOTIVO-RECHAZO
008070     END-READ.
008080     IF WS-MOTIVO-RECHAZO NOT = SPACES
008090         GO TO 2250-EXIT
008100     END-IF.
008110     IF PERS-INACTIVO
008120         MOVE "PERSONA INACTIVA EN PERSONAF" TO WS-MOTIVO-RECHAZO
008130         GO TO 2250-EXIT
008140     END-IF.
008150     MOVE WT-NOMBRE TO WS-NOMBRE-ENTRADA.
008160     CALL "normalizar_nombre" USING WS-NOMBRE-ENTRADA
008170             WS-NOMBRE-DECK-NORM.
008180     CALL "normalizar_nombre" USING PERS-NOMBRE
008190             WS-NOMBRE-MAESTRO-NORM.
008200     IF WS-NOMBRE-DECK-NORM(1:20) NOT =
008210             WS-NOMBRE-MAESTRO-NORM(1:20)
008220         MOVE "NOMBRE DISTINTO AL DE PERSONAF" TO
008230             WS-MOTIVO-RECHAZO
008240         GO TO 2250-EXIT
008250     END-IF.
008260     SET MAESTRO-CONFIRMA TO TRUE.
008270 2250-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310* 2260-RECHAZAR-POR-MAESTRO - EL CAMBIO NO SALE: QUEDA EN ERRORLOG
008320*     CON EL DNI ENMASCARADO Y EL MOTIVO, Y VA AL RECICLO (O
008330*     ESCALA COMO ESTANCADO SI YA VENCIO SU EDAD DE RECICLO)
008340******************************************************************
008350 2260-RECHAZAR-POR-MAESTRO.
008360     ADD 1 TO WS-CUENTA-RECHAZADOS.
008370     ADD 1 TO WS-CUENTA-MAESTRO-RECH.
008380     IF WT-DNI IS NUMERIC
008390         CALL "enmascarar_dni" USING WT-DNI WS-DNI-ENMASCARADO
008400     ELSE
008410         MOVE "SIN DNI" TO WS-DNI-ENMASCARADO
008420     END-IF.
008430     MOVE 72 TO WS-ELOG-CODIGO.
008440     MOVE SPACES TO WS-ELOG-MENSAJE.
008450     STRING "NOMBRE RECHAZADO " WS-DNI-ENMASCARADO
008460         " " WS-MOTIVO-RECHAZO DELIMITED BY SIZE
008470         INTO WS-ELOG-MENSAJE.
008480     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
008490             WS-ELOG-MENSAJE.
008500     IF WS-EDAD-ACTUAL > WS-MAX-RECICLOS
008510         ADD 1 TO WS-CUENTA-VENCIDOS
008520         MOVE 33 TO WS-ELOG-CODIGO
008530         MOVE "RECHAZO RECICLADO SIN CORREGIR - ESTANCADO" TO
008540             WS-ELOG-MENSAJE
008550         CALL "errorlog" USING WS-ELOG-PROGRAMA
008560                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
008570         MOVE ZERO TO WS-EDAD-ACTUAL
008580         GO TO 2260-EXIT
008590     END-IF.
008600     IF WS-EDAD-ACTUAL = ZERO
008610         MOVE 1 TO WS-EDAD-ACTUAL
008620     END-IF.
008630     PERFORM 2165-GUARDAR-PARA-RECICLO THRU 2165-EXIT.
008640 2260-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680* 2400-LLEVAR-AL-MAESTRO - EL NIVEL BAJO REGRABA PERS-NOMBRE
008690*     CON SU JOURNAL ANTES/DESPUES; EL NIVEL ALTO DEJA EL CAMBIO
008700*     PENDIENTE EN PENDAPRO PARA QUE UN OPERADOR LO APRUEBE EN
008710*     PERSONAAPROB
008720******************************************************************
008730 2400-LLEVAR-AL-MAESTRO.
008740     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
008750     MOVE WT-NOMBRE-CAMBIADO TO WS-NOMBRE-ENTRADA.
008760     CALL "normalizar_nombre" USING WS-NOMBRE-ENTRADA
008770             WS-NOMBRE-NUEVO-NORM.
008780     IF WS-NOMBRE-NUEVO-NORM = PERS-NOMBRE
008790*        EL MAESTRO YA TIENE ESE NOMBRE: NADA QUE REGRABAR
008800         GO TO 2400-EXIT
008810     END-IF.
008820     MOVE WS-NOMBRE-NUEVO-NORM TO PERS-NOMBRE.
008830     IF TIER-REQUIERE-APROBACION
008840         PERFORM 2450-ENCOLAR-APROBACION THRU 2450-EXIT
008850         GO TO 2400-EXIT
008860     END-IF.
008870     REWRITE PERSONA-RECORD
008880         INVALID KEY
008890             MOVE "N" TO WS-SW-MAESTRO
008900             MOVE "ERROR AL REGRABAR PERSONAF" TO
008910                 WS-MOTIVO-RECHAZO
008920         NOT INVALID KEY
008930             ADD 1 TO WS-CUENTA-MAESTRO-APLIC
008940             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
008950             CALL "persona_journal" USING WS-JRNL-PROGRAMA
008960                     WS-JRNL-ACCION WS-IMAGEN-ANTES
008970                     WS-IMAGEN-DESPUES
008980     END-REWRITE.
008990 2400-EXIT.
009000     EXIT.
009010
009020 2450-ENCOLAR-APROBACION.
009030     OPEN EXTEND PENDAPRO-FILE.
009040     IF WS-PAPR-STATUS NOT = "00"
009050         OPEN OUTPUT PENDAPRO-FILE
009060     END-IF.
009070     MOVE SPACES TO PENDIENTE-RECORD.
009080     MOVE "P" TO PEND-ESTADO.
009090     MOVE "M" TO PEND-ACCION.
009100     MOVE WS-FECHA-NUMERICA TO PEND-FECHA.
009110     MOVE WS-SOLICITANTE TO PEND-SOLICITANTE.
009120     MOVE PERS-DNI TO PEND-DNI.
009130     MOVE PERSONA-RECORD TO PEND-IMAGEN.
009140     WRITE PENDIENTE-RECORD.
009150     CLOSE PENDAPRO-FILE.
009160     ADD 1 TO WS-CUENTA-MAESTRO-APROB.
009170 2450-EXIT.
009180     EXIT.
009190
009200******************************************************************
009210* 2900-CALCULAR-DIGITO-VERIFICADOR - MODULO 11, PESOS 2 A 9
009220*     CICLICOS DESDE EL DIGITO MAS SIGNIFICATIVO (LA MISMA REGLA
009230*     DE PERSONAMANT.CBL)
009240******************************************************************
009250 2900-CALCULAR-DIGITO-VERIFICADOR.
009260     MOVE ZERO TO WS-SUMA.
009270     PERFORM 2910-SUMAR-DIGITO THRU 2910-EXIT
009280         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
009290     COMPUTE WS-RESTO = FUNCTION MOD(WS-SUMA, 11).
009300     COMPUTE WS-DNI-DV-CALCULADO = 11 - WS-RESTO.
009310     IF WS-DNI-DV-CALCULADO >= 10
009320         MOVE 0 TO WS-DNI-DV-CALCULADO
009330     END-IF.
009340 2900-EXIT.
009350     EXIT.
009360
009370 2910-SUMAR-DIGITO.
009380     COMPUTE WS-PESO = FUNCTION MOD(WS-SUB - 1, 8) + 2.
009390     COMPUTE WS-SUMA = WS-SUMA +
009400         (WS-DNI-DIGITO(WS-SUB) * WS-PESO).
009410 2910-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450* 9000-TERMINAR - ESCRIBE EL TRAILER CONSOLIDADO Y CIERRA
009460******************************************************************
009470 9000-TERMINAR.
009480     PERFORM 9100-ESCRIBIR-TRAILER THRU 9100-EXIT.
009490     PERFORM 9150-REPORTAR-PENDIENTES THRU 9150-EXIT.
009500     PERFORM 9200-BALANCEAR-TOTALES THRU 9200-EXIT.
009510     PERFORM 9300-GRABAR-PENDIENTES THRU 9300-EXIT.
009520     PERFORM 9400-GRABAR-RECICLOS THRU 9400-EXIT.
009530     CLOSE TRAN-FILE.
009540     CLOSE OUT-FILE.
009550     IF PERSONAF-ABIERTO
009560         CLOSE PERSONA-FILE
009570     END-IF.
009580     MOVE "C" TO RSVC-FUNCION.
009590     CALL "reporte_svc" USING RSVC-AREA.
009600     MOVE WS-CUENTA-TOTAL TO WS-AUDT-CANTIDAD.
009610     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
009620     MOVE WS-DYN-OUT-FILE TO WS-CATG-ARCHIVO.
009630     MOVE WS-CUENTA-SALIDA TO WS-CATG-CANTIDAD.
009640     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
009650             WS-CATG-CANTIDAD.
009660     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
009670     MOVE WS-CUENTA-TOTAL TO WS-CATG-CANTIDAD.
009680     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
009690             WS-CATG-CANTIDAD.
009700 9000-EXIT.
009710     EXIT.
009720
009730 9100-ESCRIBIR-TRAILER.
009740     MOVE SPACES TO WS-LINEA-DETALLE.
009750     MOVE "TRANSACCIONES DE NIVEL BAJO............." TO
009760         WS-ETIQUETA.
009770     MOVE WS-CUENTA-BAJO TO WS-VALOR-EDITADO.
009780     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
009790     CALL "reporte_svc" USING RSVC-AREA.
009800
009810     MOVE SPACES TO WS-LINEA-DETALLE.
009820     MOVE "TRANSACCIONES DE NIVEL MEDIO............" TO
009830         WS-ETIQUETA.
009840     MOVE WS-CUENTA-MEDIO TO WS-VALOR-EDITADO.
009850     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
009860     CALL "reporte_svc" USING RSVC-AREA.
009870
009880     MOVE SPACES TO WS-LINEA-DETALLE.
009890     MOVE "TRANSACCIONES DE NIVEL ALTO.............." TO
009900         WS-ETIQUETA.
009910     MOVE WS-CUENTA-ALTO TO WS-VALOR-EDITADO.
009920     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
009930     CALL "reporte_svc" USING RSVC-AREA.
009940
009950     MOVE SPACES TO WS-LINEA-DETALLE.
009960     MOVE "TOTAL DE TRANSACCIONES PROCESADAS......." TO
009970         WS-ETIQUETA.
009980     MOVE WS-CUENTA-TOTAL TO WS-VALOR-EDITADO.
009990     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
010000     CALL "reporte_svc" USING RSVC-AREA.
010010
010020     MOVE SPACES TO WS-LINEA-DETALLE.
010030     MOVE "NOMBRES REGRABADOS EN PERSONAF......" TO WS-ETIQUETA.
010040     MOVE WS-CUENTA-MAESTRO-APLIC TO WS-VALOR-EDITADO.
010050     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
010060     CALL "reporte_svc" USING RSVC-AREA.
010070
010080     MOVE SPACES TO WS-LINEA-DETALLE.
010090     MOVE "NOMBRES PENDIENTES EN PENDAPRO......" TO WS-ETIQUETA.
010100     MOVE WS-CUENTA-MAESTRO-APROB TO WS-VALOR-EDITADO.
010110     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
010120     CALL "reporte_svc" USING RSVC-AREA.
010130
010140     MOVE SPACES TO WS-LINEA-DETALLE.
010150     MOVE "RECHAZADOS CONTRA PERSONAF.........." TO WS-ETIQUETA.
010160     MOVE WS-CUENTA-MAESTRO-RECH TO WS-VALOR-EDITADO.
010170     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
010180     CALL "reporte_svc" USING RSVC-AREA.
010190 9100-EXIT.
010200     EXIT.
010210
010220******************************************************************
010230* 9200-BALANCEAR-TOTALES - CUADRA REGISTROS DE ENTRADA CONTRA
010240*     SALIDA MAS RECHAZADOS. TODA TRANSACCION LEIDA SE ESCRIBE
010250*     (NO HAY RECHAZO EN ESTE PROGRAMA), ASI QUE ESTO CONFIRMA
010260*     QUE NINGUN REGISTRO SE PERDIO EN EL CAMINO.
010270******************************************************************
010280 9200-BALANCEAR-TOTALES.
010290     MOVE "S" TO WS-SW-BALANCEA.
010300     IF WS-CUENTA-TOTAL NOT = WS-CUENTA-SALIDA
010310             + WS-CUENTA-RECHAZADOS + WS-CUENTA-RETENIDAS
010320         MOVE "N" TO WS-SW-BALANCEA
010330     END-IF.
010340
010350     MOVE SPACES TO WS-LINEA-DETALLE.
010360     MOVE "REGISTROS DE ENTRADA...................." TO
010370         WS-ETIQUETA.
010380     MOVE WS-CUENTA-TOTAL TO WS-VALOR-EDITADO.
010390     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
010400     CALL "reporte_svc" USING RSVC-AREA.
010410
010420     MOVE SPACES TO WS-LINEA-DETALLE.
010430     MOVE "REGISTROS DE SALIDA....................." TO
010440         WS-ETIQUETA.
010450     MOVE WS-CUENTA-SALIDA TO WS-VALOR-EDITADO.
010460     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
010470     CALL "reporte_svc" USING RSVC-AREA.
010480
010490     MOVE SPACES TO WS-LINEA-DETALLE.
010500     MOVE "REGISTROS RECHAZADOS...................." TO
010510         WS-ETIQUETA.
010520     MOVE WS-CUENTA-RECHAZADOS TO WS-VALOR-EDITADO.
010530     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
010540     CALL "reporte_svc" USING RSVC-AREA.
010550
010560     IF TOTALES-BALANCEAN
010570         DISPLAY " CONTROL DE TOTALES: BALANCEA"
010580     ELSE
010590         DISPLAY " CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
010600     END-IF.
010610 9200-EXIT.
010620     EXIT.
010630
010640
010650******************************************************************
010660* 9150-REPORTAR-PENDIENTES - CUANTAS TRANSACCIONES ESPERAN CADA
010670*     FECHA EFECTIVA FUTURA
010680******************************************************************
010690 9150-REPORTAR-PENDIENTES.
010700     PERFORM 9160-REPORTAR-UNA-FECHA THRU 9160-EXIT
010710         VARYING WS-IDX-FECHA FROM 1 BY 1
010720             UNTIL WS-IDX-FECHA > WS-CANT-FECHAS.
010730 9150-EXIT.
010740     EXIT.
010750
010760 9160-REPORTAR-UNA-FECHA.
010770     MOVE FPEND-FECHA(WS-IDX-FECHA) TO LPEND-FECHA.
010780     MOVE FPEND-CUENTA(WS-IDX-FECHA) TO LPEND-CUENTA.
010790     MOVE WS-LINEA-PENDIENTE TO RSVC-LINEA.
010800     CALL "reporte_svc" USING RSVC-AREA.
010810 9160-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850* 9300-GRABAR-PENDIENTES - REGRABA IFPEND CON LAS TRANSACCIONES
010860*     QUE SIGUEN ESPERANDO SU FECHA
010870******************************************************************
010880 9300-GRABAR-PENDIENTES.
010890     OPEN OUTPUT PEND-FILE.
010900     PERFORM 9310-GRABAR-PENDIENTE THRU 9310-EXIT
010910         VARYING WS-IDX-PEND FROM 1 BY 1
010920             UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES.
010930     CLOSE PEND-FILE.
010940 9300-EXIT.
010950     EXIT.
010960
010970 9310-GRABAR-PENDIENTE.
010980     MOVE PEND-REGISTRO(WS-IDX-PEND) TO PEND-RECORD.
010990     WRITE PEND-RECORD.
011000 9310-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040* 9400-GRABAR-RECICLOS - REGRABA IFRCY CON LOS RECHAZOS QUE EL
011050*     PROXIMO CICLO DEBE REINTENTAR
011060******************************************************************
011070 9400-GRABAR-RECICLOS.
011080     OPEN OUTPUT RECICLO-FILE.
011090     PERFORM 9410-GRABAR-RECICLO THRU 9410-EXIT
011100         VARYING WS-IDX-RCY FROM 1 BY 1
011110             UNTIL WS-IDX-RCY > WS-CANT-RCY-NUEVOS.
011120     CLOSE RECICLO-FILE.
011130     DISPLAY " RECICLADOS REINTENTADOS..: " WS-CUENTA-RECICLADOS.
011140     DISPLAY " RECICLOS VENCIDOS........: " WS-CUENTA-VENCIDOS.
011150 9400-EXIT.
011160     EXIT.
011170
011180 9410-GRABAR-RECICLO.
011190     MOVE SPACES TO RECICLO-RECORD.
011200     MOVE RCYN-REGISTRO(WS-IDX-RCY) TO RCY-REGISTRO.
011210     MOVE RCYN-EDAD(WS-IDX-RCY) TO RCY-EDAD.
011220     MOVE RCYN-MOTIVO(WS-IDX-RCY) TO RCY-MOTIVO.
011230     WRITE RECICLO-RECORD.
011240 9410-EXIT.
011250     EXIT.
011260
011270 END PROGRAM uso_del_if.
