000100******************************************************************
000110* PROGRAM-ID: OperMantBat
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    BATCH MAINTENANCE OF THE OPERADORES FILE (ID,
000170*             NOMBRE, PERMISOS POR OPCION DEL MENU), THE SAME WAY
000180*             CODPOSTMANTBAT MAINTAINS CPOSTREF: READS THE
000190*             OPEMTRAN DECK (ALTA/MODIFICACION/BAJA, WRAPPED IN
000200*             THE SHOP'S HDR/TRL ENVELOPE AND VALIDATED VIA
000210*             VALIDAR_SOBRE), APPLIES EACH TRANSACTION AGAINST
000220*             THE IN-MEMORY TABLE, REWRITES OPERADORES AND WRITES
000230*             A PER-TRANSACTION ACCEPT/REJECT REPORT
000240*             (OPEMRPT.AAAAMMDD). PERMISOS ARE TEN S/N BYTES, ONE
000250*             PER MENU OPTION (BLANK = N); POSITION 10, WHICH NO
000260*             MENU OPTION USES, MARKS WHO PREPARES OPEMTRAN
000270*             DECKS, SO SODREGLA CAN KEEP OPERADORES MAINTENANCE
000280*             AWAY FROM APPROVALS. BEFORE AN ALTA OR A
000290*             MODIFICACION IS APPLIED THE RESULTING PERMISOS GO
000300*             THROUGH SOD_VERIFICA: AN ENTRY THAT WOULD HOLD A
000310*             PAIR OF PERMISSIONS LISTED IN SODREGLA IS REFUSED,
000320*             WITH EVERY RULE IT BREAKS ON THE REPORT. OPERADORES
000330*             CARRIES NO ENVELOPE (MENUOPERADOR AND THE OTHER
000340*             READERS TAKE EVERY LINE AS AN OPERATOR).
000350*             OPERADORES ALSO CARRIES THE ACCESS ESTADO (BLANK OR
000360*             A ACTIVE, I DISABLED FOR INACTIVITY BY
000370*             OPERADOR_INACTIVO, S SUSPENDED BY RECERT_OPERADOR)
000380*             AND THE DATE IT LAST CHANGED. THE ONLY WAY BACK IS
000390*             AN M TRANSACTION WITH ESTADO "A", WHICH REACTIVATES
000400*             THE OPERATOR AS OF TODAY; AN ALTA STARTS ACTIVE.
000410* TECTONICS:  cobc
000420******************************************************************
000430* MODIFICATION HISTORY
000440* DATE       INIT DESCRIPTION
000450* 2026-10-15 RW   INITIAL VERSION. CARGA, APLICACION Y REGRABADO
000460*                 SON LOS DE CODPOSTMANTBAT.
000470* 2026-10-15 RW   OPERADORES LLEVA ESTADO Y FECHA DE ESTADO; EL
000480*                 DECK SUMA OPTR-ESTADO PARA REHABILITAR (A) A UN
000490*                 OPERADOR INHABILITADO O SUSPENDIDO.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. OperMantBat.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT TRAN-FILE ASSIGN TO "OPEMTRAN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TRAN-STATUS.
000600
000610     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OPE-STATUS.
000640
000650     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  TRAN-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 40 CHARACTERS.
000740 01  TRAN-RECORD.
000750     05  OPTR-ACCION             PIC X(01).
000760         88  OPTR-ES-ALTA        VALUE "A".
000770         88  OPTR-ES-MODIF       VALUE "M".
000780         88  OPTR-ES-BAJA        VALUE "B".
000790     05  OPTR-ID                 PIC X(08).
000800     05  OPTR-NOMBRE             PIC X(20).
000810     05  OPTR-PERMISOS           PIC X(10).
000820     05  OPTR-ESTADO             PIC X(01).
000830
000840 FD  OPERADORES-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 51 CHARACTERS.
000870 01  OPERADORES-RECORD.
000880     05  OPE-ID                  PIC X(08).
000890     05  FILLER                  PIC X(01).
000900     05  OPE-NOMBRE              PIC X(20).
000910     05  FILLER                  PIC X(01).
000920     05  OPE-PERMISOS            PIC X(10).
000930     05  FILLER                  PIC X(01).
000940     05  OPE-ESTADO              PIC X(01).
000950         88  OPE-INHABILITADO    VALUE "I" "S".
000960     05  FILLER                  PIC X(01).
000970     05  OPE-FECHA-ESTADO        PIC 9(08).
000980
000990 FD  REPORT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  REPORT-RECORD               PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-TRAN-STATUS              PIC X(02).
001060 01  WS-OPE-STATUS               PIC X(02).
001070 01  WS-RPT-STATUS               PIC X(02).
001080
001090 01  WS-EOF-TRAN                 PIC X(01) VALUE "N".
001100     88  FIN-TRAN                VALUE "S".
001110 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
001120     88  FIN-OPERADORES          VALUE "S".
001130
001140*----------------------------------------------------------------
001150*    OPERADORES EN MEMORIA
001160*----------------------------------------------------------------
001170 01  WS-MAX-OPERADORES           PIC 9(03) VALUE 200.
001180 01  WS-CANT-OPERADORES          PIC 9(03) VALUE ZERO.
001190 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
001200 01  TABLA-OPERADORES.
001210     05  OPT-ENTRADA OCCURS 200 TIMES.
001220         10  OPT-ID              PIC X(08).
001230         10  OPT-NOMBRE          PIC X(20).
001240         10  OPT-PERMISOS        PIC X(10).
001250         10  OPT-ESTADO          PIC X(01).
001260         10  OPT-FECHA-ESTADO    PIC X(08).
001270 01  WS-IDX-BUSQUEDA             PIC 9(03) COMP.
001280 01  WS-IDX-HALLADO              PIC 9(03) COMP VALUE ZERO.
001290 01  WS-SW-HUBO-CAMBIOS          PIC X(01) VALUE "N".
001300     88  HUBO-CAMBIOS            VALUE "S".
001310 01  WS-MINUSCULAS               PIC X(26)
001320         VALUE "abcdefghijklmnopqrstuvwxyz".
001330 01  WS-MAYUSCULAS               PIC X(26)
001340         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001350
001360*----------------------------------------------------------------
001370*    SOBRE HDR/TRL DE ENTRADA
001380*----------------------------------------------------------------
001390 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "OPEMTRAN".
001400 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 2.
001410 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
001420 01  WS-SOBRE-RESULTADO          PIC X(01).
001430     88  SOBRE-VALIDO            VALUE "S".
001440 01  WS-SOBRE-MENSAJE            PIC X(59).
001450
001460*----------------------------------------------------------------
001470*    TRANSACCION EN CURSO Y SU VEREDICTO
001480*----------------------------------------------------------------
001490 01  WS-TRN-ACCION               PIC X(01).
001500 01  WS-TRN-ID                   PIC X(08).
001510 01  WS-TRN-NOMBRE               PIC X(20).
001520 01  WS-TRN-PERMISOS             PIC X(10).
001530 01  WS-TRN-ESTADO               PIC X(01).
001540 01  WS-PERMISOS-RESULTANTES     PIC X(10).
001550 01  WS-CANT-INVALIDOS           PIC 9(02).
001560 01  WS-SW-APLICADA              PIC X(01) VALUE "N".
001570     88  TRAN-APLICADA           VALUE "S".
001580 01  WS-MOTIVO-RECHAZO           PIC X(30).
001590
001600*----------------------------------------------------------------
001610*    AREA DEL SERVICIO SOD_VERIFICA
001620*----------------------------------------------------------------
001630 01  SODV-PERMISOS               PIC X(10).
001640 01  SODV-RESULTADO              PIC X(01).
001650     88  SODV-SIN-CONFLICTO      VALUE "S".
001660     88  SODV-CON-CONFLICTO      VALUE "C".
001670     88  SODV-SIN-REGLAS         VALUE "N".
001680 01  SODV-CANT-CONFLICTOS        PIC 9(02).
001690 01  SODV-CONFLICTOS.
001700     05  SODV-CONFLICTO OCCURS 10 TIMES.
001710         10  SODV-POS-A          PIC 9(02).
001720         10  SODV-POS-B          PIC 9(02).
001730         10  SODV-DESCRIPCION    PIC X(40).
001740 01  SODV-CANT-REGLAS            PIC 9(02).
001750 01  WS-IDX-CONFLICTO            PIC 9(02) COMP.
001760 01  WS-SW-CONFLICTO             PIC X(01) VALUE "N".
001770     88  HAY-CONFLICTO           VALUE "S".
001780 01  WS-SW-SIN-REGLAS            PIC X(01) VALUE "N".
001790     88  SIN-REGLAS              VALUE "S".
001800
001810*----------------------------------------------------------------
001820*    CONTADORES DE CONTROL DE LA CORRIDA
001830*----------------------------------------------------------------
001840 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
001850 01  WS-CUENTA-APLICADAS         PIC 9(05) VALUE ZERO.
001860 01  WS-CUENTA-RECHAZADAS        PIC 9(05) VALUE ZERO.
001870 01  WS-CUENTA-RECHAZOS-SOD      PIC 9(05) VALUE ZERO.
001880 01  WS-CUENTA-REHABILITADOS     PIC 9(05) VALUE ZERO.
001890
001900*----------------------------------------------------------------
001910*    REPORTE DE APLICADAS/RECHAZADAS
001920*----------------------------------------------------------------
001930 01  WS-FECHA-HOY                PIC X(08).
001940 01  WS-TIMESTAMP                PIC X(21).
001950 01  WS-FECHA-REAL               PIC X(08).
001960 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001970 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001980 01  WS-LINEA-TITULO             PIC X(50)
001990         VALUE "MANTENIMIENTO BATCH DE OPERADORES".
002000 01  WS-LINEA-DETALLE.
002010     05  DET-ACCION              PIC X(01).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  DET-ID                  PIC X(08).
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  DET-PERMISOS            PIC X(10).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  DET-RESULTADO           PIC X(09).
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  DET-MOTIVO              PIC X(30).
002100     05  FILLER                  PIC X(15) VALUE SPACES.
002110 01  WS-LINEA-CONFLICTO.
002120     05  FILLER                  PIC X(13) VALUE SPACES.
002130     05  FILLER                  PIC X(06) VALUE "REGLA ".
002140     05  LCF-POS-A               PIC 9(02).
002150     05  FILLER                  PIC X(01) VALUE "/".
002160     05  LCF-POS-B               PIC 9(02).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  LCF-DESCRIPCION         PIC X(40).
002190     05  FILLER                  PIC X(14) VALUE SPACES.
002200 01  WS-LINEA-TRAILER.
002210     05  TRA-ETIQUETA            PIC X(35).
002220     05  TRA-VALOR               PIC ZZZ,ZZ9.
002230     05  FILLER                  PIC X(38) VALUE SPACES.
002240
002250*----------------------------------------------------------------
002260*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
002270*----------------------------------------------------------------
002280 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "OperMantBat".
002290 01  WS-ELOG-CODIGO              PIC 9(04).
002300 01  WS-ELOG-MENSAJE             PIC X(59).
002310 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "OperMantBat".
002320 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002330 01  WS-CATG-ARCHIVO             PIC X(21).
002340 01  WS-CATG-CANTIDAD            PIC 9(07).
002350
002360 PROCEDURE DIVISION.
002370
002380******************************************************************
002390* 0000-MAINLINE
002400******************************************************************
002410 0000-MAINLINE.
002420     PERFORM 0500-VALIDAR-SOBRE THRU 0500-EXIT.
002430     IF NOT SOBRE-VALIDO
002440         DISPLAY "OPEMTRAN RECHAZADO: " WS-SOBRE-MENSAJE
002450         MOVE 75 TO WS-ELOG-CODIGO
002460         MOVE "SOBRE DE OPEMTRAN NO BALANCEA" TO WS-ELOG-MENSAJE
002470         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
002480                 WS-ELOG-MENSAJE
002490         MOVE 8 TO RETURN-CODE
002500         GOBACK
002510     END-IF.
002520     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002530     IF WS-CANT-PERDIDOS > ZERO
002540         PERFORM 1200-RECHAZAR-POR-TABLA THRU 1200-EXIT
002550         GOBACK
002560     END-IF.
002570     IF WS-TRAN-STATUS = "00"
002580         PERFORM 2000-PROCESAR-DECK THRU 2000-EXIT
002590         CLOSE TRAN-FILE
002600     END-IF.
002610     IF HUBO-CAMBIOS
002620         PERFORM 7000-REGRABAR-OPERADORES THRU 7000-EXIT
002630     END-IF.
002640     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002650     GOBACK.
002660
002670******************************************************************
002680* 0500-VALIDAR-SOBRE - EL DECK ENTRA CON EL MISMO SOBRE QUE LOS
002690*     DEMAS (VALIDAR_SOBRE). UN DECK AUSENTE ES UNA CORRIDA SIN
002700*     NOVEDADES, NO UN ERROR.
002710******************************************************************
002720 0500-VALIDAR-SOBRE.
002730     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
002740             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
002750             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
002760     IF NOT SOBRE-VALIDO
002770         IF WS-SOBRE-MENSAJE = "ARCHIVO DE ENTRADA NO DISPONIBLE"
002780             MOVE "S" TO WS-SOBRE-RESULTADO
002790         END-IF
002800     END-IF.
002810 0500-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850* 1000-INICIALIZAR - CARGA OPERADORES, ABRE DECK Y REPORTE
002860******************************************************************
002870 1000-INICIALIZAR.
002880     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002890     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002900     MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-REAL.
002910     OPEN INPUT OPERADORES-FILE.
002920     IF WS-OPE-STATUS = "00"
002930         PERFORM 1100-CARGAR-OPERADOR THRU 1100-EXIT
002940             UNTIL FIN-OPERADORES
002950         CLOSE OPERADORES-FILE
002960     END-IF.
002970     IF WS-CANT-PERDIDOS > ZERO
002980         GO TO 1000-EXIT
002990     END-IF.
003000     OPEN INPUT TRAN-FILE.
003010     STRING "OPEMRPT." WS-FECHA-HOY DELIMITED BY SIZE
003020         WS-SUFIJO-CICLO DELIMITED BY SPACE
003030         INTO WS-DYN-REPORT-FILE.
003040     OPEN OUTPUT REPORT-FILE.
003050     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
003060     WRITE REPORT-RECORD.
003070 1000-EXIT.
003080     EXIT.
003090
003100 1100-CARGAR-OPERADOR.
003110     READ OPERADORES-FILE
003120         AT END
003130             SET FIN-OPERADORES TO TRUE
003140         NOT AT END
003150             IF OPE-ID = SPACES
003160                 CONTINUE
003170             ELSE
003180             IF WS-CANT-OPERADORES < WS-MAX-OPERADORES
003190                 ADD 1 TO WS-CANT-OPERADORES
003200                 MOVE OPE-ID TO OPT-ID(WS-CANT-OPERADORES)
003210                 MOVE OPE-NOMBRE TO OPT-NOMBRE(WS-CANT-OPERADORES)
003220                 MOVE OPE-PERMISOS TO
003230                     OPT-PERMISOS(WS-CANT-OPERADORES)
003240                 MOVE OPE-ESTADO TO OPT-ESTADO(WS-CANT-OPERADORES)
003250                 MOVE OPERADORES-RECORD(44:8) TO
003260                     OPT-FECHA-ESTADO(WS-CANT-OPERADORES)
003270             ELSE
003280                 ADD 1 TO WS-CANT-PERDIDOS
003290             END-IF
003300             END-IF
003310     END-READ.
003320 1100-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 1200-RECHAZAR-POR-TABLA - OPERADORES NO ENTRA EN LA TABLA:
003370*     REGRABARLO PERDERIA LOS OPERADORES QUE QUEDARON AFUERA, ASI
003380*     QUE NO SE APLICA NADA Y EL DECK QUEDA PARA LA PROXIMA
003390******************************************************************
003400 1200-RECHAZAR-POR-TABLA.
003410     DISPLAY "ATENCION: TABLA OPERADORES LLENA, "
003420         WS-CANT-PERDIDOS " OPERADORES SIN CARGAR.".
003430     DISPLAY "OPEMTRAN NO SE APLICA: AMPLIAR LA TABLA.".
003440     MOVE 76 TO WS-ELOG-CODIGO.
003450     MOVE "OPERADORES EXCEDE LA TABLA - OPEMTRAN NO APLICADO"
003460         TO WS-ELOG-MENSAJE.
003470     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
003480             WS-ELOG-MENSAJE.
003490     MOVE 8 TO RETURN-CODE.
003500 1200-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 2000-PROCESAR-DECK - RECORRE EL DECK, SALTEANDO EL SOBRE
003550******************************************************************
003560 2000-PROCESAR-DECK.
003570     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
003580         UNTIL FIN-TRAN.
003590 2000-EXIT.
003600     EXIT.
003610
003620 2100-LEER-TRANSACCION.
003630     READ TRAN-FILE
003640         AT END
003650             SET FIN-TRAN TO TRUE
003660         NOT AT END
003670             IF TRAN-RECORD(1:3) = "HDR"
003680                     OR TRAN-RECORD(1:3) = "TRL"
003690                 CONTINUE
003700             ELSE
003710                 ADD 1 TO WS-CUENTA-LEIDAS
003720                 MOVE OPTR-ACCION TO WS-TRN-ACCION
003730                 MOVE OPTR-ID TO WS-TRN-ID
003740                 MOVE OPTR-NOMBRE TO WS-TRN-NOMBRE
003750                 MOVE OPTR-PERMISOS TO WS-TRN-PERMISOS
003760                 MOVE OPTR-ESTADO TO WS-TRN-ESTADO
003770                 INSPECT WS-TRN-PERMISOS
003780                     CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
003790                 INSPECT WS-TRN-ESTADO
003800                     CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
003810                 PERFORM 3000-APLICAR-TRANSACCION THRU 3000-EXIT
003820             END-IF
003830     END-READ.
003840 2100-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 3000-APLICAR-TRANSACCION - VALIDA Y APLICA CONTRA LA TABLA EN
003890*     MEMORIA. CADA TRANSACCION DEJA SU LINEA EN EL REPORTE.
003900******************************************************************
003910 3000-APLICAR-TRANSACCION.
003920     MOVE "N" TO WS-SW-APLICADA.
003930     MOVE "N" TO WS-SW-CONFLICTO.
003940     MOVE SPACES TO WS-MOTIVO-RECHAZO.
003950     MOVE ZERO TO WS-CANT-INVALIDOS.
003960     INSPECT WS-TRN-PERMISOS TALLYING WS-CANT-INVALIDOS
003970         FOR ALL "S" ALL "N" ALL SPACE.
003980     EVALUATE TRUE
003990         WHEN WS-TRN-ID = SPACES
004000             MOVE "ID DE OPERADOR EN BLANCO" TO WS-MOTIVO-RECHAZO
004010         WHEN WS-TRN-ACCION NOT = "A"
004020                 AND WS-TRN-ACCION NOT = "M"
004030                 AND WS-TRN-ACCION NOT = "B"
004040             MOVE "CODIGO DE ACCION INVALIDO" TO
004050                 WS-MOTIVO-RECHAZO
004060         WHEN WS-TRN-ACCION = "A"
004070                 AND WS-TRN-NOMBRE = SPACES
004080             MOVE "NOMBRE EN BLANCO" TO WS-MOTIVO-RECHAZO
004090         WHEN WS-TRN-ACCION NOT = "B"
004100                 AND WS-CANT-INVALIDOS < 10
004110             MOVE "PERMISOS DISTINTOS DE S/N" TO WS-MOTIVO-RECHAZO
004120         WHEN WS-TRN-ESTADO NOT = SPACE
004130                 AND (WS-TRN-ACCION NOT = "M"
004140                     OR WS-TRN-ESTADO NOT = "A")
004150             MOVE "ESTADO: SOLO A EN UNA M" TO WS-MOTIVO-RECHAZO
004160         WHEN OTHER
004170             PERFORM 3100-APLICAR-SEGUN-ACCION THRU 3100-EXIT
004180     END-EVALUATE.
004190     IF TRAN-APLICADA
004200         ADD 1 TO WS-CUENTA-APLICADAS
004210     ELSE
004220         ADD 1 TO WS-CUENTA-RECHAZADAS
004230     END-IF.
004240     PERFORM 6000-ESCRIBIR-RESULTADO THRU 6000-EXIT.
004250 3000-EXIT.
004260     EXIT.
004270
004280 3100-APLICAR-SEGUN-ACCION.
004290     PERFORM 3200-BUSCAR-OPERADOR THRU 3200-EXIT.
004300     EVALUATE WS-TRN-ACCION
004310         WHEN "A"
004320             IF WS-IDX-HALLADO > ZERO
004330                 MOVE "EL OPERADOR YA EXISTE" TO WS-MOTIVO-RECHAZO
004340                 GO TO 3100-EXIT
004350             END-IF
004360             IF WS-CANT-OPERADORES >= WS-MAX-OPERADORES
004370                 MOVE "LA TABLA OPERADORES ESTA LLENA" TO
004380                     WS-MOTIVO-RECHAZO
004390                 GO TO 3100-EXIT
004400             END-IF
004410             MOVE WS-TRN-PERMISOS TO WS-PERMISOS-RESULTANTES
004420             PERFORM 3400-CONTROLAR-FUNCIONES THRU 3400-EXIT
004430             IF HAY-CONFLICTO
004440                 GO TO 3100-EXIT
004450             END-IF
004460             ADD 1 TO WS-CANT-OPERADORES
004470             MOVE WS-TRN-ID TO OPT-ID(WS-CANT-OPERADORES)
004480             MOVE WS-TRN-NOMBRE TO OPT-NOMBRE(WS-CANT-OPERADORES)
004490             MOVE WS-PERMISOS-RESULTANTES TO
004500                 OPT-PERMISOS(WS-CANT-OPERADORES)
004510             MOVE "A" TO OPT-ESTADO(WS-CANT-OPERADORES)
004520             MOVE WS-FECHA-REAL TO
004530                 OPT-FECHA-ESTADO(WS-CANT-OPERADORES)
004540         WHEN "M"
004550             IF WS-IDX-HALLADO = ZERO
004560                 MOVE "OPERADOR NO ENCONTRADO" TO
004570                     WS-MOTIVO-RECHAZO
004580                 GO TO 3100-EXIT
004590             END-IF
004600             MOVE OPT-PERMISOS(WS-IDX-HALLADO) TO
004610                 WS-PERMISOS-RESULTANTES
004620             IF WS-TRN-PERMISOS NOT = SPACES
004630                 MOVE WS-TRN-PERMISOS TO WS-PERMISOS-RESULTANTES
004640             END-IF
004650             PERFORM 3400-CONTROLAR-FUNCIONES THRU 3400-EXIT
004660             IF HAY-CONFLICTO
004670                 GO TO 3100-EXIT
004680             END-IF
004690             IF WS-TRN-NOMBRE NOT = SPACES
004700                 MOVE WS-TRN-NOMBRE TO OPT-NOMBRE(WS-IDX-HALLADO)
004710             END-IF
004720             MOVE WS-PERMISOS-RESULTANTES TO
004730                 OPT-PERMISOS(WS-IDX-HALLADO)
004740             IF WS-TRN-ESTADO = "A"
004750                 PERFORM 3500-REHABILITAR THRU 3500-EXIT
004760             END-IF
004770         WHEN "B"
004780             IF WS-IDX-HALLADO = ZERO
004790                 MOVE "OPERADOR NO ENCONTRADO" TO
004800                     WS-MOTIVO-RECHAZO
004810                 GO TO 3100-EXIT
004820             END-IF
004830             PERFORM 3300-QUITAR-OPERADOR THRU 3300-EXIT
004840     END-EVALUATE.
004850     SET TRAN-APLICADA TO TRUE.
004860     SET HUBO-CAMBIOS TO TRUE.
004870 3100-EXIT.
004880     EXIT.
004890
004900 3200-BUSCAR-OPERADOR.
004910     MOVE ZERO TO WS-IDX-HALLADO.
004920     PERFORM 3210-COMPARAR-OPERADOR THRU 3210-EXIT
004930         VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
004940             UNTIL WS-IDX-BUSQUEDA > WS-CANT-OPERADORES
004950                 OR WS-IDX-HALLADO > ZERO.
004960 3200-EXIT.
004970     EXIT.
004980
004990 3210-COMPARAR-OPERADOR.
005000     IF OPT-ID(WS-IDX-BUSQUEDA) = WS-TRN-ID
005010         MOVE WS-IDX-BUSQUEDA TO WS-IDX-HALLADO
005020     END-IF.
005030 3210-EXIT.
005040     EXIT.
005050
005060 3300-QUITAR-OPERADOR.
005070     PERFORM 3310-CORRER-ENTRADA THRU 3310-EXIT
005080         VARYING WS-IDX-BUSQUEDA FROM WS-IDX-HALLADO BY 1
005090             UNTIL WS-IDX-BUSQUEDA >= WS-CANT-OPERADORES.
005100     SUBTRACT 1 FROM WS-CANT-OPERADORES.
005110 3300-EXIT.
005120     EXIT.
005130
005140 3310-CORRER-ENTRADA.
005150     MOVE OPT-ENTRADA(WS-IDX-BUSQUEDA + 1) TO
005160         OPT-ENTRADA(WS-IDX-BUSQUEDA).
005170 3310-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210* 3400-CONTROLAR-FUNCIONES - LOS PERMISOS QUE QUEDARIAN (EN
005220*     BLANCO = N) PASAN POR SOD_VERIFICA. UNA ENTRADA QUE JUNTE
005230*     FUNCIONES INCOMPATIBLES SE RECHAZA; SIN SODREGLA SE APLICA
005240*     Y EL REPORTE DEJA CONSTANCIA DE QUE NO HUBO CONTROL.
005250******************************************************************
005260 3400-CONTROLAR-FUNCIONES.
005270     INSPECT WS-PERMISOS-RESULTANTES REPLACING ALL SPACE BY "N".
005280     MOVE WS-PERMISOS-RESULTANTES TO SODV-PERMISOS.
005290     CALL "sod_verifica" USING SODV-PERMISOS SODV-RESULTADO
005300             SODV-CANT-CONFLICTOS SODV-CONFLICTOS
005310             SODV-CANT-REGLAS.
005320     IF SODV-SIN-REGLAS
005330         SET SIN-REGLAS TO TRUE
005340     END-IF.
005350     IF SODV-CON-CONFLICTO
005360         SET HAY-CONFLICTO TO TRUE
005370         ADD 1 TO WS-CUENTA-RECHAZOS-SOD
005380         MOVE "FUNCIONES INCOMPATIBLES" TO WS-MOTIVO-RECHAZO
005390     END-IF.
005400 3400-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 3500-REHABILITAR - UN OPERADOR INHABILITADO (I) O SUSPENDIDO
005450*     (S) VUELVE A ESTAR ACTIVO DESDE HOY, CON LO QUE EL PLAZO
005460*     DE INACTIVIDAD EMPIEZA DE NUEVO. SOBRE UNO ACTIVO NO CAMBIA
005470*     NADA, PARA QUE EL DECK NO SIRVA PARA ESTIRAR ESE PLAZO.
005480******************************************************************
005490 3500-REHABILITAR.
005500     IF OPT-ESTADO(WS-IDX-HALLADO) NOT = "I"
005510             AND OPT-ESTADO(WS-IDX-HALLADO) NOT = "S"
005520         GO TO 3500-EXIT
005530     END-IF.
005540     MOVE "A" TO OPT-ESTADO(WS-IDX-HALLADO).
005550     MOVE WS-FECHA-REAL TO OPT-FECHA-ESTADO(WS-IDX-HALLADO).
005560     ADD 1 TO WS-CUENTA-REHABILITADOS.
005570 3500-EXIT.
005580     EXIT.
005590
005600 6000-ESCRIBIR-RESULTADO.
005610     MOVE SPACES TO WS-LINEA-DETALLE.
005620     MOVE WS-TRN-ACCION TO DET-ACCION.
005630     MOVE WS-TRN-ID TO DET-ID.
005640     MOVE WS-TRN-PERMISOS TO DET-PERMISOS.
005650     IF TRAN-APLICADA
005660         MOVE "APLICADA " TO DET-RESULTADO
005670     ELSE
005680         MOVE "RECHAZADA" TO DET-RESULTADO
005690         MOVE WS-MOTIVO-RECHAZO TO DET-MOTIVO
005700     END-IF.
005710     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
005720     WRITE REPORT-RECORD.
005730     IF HAY-CONFLICTO
005740         PERFORM 6100-ESCRIBIR-CONFLICTO THRU 6100-EXIT
005750             VARYING WS-IDX-CONFLICTO FROM 1 BY 1
005760                 UNTIL WS-IDX-CONFLICTO > SODV-CANT-CONFLICTOS
005770                     OR WS-IDX-CONFLICTO > 10
005780     END-IF.
005790 6000-EXIT.
005800     EXIT.
005810
005820 6100-ESCRIBIR-CONFLICTO.
005830     MOVE SODV-POS-A(WS-IDX-CONFLICTO) TO LCF-POS-A.
005840     MOVE SODV-POS-B(WS-IDX-CONFLICTO) TO LCF-POS-B.
005850     MOVE SODV-DESCRIPCION(WS-IDX-CONFLICTO) TO LCF-DESCRIPCION.
005860     MOVE WS-LINEA-CONFLICTO TO REPORT-RECORD.
005870     WRITE REPORT-RECORD.
005880 6100-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920* 7000-REGRABAR-OPERADORES - REGRABA EL ARCHIVO COMPLETO, SIN
005930*     SOBRE, EN EL FORMATO QUE LEE MENUOPERADOR
005940******************************************************************
005950 7000-REGRABAR-OPERADORES.
005960     OPEN OUTPUT OPERADORES-FILE.
005970     PERFORM 7100-GRABAR-ENTRADA THRU 7100-EXIT
005980         VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
005990             UNTIL WS-IDX-BUSQUEDA > WS-CANT-OPERADORES.
006000     CLOSE OPERADORES-FILE.
006010 7000-EXIT.
006020     EXIT.
006030
006040 7100-GRABAR-ENTRADA.
006050     MOVE SPACES TO OPERADORES-RECORD.
006060     MOVE OPT-ID(WS-IDX-BUSQUEDA) TO OPE-ID.
006070     MOVE OPT-NOMBRE(WS-IDX-BUSQUEDA) TO OPE-NOMBRE.
006080     MOVE OPT-PERMISOS(WS-IDX-BUSQUEDA) TO OPE-PERMISOS.
006090     MOVE OPT-ESTADO(WS-IDX-BUSQUEDA) TO OPE-ESTADO.
006100     MOVE OPT-FECHA-ESTADO(WS-IDX-BUSQUEDA) TO
006110         OPERADORES-RECORD(44:8).
006120     WRITE OPERADORES-RECORD.
006130 7100-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 9000-TERMINAR - TRAILER DE CONTROL, CIERRE, AUDITORIA, CATALOGO
006180******************************************************************
006190 9000-TERMINAR.
006200     IF SIN-REGLAS
006210         MOVE "SIN ARCHIVO SODREGLA: SEGREGACION NO CONTROLADA."
006220             TO REPORT-RECORD
006230         WRITE REPORT-RECORD
006240     END-IF.
006250     MOVE SPACES TO WS-LINEA-TRAILER.
006260     MOVE "TRANSACCIONES LEIDAS................" TO TRA-ETIQUETA.
006270     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
006280     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006290     WRITE REPORT-RECORD.
006300     MOVE SPACES TO WS-LINEA-TRAILER.
006310     MOVE "TRANSACCIONES APLICADAS............." TO TRA-ETIQUETA.
006320     MOVE WS-CUENTA-APLICADAS TO TRA-VALOR.
006330     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006340     WRITE REPORT-RECORD.
006350     MOVE SPACES TO WS-LINEA-TRAILER.
006360     MOVE "TRANSACCIONES RECHAZADAS............" TO TRA-ETIQUETA.
006370     MOVE WS-CUENTA-RECHAZADAS TO TRA-VALOR.
006380     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006390     WRITE REPORT-RECORD.
006400     MOVE SPACES TO WS-LINEA-TRAILER.
006410     MOVE "  POR FUNCIONES INCOMPATIBLES......." TO TRA-ETIQUETA.
006420     MOVE WS-CUENTA-RECHAZOS-SOD TO TRA-VALOR.
006430     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006440     WRITE REPORT-RECORD.
006450     MOVE SPACES TO WS-LINEA-TRAILER.
006460     MOVE "OPERADORES REHABILITADOS............" TO TRA-ETIQUETA.
006470     MOVE WS-CUENTA-REHABILITADOS TO TRA-VALOR.
006480     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006490     WRITE REPORT-RECORD.
006500     MOVE SPACES TO WS-LINEA-TRAILER.
006510     MOVE "OPERADORES EN EL ARCHIVO............" TO TRA-ETIQUETA.
006520     MOVE WS-CANT-OPERADORES TO TRA-VALOR.
006530     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006540     WRITE REPORT-RECORD.
006550     CLOSE REPORT-FILE.
006560     IF WS-CUENTA-RECHAZOS-SOD > ZERO
006570         MOVE 74 TO WS-ELOG-CODIGO
006580         MOVE SPACES TO WS-ELOG-MENSAJE
006590         STRING "ALTAS/CAMBIOS RECHAZADOS POR FUNCIONES "
006600             "INCOMPATIBLES: " WS-CUENTA-RECHAZOS-SOD
006610             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
006620         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
006630                 WS-ELOG-MENSAJE
006640     END-IF.
006650     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
006660     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
006670     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
006680     MOVE WS-CUENTA-LEIDAS TO WS-CATG-CANTIDAD.
006690     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006700             WS-CATG-CANTIDAD.
006710 9000-EXIT.
006720     EXIT.
006730
006740 END PROGRAM OperMantBat.
