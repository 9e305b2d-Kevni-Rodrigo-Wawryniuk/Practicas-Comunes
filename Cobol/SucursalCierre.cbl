000100******************************************************************
000110* PROGRAM-ID: SucursalCierre
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    SUPERVISED CLOSURE OF A BRANCH. THE SUCCCTL CARD
000170*             NAMES THE BRANCH THAT CLOSES AND ITS SUCCESSOR:
000180*                 COL 01-02 SUCURSAL QUE CIERRA
000190*                 COL 04-05 SUCURSAL SUCESORA
000200*                 COL 07-14 FECHA DE CIERRE AAAAMMDD (BLANCO =
000210*                           FECHA DE NEGOCIO)
000220*                 COL 16-45 MOTIVO
000230*             BOTH MUST BE IN SUCREF AND OPEN. THE FIRST RUN
000240*             ONLY PRINTS THE PREVIEW CIERPREV.AAAAMMDD (EVERY
000250*             ACTIVE PERSON OF THE BRANCH, DNI ENMASCARADO) AND
000260*             LEAVES THE CLOSURE PENDING IN PENDAPRO (ACCION
000270*             "K", THE CARD IN PEND-IMAGEN) FOR A SECOND
000280*             OPERATOR IN PERSONAAPROB. ONCE APPROVED AND ON
000290*             OR AFTER THE CLOSING DATE, THE NEXT RUN WITH THE
000300*             SAME CARD FIRST MARKS THE BRANCH CLOSED IN SUCREF
000310*             (SO NO NEW ALTA OR TRANSFER CAN TAKE THE CODE,
000320*             VALIDAR_SUCURSAL ANSWERS "C") AND THEN MOVES EACH
000330*             ACTIVE PERSON TO THE SUCCESSOR: REWRITE, JOURNAL
000340*             "T" AND A TRANSREG LINE, AS A TRANSFER FROM
000350*             PERSONAMANT. INACTIVE PEOPLE STAY WITH THE CLOSED
000360*             CODE, WHICH KEEPS ITS SUCREF LINE. THE CLOSURE
000370*             REPORT IS CIERSUC.AAAAMMDD AND THE PENDAPRO ENTRY
000380*             IS LEFT AS EJECUTADO ("E"). A RUN THAT FAILS IS
000390*             RESUBMITTED AS IT IS: WHOEVER IS STILL IN THE
000400*             CLOSED BRANCH IS MOVED THEN.
000410* TECTONICS:  cobc
000420******************************************************************
000430* MODIFICATION HISTORY
000440* DATE       INIT DESCRIPTION
000450* 2026-10-15 RW   INITIAL VERSION. LA PROPUESTA CON APROBACION
000460*                 SIGUE A PERSONAMASIVA; LA TRANSFERENCIA, A
000470*                 PERSONAMANTBAT.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. SucursalCierre.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-LOCK-STATUS.
000580
000590     SELECT SESION-FILE ASSIGN TO "SESION"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SES-STATUS.
000620
000630     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-OPE-STATUS.
000660
000670     SELECT SUCCCTL-FILE ASSIGN TO "SUCCCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CTL-STATUS.
000700
000710     SELECT SUCREF-FILE ASSIGN TO "SUCREF"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SUC-STATUS.
000740
000750     SELECT SUCCAMB-FILE ASSIGN TO "SUCCAMB"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CAMB-STATUS.
000780
000790     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS PERS-DNI
000830         FILE STATUS IS WS-PERSONA-STATUS.
000840
000850     SELECT PENDAPRO-FILE ASSIGN TO "PENDAPRO"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-PEND-STATUS.
000880
000890     SELECT TRANSREG-FILE ASSIGN DYNAMIC WS-DYN-TRANSREG
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TRG-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  LOCK-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 14 CHARACTERS.
000980 01  LOCK-RECORD.
000990     05  LOCK-FECHA              PIC 9(08).
001000     05  LOCK-HORA               PIC X(06).
001010
001020 FD  SESION-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 08 CHARACTERS.
001050 01  SESION-RECORD.
001060     05  SES-OPERADOR            PIC X(08).
001070
001080 FD  OPERADORES-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 51 CHARACTERS.
001110 01  OPERADORES-RECORD.
001120     05  OPE-ID                  PIC X(08).
001130     05  FILLER                  PIC X(01).
001140     05  OPE-NOMBRE              PIC X(20).
001150     05  FILLER                  PIC X(01).
001160     05  OPE-PERMISOS            PIC X(10).
001170     05  FILLER                  PIC X(01).
001180     05  OPE-ESTADO              PIC X(01).
001190         88  OPE-INHABILITADO    VALUE "I" "S".
001200     05  FILLER                  PIC X(01).
001210     05  OPE-FECHA-ESTADO        PIC 9(08).
001220
001230 FD  SUCCCTL-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 45 CHARACTERS.
001260 01  SUCCCTL-RECORD              PIC X(45).
001270
001280 FD  SUCREF-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 128 CHARACTERS.
001310 COPY SUCURSAL.
001320
001330 FD  SUCCAMB-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 154 CHARACTERS.
001360 01  SUCCAMB-RECORD.
001370     05  SCAM-MOMENTO            PIC X(14).
001380     05  FILLER                  PIC X(01).
001390     05  SCAM-OPERADOR           PIC X(08).
001400     05  FILLER                  PIC X(01).
001410     05  SCAM-ACCION             PIC X(01).
001420     05  FILLER                  PIC X(01).
001430     05  SCAM-IMAGEN             PIC X(128).
001440
001450 FD  PERSONA-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 117 CHARACTERS.
001480 COPY PERSONA.
001490
001500 FD  PENDAPRO-FILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 157 CHARACTERS.
001530 01  PENDIENTE-RECORD.
001540     05  PEND-ESTADO             PIC X(01).
001550     05  FILLER                  PIC X(01).
001560     05  PEND-ACCION             PIC X(01).
001570     05  FILLER                  PIC X(01).
001580     05  PEND-FECHA              PIC 9(08).
001590     05  FILLER                  PIC X(01).
001600     05  PEND-SOLICITANTE        PIC X(08).
001610     05  FILLER                  PIC X(01).
001620     05  PEND-DNI                PIC 9(08).
001630     05  FILLER                  PIC X(01).
001640     05  PEND-IMAGEN             PIC X(117).
001650     05  FILLER                  PIC X(01).
001660     05  PEND-APROBADOR          PIC X(08).
001670
001680 FD  TRANSREG-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 54 CHARACTERS.
001710 01  TRANSREG-RECORD.
001720     05  TRG-FECHA               PIC 9(08).
001730     05  FILLER                  PIC X(01).
001740     05  TRG-DNI-MASK            PIC X(08).
001750     05  FILLER                  PIC X(01).
001760     05  TRG-NOMBRE              PIC X(30).
001770     05  FILLER                  PIC X(01).
001780     05  TRG-ORIGEN              PIC 9(02).
001790     05  FILLER                  PIC X(01).
001800     05  TRG-DESTINO             PIC 9(02).
001810
001820 WORKING-STORAGE SECTION.
001830 01  WS-LOCK-STATUS              PIC X(02).
001840 01  WS-SES-STATUS               PIC X(02).
001850 01  WS-OPE-STATUS               PIC X(02).
001860 01  WS-CTL-STATUS               PIC X(02).
001870 01  WS-SUC-STATUS               PIC X(02).
001880 01  WS-CAMB-STATUS              PIC X(02).
001890 01  WS-PERSONA-STATUS           PIC X(02).
001900 01  WS-PEND-STATUS              PIC X(02).
001910 01  WS-TRG-STATUS               PIC X(02).
001920
001930 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
001940     88  FIN-OPERADORES          VALUE "S".
001950 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001960     88  FIN-PERSONA             VALUE "S".
001970 01  WS-EOF-PEND                 PIC X(01) VALUE "N".
001980     88  FIN-PENDIENTES          VALUE "S".
001990 01  WS-EOF-SUCREF               PIC X(01) VALUE "N".
002000     88  FIN-SUCREF              VALUE "S".
002010
002020 01  WS-FECHA-HOY                PIC 9(08).
002030 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002040 01  WS-DNI-ENMASCARADO          PIC X(08).
002050
002060*----------------------------------------------------------------
002070*    TARJETA DE SUCCCTL
002080*----------------------------------------------------------------
002090 01  WS-TARJETA-CIERRE.
002100     05  CCTL-SUCURSAL           PIC X(02).
002110     05  CCTL-SUCURSAL-N REDEFINES CCTL-SUCURSAL
002120                                 PIC 9(02).
002130     05  FILLER                  PIC X(01).
002140     05  CCTL-SUCESORA           PIC X(02).
002150     05  CCTL-SUCESORA-N REDEFINES CCTL-SUCESORA
002160                                 PIC 9(02).
002170     05  FILLER                  PIC X(01).
002180     05  CCTL-FECHA              PIC X(08).
002190     05  CCTL-FECHA-N REDEFINES CCTL-FECHA
002200                                 PIC 9(08).
002210     05  FILLER                  PIC X(01).
002220     05  CCTL-MOTIVO             PIC X(30).
002230 01  WS-SW-TARJETA               PIC X(01) VALUE "N".
002240     88  TARJETA-VALIDA          VALUE "S".
002250 01  WS-MOTIVO-RECHAZO           PIC X(59) VALUE SPACES.
002260
002270*----------------------------------------------------------------
002280*    CLAVE DEL CIERRE: LA TARJETA TAL COMO SE LEYO, EL
002290*    MOMENTO DE LA SOLICITUD Y LA CANTIDAD DE LA VISTA PREVIA.
002300*    VIAJA EN PEND-IMAGEN; LA APROBACION VALE SOLO PARA ESA
002310*    TARJETA.
002320*----------------------------------------------------------------
002330 01  WS-CLAVE-CIERRE.
002340     05  CLC-TARJETA             PIC X(45).
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  CLC-SOLICITUD           PIC X(14).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  CLC-CANTIDAD            PIC 9(07).
002390     05  FILLER                  PIC X(49) VALUE SPACES.
002400 01  WS-CLAVE-HALLADA            PIC X(117).
002410 01  WS-ESTADO-HALLADO           PIC X(01) VALUE SPACE.
002420     88  SIN-PENDIENTE           VALUE SPACE "R" "E".
002430     88  PENDIENTE-ABIERTO       VALUE "P".
002440     88  CIERRE-APROBADO         VALUE "A".
002450 01  WS-APROBADOR-HALLADO        PIC X(08) VALUE SPACES.
002460 01  WS-SOLICITANTE-HALLADO      PIC X(08) VALUE SPACES.
002470 01  WS-SOLICITANTE              PIC X(08) VALUE SPACES.
002480 01  WS-SW-REGISTRADO            PIC X(01) VALUE "N".
002490     88  SOLICITANTE-REGISTRADO  VALUE "S".
002500
002510*----------------------------------------------------------------
002520*    LAS DOS SUCURSALES SEGUN VALIDAR_SUCURSAL
002530*----------------------------------------------------------------
002540 01  VSU-AREA.
002550     05  VSU-CODIGO              PIC 9(02).
002560     05  VSU-RESULTADO           PIC X(01).
002570         88  VSU-ABIERTA         VALUE "S".
002580         88  VSU-CERRADA         VALUE "C".
002590         88  VSU-INEXISTENTE     VALUE "X".
002600         88  VSU-SIN-REFERENCIAL VALUE "N".
002610     05  VSU-NOMBRE              PIC X(30).
002620     05  VSU-FECHA-CIERRE        PIC 9(08).
002630     05  VSU-SUCESORA            PIC 9(02).
002640 01  WS-NOMBRE-CIERRA            PIC X(30).
002650 01  WS-NOMBRE-SUCESORA          PIC X(30).
002660
002670*----------------------------------------------------------------
002680*    SUCREF EN MEMORIA PARA MARCAR EL CIERRE (CASILLERO = SUC +
002690*    1, COMO SUCURSAL_MANT)
002700*----------------------------------------------------------------
002710 01  TABLA-SUCURSALES.
002720     05  SUCT-REGISTRO OCCURS 100 TIMES PIC X(128).
002730 01  WS-IDX-SUC                  PIC 9(03) COMP.
002740 01  WS-SW-MARCADA               PIC X(01) VALUE "N".
002750     88  SUCURSAL-MARCADA        VALUE "S".
002760
002770*----------------------------------------------------------------
002780*    RECORRIDA Y CONTADORES
002790*----------------------------------------------------------------
002800 01  WS-MODO                     PIC X(01).
002810     88  MODO-VISTA-PREVIA       VALUE "V".
002820     88  MODO-APLICACION         VALUE "A".
002830 01  WS-CUENTA-LEIDOS            PIC 9(07) VALUE ZERO.
002840 01  WS-CUENTA-ACTIVAS           PIC 9(07) VALUE ZERO.
002850 01  WS-CUENTA-INACTIVAS         PIC 9(07) VALUE ZERO.
002860 01  WS-CUENTA-TRANSFERIDAS      PIC 9(07) VALUE ZERO.
002870 01  WS-CUENTA-ERRORES           PIC 9(07) VALUE ZERO.
002880 01  WS-IMAGEN-ANTES             PIC X(117).
002890 01  WS-IMAGEN-DESPUES           PIC X(117).
002900 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "SucursalCierre".
002910 01  WS-JRNL-ACCION              PIC X(01) VALUE "T".
002920 01  WS-DYN-TRANSREG             PIC X(21) VALUE SPACES.
002930
002940*----------------------------------------------------------------
002950*    PENDAPRO EN MEMORIA PARA DEJAR EL CIERRE COMO EJECUTADO
002960*    (EL MISMO TOPE QUE PERSONAAPROB)
002970*----------------------------------------------------------------
002980 01  WS-MAX-PENDIENTES           PIC 9(03) VALUE 200.
002990 01  WS-CANT-PENDIENTES          PIC 9(03) VALUE ZERO.
003000 01  WS-SW-PEND-DEMAS            PIC X(01) VALUE "N".
003010     88  PENDIENTES-DESBORDADOS  VALUE "S".
003020 01  TABLA-PENDIENTES.
003030     05  PENT-REGISTRO OCCURS 200 TIMES PIC X(157).
003040 01  WS-IDX-PEND                 PIC 9(03) COMP.
003050
003060*----------------------------------------------------------------
003070*    REPORTES VIA REPORTE_SVC
003080*----------------------------------------------------------------
003090 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
003100 01  RSVC-AREA.
003110     05  RSVC-FUNCION            PIC X(01).
003120     05  RSVC-ARCHIVO            PIC X(21).
003130     05  RSVC-TITULO             PIC X(40).
003140     05  RSVC-LINEA              PIC X(132).
003150     05  RSVC-CANT-LINEAS        PIC 9(07).
003160 01  WS-LINEA-COLUMNAS.
003170     05  FILLER                  PIC X(12) VALUE "  DNI".
003180     05  FILLER                  PIC X(32) VALUE "NOMBRE".
003190     05  FILLER                  PIC X(88) VALUE
003200         "DE  A   NOTA".
003210 01  WS-LINEA-PERSONA.
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  LCP-DNI                 PIC X(08).
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  LCP-NOMBRE              PIC X(30).
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  LCP-ORIGEN              PIC 9(02).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  LCP-DESTINO             PIC 9(02).
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  LCP-NOTA                PIC X(80).
003320 01  WS-LINEA-TOTAL.
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  LTO-ETIQUETA            PIC X(36).
003350     05  LTO-VALOR               PIC Z,ZZZ,ZZ9.
003360     05  FILLER                  PIC X(85) VALUE SPACES.
003370
003380*----------------------------------------------------------------
003390*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
003400*----------------------------------------------------------------
003410 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "SucursalCierre".
003420 01  WS-ELOG-CODIGO              PIC 9(04) VALUE 107.
003430 01  WS-ELOG-MENSAJE             PIC X(59).
003440 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "SucursalCierre".
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
003550*    EL MISMO CANDADO QUE RESPETAN PERSONAMANT Y PERSONAMASIVA
003560     OPEN INPUT LOCK-FILE.
003570     IF WS-LOCK-STATUS = "00"
003580         CLOSE LOCK-FILE
003590         DISPLAY "EL CICLO DIARIO ESTA EN EJECUCION (CANDADO "
003600             "CICLOLOCK). INTENTE CUANDO TERMINE."
003610         GOBACK
003620     END-IF.
003630     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003640     PERFORM 1000-LEER-TARJETA THRU 1000-EXIT.
003650     IF TARJETA-VALIDA
003660         PERFORM 1300-BUSCAR-PENDIENTE THRU 1300-EXIT
003670         PERFORM 1200-VALIDAR-SUCURSALES THRU 1200-EXIT
003680     END-IF.
003690     IF WS-MOTIVO-RECHAZO NOT = SPACES
003700         DISPLAY "SUCCCTL RECHAZADA: " WS-MOTIVO-RECHAZO
003710         MOVE WS-MOTIVO-RECHAZO TO WS-ELOG-MENSAJE
003720         CALL "errorlog" USING WS-ELOG-PROGRAMA
003730                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
003740         MOVE 8 TO RETURN-CODE
003750         GOBACK
003760     END-IF.
003770     EVALUATE TRUE
003780         WHEN PENDIENTE-ABIERTO
003790             DISPLAY "EL CIERRE YA ESTA PENDIENTE DE "
003800                 "APROBACION. RESUELVALO EN PERSONAAPROB."
003810             GOBACK
003820         WHEN CIERRE-APROBADO
003830             SET MODO-APLICACION TO TRUE
003840         WHEN OTHER
003850             SET MODO-VISTA-PREVIA TO TRUE
003860     END-EVALUATE.
003870     IF MODO-APLICACION
003880         IF CCTL-FECHA-N > WS-FECHA-HOY
003890             DISPLAY "CIERRE APROBADO; RIGE DESDE EL "
003900                 CCTL-FECHA ". NO SE APLICA TODAVIA."
003910             GOBACK
003920         END-IF
003930         PERFORM 3000-APLICAR-CIERRE THRU 3000-EXIT
003940         PERFORM 9000-TERMINAR THRU 9000-EXIT
003950         GOBACK
003960     END-IF.
003970     PERFORM 1500-IDENTIFICAR-SOLICITANTE THRU 1500-EXIT.
003980     IF NOT SOLICITANTE-REGISTRADO
003990         DISPLAY "OPERADOR NO REGISTRADO EN OPERADORES. FIN."
004000         GOBACK
004010     END-IF.
004020     PERFORM 2000-VISTA-PREVIA THRU 2000-EXIT.
004030     IF RETURN-CODE = ZERO
004040         PERFORM 6000-REGISTRAR-PENDIENTE THRU 6000-EXIT
004050     END-IF.
004060     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004070     GOBACK.
004080
004090******************************************************************
004100* 1000-LEER-TARJETA - LEE Y VALIDA LA FORMA DE LA TARJETA; LA
004110*     CLAVE ES LA TARJETA TAL COMO VINO; UNA FECHA EN BLANCO SE
004120*     RESUELVE DESPUES A LA FECHA DE NEGOCIO DE CADA CORRIDA
004130******************************************************************
004140 1000-LEER-TARJETA.
004150     OPEN INPUT SUCCCTL-FILE.
004160     IF WS-CTL-STATUS NOT = "00"
004170         MOVE "SIN TARJETA SUCCCTL" TO WS-MOTIVO-RECHAZO
004180         GO TO 1000-EXIT
004190     END-IF.
004200     MOVE SPACES TO WS-TARJETA-CIERRE.
004210     READ SUCCCTL-FILE
004220         AT END
004230             MOVE "SUCCCTL VACIA" TO WS-MOTIVO-RECHAZO
004240         NOT AT END
004250             MOVE SUCCCTL-RECORD TO WS-TARJETA-CIERRE
004260     END-READ.
004270     CLOSE SUCCCTL-FILE.
004280     IF WS-MOTIVO-RECHAZO NOT = SPACES
004290         GO TO 1000-EXIT
004300     END-IF.
004310     IF CCTL-SUCURSAL IS NOT NUMERIC
004320             OR CCTL-SUCESORA IS NOT NUMERIC
004330         MOVE "SUCURSAL O SUCESORA NO NUMERICA"
004340             TO WS-MOTIVO-RECHAZO
004350         GO TO 1000-EXIT
004360     END-IF.
004370     IF CCTL-SUCURSAL = CCTL-SUCESORA
004380         MOVE "LA SUCESORA NO PUEDE SER LA MISMA SUCURSAL"
004390             TO WS-MOTIVO-RECHAZO
004400         GO TO 1000-EXIT
004410     END-IF.
004420     MOVE WS-TARJETA-CIERRE TO CLC-TARJETA.
004430     IF CCTL-FECHA = SPACES
004440         MOVE WS-FECHA-HOY TO CCTL-FECHA-N
004450     END-IF.
004460     IF CCTL-FECHA IS NOT NUMERIC
004470         MOVE "FECHA DE CIERRE INVALIDA" TO WS-MOTIVO-RECHAZO
004480         GO TO 1000-EXIT
004490     END-IF.
004500     IF FUNCTION TEST-DATE-YYYYMMDD(CCTL-FECHA-N) NOT = ZERO
004510         MOVE "FECHA DE CIERRE INVALIDA" TO WS-MOTIVO-RECHAZO
004520         GO TO 1000-EXIT
004530     END-IF.
004540     IF CCTL-MOTIVO = SPACES
004550         MOVE "EL MOTIVO DEL CIERRE ES OBLIGATORIO"
004560             TO WS-MOTIVO-RECHAZO
004570         GO TO 1000-EXIT
004580     END-IF.
004590     SET TARJETA-VALIDA TO TRUE.
004600 1000-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* 1200-VALIDAR-SUCURSALES - LA SUCESORA DEBE ESTAR ABIERTA. LA
004650*     QUE CIERRA TAMBIEN, SALVO QUE ESTE SEA EL CIERRE APROBADO
004660*     QUE UNA CORRIDA ANTERIOR YA MARCO (SE REANUDA).
004670******************************************************************
004680 1200-VALIDAR-SUCURSALES.
004690     MOVE CCTL-SUCESORA-N TO VSU-CODIGO.
004700     CALL "validar_sucursal" USING VSU-AREA.
004710     MOVE VSU-NOMBRE TO WS-NOMBRE-SUCESORA.
004720     EVALUATE TRUE
004730         WHEN VSU-SIN-REFERENCIAL
004740             MOVE "SIN REFERENCIAL SUCREF NO SE CIERRA NADA"
004750                 TO WS-MOTIVO-RECHAZO
004760             GO TO 1200-EXIT
004770         WHEN VSU-INEXISTENTE
004780             MOVE SPACES TO WS-MOTIVO-RECHAZO
004790             STRING "SUCESORA " CCTL-SUCESORA
004800                 " INEXISTENTE EN SUCREF" DELIMITED BY SIZE
004810                 INTO WS-MOTIVO-RECHAZO
004820             GO TO 1200-EXIT
004830         WHEN VSU-CERRADA
004840             MOVE SPACES TO WS-MOTIVO-RECHAZO
004850             STRING "SUCESORA " CCTL-SUCESORA
004860                 " CERRADA EL " VSU-FECHA-CIERRE
004870                 DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
004880             GO TO 1200-EXIT
004890     END-EVALUATE.
004900     MOVE CCTL-SUCURSAL-N TO VSU-CODIGO.
004910     CALL "validar_sucursal" USING VSU-AREA.
004920     MOVE VSU-NOMBRE TO WS-NOMBRE-CIERRA.
004930     EVALUATE TRUE
004940         WHEN VSU-INEXISTENTE
004950             MOVE SPACES TO WS-MOTIVO-RECHAZO
004960             STRING "SUCURSAL " CCTL-SUCURSAL
004970                 " INEXISTENTE EN SUCREF" DELIMITED BY SIZE
004980                 INTO WS-MOTIVO-RECHAZO
004990         WHEN VSU-CERRADA
005000             IF CIERRE-APROBADO
005010                     AND VSU-SUCESORA = CCTL-SUCESORA-N
005020                 CONTINUE
005030             ELSE
005040                 MOVE SPACES TO WS-MOTIVO-RECHAZO
005050                 STRING "SUCURSAL " CCTL-SUCURSAL
005060                     " YA CERRADA EL " VSU-FECHA-CIERRE
005070                     DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
005080             END-IF
005090     END-EVALUATE.
005100 1200-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 1300-BUSCAR-PENDIENTE - LA ULTIMA ENTRADA "K" DE PENDAPRO CON
005150*     ESTA MISMA TARJETA DICE EN QUE PUNTO ESTA EL CIERRE
005160******************************************************************
005170 1300-BUSCAR-PENDIENTE.
005180     MOVE SPACE TO WS-ESTADO-HALLADO.
005190     MOVE "N" TO WS-EOF-PEND.
005200     OPEN INPUT PENDAPRO-FILE.
005210     IF WS-PEND-STATUS NOT = "00"
005220         GO TO 1300-EXIT
005230     END-IF.
005240     PERFORM 1310-LEER-PENDIENTE THRU 1310-EXIT
005250         UNTIL FIN-PENDIENTES.
005260     CLOSE PENDAPRO-FILE.
005270 1300-EXIT.
005280     EXIT.
005290
005300 1310-LEER-PENDIENTE.
005310     READ PENDAPRO-FILE
005320         AT END
005330             SET FIN-PENDIENTES TO TRUE
005340             GO TO 1310-EXIT
005350     END-READ.
005360     IF PEND-ACCION = "K"
005370             AND PEND-IMAGEN(1:45) = CLC-TARJETA
005380         MOVE PEND-ESTADO TO WS-ESTADO-HALLADO
005390         MOVE PEND-IMAGEN TO WS-CLAVE-HALLADA
005400         MOVE PEND-SOLICITANTE TO WS-SOLICITANTE-HALLADO
005410         MOVE PEND-APROBADOR TO WS-APROBADOR-HALLADO
005420     END-IF.
005430 1310-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470* 1500-IDENTIFICAR-SOLICITANTE - TOMA EL OPERADOR DE LA SESION
005480*     DEL MENU (O LO PIDE) Y LO VERIFICA CONTRA OPERADORES
005490******************************************************************
005500 1500-IDENTIFICAR-SOLICITANTE.
005510     OPEN INPUT SESION-FILE.
005520     IF WS-SES-STATUS = "00"
005530         READ SESION-FILE
005540             NOT AT END
005550                 MOVE SES-OPERADOR TO WS-SOLICITANTE
005560         END-READ
005570         CLOSE SESION-FILE
005580     END-IF.
005590     IF WS-SOLICITANTE = SPACES
005600         DISPLAY "ID DE OPERADOR QUE SOLICITA EL CIERRE: "
005610         ACCEPT WS-SOLICITANTE
005620     END-IF.
005630     OPEN INPUT OPERADORES-FILE.
005640     IF WS-OPE-STATUS NOT = "00"
005650         DISPLAY "SIN ARCHIVO OPERADORES NO PUEDE VERIFICARSE "
005660             "AL SOLICITANTE."
005670         GO TO 1500-EXIT
005680     END-IF.
005690     PERFORM 1510-BUSCAR-OPERADOR THRU 1510-EXIT
005700         UNTIL FIN-OPERADORES.
005710     CLOSE OPERADORES-FILE.
005720 1500-EXIT.
005730     EXIT.
005740
005750 1510-BUSCAR-OPERADOR.
005760     READ OPERADORES-FILE
005770         AT END
005780             SET FIN-OPERADORES TO TRUE
005790         NOT AT END
005800             IF OPE-ID = WS-SOLICITANTE
005810                     AND NOT OPE-INHABILITADO
005820                 SET SOLICITANTE-REGISTRADO TO TRUE
005830                 SET FIN-OPERADORES TO TRUE
005840             END-IF
005850     END-READ.
005860 1510-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 2000-VISTA-PREVIA - RECORRE EL MAESTRO SIN TOCARLO Y LISTA EN
005910*     CIERPREV.AAAAMMDD A QUIEN SE TRANSFERIRIA
005920******************************************************************
005930 2000-VISTA-PREVIA.
005940     OPEN INPUT PERSONA-FILE.
005950     IF WS-PERSONA-STATUS NOT = "00"
005960         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
005970             WS-PERSONA-STATUS ")."
005980         MOVE 8 TO RETURN-CODE
005990         GO TO 2000-EXIT
006000     END-IF.
006010     MOVE FUNCTION CURRENT-DATE(1:14) TO CLC-SOLICITUD.
006020     STRING "CIERPREV." WS-FECHA-HOY DELIMITED BY SIZE
006030         WS-SUFIJO-CICLO DELIMITED BY SPACE
006040         INTO WS-DYN-REPORT-FILE.
006050     MOVE "VISTA PREVIA DE CIERRE DE SUCURSAL" TO RSVC-TITULO.
006060     MOVE "A" TO RSVC-FUNCION.
006070     PERFORM 5000-ENCABEZAR-REPORTE THRU 5000-EXIT.
006080     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
006090         UNTIL FIN-PERSONA.
006100     CLOSE PERSONA-FILE.
006110     PERFORM 5200-TOTALES THRU 5200-EXIT.
006120     MOVE WS-CUENTA-ACTIVAS TO CLC-CANTIDAD.
006130     MOVE "C" TO RSVC-FUNCION.
006140     CALL "reporte_svc" USING RSVC-AREA.
006150     DISPLAY "VISTA PREVIA EN " WS-DYN-REPORT-FILE.
006160     DISPLAY " PERSONAS QUE SE TRANSFERIRIAN: " CLC-CANTIDAD.
006170 2000-EXIT.
006180     EXIT.
006190
006200 2100-LEER-PERSONA.
006210     READ PERSONA-FILE NEXT RECORD
006220         AT END
006230             SET FIN-PERSONA TO TRUE
006240             GO TO 2100-EXIT
006250     END-READ.
006260     ADD 1 TO WS-CUENTA-LEIDOS.
006270     IF PERS-SUCURSAL NOT = CCTL-SUCURSAL-N
006280         GO TO 2100-EXIT
006290     END-IF.
006300     IF PERS-INACTIVO
006310         ADD 1 TO WS-CUENTA-INACTIVAS
006320         GO TO 2100-EXIT
006330     END-IF.
006340     ADD 1 TO WS-CUENTA-ACTIVAS.
006350     MOVE SPACES TO LCP-NOTA.
006360     PERFORM 5100-LINEA-PERSONA THRU 5100-EXIT.
006370 2100-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 3000-APLICAR-CIERRE - PRIMERO SUCREF (DESDE AHI LA SUCURSAL YA
006420*     NO ACEPTA ALTAS NI TRANSFERENCIAS), DESPUES LAS PERSONAS
006430******************************************************************
006440 3000-APLICAR-CIERRE.
006450     MOVE WS-CLAVE-HALLADA TO WS-CLAVE-CIERRE.
006460     PERFORM 3100-MARCAR-SUCREF THRU 3100-EXIT.
006470     IF NOT SUCURSAL-MARCADA
006480         MOVE 8 TO RETURN-CODE
006490         GO TO 3000-EXIT
006500     END-IF.
006510     OPEN I-O PERSONA-FILE.
006520     IF WS-PERSONA-STATUS NOT = "00"
006530         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
006540             WS-PERSONA-STATUS "). LA SUCURSAL YA QUEDO "
006550             "CERRADA: VUELVA A CORRER PARA TRANSFERIR."
006560         MOVE 8 TO RETURN-CODE
006570         GO TO 3000-EXIT
006580     END-IF.
006590     STRING "CIERSUC." WS-FECHA-HOY DELIMITED BY SIZE
006600         WS-SUFIJO-CICLO DELIMITED BY SPACE
006610         INTO WS-DYN-REPORT-FILE.
006620     MOVE "CIERRE DE SUCURSAL" TO RSVC-TITULO.
006630     MOVE "A" TO RSVC-FUNCION.
006640     PERFORM 5000-ENCABEZAR-REPORTE THRU 5000-EXIT.
006650     PERFORM 3200-TRANSFERIR-PERSONA THRU 3200-EXIT
006660         UNTIL FIN-PERSONA.
006670     CLOSE PERSONA-FILE.
006680     PERFORM 5200-TOTALES THRU 5200-EXIT.
006690     MOVE "TRANSFERIDAS......................." TO LTO-ETIQUETA.
006700     MOVE WS-CUENTA-TRANSFERIDAS TO LTO-VALOR.
006710     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
006720     CALL "reporte_svc" USING RSVC-AREA.
006730     MOVE "ERRORES DE REGRABACION............." TO LTO-ETIQUETA.
006740     MOVE WS-CUENTA-ERRORES TO LTO-VALOR.
006750     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
006760     CALL "reporte_svc" USING RSVC-AREA.
006770     MOVE "C" TO RSVC-FUNCION.
006780     CALL "reporte_svc" USING RSVC-AREA.
006790     MOVE WS-CUENTA-TRANSFERIDAS TO WS-AUDT-CANTIDAD.
006800     IF WS-CUENTA-ERRORES > ZERO
006810         MOVE SPACES TO WS-ELOG-MENSAJE
006820         STRING "CIERRE DE SUCURSAL " CCTL-SUCURSAL " CON "
006830             WS-CUENTA-ERRORES " ERRORES DE REGRABACION"
006840             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
006850         CALL "errorlog" USING WS-ELOG-PROGRAMA
006860                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
006870         MOVE 4 TO RETURN-CODE
006880     ELSE
006890         PERFORM 6100-MARCAR-EJECUTADO THRU 6100-EXIT
006900     END-IF.
006910     DISPLAY "SUCURSAL " CCTL-SUCURSAL " CERRADA: "
006920         WS-CUENTA-TRANSFERIDAS " PERSONAS TRANSFERIDAS A LA "
006930         CCTL-SUCESORA ". REPORTE " WS-DYN-REPORT-FILE.
006940 3000-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980* 3100-MARCAR-SUCREF - LA LINEA DE LA SUCURSAL PASA A CERRADA
006990*     CON SU FECHA Y SU SUCESORA, Y EL CAMBIO QUEDA EN SUCCAMB
007000*     (CON EL APROBADOR COMO OPERADOR). SI UNA CORRIDA ANTERIOR
007010*     YA LA MARCO, NO SE VUELVE A GRABAR.
007020******************************************************************
007030 3100-MARCAR-SUCREF.
007040     MOVE SPACES TO TABLA-SUCURSALES.
007050     MOVE "N" TO WS-EOF-SUCREF.
007060     OPEN INPUT SUCREF-FILE.
007070     IF WS-SUC-STATUS NOT = "00"
007080         DISPLAY "SUCREF NO DISPONIBLE (STATUS " WS-SUC-STATUS
007090             "). NO SE CIERRA."
007100         GO TO 3100-EXIT
007110     END-IF.
007120     PERFORM 3110-LEER-SUCREF THRU 3110-EXIT
007130         UNTIL FIN-SUCREF.
007140     CLOSE SUCREF-FILE.
007150     COMPUTE WS-IDX-SUC = CCTL-SUCURSAL-N + 1.
007160     MOVE SUCT-REGISTRO(WS-IDX-SUC) TO SUCREF-RECORD.
007170     IF SUC-CERRADA
007180         SET SUCURSAL-MARCADA TO TRUE
007190         GO TO 3100-EXIT
007200     END-IF.
007210     SET SUC-CERRADA TO TRUE.
007220     MOVE CCTL-FECHA-N TO SUC-FECHA-CIERRE.
007230     MOVE CCTL-SUCESORA-N TO SUC-SUCESORA.
007240     MOVE SUCREF-RECORD TO SUCT-REGISTRO(WS-IDX-SUC).
007250     OPEN OUTPUT SUCREF-FILE.
007260     PERFORM 3120-GRABAR-SUCREF THRU 3120-EXIT
007270         VARYING WS-IDX-SUC FROM 1 BY 1
007280             UNTIL WS-IDX-SUC > 100.
007290     CLOSE SUCREF-FILE.
007300     COMPUTE WS-IDX-SUC = CCTL-SUCURSAL-N + 1.
007310     OPEN EXTEND SUCCAMB-FILE.
007320     IF WS-CAMB-STATUS NOT = "00"
007330         OPEN OUTPUT SUCCAMB-FILE
007340     END-IF.
007350     MOVE SPACES TO SUCCAMB-RECORD.
007360     MOVE FUNCTION CURRENT-DATE(1:14) TO SCAM-MOMENTO.
007370     MOVE WS-APROBADOR-HALLADO TO SCAM-OPERADOR.
007380     MOVE "C" TO SCAM-ACCION.
007390     MOVE SUCT-REGISTRO(WS-IDX-SUC) TO SCAM-IMAGEN.
007400     WRITE SUCCAMB-RECORD.
007410     CLOSE SUCCAMB-FILE.
007420     SET SUCURSAL-MARCADA TO TRUE.
007430 3100-EXIT.
007440     EXIT.
007450
007460 3110-LEER-SUCREF.
007470     READ SUCREF-FILE
007480         AT END
007490             SET FIN-SUCREF TO TRUE
007500             GO TO 3110-EXIT
007510     END-READ.
007520     IF SUC-CODIGO IS NOT NUMERIC
007530         GO TO 3110-EXIT
007540     END-IF.
007550     COMPUTE WS-IDX-SUC = SUC-CODIGO + 1.
007560     MOVE SUCREF-RECORD TO SUCT-REGISTRO(WS-IDX-SUC).
007570 3110-EXIT.
007580     EXIT.
007590
007600 3120-GRABAR-SUCREF.
007610     IF SUCT-REGISTRO(WS-IDX-SUC) NOT = SPACES
007620         MOVE SUCT-REGISTRO(WS-IDX-SUC) TO SUCREF-RECORD
007630         WRITE SUCREF-RECORD
007640     END-IF.
007650 3120-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690* 3200-TRANSFERIR-PERSONA - CADA PERSONA ACTIVA DE LA SUCURSAL
007700*     CERRADA PASA A LA SUCESORA COMO UNA TRANSFERENCIA: JOURNAL
007710*     "T" Y LINEA EN TRANSREG
007720******************************************************************
007730 3200-TRANSFERIR-PERSONA.
007740     READ PERSONA-FILE NEXT RECORD
007750         AT END
007760             SET FIN-PERSONA TO TRUE
007770             GO TO 3200-EXIT
007780     END-READ.
007790     ADD 1 TO WS-CUENTA-LEIDOS.
007800     IF PERS-SUCURSAL NOT = CCTL-SUCURSAL-N
007810         GO TO 3200-EXIT
007820     END-IF.
007830     IF PERS-INACTIVO
007840         ADD 1 TO WS-CUENTA-INACTIVAS
007850         GO TO 3200-EXIT
007860     END-IF.
007870     ADD 1 TO WS-CUENTA-ACTIVAS.
007880     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
007890     MOVE CCTL-SUCESORA-N TO PERS-SUCURSAL.
007900     REWRITE PERSONA-RECORD
007910         INVALID KEY
007920             ADD 1 TO WS-CUENTA-ERRORES
007930             MOVE "ERROR AL REGRABAR, SIN CAMBIO" TO LCP-NOTA
007940         NOT INVALID KEY
007950             ADD 1 TO WS-CUENTA-TRANSFERIDAS
007960             MOVE SPACES TO LCP-NOTA
007970             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
007980             CALL "persona_journal" USING WS-JRNL-PROGRAMA
007990                     WS-JRNL-ACCION WS-IMAGEN-ANTES
008000                     WS-IMAGEN-DESPUES
008010             PERFORM 3300-REGISTRAR-TRANSFERENCIA
008020                 THRU 3300-EXIT
008030     END-REWRITE.
008040     PERFORM 5100-LINEA-PERSONA THRU 5100-EXIT.
008050 3200-EXIT.
008060     EXIT.
008070
008080 3300-REGISTRAR-TRANSFERENCIA.
008090     MOVE SPACES TO WS-DYN-TRANSREG.
008100     STRING "TRANSREG." WS-FECHA-HOY DELIMITED BY SIZE
008110         WS-SUFIJO-CICLO DELIMITED BY SPACE
008120         INTO WS-DYN-TRANSREG.
008130     OPEN EXTEND TRANSREG-FILE.
008140     IF WS-TRG-STATUS NOT = "00"
008150         OPEN OUTPUT TRANSREG-FILE
008160     END-IF.
008170     MOVE SPACES TO TRANSREG-RECORD.
008180     MOVE WS-FECHA-HOY TO TRG-FECHA.
008190     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
008200     MOVE WS-DNI-ENMASCARADO TO TRG-DNI-MASK.
008210     MOVE PERS-NOMBRE TO TRG-NOMBRE.
008220     MOVE CCTL-SUCURSAL-N TO TRG-ORIGEN.
008230     MOVE CCTL-SUCESORA-N TO TRG-DESTINO.
008240     WRITE TRANSREG-RECORD.
008250     CLOSE TRANSREG-FILE.
008260 3300-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300* 5000-ENCABEZAR-REPORTE - ABRE EL REPORTE Y TRANSCRIBE LAS DOS
008310*     SUCURSALES CON SU NOMBRE, LA FECHA, EL MOTIVO, QUIEN PIDIO
008320*     (Y APROBO) EL CIERRE Y LAS COLUMNAS
008330******************************************************************
008340 5000-ENCABEZAR-REPORTE.
008350     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
008360     CALL "reporte_svc" USING RSVC-AREA.
008370     MOVE "E" TO RSVC-FUNCION.
008380     MOVE SPACES TO RSVC-LINEA.
008390     STRING "SUCURSAL QUE CIERRA: " CCTL-SUCURSAL " "
008400         WS-NOMBRE-CIERRA DELIMITED BY SIZE INTO RSVC-LINEA.
008410     CALL "reporte_svc" USING RSVC-AREA.
008420     MOVE SPACES TO RSVC-LINEA.
008430     STRING "SUCURSAL SUCESORA:   " CCTL-SUCESORA " "
008440         WS-NOMBRE-SUCESORA DELIMITED BY SIZE INTO RSVC-LINEA.
008450     CALL "reporte_svc" USING RSVC-AREA.
008460     MOVE SPACES TO RSVC-LINEA.
008470     STRING "FECHA DE CIERRE:     " CCTL-FECHA "  MOTIVO: "
008480         CCTL-MOTIVO DELIMITED BY SIZE INTO RSVC-LINEA.
008490     CALL "reporte_svc" USING RSVC-AREA.
008500     MOVE SPACES TO RSVC-LINEA.
008510     IF MODO-APLICACION
008520         STRING "SOLICITUD " CLC-SOLICITUD " DE "
008530             WS-SOLICITANTE-HALLADO " APROBADA POR "
008540             WS-APROBADOR-HALLADO
008550             "  PERSONAS EN LA VISTA PREVIA: " CLC-CANTIDAD
008560             DELIMITED BY SIZE INTO RSVC-LINEA
008570     ELSE
008580         STRING "SOLICITUD " CLC-SOLICITUD " DE "
008590             WS-SOLICITANTE DELIMITED BY SIZE INTO RSVC-LINEA
008600     END-IF.
008610     CALL "reporte_svc" USING RSVC-AREA.
008620     MOVE SPACES TO RSVC-LINEA.
008630     CALL "reporte_svc" USING RSVC-AREA.
008640     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
008650     CALL "reporte_svc" USING RSVC-AREA.
008660 5000-EXIT.
008670     EXIT.
008680
008690 5100-LINEA-PERSONA.
008700     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
008710     MOVE WS-DNI-ENMASCARADO TO LCP-DNI.
008720     MOVE PERS-NOMBRE TO LCP-NOMBRE.
008730     MOVE CCTL-SUCURSAL-N TO LCP-ORIGEN.
008740     MOVE CCTL-SUCESORA-N TO LCP-DESTINO.
008750     MOVE WS-LINEA-PERSONA TO RSVC-LINEA.
008760     CALL "reporte_svc" USING RSVC-AREA.
008770 5100-EXIT.
008780     EXIT.
008790
008800 5200-TOTALES.
008810     MOVE SPACES TO RSVC-LINEA.
008820     CALL "reporte_svc" USING RSVC-AREA.
008830     MOVE "REGISTROS LEIDOS..................." TO LTO-ETIQUETA.
008840     MOVE WS-CUENTA-LEIDOS TO LTO-VALOR.
008850     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
008860     CALL "reporte_svc" USING RSVC-AREA.
008870     MOVE "ACTIVAS EN LA SUCURSAL............." TO LTO-ETIQUETA.
008880     MOVE WS-CUENTA-ACTIVAS TO LTO-VALOR.
008890     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
008900     CALL "reporte_svc" USING RSVC-AREA.
008910     MOVE "INACTIVAS, QUEDAN CON EL CODIGO...." TO LTO-ETIQUETA.
008920     MOVE WS-CUENTA-INACTIVAS TO LTO-VALOR.
008930     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
008940     CALL "reporte_svc" USING RSVC-AREA.
008950 5200-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990* 6000-REGISTRAR-PENDIENTE - DEJA EL CIERRE PENDIENTE EN
009000*     PENDAPRO. PEND-IMAGEN LLEVA LA TARJETA Y LA SOLICITUD.
009010******************************************************************
009020 6000-REGISTRAR-PENDIENTE.
009030     OPEN EXTEND PENDAPRO-FILE.
009040     IF WS-PEND-STATUS NOT = "00"
009050         OPEN OUTPUT PENDAPRO-FILE
009060     END-IF.
009070     MOVE SPACES TO PENDIENTE-RECORD.
009080     MOVE "P" TO PEND-ESTADO.
009090     MOVE "K" TO PEND-ACCION.
009100     MOVE WS-FECHA-HOY TO PEND-FECHA.
009110     MOVE WS-SOLICITANTE TO PEND-SOLICITANTE.
009120     MOVE ZEROS TO PEND-DNI.
009130     MOVE WS-CLAVE-CIERRE TO PEND-IMAGEN.
009140     WRITE PENDIENTE-RECORD.
009150     CLOSE PENDAPRO-FILE.
009160     DISPLAY "CIERRE REGISTRADO COMO PENDIENTE DE APROBACION.".
009170 6000-EXIT.
009180     EXIT.
009190
009200******************************************************************
009210* 6100-MARCAR-EJECUTADO - LA ENTRADA APROBADA PASA A "E". CON
009220*     ERRORES DE REGRABACION QUEDA APROBADA, ASI LA CORRIDA
009230*     SIGUIENTE TRANSFIERE A QUIEN QUEDO EN LA SUCURSAL CERRADA.
009240******************************************************************
009250 6100-MARCAR-EJECUTADO.
009260     MOVE "N" TO WS-EOF-PEND.
009270     OPEN INPUT PENDAPRO-FILE.
009280     IF WS-PEND-STATUS NOT = "00"
009290         GO TO 6100-EXIT
009300     END-IF.
009310     PERFORM 6110-CARGAR-PENDIENTE THRU 6110-EXIT
009320         UNTIL FIN-PENDIENTES.
009330     CLOSE PENDAPRO-FILE.
009340     IF PENDIENTES-DESBORDADOS
009350         DISPLAY "PENDAPRO TIENE MAS DE " WS-MAX-PENDIENTES
009360             " ENTRADAS: MARQUE LA SOLICITUD " CLC-SOLICITUD
009370             " COMO EJECUTADA AL DEPURARLO."
009380         GO TO 6100-EXIT
009390     END-IF.
009400     OPEN OUTPUT PENDAPRO-FILE.
009410     PERFORM 6120-GRABAR-PENDIENTE THRU 6120-EXIT
009420         VARYING WS-IDX-PEND FROM 1 BY 1
009430             UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES.
009440     CLOSE PENDAPRO-FILE.
009450 6100-EXIT.
009460     EXIT.
009470
009480 6110-CARGAR-PENDIENTE.
009490     READ PENDAPRO-FILE
009500         AT END
009510             SET FIN-PENDIENTES TO TRUE
009520             GO TO 6110-EXIT
009530     END-READ.
009540     IF WS-CANT-PENDIENTES >= WS-MAX-PENDIENTES
009550         SET PENDIENTES-DESBORDADOS TO TRUE
009560         GO TO 6110-EXIT
009570     END-IF.
009580     IF PEND-ACCION = "K" AND PEND-ESTADO = "A"
009590             AND PEND-IMAGEN = WS-CLAVE-CIERRE
009600         MOVE "E" TO PEND-ESTADO
009610     END-IF.
009620     ADD 1 TO WS-CANT-PENDIENTES.
009630     MOVE PENDIENTE-RECORD TO PENT-REGISTRO(WS-CANT-PENDIENTES).
009640 6110-EXIT.
009650     EXIT.
009660
009670 6120-GRABAR-PENDIENTE.
009680     MOVE PENT-REGISTRO(WS-IDX-PEND) TO PENDIENTE-RECORD.
009690     WRITE PENDIENTE-RECORD.
009700 6120-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740* 9000-TERMINAR - AUDITORIA Y CATALOGO DEL REPORTE
009750******************************************************************
009760 9000-TERMINAR.
009770     IF WS-DYN-REPORT-FILE = SPACES
009780         GO TO 9000-EXIT
009790     END-IF.
009800     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
009810     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
009820     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
009830     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
009840             WS-CATG-CANTIDAD.
009850 9000-EXIT.
009860     EXIT.
009870
009880 END PROGRAM SucursalCierre.
