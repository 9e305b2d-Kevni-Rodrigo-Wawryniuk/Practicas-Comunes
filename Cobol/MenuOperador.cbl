000780*                 (MISMA DEFINICION QUE LEE CICLO_DIARIO), ASI
000790*                 UN PASO AGREGADO POR OPERACIONES APARECE SIN
000800*                 RECOMPILAR EL MENU.
000810* 2026-10-15 RW   ANTES DE LAS ALERTAS SE REVISA EL REGISTRO DE
000820*                 TRABAJOS PERIODICOS (TRABAJOS_VENCIDOS): CADA
000830*                 TRABAJO VENCIDO QUEDA COMO ALERTA PENDIENTE Y
000840*                 SE CONFIRMA CON LAS DEMAS AL INGRESO.
000850* 2026-10-15 RW   EL INGRESO PIDE, ADEMAS DEL ID, LA CLAVE DEL
000860*                 OPERADOR, VERIFICADA POR EL SERVICIO CREDENCIAL
000870*                 (HASH EN CREDOPER, BLOQUEO TRAS N FALLOS CON
000880*                 ALERTA). UNA CLAVE PROVISORIA O VENCIDA SE
000890*                 CAMBIA ALLI MISMO ANTES DE ENTRAR. NUEVA OPCION
000900*                 9, CREDENCIAL_ADMIN: DESBLOQUEO Y RESETEO DE
000910*                 CUENTAS POR UN SUPERVISOR. LA ELECCION NO
000920*                 NUMERICA YA NO SE CONFUNDE CON UNA OPCION (ANTES
000930*                 VALIA 9).
000940* 2026-10-15 RW   OPERADORES LLEVA ESTADO: UN OPERADOR
000950*                 INHABILITADO POR INACTIVIDAD (I) O SUSPENDIDO
000960*                 POR NO RECERTIFICAR (S) NO PUEDE INGRESAR.
000970* 2026-10-15 RW   GUIA DE RECUPERACION: SI LA ULTIMA CORRIDA DEL
000980*                 CICLO (CICLOHIST) FALLO, AL INGRESAR Y AL
000990*                 VOLVER DE LANZAR EL CICLO SE MUESTRA LA
001000*                 ENTRADA DEL RUNBOOK PARA EL PASO Y SU RC
001010*                 (DIAGNOSTICO, ACCIONES PERMITIDAS, CONTACTO DE
001020*                 ESCALAMIENTO) Y SE OFRECEN SOLO ESAS ACCIONES:
001030*                 REANUDAR DESDE EL PASO, RECARGAR PERSONAF DEL
001040*                 PERSBKP, SALTEAR EL PASO CON APROBACION DE UN
001050*                 SUPERVISOR. CADA ELECCION QUEDA EN LANZALOG
001060*                 (REGISTRO 54 -> 88) CON LA ENTRADA USADA. EL
001070*                 CICLO SE CANCELA TRAS CADA LLAMADO, ASI UN
001080*                 SEGUNDO LANZAMIENTO EN LA SESION ARRANCA
001090*                 LIMPIO. EL REGISTRO DE LANZALOG SE BLANQUEA
001100*                 ANTES DE ARMARLO (LOS FILLER DEL FD QUEDABAN
001110*                 EN BAJOS VALORES Y LA GRABACION SE RECHAZABA).
001120* 2026-10-15 RW   LA OPCION 4 LANZA EL CICLO NOCTURNO O EL
001130*                 MICROCICLO INTRADIA (CICLO_INTRADIA) DE CAMBIOS
001140*                 URGENTES. CICLOHIST GANA LA CORRIDA (REGISTRO
001150*                 222 -> 227); LA GUIA DE RECUPERACION SOLO MIRA
001160*                 LAS CORRIDAS DEL CICLO NOCTURNO.
001170* 2026-10-15 RW   ADDED OPTION R, REENVIO_EXTRACTO: EL REENVIO
001180*                 DE UN EXTRACTO CSV DE UN DIA PASADO A PEDIDO
001190*                 DEL DOWNSTREAM. LO HABILITA EL PERMISO DE LANZAR
001200*                 UN PASO (5) Y QUEDA EN LANZALOG COMO PASO 00.
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. menu_operador.
001240
001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-ALR-STATUS.
001310
001320     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-OPE-STATUS.
001350
001360     SELECT SESION-FILE ASSIGN TO "SESION"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-SES-STATUS.
001390
001400     SELECT LANZALOG-FILE ASSIGN TO "LANZALOG"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-LNZ-STATUS.
001430
001440     SELECT PASOSCTL-FILE ASSIGN TO "PASOSCTL"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-PSC-STATUS.
001470
001480     SELECT HIST-FILE ASSIGN TO "CICLOHIST"
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-HIST-STATUS.
001510
001520     SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS WS-RBK-STATUS.
001550
001560     SELECT CHECK-FILE ASSIGN TO "CHECKCICLO"
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS WS-CHECK-STATUS.
001590
001600     SELECT BKPGEN-FILE ASSIGN TO "BKPGEN"
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-GEN-STATUS.
001630
001640     SELECT BKPCTL-FILE ASSIGN TO "BKPCTL"
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS WS-BKC-STATUS.
001670
001680     SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZA"
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS WS-AUT-STATUS.
001710
001720 DATA DIVISION.
001730 FILE SECTION.
001740 FD  ALERTAS-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 104 CHARACTERS.
001770 01  ALERTAS-RECORD.
001780     05  ALR-ESTADO                  PIC X(01).
001790     05  FILLER                      PIC X(01).
001800     05  ALR-TIMESTAMP               PIC X(21).
001810     05  FILLER                      PIC X(01).
001820     05  ALR-PROGRAMA                PIC X(20).
001830     05  FILLER                      PIC X(01).
001840     05  ALR-MENSAJE                 PIC X(59).
001850
001860 FD  OPERADORES-FILE
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 51 CHARACTERS.
001890 01  OPERADORES-RECORD.
001900     05  OPE-ID                  PIC X(08).
001910     05  FILLER                  PIC X(01).
001920     05  OPE-NOMBRE              PIC X(20).
001930     05  FILLER                  PIC X(01).
001940     05  OPE-PERMISOS            PIC X(10).
001950     05  FILLER                  PIC X(01).
001960     05  OPE-ESTADO              PIC X(01).
001970         88  OPE-INHABILITADO    VALUE "I" "S".
001980     05  FILLER                  PIC X(01).
001990     05  OPE-FECHA-ESTADO        PIC 9(08).
002000
002010 FD  SESION-FILE
002020     LABEL RECORDS ARE STANDARD
002030     RECORD CONTAINS 08 CHARACTERS.
002040 01  SESION-RECORD.
002050     05  SES-OPERADOR            PIC X(08).
002060
002070 FD  LANZALOG-FILE
002080     LABEL RECORDS ARE STANDARD
002090     RECORD CONTAINS 88 CHARACTERS.
002100 01  LANZALOG-RECORD.
002110     05  LNZ-TIMESTAMP           PIC X(21).
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  LNZ-OPERADOR            PIC X(08).
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  LNZ-PASO                PIC 9(02).
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  LNZ-PROGRAMA            PIC X(20).
002180*    SOLO EN LAS ELECCIONES DE LA GUIA DE RECUPERACION
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  LNZ-ACCION              PIC X(01).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  LNZ-RUNBOOK             PIC X(22).
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  LNZ-SUPERVISOR          PIC X(08).
002250
002260 FD  PASOSCTL-FILE
002270     LABEL RECORDS ARE STANDARD
002280     RECORD CONTAINS 59 CHARACTERS.
002290 01  PASOSCTL-RECORD.
002300     05  PCTL-ORDEN              PIC 9(02).
002310     05  FILLER                  PIC X(01).
002320     05  PCTL-ACTIVO             PIC X(01).
002330     05  FILLER                  PIC X(01).
002340     05  PCTL-EN-HABIL           PIC X(01).
002350     05  PCTL-EN-CIERRE          PIC X(01).
002360     05  FILLER                  PIC X(01).
002370     05  PCTL-PROGRAMA           PIC X(20).
002380     05  FILLER                  PIC X(01).
002390     05  PCTL-DESCRIPCION        PIC X(30).
002400
002410 FD  HIST-FILE
002420     LABEL RECORDS ARE STANDARD
002430     RECORD CONTAINS 227 CHARACTERS.
002440 01  HIST-RECORD.
002450     05  HIST-FECHA              PIC 9(08).
002460     05  FILLER                  PIC X(01).
002470     05  HIST-INICIO             PIC X(14).
002480     05  FILLER                  PIC X(01).
002490     05  HIST-FIN                PIC X(14).
002500     05  FILLER                  PIC X(01).
002510     05  HIST-RESULTADO          PIC X(13).
002520     05  FILLER                  PIC X(01).
002530     05  HIST-RC-PASOS           PIC X(48).
002540     05  FILLER                  PIC X(01).
002550     05  HIST-SEG-PASOS          PIC X(120).
002560     05  FILLER                  PIC X(01).
002570     05  HIST-CORRIDA            PIC X(04).
002580
002590 FD  RUNBOOK-FILE
002600     LABEL RECORDS ARE STANDARD
002610     RECORD CONTAINS 179 CHARACTERS.
002620 01  RUNBOOK-RECORD.
002630     05  RBK-PROGRAMA            PIC X(20).
002640     05  FILLER                  PIC X(01).
002650     05  RBK-RC                  PIC X(02).
002660     05  FILLER                  PIC X(01).
002670     05  RBK-ACCIONES            PIC X(03).
002680     05  FILLER                  PIC X(01).
002690     05  RBK-CONTACTO            PIC X(30).
002700     05  FILLER                  PIC X(01).
002710     05  RBK-DIAGNOSTICO         PIC X(120).
002720
002730 FD  CHECK-FILE
002740     LABEL RECORDS ARE STANDARD
002750     RECORD CONTAINS 02 CHARACTERS.
002760 01  CHECK-RECORD.
002770     05  CHK-ULTIMO-PASO-OK      PIC 9(02).
002780
002790 FD  BKPGEN-FILE
002800     LABEL RECORDS ARE STANDARD
002810     RECORD CONTAINS 39 CHARACTERS.
002820 01  BKPGEN-RECORD.
002830     05  GEN-FECHA               PIC 9(08).
002840     05  FILLER                  PIC X(01).
002850     05  GEN-ARCHIVO             PIC X(21).
002860     05  FILLER                  PIC X(01).
002870     05  GEN-CANTIDAD            PIC 9(07).
002880
002890 FD  BKPCTL-FILE
002900     LABEL RECORDS ARE STANDARD
002910     RECORD CONTAINS 09 CHARACTERS.
002920 01  BKPCTL-RECORD.
002930     05  BKC-TIPO                PIC X(01).
002940     05  BKC-FECHA               PIC 9(08).
002950
002960 FD  AUTORIZA-FILE
002970     LABEL RECORDS ARE STANDARD
002980     RECORD CONTAINS 08 CHARACTERS.
002990 01  AUTORIZA-RECORD.
003000     05  AUT-ID                  PIC X(08).
003010
003020 WORKING-STORAGE SECTION.
003030*----------------------------------------------------------------
003040*    TABLA DE OPCIONES DEL MENU, EN EL ORDEN EN QUE SE MUESTRAN
003050*----------------------------------------------------------------
003060 01  WS-TABLA-OPCIONES-LITERAL.
003070     05  FILLER PIC X(50) VALUE
003080         "ingresa_un_valor    INGRESAR UN VALOR VALIDADO".
003090     05  FILLER PIC X(50) VALUE
003100         "uso_del_if          CAMBIOS DE NOMBRE POR NIVEL".
003110     05  FILLER PIC X(50) VALUE
003120         "dni_descubrir       CONSULTA DE DNI COMPLETO".
003130     05  FILLER PIC X(50) VALUE
003140         "ciclo_diario        LANZAR CICLO NOCTURNO/INTRADIA".
003150     05  FILLER PIC X(50) VALUE
003160         "(paso suelto)       LANZAR UN PASO DEL CICLO".
003170     05  FILLER PIC X(50) VALUE
003180         "PersonaAprob        APROBACIONES DE PERSONA".
003190     05  FILLER PIC X(50) VALUE
003200         "entrega_turno       REPORTE DE ENTREGA DE TURNO".
003210     05  FILLER PIC X(50) VALUE
003220         "reten_legal         RETENCIONES LEGALES".
003230     05  FILLER PIC X(50) VALUE
003240         "credencial_admin    CREDENCIALES (SUPERVISOR)".
003250
003260 01  TABLA-OPCIONES REDEFINES WS-TABLA-OPCIONES-LITERAL.
003270     05  OPCION-ENTRADA OCCURS 9 TIMES.
003280         10  OPCION-PROGRAMA         PIC X(20).
003290         10  OPCION-DESCRIPCION      PIC X(30).
003300
003310 01  WS-CANT-OPCIONES            PIC 9(01) VALUE 9.
003320 01  WS-IDX-OPCION               PIC 9(02) COMP.
003330 01  WS-NUMERO-OPCION            PIC 9(01).
003340 01  WS-OPCION-ELEGIDA           PIC 9(02).
003350     88  OPCION-REENVIO          VALUE 10.
003360 01  WS-OPCION-ALFA              PIC X(01).
003370 01  WS-SW-SALIR                 PIC X(01) VALUE "N".
003380     88  SALIR-MENU              VALUE "S".
003390
003400*----------------------------------------------------------------
003410*    ALERTAS DE SEVERIDAD ALTA PENDIENTES DE CONFIRMAR
003420*----------------------------------------------------------------
003430 01  WS-ALR-STATUS               PIC X(02).
003440 01  WS-EOF-ALERTAS              PIC X(01) VALUE "N".
003450     88  FIN-ALERTAS             VALUE "S".
003460 01  WS-MAX-ALERTAS              PIC 9(03) VALUE 200.
003470 01  WS-CANT-ALERTAS             PIC 9(03) VALUE ZERO.
003480 01  WS-SW-ALERTAS-DEMAS         PIC X(01) VALUE "N".
003490     88  ALERTAS-DESBORDADAS     VALUE "S".
003500 01  WS-CANT-PENDIENTES          PIC 9(03) VALUE ZERO.
003510 01  TABLA-ALERTAS.
003520     05  ALR-ENTRADA OCCURS 200 TIMES.
003530         10  ALR-T-ESTADO        PIC X(01).
003540         10  ALR-T-TIMESTAMP     PIC X(21).
003550         10  ALR-T-PROGRAMA      PIC X(20).
003560         10  ALR-T-MENSAJE       PIC X(59).
003570 01  WS-IDX-ALERTA               PIC 9(03) COMP.
003580 01  WS-CONFIRMACION             PIC X(01).
003590
003600*----------------------------------------------------------------
003610*    INGRESO DEL OPERADOR Y PERMISOS POR OPCION
003620*----------------------------------------------------------------
003630 01  WS-OPE-STATUS               PIC X(02).
003640 01  WS-SES-STATUS               PIC X(02).
003650 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
003660     88  FIN-OPERADORES          VALUE "S".
003670 01  WS-ID-INGRESADO             PIC X(08).
003680 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE "OPERADOR".
003690 01  WS-NOMBRE-OPERADOR          PIC X(20) VALUE SPACES.
003700 01  WS-PERMISOS-ACTUALES        PIC X(10) VALUE ALL "S".
003710 01  WS-PERMISOS-TABLA REDEFINES WS-PERMISOS-ACTUALES.
003720     05  WS-PERMISO OCCURS 10 TIMES PIC X(01).
003730 01  WS-SW-IDENTIFICADO          PIC X(01) VALUE "N".
003740     88  OPERADOR-IDENTIFICADO   VALUE "S".
003750 01  WS-SW-INHABILITADO          PIC X(01) VALUE "N".
003760     88  OPERADOR-INHABILITADO   VALUE "S".
003770 01  WS-INTENTOS-INGRESO         PIC 9(01) VALUE ZERO.
003780 01  WS-NOMBRE-SESION            PIC X(20) VALUE "SESION".
003790 01  WS-RC-BORRADO               PIC S9(09) COMP-5.
003800
003810*----------------------------------------------------------------
003820*    CLAVE DEL OPERADOR (VER CREDENCIAL.CBL). LA CLAVE TIPEADA
003830*    SOLO VIAJA AL SERVICIO Y SE BORRA DE MEMORIA AL VOLVER.
003840*----------------------------------------------------------------
003850 01  CRED-AREA.
003860     05  CRED-FUNCION            PIC X(01).
003870     05  CRED-OPERADOR           PIC X(08).
003880     05  CRED-CLAVE              PIC X(20).
003890     05  CRED-CLAVE-NUEVA        PIC X(20).
003900     05  CRED-SUPERVISOR         PIC X(08).
003910     05  CRED-RESULTADO          PIC X(01).
003920     05  CRED-MENSAJE            PIC X(40).
003930 01  WS-CLAVE-NUEVA              PIC X(20).
003940 01  WS-CLAVE-REPETIDA           PIC X(20).
003950
003960*----------------------------------------------------------------
003970*    MODO ENTRENAMIENTO: TODO ARCHIVO SIN RUTA SE REDIRIGE AL
003980*    DIRECTORIO DE PRACTICA (COB_FILE_PATH), ASI NADA DE LO QUE
003990*    TECLEA UN APRENDIZ PUEDE TOCAR EL MAESTRO REAL
004000*----------------------------------------------------------------
004010 01  WS-MODO-ELEGIDO             PIC X(01) VALUE "P".
004020 01  WS-SW-ENTRENO               PIC X(01) VALUE "N".
004030     88  MODO-ENTRENAMIENTO      VALUE "S".
004040 01  WS-DIR-ENTRENO              PIC X(10) VALUE "ENTRENO".
004050 01  WS-CONFIRMA-SEMILLA         PIC X(01).
004060
004070*----------------------------------------------------------------
004080*    LANZAMIENTO DEL CICLO / DE UN PASO SUELTO
004090*----------------------------------------------------------------
004100 01  WS-LNZ-STATUS               PIC X(02).
004110 01  WS-FECHA-NEGOCIO            PIC X(08).
004120 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
004130 01  WS-CONFIRMA-LANZA           PIC X(01).
004140 01  WS-TIPO-CICLO               PIC X(01).
004150     88  TIPO-NOCTURNO           VALUE "N" "n".
004160     88  TIPO-INTRADIA           VALUE "I" "i".
004170 01  WS-PASO-ELEGIDO             PIC 9(02).
004180 01  WS-IDX-PASO                 PIC 9(02) COMP.
004190
004200*    TABLA DE PASOS - VER COBOL/COPY/PASOS.CPY
004210 COPY PASOS.
004220 01  WS-PSC-STATUS               PIC X(02).
004230 01  WS-EOF-PSC                  PIC X(01) VALUE "N".
004240     88  FIN-PASOSCTL            VALUE "S".
004250 01  WS-CANT-PSC                 PIC 9(02) VALUE ZERO.
004260
004270*----------------------------------------------------------------
004280*    TRABAJOS PERIODICOS VENCIDOS (VER TRABVENCIDO.CBL)
004290*----------------------------------------------------------------
004300 01  TVEN-AREA.
004310     05  TVEN-FUNCION            PIC X(01).
004320     05  TVEN-CANT-REGISTRADOS   PIC 9(03).
004330     05  TVEN-CANT-VENCIDOS      PIC 9(03).
004340     05  TVEN-VENCIDO OCCURS 50 TIMES.
004350         10  TVEN-PROGRAMA       PIC X(20).
004360         10  TVEN-REGLA          PIC X(01).
004370         10  TVEN-VALOR          PIC 9(04).
004380         10  TVEN-DEBIA          PIC 9(08).
004390         10  TVEN-ULTIMA         PIC 9(08).
004400
004410*----------------------------------------------------------------
004420*    GUIA DE RECUPERACION TRAS UN CICLO FALLIDO: LA ULTIMA
004430*    CORRIDA DE CICLOHIST, LA ENTRADA DEL RUNBOOK QUE LE
004440*    CORRESPONDE (PROGRAMA DEL PASO + RC, O EL PROGRAMA CON RC
004450*    "**", O LA ENTRADA "*" POR DEFECTO) Y LA ELECCION
004460*----------------------------------------------------------------
004470 01  WS-HIST-STATUS              PIC X(02).
004480 01  WS-RBK-STATUS               PIC X(02).
004490 01  WS-CHECK-STATUS             PIC X(02).
004500 01  WS-GEN-STATUS               PIC X(02).
004510 01  WS-BKC-STATUS               PIC X(02).
004520 01  WS-AUT-STATUS               PIC X(02).
004530 01  WS-EOF-HIST                 PIC X(01) VALUE "N".
004540     88  FIN-HISTORIA            VALUE "S".
004550 01  WS-EOF-RBK                  PIC X(01) VALUE "N".
004560     88  FIN-RUNBOOK             VALUE "S".
004570 01  WS-EOF-GEN                  PIC X(01) VALUE "N".
004580     88  FIN-BKPGEN              VALUE "S".
004590 01  WS-EOF-AUT                  PIC X(01) VALUE "N".
004600     88  FIN-AUTORIZA            VALUE "S".
004610 01  WS-SW-FALLIDA               PIC X(01) VALUE "N".
004620     88  CORRIDA-FALLIDA         VALUE "S".
004630 01  WS-SW-GUIA                  PIC X(01) VALUE "N".
004640     88  FIN-GUIA                VALUE "S".
004650 01  WS-ULT-FECHA                PIC 9(08).
004660 01  WS-ULT-RESULTADO            PIC X(13).
004670 01  WS-ULT-RC-PASOS             PIC X(48).
004680 01  WS-ULT-RC-TABLA REDEFINES WS-ULT-RC-PASOS.
004690     05  WS-ULT-RC-PASO OCCURS 24 TIMES PIC 9(02).
004700 01  WS-RB-PASO                  PIC 9(02).
004710 01  WS-RB-RC                    PIC 9(02).
004720 01  WS-RB-RC-ALFA REDEFINES WS-RB-RC PIC X(02).
004730 01  WS-RB-PROGRAMA              PIC X(20).
004740 01  WS-RB-NIVEL                 PIC 9(01).
004750 01  WS-RB-CLAVE.
004760     05  WS-RB-CLAVE-PROGRAMA    PIC X(20).
004770     05  WS-RB-CLAVE-RC          PIC X(02).
004780 01  WS-RB-ACCIONES              PIC X(03).
004790 01  WS-RB-CONTACTO              PIC X(30).
004800 01  WS-RB-DIAGNOSTICO           PIC X(120).
004810 01  WS-RB-DIAG-LINEAS REDEFINES WS-RB-DIAGNOSTICO.
004820     05  WS-RB-DIAG-LINEA OCCURS 2 TIMES PIC X(60).
004830 01  WS-RB-ELECCION              PIC X(01).
004840 01  WS-RB-LETRA                 PIC X(01).
004850 01  WS-CUENTA-LETRA             PIC 9(02) COMP.
004860 01  WS-RB-SUPERVISOR            PIC X(08).
004870 01  WS-SW-SUPERVISOR            PIC X(01) VALUE "N".
004880     88  SUPERVISOR-APROBO       VALUE "S".
004890 01  WS-RB-FECHA-BKP             PIC 9(08).
004900 01  WS-IDX-UNLOAD               PIC 9(02).
004910 01  WS-RB-RC-ACCION             PIC 9(04).
004920 01  WS-NOMBRE-BKPCTL            PIC X(20) VALUE "BKPCTL".
004930 01  WS-LNZ-PROGRAMA             PIC X(20) VALUE SPACES.
004940 01  WS-LNZ-ACCION               PIC X(01) VALUE SPACE.
004950 01  WS-LNZ-RUNBOOK              PIC X(22) VALUE SPACES.
004960 01  WS-LNZ-SUPERVISOR           PIC X(08) VALUE SPACES.
004970
004980 PROCEDURE DIVISION.
004990
005000******************************************************************
005010* 0000-MAINLINE
005020******************************************************************
005030 0000-MAINLINE.
005040     PERFORM 1600-CARGAR-PASOSCTL THRU 1600-EXIT.
005050     PERFORM 1800-REVISAR-PERIODICOS THRU 1800-EXIT.
005060     PERFORM 1000-ATENDER-ALERTAS THRU 1000-EXIT.
005070     PERFORM 1500-INGRESO-OPERADOR THRU 1500-EXIT.
005080     IF NOT OPERADOR-IDENTIFICADO
005090         DISPLAY "INGRESO RECHAZADO. FIN DEL MENU."
005100         STOP RUN
005110     END-IF.
005120     PERFORM 1700-ELEGIR-MODO THRU 1700-EXIT.
005130     PERFORM 6000-GUIA-RECUPERO THRU 6000-EXIT.
005140     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
005150         UNTIL SALIR-MENU.
005160     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-SESION
005170         RETURNING WS-RC-BORRADO.
005180     DISPLAY "FIN DEL MENU DEL OPERADOR.".
005190     STOP RUN.
005200
005210******************************************************************
005220* 1000-ATENDER-ALERTAS - MUESTRA LAS ALERTAS DE SEVERIDAD ALTA
005230*     PENDIENTES Y EXIGE QUE EL OPERADOR LAS CONFIRME ANTES DE
005240*     VER EL MENU; CONFIRMADAS, QUEDAN MARCADAS COMO VISTAS
005250******************************************************************
005260 1000-ATENDER-ALERTAS.
005270     OPEN INPUT ALERTAS-FILE.
005280     IF WS-ALR-STATUS NOT = "00"
005290         GO TO 1000-EXIT
005300     END-IF.
005310     PERFORM 1100-LEER-ALERTA THRU 1100-EXIT
005320         UNTIL FIN-ALERTAS.
005330     CLOSE ALERTAS-FILE.
005340     IF WS-CANT-PENDIENTES = ZERO
005350         GO TO 1000-EXIT
005360     END-IF.
005370     DISPLAY "==========================================".
005380     DISPLAY " ALERTAS PENDIENTES DE SEVERIDAD ALTA".
005390     DISPLAY "==========================================".
005400     PERFORM 1200-MOSTRAR-ALERTA THRU 1200-EXIT
005410         VARYING WS-IDX-ALERTA FROM 1 BY 1
005420             UNTIL WS-IDX-ALERTA > WS-CANT-ALERTAS.
005430     MOVE SPACE TO WS-CONFIRMACION.
005440     PERFORM 1300-PEDIR-CONFIRMACION THRU 1300-EXIT
005450         UNTIL WS-CONFIRMACION = "V".
005460     PERFORM 1400-MARCAR-VISTAS THRU 1400-EXIT.
005470 1000-EXIT.
005480     EXIT.
005490
005500 1100-LEER-ALERTA.
005510     READ ALERTAS-FILE
005520         AT END
005530             SET FIN-ALERTAS TO TRUE
005540         NOT AT END
005550             IF WS-CANT-ALERTAS < WS-MAX-ALERTAS
005560                 ADD 1 TO WS-CANT-ALERTAS
005570                 MOVE ALR-ESTADO TO
005580                     ALR-T-ESTADO(WS-CANT-ALERTAS)
005590                 MOVE ALR-TIMESTAMP TO
005600                     ALR-T-TIMESTAMP(WS-CANT-ALERTAS)
005610                 MOVE ALR-PROGRAMA TO
005620                     ALR-T-PROGRAMA(WS-CANT-ALERTAS)
005630                 MOVE ALR-MENSAJE TO
005640                     ALR-T-MENSAJE(WS-CANT-ALERTAS)
005650                 IF ALR-ESTADO = "P"
005660                     ADD 1 TO WS-CANT-PENDIENTES
005670                 END-IF
005680             ELSE
005690                 SET ALERTAS-DESBORDADAS TO TRUE
005700             END-IF
005710     END-READ.
005720 1100-EXIT.
005730     EXIT.
005740
005750 1200-MOSTRAR-ALERTA.
005760     IF ALR-T-ESTADO(WS-IDX-ALERTA) = "P"
005770         DISPLAY " " ALR-T-TIMESTAMP(WS-IDX-ALERTA) " "
005780             ALR-T-PROGRAMA(WS-IDX-ALERTA)
005790         DISPLAY "   " ALR-T-MENSAJE(WS-IDX-ALERTA)
005800     END-IF.
005810 1200-EXIT.
005820     EXIT.
005830
005840 1300-PEDIR-CONFIRMACION.
005850     DISPLAY "ESCRIBA V PARA CONFIRMAR LAS ALERTAS: ".
005860     ACCEPT WS-CONFIRMACION.
005870     IF WS-CONFIRMACION = "v"
005880         MOVE "V" TO WS-CONFIRMACION
005890     END-IF.
005900 1300-EXIT.
005910     EXIT.
005920
005930 1400-MARCAR-VISTAS.
005940     IF ALERTAS-DESBORDADAS
005950*        HAY MAS ALERTAS QUE LUGARES EN LA TABLA: REGRABAR DESDE
005960*        ELLA BORRARIA LAS NO MOSTRADAS. SE DEJA EL ARCHIVO
005970*        INTACTO (LAS VISTAS VUELVEN A SALIR) Y SE AVISA.
005980         DISPLAY "HAY MAS DE " WS-MAX-ALERTAS " ALERTAS: NO SE "
005990             "CONFIRMAN. DEPURE EL ARCHIVO ALERTAS."
006000         GO TO 1400-EXIT
006010     END-IF.
006020     OPEN OUTPUT ALERTAS-FILE.
006030     PERFORM 1410-GRABAR-ALERTA THRU 1410-EXIT
006040         VARYING WS-IDX-ALERTA FROM 1 BY 1
006050             UNTIL WS-IDX-ALERTA > WS-CANT-ALERTAS.
006060     CLOSE ALERTAS-FILE.
006070     DISPLAY "ALERTAS CONFIRMADAS.".
006080 1400-EXIT.
006090     EXIT.
006100
006110 1410-GRABAR-ALERTA.
006120     MOVE SPACES TO ALERTAS-RECORD.
006130     MOVE "V" TO ALR-ESTADO.
006140     MOVE ALR-T-TIMESTAMP(WS-IDX-ALERTA) TO ALR-TIMESTAMP.
006150     MOVE ALR-T-PROGRAMA(WS-IDX-ALERTA) TO ALR-PROGRAMA.
006160     MOVE ALR-T-MENSAJE(WS-IDX-ALERTA) TO ALR-MENSAJE.
006170     WRITE ALERTAS-RECORD.
006180 1410-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 1500-INGRESO-OPERADOR - IDENTIFICA AL OPERADOR CONTRA EL
006230*     ARCHIVO OPERADORES Y DEJA SU ID EN LA SESION. SIN ARCHIVO
006240*     OPERADORES, MODO LEGADO: TODO PERMITIDO.
006250******************************************************************
006260 1500-INGRESO-OPERADOR.
006270     OPEN INPUT OPERADORES-FILE.
006280     IF WS-OPE-STATUS NOT = "00"
006290         SET OPERADOR-IDENTIFICADO TO TRUE
006300         GO TO 1500-EXIT
006310     END-IF.
006320     CLOSE OPERADORES-FILE.
006330     PERFORM 1510-PEDIR-ID THRU 1510-EXIT
006340         UNTIL OPERADOR-IDENTIFICADO
006350             OR WS-INTENTOS-INGRESO >= 3.
006360     IF OPERADOR-IDENTIFICADO
006370         OPEN OUTPUT SESION-FILE
006380         MOVE WS-OPERADOR-ACTUAL TO SES-OPERADOR
006390         WRITE SESION-RECORD
006400         CLOSE SESION-FILE
006410         DISPLAY "BIENVENIDO/A " WS-NOMBRE-OPERADOR
006420     END-IF.
006430 1500-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470* 1600-CARGAR-PASOSCTL - MISMO ARCHIVO DE CONTROL QUE LEE EL
006480*     DRIVER: SI EXISTE, LA LISTA DE PASOS QUE OFRECE EL MENU ES
006490*     LA DEFINIDA POR OPERACIONES, NO LA COMPILADA
006500******************************************************************
006510 1600-CARGAR-PASOSCTL.
006520     OPEN INPUT PASOSCTL-FILE.
006530     IF WS-PSC-STATUS NOT = "00"
006540         GO TO 1600-EXIT
006550     END-IF.
006560     MOVE ZERO TO WS-CANT-PSC.
006570     MOVE "N" TO WS-EOF-PSC.
006580     PERFORM 1610-LEER-PASOCTL THRU 1610-EXIT
006590         UNTIL FIN-PASOSCTL.
006600     CLOSE PASOSCTL-FILE.
006610     IF WS-CANT-PSC > ZERO
006620         MOVE WS-CANT-PSC TO WS-CANT-PASOS
006630     END-IF.
006640 1600-EXIT.
006650     EXIT.
006660
006670 1610-LEER-PASOCTL.
006680     READ PASOSCTL-FILE
006690         AT END
006700             SET FIN-PASOSCTL TO TRUE
006710         NOT AT END
006720             IF PCTL-ORDEN IS NUMERIC
006730                     AND PCTL-PROGRAMA NOT = SPACES
006740                     AND WS-CANT-PSC < WS-MAX-PASOS
006750                 ADD 1 TO WS-CANT-PSC
006760                 MOVE PCTL-PROGRAMA TO
006770                     PASO-PROGRAMA(WS-CANT-PSC)
006780                 MOVE PCTL-DESCRIPCION TO
006790                     PASO-DESCRIPCION(WS-CANT-PSC)
006800             END-IF
006810     END-READ.
006820 1610-EXIT.
006830     EXIT.
006840
006850 1510-PEDIR-ID.
006860     ADD 1 TO WS-INTENTOS-INGRESO.
006870     DISPLAY "ID DE OPERADOR: ".
006880     ACCEPT WS-ID-INGRESADO.
006890     MOVE "N" TO WS-EOF-OPER.
006900     MOVE "N" TO WS-SW-INHABILITADO.
006910     OPEN INPUT OPERADORES-FILE.
006920     PERFORM 1520-BUSCAR-OPERADOR THRU 1520-EXIT
006930         UNTIL FIN-OPERADORES.
006940     CLOSE OPERADORES-FILE.
006950     IF OPERADOR-INHABILITADO
006960         GO TO 1510-EXIT
006970     END-IF.
006980     IF NOT OPERADOR-IDENTIFICADO
006990         DISPLAY "OPERADOR NO REGISTRADO."
007000         GO TO 1510-EXIT
007010     END-IF.
007020     PERFORM 1530-VERIFICAR-CLAVE THRU 1530-EXIT.
007030 1510-EXIT.
007040     EXIT.
007050
007060 1520-BUSCAR-OPERADOR.
007070     READ OPERADORES-FILE
007080         AT END
007090             SET FIN-OPERADORES TO TRUE
007100         NOT AT END
007110             IF OPE-ID = WS-ID-INGRESADO
007120                     AND OPE-INHABILITADO
007130                 PERFORM 1525-AVISAR-INHABILITADO THRU 1525-EXIT
007140             END-IF
007150             IF OPE-ID = WS-ID-INGRESADO
007160                     AND NOT OPE-INHABILITADO
007170                 SET OPERADOR-IDENTIFICADO TO TRUE
007180                 MOVE OPE-ID TO WS-OPERADOR-ACTUAL
007190                 MOVE OPE-NOMBRE TO WS-NOMBRE-OPERADOR
007200                 MOVE OPE-PERMISOS TO WS-PERMISOS-ACTUALES
007210                 SET FIN-OPERADORES TO TRUE
007220             END-IF
007230     END-READ.
007240 1520-EXIT.
007250     EXIT.
007260
007270 1525-AVISAR-INHABILITADO.
007280     SET OPERADOR-INHABILITADO TO TRUE.
007290     SET FIN-OPERADORES TO TRUE.
007300     IF OPE-ESTADO = "I"
007310         DISPLAY "OPERADOR INHABILITADO POR INACTIVIDAD."
007320     ELSE
007330         DISPLAY "OPERADOR SUSPENDIDO: NO FUE RECERTIFICADO."
007340     END-IF.
007350     DISPLAY "SOLICITE LA REHABILITACION A SU SUPERVISOR.".
007360 1525-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400* 1530-VERIFICAR-CLAVE - EL ID SOLO NO ALCANZA: LA CLAVE DEBE
007410*     COINCIDIR. UNA CUENTA BLOQUEADA CORTA LOS REINTENTOS; UNA
007420*     CLAVE PROVISORIA O VENCIDA SE CAMBIA ANTES DE ENTRAR. SIN
007430*     REGISTRO CREDOPER (MODO LEGADO) ALCANZA EL ID, CON AVISO.
007440******************************************************************
007450 1530-VERIFICAR-CLAVE.
007460     MOVE SPACES TO CRED-AREA.
007470     MOVE "V" TO CRED-FUNCION.
007480     MOVE WS-OPERADOR-ACTUAL TO CRED-OPERADOR.
007490     MOVE WS-OPERADOR-ACTUAL TO CRED-SUPERVISOR.
007500     DISPLAY "CLAVE: ".
007510     ACCEPT CRED-CLAVE.
007520     CALL "credencial" USING CRED-AREA.
007530     EVALUATE CRED-RESULTADO
007540         WHEN "0"
007550             CONTINUE
007560         WHEN "L"
007570             DISPLAY CRED-MENSAJE
007580         WHEN "3"
007590             DISPLAY CRED-MENSAJE
007600             PERFORM 1540-CAMBIAR-CLAVE THRU 1540-EXIT
007610         WHEN "2"
007620             DISPLAY CRED-MENSAJE
007630             MOVE "N" TO WS-SW-IDENTIFICADO
007640             MOVE 3 TO WS-INTENTOS-INGRESO
007650         WHEN OTHER
007660             DISPLAY CRED-MENSAJE
007670             MOVE "N" TO WS-SW-IDENTIFICADO
007680     END-EVALUATE.
007690     MOVE SPACES TO CRED-CLAVE.
007700     MOVE SPACES TO CRED-CLAVE-NUEVA.
007710     MOVE SPACES TO WS-CLAVE-NUEVA.
007720     MOVE SPACES TO WS-CLAVE-REPETIDA.
007730 1530-EXIT.
007740     EXIT.
007750
007760 1540-CAMBIAR-CLAVE.
007770     DISPLAY "CLAVE NUEVA: ".
007780     ACCEPT WS-CLAVE-NUEVA.
007790     DISPLAY "REPITA LA CLAVE NUEVA: ".
007800     ACCEPT WS-CLAVE-REPETIDA.
007810     IF WS-CLAVE-NUEVA NOT = WS-CLAVE-REPETIDA
007820         DISPLAY "LAS CLAVES NO COINCIDEN. NO SE CAMBIA."
007830         MOVE "N" TO WS-SW-IDENTIFICADO
007840         GO TO 1540-EXIT
007850     END-IF.
007860     MOVE "C" TO CRED-FUNCION.
007870     MOVE WS-CLAVE-NUEVA TO CRED-CLAVE-NUEVA.
007880     CALL "credencial" USING CRED-AREA.
007890     DISPLAY CRED-MENSAJE.
007900     IF CRED-RESULTADO NOT = "0"
007910         MOVE "N" TO WS-SW-IDENTIFICADO
007920     END-IF.
007930 1540-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* 1700-ELEGIR-MODO - PRODUCCION O ENTRENAMIENTO. EN MODO
007980*     ENTRENAMIENTO TODO ARCHIVO SIN RUTA SE REDIRIGE AL
007990*     DIRECTORIO ENTRENO VIA COB_FILE_PATH (LOS PROGRAMAS
008000*     LANZADOS DESDE EL MENU HEREDAN LA REDIRECCION), SE DEJA LA
008010*     MARCA MODO_ENTRENO PARA QUE REPORTE_SVC BANNEREE CADA
008020*     REPORTE, Y SE OFRECE SEMBRAR EL JUEGO DE PRUEBA CON
008030*     GEN_TESTBED - EL APRENDIZ PRACTICA SOBRE UNA COPIA,
008040*     NUNCA SOBRE EL MAESTRO REAL.
008050******************************************************************
008060 1700-ELEGIR-MODO.
008070     DISPLAY "MODO (P = PRODUCCION, E = ENTRENAMIENTO): ".
008080     ACCEPT WS-MODO-ELEGIDO.
008090     IF WS-MODO-ELEGIDO NOT = "E" AND WS-MODO-ELEGIDO NOT = "e"
008100         GO TO 1700-EXIT
008110     END-IF.
008120     SET MODO-ENTRENAMIENTO TO TRUE.
008130     CALL "CBL_CREATE_DIR" USING WS-DIR-ENTRENO
008140         RETURNING WS-RC-BORRADO.
008150     SET ENVIRONMENT "COB_FILE_PATH" TO "ENTRENO".
008160     SET ENVIRONMENT "MODO_ENTRENO" TO "S".
008170     DISPLAY "******************************************".
008180     DISPLAY "***          ENTRENAMIENTO             ***".
008190     DISPLAY "*** NADA DE ESTA SESION TOCA EL REAL   ***".
008200     DISPLAY "******************************************".
008210     DISPLAY "SEMBRAR EL JUEGO DE PRUEBA (S/N)? ".
008220     ACCEPT WS-CONFIRMA-SEMILLA.
008230     IF WS-CONFIRMA-SEMILLA = "S"
008240             OR WS-CONFIRMA-SEMILLA = "s"
008250         CALL "gen_testbed"
008260     END-IF.
008270*    LA SESION DEL MENU TAMBIEN QUEDA EN EL AREA DE PRACTICA,
008280*    ASI QUE SE REESCRIBE ALLI PARA LAS BITACORAS
008290     OPEN OUTPUT SESION-FILE.
008300     MOVE WS-OPERADOR-ACTUAL TO SES-OPERADOR.
008310     WRITE SESION-RECORD.
008320     CLOSE SESION-FILE.
008330 1700-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370* 1800-REVISAR-PERIODICOS - LOS TRABAJOS PERIODICOS QUE NO
008380*     CORRIERON A TIEMPO ENTRAN A LA COLA DE ALERTAS, ASI SALEN
008390*     EN LA CONFIRMACION DEL INGRESO
008400******************************************************************
008410 1800-REVISAR-PERIODICOS.
008420     MOVE "A" TO TVEN-FUNCION.
008430     CALL "trabajos_vencidos" USING TVEN-AREA.
008440     IF TVEN-CANT-VENCIDOS > ZERO
008450         DISPLAY "TRABAJOS PERIODICOS VENCIDOS: "
008460             TVEN-CANT-VENCIDOS
008470     END-IF.
008480 1800-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 2000-PROCESAR-MENU - MUESTRA LAS OPCIONES, LEE LA ELECCION DEL
008530*     OPERADOR Y DESPACHA AL PROGRAMA CORRESPONDIENTE
008540******************************************************************
008550 2000-PROCESAR-MENU.
008560     PERFORM 2100-MOSTRAR-MENU THRU 2100-EXIT.
008570     PERFORM 2200-LEER-ELECCION THRU 2200-EXIT.
008580     PERFORM 2300-DESPACHAR THRU 2300-EXIT.
008590 2000-EXIT.
008600     EXIT.
008610
008620 2100-MOSTRAR-MENU.
008630     DISPLAY " ".
008640     IF MODO-ENTRENAMIENTO
008650         DISPLAY "*** ENTRENAMIENTO - COPIA DE PRACTICA ***"
008660     END-IF.
008670     DISPLAY "==========================================".
008680     DISPLAY " MENU DEL OPERADOR".
008690     DISPLAY "==========================================".
008700     PERFORM 2110-MOSTRAR-UNA-OPCION THRU 2110-EXIT
008710         VARYING WS-IDX-OPCION FROM 1 BY 1
008720             UNTIL WS-IDX-OPCION > WS-CANT-OPCIONES.
008730     IF WS-PERMISO(5) = "S"
008740         DISPLAY " R - REENVIO DE UN EXTRACTO CSV"
008750     END-IF.
008760     DISPLAY " 0 - SALIR".
008770     DISPLAY "==========================================".
008780 2100-EXIT.
008790     EXIT.
008800
008810 2110-MOSTRAR-UNA-OPCION.
008820     IF WS-PERMISO(WS-IDX-OPCION) NOT = "S"
008830         GO TO 2110-EXIT
008840     END-IF.
008850     MOVE WS-IDX-OPCION TO WS-NUMERO-OPCION.
008860     DISPLAY " " WS-NUMERO-OPCION " - "
008870         OPCION-DESCRIPCION(WS-IDX-OPCION).
008880 2110-EXIT.
008890     EXIT.
008900
008910 2200-LEER-ELECCION.
008920     DISPLAY "SELECCIONE UNA OPCION: ".
008930     ACCEPT WS-OPCION-ALFA.
008940     IF WS-OPCION-ALFA IS NUMERIC
008950         MOVE WS-OPCION-ALFA TO WS-OPCION-ELEGIDA
008960     ELSE
008970         IF WS-OPCION-ALFA = "R" OR WS-OPCION-ALFA = "r"
008980             SET OPCION-REENVIO TO TRUE
008990         ELSE
009000             MOVE 99 TO WS-OPCION-ELEGIDA
009010         END-IF
009020     END-IF.
009030 2200-EXIT.
009040     EXIT.
009050
009060 2300-DESPACHAR.
009070     IF WS-OPCION-ELEGIDA >= 1
009080             AND WS-OPCION-ELEGIDA <= WS-CANT-OPCIONES
009090             AND WS-PERMISO(WS-OPCION-ELEGIDA) NOT = "S"
009100         DISPLAY "OPCION NO AUTORIZADA PARA SU USUARIO."
009110         GO TO 2300-EXIT
009120     END-IF.
009130     EVALUATE WS-OPCION-ELEGIDA
009140         WHEN 0
009150             SET SALIR-MENU TO TRUE
009160         WHEN 1 THRU 3
009170             CALL OPCION-PROGRAMA(WS-OPCION-ELEGIDA)
009180         WHEN 4
009190             PERFORM 3000-LANZAR-CICLO THRU 3000-EXIT
009200         WHEN 5
009210             PERFORM 4000-LANZAR-PASO THRU 4000-EXIT
009220         WHEN 6 THRU 9
009230             CALL OPCION-PROGRAMA(WS-OPCION-ELEGIDA)
009240         WHEN 10
009250             PERFORM 7000-REENVIAR-EXTRACTO THRU 7000-EXIT
009260         WHEN OTHER
009270             DISPLAY "OPCION INVALIDA, INTENTE DE NUEVO."
009280     END-EVALUATE.
009290 2300-EXIT.
009300     EXIT.
009310
009320******************************************************************
009330* 3000-LANZAR-CICLO - CONFIRMA LA FECHA DE NEGOCIO, REGISTRA EL
009340*     LANZAMIENTO Y CORRE EL CICLO COMPLETO
009350******************************************************************
009360 3000-LANZAR-CICLO.
009370     DISPLAY "CICLO NOCTURNO (N) O MICROCICLO INTRADIA DE "
009380         "CAMBIOS URGENTES (I)? ".
009390     ACCEPT WS-TIPO-CICLO.
009400     IF TIPO-INTRADIA
009410         PERFORM 3100-LANZAR-INTRADIA THRU 3100-EXIT
009420         GO TO 3000-EXIT
009430     END-IF.
009440     IF NOT TIPO-NOCTURNO
009450         DISPLAY "LANZAMIENTO CANCELADO."
009460         GO TO 3000-EXIT
009470     END-IF.
009480     CALL "fecha_negocio" USING WS-FECHA-NEGOCIO
009490             WS-SUFIJO-CICLO.
009500     DISPLAY "SE VA A PROCESAR LA FECHA DE NEGOCIO "
009510         WS-FECHA-NEGOCIO WS-SUFIJO-CICLO ". CONFIRMA (S/N)? ".
009520     ACCEPT WS-CONFIRMA-LANZA.
009530     IF WS-CONFIRMA-LANZA NOT = "S" AND WS-CONFIRMA-LANZA NOT =
009540             "s"
009550         DISPLAY "LANZAMIENTO CANCELADO."
009560         GO TO 3000-EXIT
009570     END-IF.
009580     MOVE ZERO TO WS-PASO-ELEGIDO.
009590     MOVE "ciclo_diario" TO WS-LNZ-PROGRAMA.
009600     PERFORM 5000-REGISTRAR-LANZAMIENTO THRU 5000-EXIT.
009610     MOVE ZERO TO RETURN-CODE.
009620     CALL "ciclo_diario".
009630     DISPLAY "EL CICLO TERMINO CON RETURN-CODE " RETURN-CODE.
009640     CANCEL "ciclo_diario".
009650     MOVE ZERO TO RETURN-CODE.
009660     PERFORM 6000-GUIA-RECUPERO THRU 6000-EXIT.
009670 3000-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710* 3100-LANZAR-INTRADIA - EL MICROCICLO DE CAMBIOS URGENTES
009720*     (DECK PERSURG) FUERA DE LA VENTANA NOCTURNA; LAS NEGATIVAS
009730*     A ARRANCAR LAS EXPLICA EL PROPIO CICLO_INTRADIA
009740******************************************************************
009750 3100-LANZAR-INTRADIA.
009760     CALL "fecha_negocio" USING WS-FECHA-NEGOCIO
009770             WS-SUFIJO-CICLO.
009780     DISPLAY "SE VAN A APLICAR LOS CAMBIOS URGENTES DE PERSURG "
009790         "CON FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
009800         ". CONFIRMA (S/N)? ".
009810     ACCEPT WS-CONFIRMA-LANZA.
009820     IF WS-CONFIRMA-LANZA NOT = "S" AND WS-CONFIRMA-LANZA NOT =
009830             "s"
009840         DISPLAY "LANZAMIENTO CANCELADO."
009850         GO TO 3100-EXIT
009860     END-IF.
009870     MOVE ZERO TO WS-PASO-ELEGIDO.
009880     MOVE "ciclo_intradia" TO WS-LNZ-PROGRAMA.
009890     PERFORM 5000-REGISTRAR-LANZAMIENTO THRU 5000-EXIT.
009900     MOVE ZERO TO RETURN-CODE.
009910     CALL "ciclo_intradia".
009920     DISPLAY "EL MICROCICLO TERMINO CON RETURN-CODE " RETURN-CODE.
009930     CANCEL "ciclo_intradia".
009940     MOVE ZERO TO RETURN-CODE.
009950 3100-EXIT.
009960     EXIT.
009970
009980******************************************************************
009990* 4000-LANZAR-PASO - MUESTRA LA TABLA DE PASOS, CONFIRMA Y CORRE
010000*     EL PASO ELEGIDO
010010******************************************************************
010020 4000-LANZAR-PASO.
010030     PERFORM 4100-MOSTRAR-PASO THRU 4100-EXIT
010040         VARYING WS-IDX-PASO FROM 1 BY 1
010050             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
010060     DISPLAY "NUMERO DE PASO A LANZAR (0 VUELVE): ".
010070     ACCEPT WS-PASO-ELEGIDO.
010080     IF WS-PASO-ELEGIDO = ZERO
010090             OR WS-PASO-ELEGIDO > WS-CANT-PASOS
010100         GO TO 4000-EXIT
010110     END-IF.
010120     CALL "fecha_negocio" USING WS-FECHA-NEGOCIO
010130             WS-SUFIJO-CICLO.
010140     DISPLAY "SE VA A PROCESAR LA FECHA DE NEGOCIO "
010150         WS-FECHA-NEGOCIO WS-SUFIJO-CICLO ". CONFIRMA (S/N)? ".
010160     ACCEPT WS-CONFIRMA-LANZA.
010170     IF WS-CONFIRMA-LANZA NOT = "S" AND WS-CONFIRMA-LANZA NOT =
010180             "s"
010190         DISPLAY "LANZAMIENTO CANCELADO."
010200         GO TO 4000-EXIT
010210     END-IF.
010220     MOVE PASO-PROGRAMA(WS-PASO-ELEGIDO) TO WS-LNZ-PROGRAMA.
010230     PERFORM 5000-REGISTRAR-LANZAMIENTO THRU 5000-EXIT.
010240     MOVE ZERO TO RETURN-CODE.
010250     CALL PASO-PROGRAMA(WS-PASO-ELEGIDO).
010260     DISPLAY "EL PASO TERMINO CON RETURN-CODE " RETURN-CODE.
010270     MOVE ZERO TO RETURN-CODE.
010280 4000-EXIT.
010290     EXIT.
010300
010310 4100-MOSTRAR-PASO.
010320     DISPLAY " " WS-IDX-PASO " - "
010330         PASO-PROGRAMA(WS-IDX-PASO) " "
010340         PASO-DESCRIPCION(WS-IDX-PASO).
010350 4100-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390* 5000-REGISTRAR-LANZAMIENTO - DEJA CONSTANCIA DE QUIEN LANZO
010400*     QUE (Y CUANDO) EN EL ARCHIVO LANZALOG
010410******************************************************************
010420 5000-REGISTRAR-LANZAMIENTO.
010430     OPEN EXTEND LANZALOG-FILE.
010440     IF WS-LNZ-STATUS NOT = "00"
010450         OPEN OUTPUT LANZALOG-FILE
010460     END-IF.
010470     MOVE SPACES TO LANZALOG-RECORD.
010480     MOVE FUNCTION CURRENT-DATE TO LNZ-TIMESTAMP.
010490     MOVE WS-OPERADOR-ACTUAL TO LNZ-OPERADOR.
010500     MOVE WS-PASO-ELEGIDO TO LNZ-PASO.
010510     MOVE WS-LNZ-PROGRAMA TO LNZ-PROGRAMA.
010520     MOVE WS-LNZ-ACCION TO LNZ-ACCION.
010530     MOVE WS-LNZ-RUNBOOK TO LNZ-RUNBOOK.
010540     MOVE WS-LNZ-SUPERVISOR TO LNZ-SUPERVISOR.
010550     WRITE LANZALOG-RECORD.
010560     CLOSE LANZALOG-FILE.
010570 5000-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 6000-GUIA-RECUPERO - SI LA ULTIMA CORRIDA DEL CICLO FALLO,
010620*     MUESTRA LA ENTRADA DEL RUNBOOK PARA EL PASO Y SU RC Y
010630*     OFRECE SOLO LAS ACCIONES QUE ESA ENTRADA PERMITE. SE REPITE
010640*     MIENTRAS LA ULTIMA CORRIDA SIGA FALLIDA Y EL OPERADOR NO
010650*     ELIJA ESCALAR (N).
010660******************************************************************
010670 6000-GUIA-RECUPERO.
010680     MOVE "N" TO WS-SW-GUIA.
010690     PERFORM 6100-ATENDER-FALLA THRU 6100-EXIT
010700         UNTIL FIN-GUIA.
010710 6000-EXIT.
010720     EXIT.
010730
010740 6100-ATENDER-FALLA.
010750     PERFORM 6200-LEER-ULTIMA-CORRIDA THRU 6200-EXIT.
010760     IF NOT CORRIDA-FALLIDA
010770         SET FIN-GUIA TO TRUE
010780         GO TO 6100-EXIT
010790     END-IF.
010800     IF WS-ULT-RESULTADO(12:2) IS NOT NUMERIC
010810         SET FIN-GUIA TO TRUE
010820         GO TO 6100-EXIT
010830     END-IF.
010840     MOVE WS-ULT-RESULTADO(12:2) TO WS-RB-PASO.
010850     IF WS-RB-PASO = ZERO OR WS-RB-PASO > WS-CANT-PASOS
010860         SET FIN-GUIA TO TRUE
010870         GO TO 6100-EXIT
010880     END-IF.
010890     MOVE WS-ULT-RC-PASO(WS-RB-PASO) TO WS-RB-RC.
010900     MOVE PASO-PROGRAMA(WS-RB-PASO) TO WS-RB-PROGRAMA.
010910     PERFORM 6300-BUSCAR-RUNBOOK THRU 6300-EXIT.
010920     PERFORM 6400-MOSTRAR-ENTRADA THRU 6400-EXIT.
010930     IF WS-PERMISO(4) NOT = "S"
010940         DISPLAY "SU USUARIO NO LANZA EL CICLO: ESCALE AL "
010950             "CONTACTO INDICADO."
010960         SET FIN-GUIA TO TRUE
010970         GO TO 6100-EXIT
010980     END-IF.
010990     PERFORM 6500-LEER-ACCION THRU 6500-EXIT.
011000     EVALUATE WS-RB-ELECCION
011010         WHEN "R"
011020             PERFORM 6600-REANUDAR THRU 6600-EXIT
011030         WHEN "C"
011040             PERFORM 6700-RECARGAR THRU 6700-EXIT
011050         WHEN "S"
011060             PERFORM 6800-SALTEAR THRU 6800-EXIT
011070         WHEN "N"
011080             MOVE "N" TO WS-LNZ-ACCION
011090             MOVE WS-RB-PROGRAMA TO WS-LNZ-PROGRAMA
011100             PERFORM 6900-REGISTRAR-ACCION THRU 6900-EXIT
011110             DISPLAY "SIN ACCION: ESCALE A " WS-RB-CONTACTO
011120             SET FIN-GUIA TO TRUE
011130         WHEN OTHER
011140             DISPLAY "ACCION NO PERMITIDA POR EL RUNBOOK."
011150     END-EVALUATE.
011160 6100-EXIT.
011170     EXIT.
011180
011190******************************************************************
011200* 6200-LEER-ULTIMA-CORRIDA - EL ULTIMO REGISTRO DE CICLOHIST ES
011210*     LA ULTIMA CORRIDA; SOLO UN "FALLO PASO NN" ABRE LA GUIA
011220*     (UN CICLO NO OPERABLE O DEMORADO NO TIENE PASO FALLIDO)
011230******************************************************************
011240 6200-LEER-ULTIMA-CORRIDA.
011250     MOVE "N" TO WS-SW-FALLIDA.
011260     MOVE "N" TO WS-EOF-HIST.
011270     MOVE SPACES TO WS-ULT-RESULTADO.
011280     OPEN INPUT HIST-FILE.
011290     IF WS-HIST-STATUS NOT = "00"
011300         GO TO 6200-EXIT
011310     END-IF.
011320     PERFORM 6210-LEER-HISTORIA THRU 6210-EXIT
011330         UNTIL FIN-HISTORIA.
011340     CLOSE HIST-FILE.
011350     IF WS-ULT-RESULTADO(1:11) = "FALLO PASO "
011360         SET CORRIDA-FALLIDA TO TRUE
011370     END-IF.
011380 6200-EXIT.
011390     EXIT.
011400
011410 6210-LEER-HISTORIA.
011420     READ HIST-FILE
011430         AT END
011440             SET FIN-HISTORIA TO TRUE
011450         NOT AT END
011460             IF HIST-CORRIDA(1:2) NOT = ".I"
011470                 MOVE HIST-FECHA TO WS-ULT-FECHA
011480                 MOVE HIST-RESULTADO TO WS-ULT-RESULTADO
011490                 MOVE HIST-RC-PASOS TO WS-ULT-RC-PASOS
011500             END-IF
011510     END-READ.
011520 6210-EXIT.
011530     EXIT.
011540
011550******************************************************************
011560* 6300-BUSCAR-RUNBOOK - LA ENTRADA SE BUSCA POR EL PROGRAMA DEL
011570*     PASO (LOS NUMEROS DE PASO CAMBIAN CON PASOSCTL) Y EL RC:
011580*     PRIMERO PROGRAMA Y RC EXACTOS, LUEGO EL PROGRAMA CON RC
011590*     "**", Y POR ULTIMO LA ENTRADA "*" "**" POR DEFECTO. A
011600*     IGUAL NIVEL VALE LA PRIMERA DEL ARCHIVO.
011610******************************************************************
011620 6300-BUSCAR-RUNBOOK.
011630     MOVE ZERO TO WS-RB-NIVEL.
011640     MOVE "SIN ENTRADA" TO WS-RB-CLAVE-PROGRAMA.
011650     MOVE SPACES TO WS-RB-CLAVE-RC.
011660     MOVE SPACES TO WS-RB-ACCIONES.
011670     MOVE "SUPERVISOR DE TURNO" TO WS-RB-CONTACTO.
011680     MOVE "NO HAY ENTRADA EN EL RUNBOOK PARA ESTE PASO Y RC."
011690         TO WS-RB-DIAGNOSTICO.
011700     MOVE "N" TO WS-EOF-RBK.
011710     OPEN INPUT RUNBOOK-FILE.
011720     IF WS-RBK-STATUS NOT = "00"
011730         GO TO 6300-EXIT
011740     END-IF.
011750     PERFORM 6310-LEER-RUNBOOK THRU 6310-EXIT
011760         UNTIL FIN-RUNBOOK.
011770     CLOSE RUNBOOK-FILE.
011780     INSPECT WS-RB-ACCIONES CONVERTING "rcs" TO "RCS".
011790 6300-EXIT.
011800     EXIT.
011810
011820 6310-LEER-RUNBOOK.
011830     READ RUNBOOK-FILE
011840         AT END
011850             SET FIN-RUNBOOK TO TRUE
011860             GO TO 6310-EXIT
011870     END-READ.
011880     IF RBK-PROGRAMA = WS-RB-PROGRAMA
011890             AND RBK-RC = WS-RB-RC-ALFA
011900             AND WS-RB-NIVEL < 3
011910         MOVE 3 TO WS-RB-NIVEL
011920         PERFORM 6320-TOMAR-ENTRADA THRU 6320-EXIT
011930         GO TO 6310-EXIT
011940     END-IF.
011950     IF RBK-PROGRAMA = WS-RB-PROGRAMA
011960             AND RBK-RC = "**"
011970             AND WS-RB-NIVEL < 2
011980         MOVE 2 TO WS-RB-NIVEL
011990         PERFORM 6320-TOMAR-ENTRADA THRU 6320-EXIT
012000         GO TO 6310-EXIT
012010     END-IF.
012020     IF RBK-PROGRAMA = "*"
012030             AND RBK-RC = "**"
012040             AND WS-RB-NIVEL < 1
012050         MOVE 1 TO WS-RB-NIVEL
012060         PERFORM 6320-TOMAR-ENTRADA THRU 6320-EXIT
012070     END-IF.
012080 6310-EXIT.
012090     EXIT.
012100
012110 6320-TOMAR-ENTRADA.
012120     MOVE RBK-PROGRAMA TO WS-RB-CLAVE-PROGRAMA.
012130     MOVE RBK-RC TO WS-RB-CLAVE-RC.
012140     MOVE RBK-ACCIONES TO WS-RB-ACCIONES.
012150     MOVE RBK-CONTACTO TO WS-RB-CONTACTO.
012160     MOVE RBK-DIAGNOSTICO TO WS-RB-DIAGNOSTICO.
012170 6320-EXIT.
012180     EXIT.
012190
012200******************************************************************
012210* 6400-MOSTRAR-ENTRADA - DIAGNOSTICO, CONTACTO Y LAS ACCIONES QUE
012220*     LA ENTRADA PERMITE (R REANUDAR, C RECARGAR, S SALTEAR)
012230******************************************************************
012240 6400-MOSTRAR-ENTRADA.
012250     DISPLAY " ".
012260     DISPLAY "==========================================".
012270     DISPLAY " LA ULTIMA CORRIDA DEL CICLO FALLO (FECHA "
012280         WS-ULT-FECHA ")".
012290     DISPLAY "==========================================".
012300     DISPLAY " PASO " WS-RB-PASO " " WS-RB-PROGRAMA " RC "
012310         WS-RB-RC.
012320     DISPLAY " RUNBOOK: " WS-RB-CLAVE-PROGRAMA " "
012330         WS-RB-CLAVE-RC.
012340     DISPLAY " " WS-RB-DIAG-LINEA(1).
012350     IF WS-RB-DIAG-LINEA(2) NOT = SPACES
012360         DISPLAY " " WS-RB-DIAG-LINEA(2)
012370     END-IF.
012380     DISPLAY " ESCALAR A: " WS-RB-CONTACTO.
012390     DISPLAY "------------------------------------------".
012400 6400-EXIT.
012410     EXIT.
012420
012430 6410-CONTAR-LETRA.
012440     MOVE ZERO TO WS-CUENTA-LETRA.
012450     IF WS-RB-LETRA NOT = SPACE
012460         INSPECT WS-RB-ACCIONES TALLYING WS-CUENTA-LETRA
012470             FOR ALL WS-RB-LETRA
012480     END-IF.
012490 6410-EXIT.
012500     EXIT.
012510
012520******************************************************************
012530* 6500-LEER-ACCION - SOLO SE OFRECEN LAS ACCIONES DE LA ENTRADA;
012540*     ESCALAR (N) SIEMPRE ESTA. OTRA LETRA NO SE ACEPTA.
012550******************************************************************
012560 6500-LEER-ACCION.
012570     MOVE "R" TO WS-RB-LETRA.
012580     PERFORM 6410-CONTAR-LETRA THRU 6410-EXIT.
012590     IF WS-CUENTA-LETRA > ZERO
012600         DISPLAY " R - REANUDAR EL CICLO DESDE EL PASO "
012610             WS-RB-PASO
012620     END-IF.
012630     MOVE "C" TO WS-RB-LETRA.
012640     PERFORM 6410-CONTAR-LETRA THRU 6410-EXIT.
012650     IF WS-CUENTA-LETRA > ZERO
012660         DISPLAY " C - RECARGAR PERSONAF DESDE EL PERSBKP"
012670     END-IF.
012680     MOVE "S" TO WS-RB-LETRA.
012690     PERFORM 6410-CONTAR-LETRA THRU 6410-EXIT.
012700     IF WS-CUENTA-LETRA > ZERO
012710         DISPLAY " S - SALTEAR EL PASO (APRUEBA UN SUPERVISOR)"
012720     END-IF.
012730     DISPLAY " N - NINGUNA (ESCALAR AL CONTACTO)".
012740     DISPLAY "ACCION: ".
012750     ACCEPT WS-RB-ELECCION.
012760     INSPECT WS-RB-ELECCION CONVERTING "rcsn" TO "RCSN".
012770     IF WS-RB-ELECCION = "N"
012780         GO TO 6500-EXIT
012790     END-IF.
012800     MOVE WS-RB-ELECCION TO WS-RB-LETRA.
012810     PERFORM 6410-CONTAR-LETRA THRU 6410-EXIT.
012820     IF WS-CUENTA-LETRA = ZERO
012830         MOVE "?" TO WS-RB-ELECCION
012840     END-IF.
012850 6500-EXIT.
012860     EXIT.
012870
012880******************************************************************
012890* 6600-REANUDAR - EL CHECKPOINT DE LA CORRIDA FALLIDA QUEDO EN EL
012900*     PASO ANTERIOR AL FALLIDO: EL CICLO REANUDA DESDE ESTE
012910******************************************************************
012920 6600-REANUDAR.
012930     MOVE "R" TO WS-LNZ-ACCION.
012940     MOVE "ciclo_diario" TO WS-LNZ-PROGRAMA.
012950     PERFORM 6900-REGISTRAR-ACCION THRU 6900-EXIT.
012960     PERFORM 6950-CORRER-CICLO THRU 6950-EXIT.
012970 6600-EXIT.
012980     EXIT.
012990
013000******************************************************************
013010* 6700-RECARGAR - RECARGA PERSONAF DE LA GENERACION DE PERSBKP
013020*     MAS RECIENTE NO POSTERIOR A LA FECHA DE NEGOCIO. SI LA
013030*     RECARGA CUADRA, EL CHECKPOINT SE REBOBINA: AL PASO
013040*     PERSONA_UNLOAD SI LA GENERACION ES DE HOY (LO QUE HIZO EL
013050*     CICLO DESPUES DE ESE PASO SE VUELVE A HACER), O A CERO SI
013060*     ES DE UN DIA ANTERIOR (EL CICLO SE REHACE COMPLETO).
013070******************************************************************
013080 6700-RECARGAR.
013090     CALL "fecha_negocio" USING WS-FECHA-NEGOCIO
013100             WS-SUFIJO-CICLO.
013110     MOVE ZERO TO WS-RB-FECHA-BKP.
013120     MOVE "N" TO WS-EOF-GEN.
013130     OPEN INPUT BKPGEN-FILE.
013140     IF WS-GEN-STATUS = "00"
013150         PERFORM 6710-LEER-GENERACION THRU 6710-EXIT
013160             UNTIL FIN-BKPGEN
013170         CLOSE BKPGEN-FILE
013180     END-IF.
013190     IF WS-RB-FECHA-BKP = ZERO
013200         DISPLAY "NO HAY GENERACION DE PERSBKP PARA RECARGAR."
013210         GO TO 6700-EXIT
013220     END-IF.
013230     DISPLAY "SE RECARGA PERSONAF DESDE PERSBKP."
013240         WS-RB-FECHA-BKP ". CONFIRMA (S/N)? ".
013250     ACCEPT WS-CONFIRMA-LANZA.
013260     IF WS-CONFIRMA-LANZA NOT = "S" AND WS-CONFIRMA-LANZA NOT =
013270             "s"
013280         DISPLAY "RECARGA CANCELADA."
013290         GO TO 6700-EXIT
013300     END-IF.
013310     OPEN OUTPUT BKPCTL-FILE.
013320     MOVE "P" TO BKC-TIPO.
013330     MOVE WS-RB-FECHA-BKP TO BKC-FECHA.
013340     WRITE BKPCTL-RECORD.
013350     CLOSE BKPCTL-FILE.
013360     MOVE "C" TO WS-LNZ-ACCION.
013370     MOVE "persona_reload" TO WS-LNZ-PROGRAMA.
013380     PERFORM 6900-REGISTRAR-ACCION THRU 6900-EXIT.
013390     MOVE ZERO TO RETURN-CODE.
013400     CALL "persona_reload".
013410     MOVE RETURN-CODE TO WS-RB-RC-ACCION.
013420     CANCEL "persona_reload".
013430     MOVE ZERO TO RETURN-CODE.
013440     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BKPCTL
013450         RETURNING WS-RC-BORRADO.
013460     DISPLAY "LA RECARGA TERMINO CON RETURN-CODE "
013470         WS-RB-RC-ACCION.
013480     IF WS-RB-RC-ACCION NOT = ZERO
013490         DISPLAY "LA RECARGA NO CUADRO: ESCALE A "
013500             WS-RB-CONTACTO
013510         GO TO 6700-EXIT
013520     END-IF.
013530     MOVE ZERO TO WS-IDX-UNLOAD.
013540     PERFORM 6720-BUSCAR-UNLOAD THRU 6720-EXIT
013550         VARYING WS-IDX-PASO FROM 1 BY 1
013560             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
013570     OPEN OUTPUT CHECK-FILE.
013580     IF WS-RB-FECHA-BKP = WS-FECHA-NEGOCIO
013590             AND WS-IDX-UNLOAD > ZERO
013600             AND WS-IDX-UNLOAD < WS-RB-PASO
013610         MOVE WS-IDX-UNLOAD TO CHK-ULTIMO-PASO-OK
013620     ELSE
013630         MOVE ZERO TO CHK-ULTIMO-PASO-OK
013640     END-IF.
013650     WRITE CHECK-RECORD.
013660     CLOSE CHECK-FILE.
013670     COMPUTE WS-IDX-PASO = CHK-ULTIMO-PASO-OK + 1.
013680     DISPLAY "EL CICLO REANUDARA DESDE EL PASO " WS-IDX-PASO.
013690 6700-EXIT.
013700     EXIT.
013710
013720 6710-LEER-GENERACION.
013730     READ BKPGEN-FILE
013740         AT END
013750             SET FIN-BKPGEN TO TRUE
013760         NOT AT END
013770             IF GEN-ARCHIVO(1:8) = "PERSBKP."
013780                     AND GEN-FECHA NOT > WS-FECHA-NEGOCIO
013790                     AND GEN-FECHA > WS-RB-FECHA-BKP
013800                 MOVE GEN-FECHA TO WS-RB-FECHA-BKP
013810             END-IF
013820     END-READ.
013830 6710-EXIT.
013840     EXIT.
013850
013860 6720-BUSCAR-UNLOAD.
013870     IF PASO-PROGRAMA(WS-IDX-PASO) = "persona_unload"
013880         MOVE WS-IDX-PASO TO WS-IDX-UNLOAD
013890     END-IF.
013900 6720-EXIT.
013910     EXIT.
013920
013930******************************************************************
013940* 6800-SALTEAR - EL SALTEO LO APRUEBA UN SUPERVISOR DISTINTO DEL
013950*     OPERADOR, QUE FIGURE EN AUTORIZA Y RECONFIRME SU CLAVE. CON
013960*     LA APROBACION EL CHECKPOINT SE PONE EN EL PASO FALLIDO Y EL
013970*     CICLO SIGUE DESDE EL PASO SIGUIENTE. UN RECHAZO TAMBIEN
013980*     QUEDA EN LANZALOG (ACCION D).
013990******************************************************************
014000 6800-SALTEAR.
014010     MOVE "N" TO WS-SW-SUPERVISOR.
014020     DISPLAY "ID DEL SUPERVISOR QUE APRUEBA EL SALTEO: ".
014030     ACCEPT WS-RB-SUPERVISOR.
014040     IF WS-RB-SUPERVISOR = SPACES
014050             OR WS-RB-SUPERVISOR = WS-OPERADOR-ACTUAL
014060         DISPLAY "EL SALTEO LO APRUEBA OTRO USUARIO, SUPERVISOR."
014070     ELSE
014080         PERFORM 6810-VERIFICAR-AUTORIZA THRU 6810-EXIT
014090     END-IF.
014100     IF SUPERVISOR-APROBO
014110         PERFORM 6820-CONFIRMAR-CLAVE THRU 6820-EXIT
014120     END-IF.
014130     MOVE WS-RB-SUPERVISOR TO WS-LNZ-SUPERVISOR.
014140     IF NOT SUPERVISOR-APROBO
014150         DISPLAY "SALTEO NO APROBADO."
014160         MOVE "D" TO WS-LNZ-ACCION
014170         MOVE WS-RB-PROGRAMA TO WS-LNZ-PROGRAMA
014180         PERFORM 6900-REGISTRAR-ACCION THRU 6900-EXIT
014190         GO TO 6800-EXIT
014200     END-IF.
014210     OPEN OUTPUT CHECK-FILE.
014220     MOVE WS-RB-PASO TO CHK-ULTIMO-PASO-OK.
014230     WRITE CHECK-RECORD.
014240     CLOSE CHECK-FILE.
014250     MOVE "S" TO WS-LNZ-ACCION.
014260     MOVE "ciclo_diario" TO WS-LNZ-PROGRAMA.
014270     PERFORM 6900-REGISTRAR-ACCION THRU 6900-EXIT.
014280     PERFORM 6950-CORRER-CICLO THRU 6950-EXIT.
014290 6800-EXIT.
014300     EXIT.
014310
014320 6810-VERIFICAR-AUTORIZA.
014330     MOVE "N" TO WS-EOF-AUT.
014340     OPEN INPUT AUTORIZA-FILE.
014350     IF WS-AUT-STATUS NOT = "00"
014360         DISPLAY "NO HAY ARCHIVO AUTORIZA."
014370         GO TO 6810-EXIT
014380     END-IF.
014390     PERFORM 6811-BUSCAR-AUTORIZA THRU 6811-EXIT
014400         UNTIL FIN-AUTORIZA.
014410     CLOSE AUTORIZA-FILE.
014420     IF NOT SUPERVISOR-APROBO
014430         DISPLAY WS-RB-SUPERVISOR " NO FIGURA EN AUTORIZA."
014440     END-IF.
014450 6810-EXIT.
014460     EXIT.
014470
014480 6811-BUSCAR-AUTORIZA.
014490     READ AUTORIZA-FILE
014500         AT END
014510             SET FIN-AUTORIZA TO TRUE
014520         NOT AT END
014530             IF AUT-ID = WS-RB-SUPERVISOR
014540                 SET SUPERVISOR-APROBO TO TRUE
014550                 SET FIN-AUTORIZA TO TRUE
014560             END-IF
014570     END-READ.
014580 6811-EXIT.
014590     EXIT.
014600
014610*    LA CLAVE SE TIPEA EN LA CONSOLA; SIN CREDOPER (MODO
014620*    LEGADO) NO HAY CONTRA QUE VERIFICAR Y BASTA AUTORIZA
014630 6820-CONFIRMAR-CLAVE.
014640     MOVE SPACES TO CRED-AREA.
014650     MOVE "V" TO CRED-FUNCION.
014660     MOVE WS-RB-SUPERVISOR TO CRED-OPERADOR.
014670     MOVE WS-RB-SUPERVISOR TO CRED-SUPERVISOR.
014680     DISPLAY "CLAVE DEL SUPERVISOR " WS-RB-SUPERVISOR ": ".
014690     ACCEPT CRED-CLAVE.
014700     CALL "credencial" USING CRED-AREA.
014710     MOVE SPACES TO CRED-CLAVE.
014720     EVALUATE CRED-RESULTADO
014730         WHEN "0"
014740         WHEN "L"
014750             CONTINUE
014760         WHEN OTHER
014770             DISPLAY CRED-MENSAJE
014780             MOVE "N" TO WS-SW-SUPERVISOR
014790     END-EVALUATE.
014800 6820-EXIT.
014810     EXIT.
014820
014830******************************************************************
014840* 6900-REGISTRAR-ACCION - LA ELECCION VA A LANZALOG CON EL PASO
014850*     FALLIDO, LA ENTRADA DEL RUNBOOK USADA Y EL SUPERVISOR
014860******************************************************************
014870 6900-REGISTRAR-ACCION.
014880     MOVE WS-RB-PASO TO WS-PASO-ELEGIDO.
014890     MOVE WS-RB-CLAVE TO WS-LNZ-RUNBOOK.
014900     PERFORM 5000-REGISTRAR-LANZAMIENTO THRU 5000-EXIT.
014910     MOVE SPACE TO WS-LNZ-ACCION.
014920     MOVE SPACES TO WS-LNZ-RUNBOOK.
014930     MOVE SPACES TO WS-LNZ-SUPERVISOR.
014940 6900-EXIT.
014950     EXIT.
014960
014970 6950-CORRER-CICLO.
014980     MOVE ZERO TO RETURN-CODE.
014990     CALL "ciclo_diario".
015000     DISPLAY "EL CICLO TERMINO CON RETURN-CODE " RETURN-CODE.
015010     CANCEL "ciclo_diario".
015020     MOVE ZERO TO RETURN-CODE.
015030 6950-EXIT.
015040     EXIT.
015050
015060******************************************************************
015070* 7000-REENVIAR-EXTRACTO - REENVIO DE UN EXTRACTO CSV DE UN DIA
015080*     PASADO A PEDIDO DEL DOWNSTREAM. LA FAMILIA, LA FECHA Y LA
015090*     CONFIRMACION LAS PIDE EL PROPIO REENVIO_EXTRACTO, QUE
015100*     TAMBIEN DEJA SU CONSTANCIA EN REENVLOG
015110******************************************************************
015120 7000-REENVIAR-EXTRACTO.
015130     IF WS-PERMISO(5) NOT = "S"
015140         DISPLAY "OPCION NO AUTORIZADA PARA SU USUARIO."
015150         GO TO 7000-EXIT
015160     END-IF.
015170     MOVE ZERO TO WS-PASO-ELEGIDO.
015180     MOVE "reenvio_extracto" TO WS-LNZ-PROGRAMA.
015190     PERFORM 5000-REGISTRAR-LANZAMIENTO THRU 5000-EXIT.
015200     MOVE ZERO TO RETURN-CODE.
015210     CALL "reenvio_extracto".
015220     DISPLAY "EL REENVIO TERMINO CON RETURN-CODE " RETURN-CODE.
015230     CANCEL "reenvio_extracto".
015240     MOVE ZERO TO RETURN-CODE.
015250 7000-EXIT.
015260     EXIT.
015270
015280 END PROGRAM menu_operador.
