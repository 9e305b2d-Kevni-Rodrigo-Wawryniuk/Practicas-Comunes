000890*                 REGISTRO NOCONTAC (DNI, MARCA, FECHA, MOTIVO;
000900*                 SOLO POR AGREGADO) Y PERSONACARTA LO CONSULTA
000910*                 ANTES DE EMITIR CADA CARTA DE MAYORIA.
000920* 2026-10-15 RW   ADDED OPTION 9, VINCULOS DE TUTELA (SALIR PASA
000930*                 A 10, WS-OPCION 9(01) -> 9(02)): MUESTRA LOS
000940*                 TUTORES VIGENTES DE UN MENOR Y DA DE ALTA O
000950*                 CIERRA EL VINCULO EN EL REGISTRO TUTORES
000960*                 (COPY TUTOR, SOLO POR AGREGADO). EL TUTOR DEBE
000970*                 EXISTIR, ESTAR ACTIVO Y SER MAYOR DE EDAD.
000980* 2026-10-15 RW   EL CODIGO POSTAL SE VALIDA CONTRA EL REFERENCIAL
000990*                 CPOSTREF (VALIDAR_CP): UN CODIGO INEXISTENTE SE
001000*                 VUELVE A PEDIR (CON EL CODIGO DE LA LOCALIDAD
001010*                 COMO SUGERENCIA) Y UNA LOCALIDAD QUE NO ES LA
001020*                 DEL CODIGO SE AVISA, OFRECIENDO LA CORRECTA.
001030* 2026-10-15 RW   EL NOMBRE INGRESADO EN ALTA Y MODIFICACION PASA
001040*                 POR NORMALIZAR_NOMBRE (MAYUSCULAS, ESPACIOS,
001050*                 ACENTOS, ABREVIATURAS NOMABREV), LAS MISMAS
001060*                 REGLAS DE LA LIMPIEZA PERSONANORMNOM.
001070* 2026-10-15 RW   EL CONSENTIMIENTO (OPCION 8) NO SE TOCA PARA UNA
001080*                 PERSONA FALLECIDA: SU MARCA F DE NOCONTAC LA
001090*                 GRABA DEFUNCIONBAT Y NO SE LEVANTA.
001100* 2026-10-15 RW   AL SALIR, LA SESION DEJA SU REGISTRO EN LA
001110*                 AUDITORIA COMPARTIDA (OPERADOR DE LA SESION Y
001120*                 CANTIDAD DE CAMBIOS CON JOURNAL), PARA QUE CADA
001130*                 ENTRADA "PersonaMant" DE PERSJRNL TENGA SU
001140*                 SESION DE MENU COMO EVIDENCIA DE ORIGEN.
001150* 2026-10-15 RW   ANTES DE REGRABAR (MODIFICACION, CAMBIO DE DNI,
001160*                 TRANSFERENCIA) SE RELEE LA PERSONA Y SE LA
001170*                 COMPARA CON LA IMAGEN LEIDA AL EMPEZAR; SI OTRA
001180*                 SESION LA CAMBIO, O UNA FUSION O APROBACION LA
001190*                 TIENE RETENIDA (RESERVA_DNI), NO SE GRABA:
001200*                 AVISO_CONFLICTO MUESTRA EL OTRO CAMBIO, PIDE
001210*                 REHACER EL PROPIO Y DEJA ERRORLOG 106.
001220* 2026-10-15 RW   LA SUCURSAL DEL ALTA Y EL DESTINO DE UNA
001230*                 TRANSFERENCIA SE VALIDAN CONTRA EL REFERENCIAL
001240*                 SUCREF (VALIDAR_SUCURSAL): UN CODIGO INEXISTENTE
001250*                 O DE UNA SUCURSAL CERRADA SE VUELVE A PEDIR EN
001260*                 EL ALTA (MOSTRANDO LA SUCESORA) Y NO SE ACEPTA
001270*                 COMO DESTINO. LA TRANSFERENCIA MUESTRA EL
001280*                 NOMBRE DE AMBAS SUCURSALES.
001290******************************************************************
001300 IDENTIFICATION DIVISION.
001310 PROGRAM-ID. PersonaMant.
001320
001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-LOCK-STATUS.
001390
001400     SELECT RESG-FILE ASSIGN DYNAMIC WS-DYN-RESGUARDO
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-RSG-STATUS.
001430
001440     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS PERS-DNI
001480         FILE STATUS IS WS-PERSONA-STATUS.
001490
001500     SELECT PENDAPRO-FILE ASSIGN TO "PENDAPRO"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-PEND-STATUS.
001530
001540     SELECT SESION-FILE ASSIGN TO "SESION"
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-SES-STATUS.
001570
001580     SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZA"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-AUT-STATUS.
001610
001620     SELECT NOCONTAC-FILE ASSIGN TO "NOCONTAC"
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS WS-NOC-STATUS.
001650
001660     SELECT TRANSREG-FILE ASSIGN DYNAMIC WS-DYN-TRANSREG
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-TRG-STATUS.
001690
001700     SELECT TUTOR-FILE ASSIGN TO "TUTORES"
001710         ORGANIZATION IS LINE SEQUENTIAL
001720         FILE STATUS IS WS-TUT-STATUS.
001730
001740 DATA DIVISION.
001750 FILE SECTION.
001760 FD  LOCK-FILE
001770     LABEL RECORDS ARE STANDARD
001780     RECORD CONTAINS 14 CHARACTERS.
001790 01  LOCK-RECORD.
001800     05  LOCK-FECHA              PIC 9(08).
001810     05  LOCK-HORA               PIC X(06).
001820
001830 FD  RESG-FILE
001840     LABEL RECORDS ARE STANDARD
001850     RECORD CONTAINS 117 CHARACTERS.
001860 01  RESG-RECORD.
001870     05  RESG-DNI                PIC 9(08).
001880     05  RESG-DNI-DV             PIC 9(01).
001890     05  RESG-NOMBRE             PIC X(30).
001900     05  RESG-EDAD               PIC 9(03).
001910     05  RESG-MAYORDEEDAD        PIC X(01).
001920     05  RESG-CLASIF-CODIGO      PIC 9(02).
001930     05  RESG-FECHA-NACIMIENTO   PIC 9(08).
001940     05  RESG-ESTADO             PIC X(01).
001950     05  RESG-FECHA-BAJA         PIC 9(08).
001960     05  RESG-SUCURSAL           PIC 9(02).
001970     05  FILLER                  PIC X(53).
001980
001990 FD  PERSONA-FILE
002000     LABEL RECORDS ARE STANDARD
002010     RECORD CONTAINS 117 CHARACTERS.
002020 COPY PERSONA.
002030
002040 FD  PENDAPRO-FILE
002050     LABEL RECORDS ARE STANDARD
002060     RECORD CONTAINS 157 CHARACTERS.
002070 01  PENDIENTE-RECORD.
002080     05  PEND-ESTADO             PIC X(01).
002090     05  FILLER                  PIC X(01).
002100     05  PEND-ACCION             PIC X(01).
002110     05  FILLER                  PIC X(01).
002120     05  PEND-FECHA              PIC 9(08).
002130     05  FILLER                  PIC X(01).
002140     05  PEND-SOLICITANTE        PIC X(08).
002150     05  FILLER                  PIC X(01).
002160     05  PEND-DNI                PIC 9(08).
002170     05  FILLER                  PIC X(01).
002180     05  PEND-IMAGEN             PIC X(117).
002190     05  FILLER                  PIC X(01).
002200     05  PEND-APROBADOR          PIC X(08).
002210
002220 FD  SESION-FILE
002230     LABEL RECORDS ARE STANDARD
002240     RECORD CONTAINS 08 CHARACTERS.
002250 01  SESION-RECORD.
002260     05  SES-OPERADOR            PIC X(08).
002270
002280 FD  AUTORIZA-FILE
002290     LABEL RECORDS ARE STANDARD
002300     RECORD CONTAINS 08 CHARACTERS.
002310 01  AUTORIZA-RECORD.
002320     05  AUT-ID                  PIC X(08).
002330
002340 FD  TRANSREG-FILE
002350     LABEL RECORDS ARE STANDARD
002360     RECORD CONTAINS 54 CHARACTERS.
002370 01  TRANSREG-RECORD.
002380     05  TRG-FECHA               PIC 9(08).
002390     05  FILLER                  PIC X(01).
002400     05  TRG-DNI-MASK            PIC X(08).
002410     05  FILLER                  PIC X(01).
002420     05  TRG-NOMBRE              PIC X(30).
002430     05  FILLER                  PIC X(01).
002440     05  TRG-ORIGEN              PIC 9(02).
002450     05  FILLER                  PIC X(01).
002460     05  TRG-DESTINO             PIC 9(02).
002470
002480 FD  NOCONTAC-FILE
002490     LABEL RECORDS ARE STANDARD
002500     RECORD CONTAINS 50 CHARACTERS.
002510 01  NOCONTAC-RECORD.
002520     05  NOC-DNI                 PIC 9(08).
002530     05  FILLER                  PIC X(01).
002540     05  NOC-MARCA               PIC X(01).
002550     05  FILLER                  PIC X(01).
002560     05  NOC-FECHA               PIC 9(08).
002570     05  FILLER                  PIC X(01).
002580     05  NOC-MOTIVO              PIC X(30).
002590
002600 FD  TUTOR-FILE
002610     LABEL RECORDS ARE STANDARD
002620     RECORD CONTAINS 90 CHARACTERS.
002630 COPY TUTOR.
002640
002650 WORKING-STORAGE SECTION.
002660 01  WS-PERSONA-STATUS           PIC X(02).
002670 01  WS-LOCK-STATUS              PIC X(02).
002680 01  WS-SW-CICLO-ACTIVO         PIC X(01) VALUE "N".
002690     88  CICLO-ACTIVO            VALUE "S".
002700 01  WS-OPCION                  PIC 9(02) VALUE ZERO.
002710     88  OPCION-ALTA             VALUE 1.
002720     88  OPCION-MODIFICACION     VALUE 2.
002730     88  OPCION-BAJA             VALUE 3.
002740     88  OPCION-CONSULTA         VALUE 4.
002750     88  OPCION-BUSQUEDA-NOMBRE  VALUE 5.
002760     88  OPCION-CAMBIO-DNI       VALUE 6.
002770     88  OPCION-TRANSFERENCIA    VALUE 7.
002780     88  OPCION-CONSENTIMIENTO   VALUE 8.
002790     88  OPCION-TUTELA           VALUE 9.
002800     88  OPCION-SALIR            VALUE 10.
002810
002820*----------------------------------------------------------------
002830*    CAMPOS DE SOPORTE PARA EL DIGITO VERIFICADOR DEL DNI
002840*----------------------------------------------------------------
002850 01  WS-DNI-BASE                PIC 9(08).
002860 01  WS-DNI-DIGITOS REDEFINES WS-DNI-BASE.
002870     05  WS-DNI-DIGITO           PIC 9 OCCURS 8 TIMES.
002880 01  WS-DNI-DV-INGRESADO        PIC 9(01).
002890 01  WS-DNI-DV-CALCULADO        PIC 9(01).
002900 01  WS-SW-DNI-VALIDO           PIC X(01) VALUE "N".
002910     88  DNI-VALIDO              VALUE "S".
002920 01  WS-SUMA                    PIC 9(04) COMP.
002930 01  WS-RESTO                   PIC 9(02) COMP.
002940 01  WS-PESO                    PIC 9(02) COMP.
002950 01  WS-SUB                     PIC 9(02) COMP.
002960
002970*----------------------------------------------------------------
002980*    CAMPOS PARA EL LLAMADO AL JOURNAL DE CAMBIOS COMPARTIDO
002990*----------------------------------------------------------------
003000 01  WS-JRNL-PROGRAMA           PIC X(20) VALUE "PersonaMant".
003010 01  WS-JRNL-ACCION             PIC X(01).
003020 01  WS-IMAGEN-ANTES            PIC X(117).
003030 01  WS-IMAGEN-DESPUES          PIC X(117).
003040
003050*----------------------------------------------------------------
003060*    CAMBIOS CONCURRENTES: ANTES DE REGRABAR SE RELEE LA PERSONA
003070*    Y SE LA COMPARA CON WS-IMAGEN-ANTES; UN DNI RETENIDO POR
003080*    UNA FUSION O UNA APROBACION EN CURSO NO SE TOCA
003090*----------------------------------------------------------------
003100 01  WS-IMAGEN-NUEVA            PIC X(117).
003110 01  WS-SW-VIGENTE              PIC X(01) VALUE "N".
003120     88  REGISTRO-VIGENTE        VALUE "S".
003130 01  WS-SESION-ID               PIC X(14) VALUE SPACES.
003140 01  RSVA-AREA.
003150     05  RSVA-FUNCION            PIC X(01).
003160     05  RSVA-DNI                PIC 9(08).
003170     05  RSVA-SESION             PIC X(14).
003180     05  RSVA-OPERADOR           PIC X(08).
003190     05  RSVA-PROGRAMA           PIC X(20).
003200     05  RSVA-RESULTADO          PIC X(01).
003210         88  RSVA-RETENIDO       VALUE "1".
003220     05  RSVA-TEN-OPERADOR       PIC X(08).
003230     05  RSVA-TEN-PROGRAMA       PIC X(20).
003240     05  RSVA-TEN-MOMENTO        PIC X(14).
003250     05  RSVA-LIBERADAS          PIC 9(03).
003260 01  AVC-AREA.
003270     05  AVC-PROGRAMA            PIC X(20).
003280     05  AVC-OPERADOR            PIC X(08).
003290     05  AVC-DNI                 PIC 9(08).
003300     05  AVC-TIPO                PIC X(01).
003310     05  AVC-IMAGEN-LEIDA        PIC X(117).
003320     05  AVC-IMAGEN-ACTUAL       PIC X(117).
003330     05  AVC-TEN-OPERADOR        PIC X(08).
003340     05  AVC-TEN-PROGRAMA        PIC X(20).
003350     05  AVC-TEN-MOMENTO         PIC X(14).
003360
003370*----------------------------------------------------------------
003380*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
003390*----------------------------------------------------------------
003400 01  WS-AUDT-PROGRAMA           PIC X(20) VALUE "PersonaMant".
003410 01  WS-AUDT-CANTIDAD           PIC 9(07) VALUE ZERO.
003420
003430*----------------------------------------------------------------
003440*    CAMPOS DE SOPORTE PARA LA BUSQUEDA POR NOMBRE
003450*----------------------------------------------------------------
003460 01  WS-NOMBRE-BUSCADO          PIC X(30).
003470 01  WS-LON-BUSCADO             PIC 9(02) COMP.
003480 01  WS-POS-COMPARA             PIC 9(02) COMP.
003490 01  WS-SW-NOMBRE-COINCIDE      PIC X(01) VALUE "N".
003500     88  NOMBRE-COINCIDE         VALUE "S".
003510 01  WS-EOF-BUSQUEDA            PIC X(01) VALUE "N".
003520     88  FIN-BUSQUEDA            VALUE "S".
003530 01  WS-MAX-COINCIDENCIAS       PIC 9(02) VALUE 50.
003540 01  WS-CANT-COINCIDENCIAS      PIC 9(02) VALUE ZERO.
003550 01  TABLA-COINCIDENCIAS.
003560     05  BUSQ-DNI                PIC 9(08) OCCURS 50 TIMES.
003570 01  WS-LINEA-ELEGIDA           PIC 9(02).
003580 01  WS-ACCION-BUSQUEDA         PIC X(01).
003590 01  WS-DNI-ENMASCARADO         PIC X(08).
003600
003610*----------------------------------------------------------------
003620*    CAMPOS DE SOPORTE PARA LA FECHA DE NACIMIENTO Y LA EDAD
003630*    DERIVADA DE ELLA
003640*----------------------------------------------------------------
003650 01  WS-FECHA-NAC-ALFA          PIC X(08).
003660 01  WS-FECHA-NAC-INGRESADA     PIC 9(08).
003670 01  WS-FECHA-NAC-PARTES REDEFINES WS-FECHA-NAC-INGRESADA.
003680     05  WS-FNAC-AAAA            PIC 9(04).
003690     05  WS-FNAC-MM              PIC 9(02).
003700     05  WS-FNAC-DD              PIC 9(02).
003710 01  WS-FECHA-ACTUAL            PIC 9(08).
003720 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
003730
003740*----------------------------------------------------------------
003750*    CONSULTA DE SOLO LECTURA DESDE EL RESGUARDO DEL DIA
003760*    (PERSBKP.AAAAMMDD DEL PASO DE PERSONA_UNLOAD) MIENTRAS
003770*    CANDADO CICLOLOCK
003780*----------------------------------------------------------------
003790 01  WS-RSG-STATUS              PIC X(02).
003800 01  WS-DYN-RESGUARDO           PIC X(21) VALUE SPACES.
003810 01  WS-EOF-RESG                PIC X(01) VALUE "N".
003820     88  FIN-RESGUARDO          VALUE "S".
003830 01  WS-DNI-CONSULTA            PIC X(08).
003840 01  WS-SW-HALLADO-RESG         PIC X(01) VALUE "N".
003850     88  HALLADO-EN-RESGUARDO   VALUE "S".
003860 01  WS-SW-FECHA-NAC-VALIDA     PIC X(01) VALUE "N".
003870     88  FECHA-NAC-VALIDA        VALUE "S".
003880 01  WS-EDAD-CALCULADA          PIC 9(03).
003890 01  WS-EDAD-MAYORIA            PIC 9(02) VALUE 18.
003900 01  WS-NUMERO-ALFA             PIC X(05).
003910
003920*----------------------------------------------------------------
003930*    VALIDACION DEL CODIGO POSTAL CONTRA CPOSTREF (VALIDAR_CP)
003940*----------------------------------------------------------------
003950 01  WS-VCP-RESULTADO           PIC X(01).
003960     88  VCP-CP-INEXISTENTE     VALUE "C".
003970     88  VCP-LOCALIDAD-DISTINTA VALUE "L".
003980 01  WS-VCP-LOCALIDAD-REF       PIC X(20).
003990 01  WS-VCP-PROVINCIA-REF       PIC X(20).
004000 01  WS-VCP-CODIGO-SUGERIDO     PIC X(08).
004010 01  WS-RESPUESTA-LOCALIDAD     PIC X(01).
004020
004030*----------------------------------------------------------------
004040*    VALIDACION DE LA SUCURSAL CONTRA SUCREF (VALIDAR_SUCURSAL)
004050*----------------------------------------------------------------
004060 01  VSU-AREA.
004070     05  VSU-CODIGO              PIC 9(02).
004080     05  VSU-RESULTADO           PIC X(01).
004090         88  VSU-ABIERTA         VALUE "S".
004100         88  VSU-CERRADA         VALUE "C".
004110         88  VSU-INEXISTENTE     VALUE "X".
004120         88  VSU-SIN-REFERENCIAL VALUE "N".
004130     05  VSU-NOMBRE              PIC X(30).
004140     05  VSU-FECHA-CIERRE        PIC 9(08).
004150     05  VSU-SUCESORA            PIC 9(02).
004160
004170*----------------------------------------------------------------
004180*    NOMBRE TAL COMO SE TIPEO, ANTES DE NORMALIZARLO
004190*----------------------------------------------------------------
004200 01  WS-NOMBRE-TIPEADO          PIC X(30).
004210
004220*----------------------------------------------------------------
004230*    SOLICITUDES PENDIENTES DE APROBACION (REGISTRO PENDAPRO,
004240*    RESUELTAS POR UN SEGUNDO OPERADOR EN PERSONAAPROB)
004250*----------------------------------------------------------------
004260 01  WS-PEND-STATUS             PIC X(02).
004270 01  WS-SES-STATUS              PIC X(02).
004280 01  WS-PEND-ACCION             PIC X(01).
004290 01  WS-SOLICITANTE             PIC X(08) VALUE SPACES.
004300
004310*----------------------------------------------------------------
004320*    CAMBIO DE DNI SUPERVISADO (AUTORIZACION COMO DNI_DESCUBRIR)
004330*----------------------------------------------------------------
004340 01  WS-AUT-STATUS              PIC X(02).
004350 01  WS-EOF-AUT                 PIC X(01) VALUE "N".
004360     88  FIN-AUTORIZA            VALUE "S".
004370 01  WS-SW-AUTORIZADO           PIC X(01) VALUE "N".
004380     88  OPERADOR-AUTORIZADO     VALUE "S".
004390 01  WS-DNI-VIEJO               PIC 9(08).
004400 01  WS-REGISTRO-GUARDADO       PIC X(117).
004410
004420*----------------------------------------------------------------
004430*    TRANSFERENCIA ENTRE SUCURSALES (REGISTRO DIARIO TRANSREG)
004440*----------------------------------------------------------------
004450 01  WS-TRG-STATUS              PIC X(02).
004460 01  WS-DYN-TRANSREG            PIC X(21) VALUE SPACES.
004470 01  WS-SUC-ORIGEN              PIC 9(02).
004480 01  WS-SUC-DESTINO             PIC 9(02).
004490
004500*----------------------------------------------------------------
004510*    REGISTRO DE NO CONTACTAR (NOCONTAC, SOLO POR AGREGADO: LA
004520*    ULTIMA MARCA DE CADA DNI ES LA QUE VALE). PERSONACARTA LO
004530*    CONSULTA ANTES DE EMITIR CADA CARTA DE MAYORIA.
004540* 2026-09-01 RW   CON EL CANDADO CICLOLOCK TOMADO, EN VEZ DE
004550*                 RECHAZAR LA SESION SE OFRECE LA CONSULTA DE
004560*                 SOLO LECTURA SOBRE LA FOTO PERSBKP DEL DIA
004570*                 (EL PASO DE PERSONA_UNLOAD), CON EL CARTEL DE
004580*                 QUE FOTO ES: EL
004590*                 MOSTRADOR PUEDE RESPONDER "EXISTE ESTE DNI,
004600*                 QUE NOMBRE" SIN TOCAR EL MAESTRO VIVO.
004610*----------------------------------------------------------------
004620 01  WS-NOC-STATUS              PIC X(02).
004630 01  WS-EOF-NOC                 PIC X(01) VALUE "N".
004640     88  FIN-NOCONTAC            VALUE "S".
004650 01  WS-MARCA-VIGENTE           PIC X(01).
004660 01  WS-ACCION-CONSENT          PIC X(01).
004670 01  WS-MOTIVO-CONSENT          PIC X(30).
004680
004690*----------------------------------------------------------------
004700*    VINCULOS DE TUTELA (TUTORES, SOLO POR AGREGADO: EL ULTIMO
004710*    REGISTRO DE CADA PAR MENOR/TUTOR ES EL QUE VALE)
004720*----------------------------------------------------------------
004730 01  WS-TUT-STATUS              PIC X(02).
004740 01  WS-EOF-TUT                 PIC X(01) VALUE "N".
004750     88  FIN-TUTORES             VALUE "S".
004760 01  WS-DNI-MENOR               PIC 9(08).
004770 01  WS-DNI-TUTOR               PIC 9(08).
004780 01  WS-ACCION-TUTELA           PIC X(01).
004790 01  WS-VINCULO-TUTELA          PIC X(10).
004800 01  WS-MOTIVO-TUTELA           PIC X(20).
004810 01  WS-MAX-TUT-MENOR           PIC 9(02) VALUE 10.
004820 01  WS-CANT-TUT-MENOR          PIC 9(02) VALUE ZERO.
004830 01  TABLA-TUT-MENOR.
004840     05  TUTM-ENTRADA OCCURS 10 TIMES.
004850         10  TUTM-DNI-TUTOR      PIC 9(08).
004860         10  TUTM-ESTADO         PIC X(01).
004870             88  TUTM-VIGENTE    VALUE "V".
004880         10  TUTM-VINCULO        PIC X(10).
004890 01  WS-IDX-TUTM                PIC 9(02) COMP.
004900 77  WS-IDX-BUSCA-TUTM          PIC 9(02) COMP.
004910 01  WS-CANT-TUT-VIGENTES       PIC 9(02) VALUE ZERO.
004920
004930 PROCEDURE DIVISION.
004940
004950******************************************************************
004960* 0000-MAINLINE
004970******************************************************************
004980 0000-MAINLINE.
004990     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
005000     IF CICLO-ACTIVO
005010         PERFORM 7500-CONSULTA-RESGUARDO THRU 7500-EXIT
005020         STOP RUN
005030     END-IF.
005040     PERFORM 2000-MENU-PRINCIPAL THRU 2000-EXIT
005050         UNTIL OPCION-SALIR.
005060     PERFORM 9000-TERMINAR THRU 9000-EXIT.
005070     STOP RUN.
005080
005090******************************************************************
005100* 1000-INICIALIZAR - ABRE EL MAESTRO, CREANDOLO SI NO EXISTE
005110******************************************************************
005120 1000-INICIALIZAR.
005130     OPEN INPUT LOCK-FILE.
005140     IF WS-LOCK-STATUS = "00"
005150         CLOSE LOCK-FILE
005160         SET CICLO-ACTIVO TO TRUE
005170         DISPLAY "EL CICLO DIARIO ESTA EN EJECUCION (CANDADO "
005180             "CICLOLOCK). INTENTE CUANDO TERMINE."
005190         GO TO 1000-EXIT
005200     END-IF.
005210     CALL "edad_mayoria" USING WS-EDAD-MAYORIA.
005220     OPEN I-O PERSONA-FILE.
005230     IF WS-PERSONA-STATUS = "35"
005240         OPEN OUTPUT PERSONA-FILE
005250         CLOSE PERSONA-FILE
005260         OPEN I-O PERSONA-FILE
005270     END-IF.
005280     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESION-ID.
005290 1000-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 2000-MENU-PRINCIPAL - MUESTRA EL MENU Y DESPACHA LA OPCION
005340******************************************************************
005350 2000-MENU-PRINCIPAL.
005360     PERFORM 2100-MOSTRAR-MENU THRU 2100-EXIT.
005370     EVALUATE WS-OPCION
005380         WHEN 1  PERFORM 3000-ALTA THRU 3000-EXIT
005390         WHEN 2  PERFORM 4000-MODIFICACION THRU 4000-EXIT
005400         WHEN 3  PERFORM 5000-BAJA THRU 5000-EXIT
005410         WHEN 4  PERFORM 6000-CONSULTA THRU 6000-EXIT
005420         WHEN 5  PERFORM 6500-BUSQUEDA-POR-NOMBRE THRU 6500-EXIT
005430         WHEN 6  PERFORM 6600-CAMBIO-DE-DNI THRU 6600-EXIT
005440         WHEN 7  PERFORM 6700-TRANSFERENCIA THRU 6700-EXIT
005450         WHEN 8  PERFORM 6900-CONSENTIMIENTO THRU 6900-EXIT
005460         WHEN 9  PERFORM 6800-TUTELA THRU 6800-EXIT
005470         WHEN 10 CONTINUE
005480         WHEN OTHER
005490             DISPLAY "OPCION INVALIDA."
005500     END-EVALUATE.
005510 2000-EXIT.
005520     EXIT.
005530
005540 2100-MOSTRAR-MENU.
005550     DISPLAY "1. ALTA DE PERSONA".
005560     DISPLAY "2. MODIFICACION DE PERSONA".
005570     DISPLAY "3. BAJA DE PERSONA".
005580     DISPLAY "4. CONSULTA DE PERSONA".
005590     DISPLAY "5. BUSQUEDA POR NOMBRE".
005600     DISPLAY "6. CAMBIO DE DNI (SUPERVISADO)".
005610     DISPLAY "7. TRANSFERENCIA DE SUCURSAL".
005620     DISPLAY "8. CONSENTIMIENTO DE CORRESPONDENCIA".
005630     DISPLAY "9. VINCULOS DE TUTELA (MENORES)".
005640     DISPLAY "10. SALIR".
005650     DISPLAY "Seleccione una opcion: ".
005660     ACCEPT WS-OPCION.
005670 2100-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 3000-ALTA - AGREGA UNA PERSONA NUEVA, VALIDANDO EL DIGITO
005720*     VERIFICADOR DEL DNI ANTES DE ESCRIBIR EL REGISTRO
005730******************************************************************
005740 3000-ALTA.
005750     DISPLAY "DNI (8 digitos): ".
005760     ACCEPT WS-DNI-BASE.
005770     DISPLAY "Digito verificador: ".
005780     ACCEPT WS-DNI-DV-INGRESADO.
005790     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
005800     IF WS-DNI-DV-CALCULADO NOT = WS-DNI-DV-INGRESADO
005810         DISPLAY "ERROR: DIGITO VERIFICADOR INVALIDO PARA EL "
005820             "DNI INGRESADO."
005830     ELSE
005840         MOVE WS-DNI-BASE TO PERS-DNI
005850         MOVE WS-DNI-DV-INGRESADO TO PERS-DNI-DV
005860         DISPLAY "Nombre: "
005870         ACCEPT PERS-NOMBRE
005880         PERFORM 2940-NORMALIZAR-NOMBRE THRU 2940-EXIT
005890         PERFORM 2950-CAPTURAR-FECHA-NAC THRU 2950-EXIT
005900         IF NOT FECHA-NAC-VALIDA
005910             DISPLAY "ERROR: FECHA DE NACIMIENTO INVALIDA."
005920         ELSE
005930             MOVE WS-FECHA-NAC-INGRESADA TO PERS-FECHA-NACIMIENTO
005940             PERFORM 2960-CALCULAR-EDAD THRU 2960-EXIT
005950             MOVE WS-EDAD-CALCULADA TO PERS-EDAD
005960             DISPLAY "Codigo de clasificacion (1-5): "
005970             ACCEPT PERS-CLASIF-CODIGO
005980             IF PERS-EDAD >= WS-EDAD-MAYORIA
005990                 SET PERS-ES-MAYOR-EDAD TO TRUE
006000             ELSE
006010                 SET PERS-ES-MENOR-EDAD TO TRUE
006020             END-IF
006030             SET PERS-ACTIVO TO TRUE
006040             MOVE ZERO TO PERS-FECHA-BAJA
006050             DISPLAY "Sucursal (2 digitos): "
006060             ACCEPT PERS-SUCURSAL
006070             PERFORM 2980-VALIDAR-SUCURSAL THRU 2980-EXIT
006080             PERFORM 2970-CAPTURAR-DIRECCION THRU 2970-EXIT
006090             PERFORM 3100-GRABAR-ALTA THRU 3100-EXIT
006100         END-IF
006110     END-IF.
006120 3000-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160* 3100-GRABAR-ALTA - ESCRIBE EL REGISTRO NUEVO Y LO JOURNALIZA
006170******************************************************************
006180 3100-GRABAR-ALTA.
006190     WRITE PERSONA-RECORD
006200         INVALID KEY
006210             DISPLAY "ERROR: YA EXISTE UNA PERSONA CON ESE "
006220                 "DNI."
006230         NOT INVALID KEY
006240             DISPLAY "PERSONA DADA DE ALTA."
006250             MOVE "A" TO WS-JRNL-ACCION
006260             MOVE SPACES TO WS-IMAGEN-ANTES
006270             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
006280             PERFORM 7000-REGISTRAR-JOURNAL THRU 7000-EXIT
006290     END-WRITE.
006300 3100-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340* 2940-NORMALIZAR-NOMBRE - EL NOMBRE SE GUARDA SIEMPRE EN LA
006350*     FORMA NORMALIZADA; SI CAMBIO RESPECTO DE LO TIPEADO, SE
006360*     MUESTRA AL OPERADOR
006370******************************************************************
006380 2940-NORMALIZAR-NOMBRE.
006390     MOVE PERS-NOMBRE TO WS-NOMBRE-TIPEADO.
006400     CALL "normalizar_nombre" USING WS-NOMBRE-TIPEADO
006410         PERS-NOMBRE.
006420     IF PERS-NOMBRE NOT = WS-NOMBRE-TIPEADO
006430         DISPLAY "Nombre normalizado: " PERS-NOMBRE
006440     END-IF.
006450 2940-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 2950-CAPTURAR-FECHA-NAC - PIDE LA FECHA DE NACIMIENTO Y LA
006500*     VALIDA: NUMERICA, MES 1-12, DIA 1-31, ANIO DESDE 1900 Y
006510*     NO POSTERIOR A LA FECHA DE CORRIDA
006520******************************************************************
006530 2950-CAPTURAR-FECHA-NAC.
006540     DISPLAY "Fecha de nacimiento (AAAAMMDD): ".
006550     ACCEPT WS-FECHA-NAC-ALFA.
006560     MOVE "S" TO WS-SW-FECHA-NAC-VALIDA.
006570     CALL "fecha_negocio" USING WS-FECHA-ACTUAL
006580             WS-SUFIJO-CICLO.
006590     IF WS-FECHA-NAC-ALFA IS NOT NUMERIC
006600         MOVE "N" TO WS-SW-FECHA-NAC-VALIDA
006610     ELSE
006620         MOVE WS-FECHA-NAC-ALFA TO WS-FECHA-NAC-INGRESADA
006630         IF WS-FNAC-MM < 1 OR WS-FNAC-MM > 12
006640                 OR WS-FNAC-DD < 1 OR WS-FNAC-DD > 31
006650                 OR WS-FNAC-AAAA < 1900
006660                 OR WS-FECHA-NAC-INGRESADA > WS-FECHA-ACTUAL
006670             MOVE "N" TO WS-SW-FECHA-NAC-VALIDA
006680         END-IF
006690     END-IF.
006700 2950-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 2960-CALCULAR-EDAD - EDAD CUMPLIDA A LA FECHA DE CORRIDA,
006750*     DERIVADA DE LA FECHA DE NACIMIENTO (RESTA AAAAMMDD ENTERA
006760*     DIVIDIDA POR 10000, TRUNCADA)
006770******************************************************************
006780 2960-CALCULAR-EDAD.
006790     COMPUTE WS-EDAD-CALCULADA =
006800         (WS-FECHA-ACTUAL - WS-FECHA-NAC-INGRESADA) / 10000.
006810 2960-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 2970-CAPTURAR-DIRECCION - PIDE EL BLOQUE POSTAL COMPLETO. UN
006860*     NUMERO NO NUMERICO QUEDA EN CERO; UNA DIRECCION EN BLANCO
006870*     SIGNIFICA SIN DOMICILIO POSTAL REGISTRADO.
006880******************************************************************
006890 2970-CAPTURAR-DIRECCION.
006900     DISPLAY "Calle: ".
006910     ACCEPT PERS-CALLE.
006920     DISPLAY "Numero: ".
006930     ACCEPT WS-NUMERO-ALFA.
006940     IF WS-NUMERO-ALFA IS NUMERIC
006950         MOVE WS-NUMERO-ALFA TO PERS-NUMERO
006960     ELSE
006970         MOVE ZERO TO PERS-NUMERO
006980     END-IF.
006990     DISPLAY "Localidad: ".
007000     ACCEPT PERS-LOCALIDAD.
007010     DISPLAY "Codigo postal: ".
007020     ACCEPT PERS-CODIGO-POSTAL.
007030     PERFORM 2975-VALIDAR-CODIGO-POSTAL THRU 2975-EXIT.
007040 2970-EXIT.
007050     EXIT.
007060
007070******************************************************************
007080* 2975-VALIDAR-CODIGO-POSTAL - UN CODIGO QUE NO ESTA EN CPOSTREF
007090*     SE VUELVE A PEDIR (EN BLANCO = SIN CODIGO); UNA LOCALIDAD
007100*     DISTINTA DE LA DEL CODIGO ES SOLO UN AVISO, Y EL OPERADOR
007110*     PUEDE TOMAR LA DEL REFERENCIAL. SIN REFERENCIAL NO SE
007120*     VALIDA NADA.
007130******************************************************************
007140 2975-VALIDAR-CODIGO-POSTAL.
007150     CALL "validar_cp" USING PERS-CODIGO-POSTAL PERS-LOCALIDAD
007160             WS-VCP-RESULTADO WS-VCP-LOCALIDAD-REF
007170             WS-VCP-PROVINCIA-REF WS-VCP-CODIGO-SUGERIDO.
007180     IF VCP-CP-INEXISTENTE
007190         DISPLAY "CODIGO POSTAL INEXISTENTE EN EL REFERENCIAL."
007200         IF WS-VCP-CODIGO-SUGERIDO NOT = SPACES
007210             DISPLAY "EL CODIGO DE " WS-VCP-LOCALIDAD-REF
007220                 " ES " WS-VCP-CODIGO-SUGERIDO
007230         END-IF
007240         DISPLAY "Codigo postal (en blanco = sin codigo): "
007250         ACCEPT PERS-CODIGO-POSTAL
007260         GO TO 2975-VALIDAR-CODIGO-POSTAL
007270     END-IF.
007280     IF VCP-LOCALIDAD-DISTINTA
007290         DISPLAY "AVISO: EL CODIGO " PERS-CODIGO-POSTAL
007300             " CORRESPONDE A " WS-VCP-LOCALIDAD-REF
007310             " (" WS-VCP-PROVINCIA-REF ")."
007320         DISPLAY "Toma la localidad del referencial (S/N): "
007330         ACCEPT WS-RESPUESTA-LOCALIDAD
007340         IF WS-RESPUESTA-LOCALIDAD = "S"
007350                 OR WS-RESPUESTA-LOCALIDAD = "s"
007360             MOVE WS-VCP-LOCALIDAD-REF TO PERS-LOCALIDAD
007370         END-IF
007380     END-IF.
007390 2975-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430* 2980-VALIDAR-SUCURSAL - UN CODIGO QUE NO ESTA EN SUCREF, O QUE
007440*     ES DE UNA SUCURSAL CERRADA, SE VUELVE A PEDIR; PARA LA
007450*     CERRADA SE MUESTRA A QUE SUCURSAL PASO SU GENTE. SIN
007460*     REFERENCIAL NO SE VALIDA NADA.
007470******************************************************************
007480 2980-VALIDAR-SUCURSAL.
007490     MOVE PERS-SUCURSAL TO VSU-CODIGO.
007500     CALL "validar_sucursal" USING VSU-AREA.
007510     IF VSU-INEXISTENTE
007520         DISPLAY "SUCURSAL INEXISTENTE EN EL REFERENCIAL."
007530         DISPLAY "Sucursal (2 digitos): "
007540         ACCEPT PERS-SUCURSAL
007550         GO TO 2980-VALIDAR-SUCURSAL
007560     END-IF.
007570     IF VSU-CERRADA
007580         DISPLAY "LA SUCURSAL " PERS-SUCURSAL " (" VSU-NOMBRE
007590             ") CERRO EL " VSU-FECHA-CIERRE "; SU SUCESORA ES "
007600             "LA " VSU-SUCESORA "."
007610         DISPLAY "Sucursal (2 digitos): "
007620         ACCEPT PERS-SUCURSAL
007630         GO TO 2980-VALIDAR-SUCURSAL
007640     END-IF.
007650     IF VSU-ABIERTA
007660         DISPLAY "Sucursal " PERS-SUCURSAL ": " VSU-NOMBRE
007670     END-IF.
007680 2980-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720* 2900-CALCULAR-DIGITO-VERIFICADOR - MODULO 11, PESOS 2 A 9
007730*     CICLICOS DESDE EL DIGITO MAS SIGNIFICATIVO (WS-DNI-DIGITO(1)
007740*     ES EL PRIMER BYTE DE WS-DNI-BASE, O SEA EL MAS A LA
007750*     IZQUIERDA)
007760******************************************************************
007770 2900-CALCULAR-DIGITO-VERIFICADOR.
007780     MOVE ZERO TO WS-SUMA.
007790     PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
007800         PERFORM 2910-SUMAR-DIGITO THRU 2910-EXIT
007810     END-PERFORM.
007820     COMPUTE WS-RESTO = FUNCTION MOD(WS-SUMA, 11).
007830     COMPUTE WS-DNI-DV-CALCULADO = 11 - WS-RESTO.
007840     IF WS-DNI-DV-CALCULADO >= 10
007850         MOVE 0 TO WS-DNI-DV-CALCULADO
007860     END-IF.
007870 2900-EXIT.
007880     EXIT.
007890
007900 2910-SUMAR-DIGITO.
007910     COMPUTE WS-PESO = FUNCTION MOD(WS-SUB - 1, 8) + 2.
007920     COMPUTE WS-SUMA = WS-SUMA +
007930         (WS-DNI-DIGITO(WS-SUB) * WS-PESO).
007940 2910-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 4000-MODIFICACION - ACTUALIZA NOMBRE Y EDAD DE UNA PERSONA
007990*     EXISTENTE
008000******************************************************************
008010 4000-MODIFICACION.
008020     DISPLAY "DNI a modificar: ".
008030     ACCEPT PERS-DNI.
008040     PERFORM 4100-APLICAR-MODIFICACION THRU 4100-EXIT.
008050 4000-EXIT.
008060     EXIT.
008070
008080******************************************************************
008090* 4100-APLICAR-MODIFICACION - DIALOGO Y REGRABACION CON PERS-DNI
008100*     YA CARGADO (DESDE 4000 O DESDE LA BUSQUEDA POR NOMBRE)
008110******************************************************************
008120 4100-APLICAR-MODIFICACION.
008130     READ PERSONA-FILE
008140         INVALID KEY
008150             DISPLAY "ERROR: PERSONA NO ENCONTRADA."
008160         NOT INVALID KEY
008170             MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES
008180             DISPLAY "Nuevo nombre: "
008190             ACCEPT PERS-NOMBRE
008200             PERFORM 2940-NORMALIZAR-NOMBRE THRU 2940-EXIT
008210             PERFORM 2950-CAPTURAR-FECHA-NAC THRU 2950-EXIT
008220             IF NOT FECHA-NAC-VALIDA
008230                 DISPLAY "ERROR: FECHA DE NACIMIENTO INVALIDA."
008240             ELSE
008250                 MOVE WS-FECHA-NAC-INGRESADA TO
008260                     PERS-FECHA-NACIMIENTO
008270                 PERFORM 2960-CALCULAR-EDAD THRU 2960-EXIT
008280                 MOVE WS-EDAD-CALCULADA TO PERS-EDAD
008290                 IF PERS-EDAD >= WS-EDAD-MAYORIA
008300                     SET PERS-ES-MAYOR-EDAD TO TRUE
008310                 ELSE
008320                     SET PERS-ES-MENOR-EDAD TO TRUE
008330                 END-IF
008340                 PERFORM 2970-CAPTURAR-DIRECCION THRU 2970-EXIT
008350*                UN CAMBIO DE NOMBRE ES DESTRUCTIVO: QUEDA
008360*                PENDIENTE HASTA QUE OTRO OPERADOR LO APRUEBE
008370                 IF PERS-NOMBRE = WS-IMAGEN-ANTES(10:30)
008380                     PERFORM 4200-REGRABAR-PERSONA THRU 4200-EXIT
008390                 ELSE
008400                     MOVE "M" TO WS-PEND-ACCION
008410                     PERFORM 4300-REGISTRAR-PENDIENTE
008420                         THRU 4300-EXIT
008430                 END-IF
008440             END-IF
008450     END-READ.
008460 4100-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 4200-REGRABAR-PERSONA - REGRABA EL REGISTRO MODIFICADO Y LO
008510*     JOURNALIZA
008520******************************************************************
008530 4200-REGRABAR-PERSONA.
008540     PERFORM 7100-VERIFICAR-VIGENCIA THRU 7100-EXIT.
008550     IF NOT REGISTRO-VIGENTE
008560         GO TO 4200-EXIT
008570     END-IF.
008580     REWRITE PERSONA-RECORD
008590         INVALID KEY
008600             DISPLAY "ERROR AL MODIFICAR LA PERSONA."
008610         NOT INVALID KEY
008620             DISPLAY "PERSONA MODIFICADA."
008630             MOVE "M" TO WS-JRNL-ACCION
008640             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
008650             PERFORM 7000-REGISTRAR-JOURNAL
008660                 THRU 7000-EXIT
008670     END-REWRITE.
008680 4200-EXIT.
008690     EXIT.
008700
008710******************************************************************
008720* 4300-REGISTRAR-PENDIENTE - DEJA LA BAJA O EL CAMBIO DE NOMBRE
008730*     COMO SOLICITUD PENDIENTE EN PENDAPRO. NADA SE APLICA AL
008740*     MAESTRO HASTA QUE UN SEGUNDO OPERADOR LO APRUEBE EN
008750*     PERSONAAPROB.
008760******************************************************************
008770 4300-REGISTRAR-PENDIENTE.
008780     PERFORM 4400-LEER-SESION THRU 4400-EXIT.
008790     OPEN EXTEND PENDAPRO-FILE.
008800     IF WS-PEND-STATUS NOT = "00"
008810         OPEN OUTPUT PENDAPRO-FILE
008820     END-IF.
008830     MOVE SPACES TO PENDIENTE-RECORD.
008840     MOVE "P" TO PEND-ESTADO.
008850     MOVE WS-PEND-ACCION TO PEND-ACCION.
008860     CALL "fecha_negocio" USING WS-FECHA-ACTUAL
008870             WS-SUFIJO-CICLO.
008880     MOVE WS-FECHA-ACTUAL TO PEND-FECHA.
008890     MOVE WS-SOLICITANTE TO PEND-SOLICITANTE.
008900     MOVE PERS-DNI TO PEND-DNI.
008910     MOVE PERSONA-RECORD TO PEND-IMAGEN.
008920     WRITE PENDIENTE-RECORD.
008930     CLOSE PENDAPRO-FILE.
008940     IF WS-PEND-ACCION = "B"
008950         DISPLAY "BAJA REGISTRADA COMO PENDIENTE DE APROBACION."
008960     ELSE
008970         DISPLAY "CAMBIO DE NOMBRE REGISTRADO COMO PENDIENTE "
008980             "DE APROBACION."
008990     END-IF.
009000     DISPLAY "UN SEGUNDO OPERADOR DEBE RESOLVERLO EN "
009010         "PERSONAAPROB.".
009020 4300-EXIT.
009030     EXIT.
009040
009050******************************************************************
009060* 4400-LEER-SESION - ID DEL OPERADOR EN SESION (BLANCO SI NO HAY
009070*     SESION ABIERTA), COMO LO LEEN ERRORLOG Y AUDITORIA
009080******************************************************************
009090 4400-LEER-SESION.
009100     MOVE SPACES TO WS-SOLICITANTE.
009110     OPEN INPUT SESION-FILE.
009120     IF WS-SES-STATUS = "00"
009130         READ SESION-FILE
009140             NOT AT END
009150                 MOVE SES-OPERADOR TO WS-SOLICITANTE
009160         END-READ
009170         CLOSE SESION-FILE
009180     END-IF.
009190 4400-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230* 5000-BAJA - MARCA LA PERSONA COMO INACTIVA (BAJA LOGICA)
009240******************************************************************
009250 5000-BAJA.
009260     DISPLAY "DNI a dar de baja: ".
009270     ACCEPT PERS-DNI.
009280     READ PERSONA-FILE
009290         INVALID KEY
009300             DISPLAY "ERROR: PERSONA NO ENCONTRADA."
009310         NOT INVALID KEY
009320             IF PERS-INACTIVO
009330                 DISPLAY "LA PERSONA YA ESTA INACTIVA."
009340             ELSE
009350*                LA BAJA YA NO SE APLICA AQUI: QUEDA PENDIENTE
009360*                HASTA QUE UN SEGUNDO OPERADOR LA APRUEBE
009370                 MOVE "B" TO WS-PEND-ACCION
009380                 PERFORM 4300-REGISTRAR-PENDIENTE THRU 4300-EXIT
009390             END-IF
009400     END-READ.
009410 5000-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450* 6000-CONSULTA - MUESTRA LOS DATOS DE UNA PERSONA POR DNI
009460******************************************************************
009470 6000-CONSULTA.
009480     DISPLAY "DNI a consultar: ".
009490     ACCEPT PERS-DNI.
009500     PERFORM 6100-MOSTRAR-PERSONA THRU 6100-EXIT.
009510 6000-EXIT.
009520     EXIT.
009530
009540******************************************************************
009550* 6100-MOSTRAR-PERSONA - MUESTRA EL REGISTRO CON PERS-DNI YA
009560*     CARGADO (DESDE 6000 O DESDE LA BUSQUEDA POR NOMBRE)
009570******************************************************************
009580 6100-MOSTRAR-PERSONA.
009590     READ PERSONA-FILE
009600         INVALID KEY
009610             DISPLAY "ERROR: PERSONA NO ENCONTRADA."
009620         NOT INVALID KEY
009630             DISPLAY "Nombre.......: " PERS-NOMBRE
009640             DISPLAY "Fecha nacim..: " PERS-FECHA-NACIMIENTO
009650             DISPLAY "Edad.........: " PERS-EDAD
009660             DISPLAY "Mayor de edad: " PERS-MAYORDEEDAD
009670             DISPLAY "Calle........: " PERS-CALLE " "
009680                 PERS-NUMERO
009690             DISPLAY "Localidad....: " PERS-LOCALIDAD
009700             DISPLAY "Codigo postal: " PERS-CODIGO-POSTAL
009710     END-READ.
009720 6100-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760* 6500-BUSQUEDA-POR-NOMBRE - RECORRE TODO EL MAESTRO BUSCANDO UN
009770*     NOMBRE TOTAL O PARCIAL, LISTA LAS COINCIDENCIAS (DNI
009780*     ENMASCARADO) Y DEJA QUE EL OPERADOR ELIJA UNA PARA SEGUIR
009790*     CON LA CONSULTA O LA MODIFICACION
009800******************************************************************
009810 6500-BUSQUEDA-POR-NOMBRE.
009820     DISPLAY "Nombre (total o parcial): ".
009830     ACCEPT WS-NOMBRE-BUSCADO.
009840     PERFORM 6510-MEDIR-NOMBRE THRU 6510-EXIT.
009850     IF WS-LON-BUSCADO = ZERO
009860         DISPLAY "NOMBRE VACIO."
009870     ELSE
009880         MOVE ZERO TO WS-CANT-COINCIDENCIAS
009890         MOVE "N" TO WS-EOF-BUSQUEDA
009900         MOVE ZEROS TO PERS-DNI
009910         START PERSONA-FILE KEY IS NOT < PERS-DNI
009920             INVALID KEY
009930                 SET FIN-BUSQUEDA TO TRUE
009940         END-START
009950         PERFORM 6520-LEER-Y-COMPARAR THRU 6520-EXIT
009960             UNTIL FIN-BUSQUEDA
009970         IF WS-CANT-COINCIDENCIAS = ZERO
009980             DISPLAY "SIN COINCIDENCIAS."
009990         ELSE
010000             PERFORM 6540-ELEGIR-COINCIDENCIA THRU 6540-EXIT
010010         END-IF
010020     END-IF.
010030 6500-EXIT.
010040     EXIT.
010050
010060******************************************************************
010070* 6510-MEDIR-NOMBRE - LARGO UTIL (SIN ESPACIOS FINALES) DEL
010080*     NOMBRE BUSCADO
010090******************************************************************
010100 6510-MEDIR-NOMBRE.
010110     MOVE 30 TO WS-LON-BUSCADO.
010120     PERFORM UNTIL WS-LON-BUSCADO < 1
010130             OR WS-NOMBRE-BUSCADO(WS-LON-BUSCADO:1) NOT = SPACE
010140         SUBTRACT 1 FROM WS-LON-BUSCADO
010150     END-PERFORM.
010160 6510-EXIT.
010170     EXIT.
010180
010190 6520-LEER-Y-COMPARAR.
010200     READ PERSONA-FILE NEXT RECORD
010210         AT END
010220             SET FIN-BUSQUEDA TO TRUE
010230         NOT AT END
010240             PERFORM 6530-COMPARAR-NOMBRE THRU 6530-EXIT
010250     END-READ.
010260 6520-EXIT.
010270     EXIT.
010280
010290 6530-COMPARAR-NOMBRE.
010300     MOVE "N" TO WS-SW-NOMBRE-COINCIDE.
010310     PERFORM VARYING WS-POS-COMPARA FROM 1 BY 1
010320             UNTIL WS-POS-COMPARA > 31 - WS-LON-BUSCADO
010330                 OR NOMBRE-COINCIDE
010340         PERFORM 6535-COMPARAR-POSICION THRU 6535-EXIT
010350     END-PERFORM.
010360     IF NOMBRE-COINCIDE
010370             AND WS-CANT-COINCIDENCIAS < WS-MAX-COINCIDENCIAS
010380         ADD 1 TO WS-CANT-COINCIDENCIAS
010390         MOVE PERS-DNI TO BUSQ-DNI(WS-CANT-COINCIDENCIAS)
010400         CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO
010410         DISPLAY " " WS-CANT-COINCIDENCIAS " - "
010420             WS-DNI-ENMASCARADO "  " PERS-NOMBRE
010430             " EDAD " PERS-EDAD
010440     END-IF.
010450 6530-EXIT.
010460     EXIT.
010470
010480 6535-COMPARAR-POSICION.
010490     IF PERS-NOMBRE(WS-POS-COMPARA:WS-LON-BUSCADO) =
010500             WS-NOMBRE-BUSCADO(1:WS-LON-BUSCADO)
010510         SET NOMBRE-COINCIDE TO TRUE
010520     END-IF.
010530 6535-EXIT.
010540     EXIT.
010550
010560******************************************************************
010570* 6540-ELEGIR-COINCIDENCIA - EL OPERADOR ELIGE UNA LINEA DE LA
010580*     LISTA Y SIGUE CON LA CONSULTA O LA MODIFICACION SIN TENER
010590*     QUE COPIAR EL DNI A MANO
010600******************************************************************
010610 6540-ELEGIR-COINCIDENCIA.
010620     DISPLAY "Numero de linea (0 vuelve al menu): ".
010630     ACCEPT WS-LINEA-ELEGIDA.
010640     IF WS-LINEA-ELEGIDA > 0
010650             AND WS-LINEA-ELEGIDA <= WS-CANT-COINCIDENCIAS
010660         MOVE BUSQ-DNI(WS-LINEA-ELEGIDA) TO PERS-DNI
010670         DISPLAY "C = CONSULTA, M = MODIFICACION: "
010680         ACCEPT WS-ACCION-BUSQUEDA
010690         EVALUATE WS-ACCION-BUSQUEDA
010700             WHEN "C"
010710             WHEN "c"
010720                 PERFORM 6100-MOSTRAR-PERSONA THRU 6100-EXIT
010730             WHEN "M"
010740             WHEN "m"
010750                 PERFORM 4100-APLICAR-MODIFICACION THRU 4100-EXIT
010760             WHEN OTHER
010770                 DISPLAY "ACCION INVALIDA."
010780         END-EVALUATE
010790     END-IF.
010800 6540-EXIT.
010810     EXIT.
010820
010830******************************************************************
010840* 6600-CAMBIO-DE-DNI - RECLAVEA UN REGISTRO CUYO DNI SE CAPTURO
010850*     MAL, SIN PERDER SU HISTORIA: SOLO UN OPERADOR AUTORIZADO
010860*     EN EL ARCHIVO AUTORIZA (COMO EN DNI_DESCUBRIR) PUEDE
010870*     HACERLO. SE ESCRIBE EL REGISTRO BAJO EL DNI NUEVO, SE
010880*     ELIMINA EL VIEJO Y EL JOURNAL GUARDA UNA ENTRADA "C" CON
010890*     LAS DOS CLAVES (IMAGEN ANTES = DNI VIEJO, DESPUES = DNI
010900*     NUEVO), ASI PERSONAHIST MUESTRA LA HISTORIA COMPLETA
010910*     BUSCANDO POR CUALQUIERA DE LOS DOS NUMEROS.
010920******************************************************************
010930 6600-CAMBIO-DE-DNI.
010940     PERFORM 4400-LEER-SESION THRU 4400-EXIT.
010950     IF WS-SOLICITANTE = SPACES
010960         DISPLAY "ID de operador: "
010970         ACCEPT WS-SOLICITANTE
010980     END-IF.
010990     PERFORM 6610-VERIFICAR-AUTORIZACION THRU 6610-EXIT.
011000     IF NOT OPERADOR-AUTORIZADO
011010         DISPLAY "ACCESO DENEGADO: OPERADOR NO AUTORIZADO "
011020             "PARA CAMBIAR UN DNI."
011030         GO TO 6600-EXIT
011040     END-IF.
011050     DISPLAY "DNI actual (mal capturado): ".
011060     ACCEPT WS-DNI-VIEJO.
011070     MOVE WS-DNI-VIEJO TO PERS-DNI.
011080     READ PERSONA-FILE
011090         INVALID KEY
011100             DISPLAY "ERROR: PERSONA NO ENCONTRADA."
011110             GO TO 6600-EXIT
011120     END-READ.
011130     MOVE PERSONA-RECORD TO WS-REGISTRO-GUARDADO.
011140     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
011150     DISPLAY "DNI correcto (8 digitos): ".
011160     ACCEPT WS-DNI-BASE.
011170     DISPLAY "Digito verificador: ".
011180     ACCEPT WS-DNI-DV-INGRESADO.
011190     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
011200     IF WS-DNI-DV-CALCULADO NOT = WS-DNI-DV-INGRESADO
011210         DISPLAY "ERROR: DIGITO VERIFICADOR INVALIDO PARA EL "
011220             "DNI INGRESADO."
011230         GO TO 6600-EXIT
011240     END-IF.
011250     PERFORM 7100-VERIFICAR-VIGENCIA THRU 7100-EXIT.
011260     IF NOT REGISTRO-VIGENTE
011270         GO TO 6600-EXIT
011280     END-IF.
011290     MOVE WS-REGISTRO-GUARDADO TO PERSONA-RECORD.
011300     MOVE WS-DNI-BASE TO PERS-DNI.
011310     MOVE WS-DNI-DV-INGRESADO TO PERS-DNI-DV.
011320     WRITE PERSONA-RECORD
011330         INVALID KEY
011340             DISPLAY "ERROR: YA EXISTE UNA PERSONA CON ESE DNI."
011350         NOT INVALID KEY
011360             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
011370             MOVE WS-DNI-VIEJO TO PERS-DNI
011380             DELETE PERSONA-FILE
011390                 INVALID KEY
011400                     DISPLAY "ERROR AL RETIRAR EL DNI VIEJO: "
011410                         "VERIFIQUE EL MAESTRO."
011420                 NOT INVALID KEY
011430                     MOVE "C" TO WS-JRNL-ACCION
011440                     PERFORM 7000-REGISTRAR-JOURNAL
011450                         THRU 7000-EXIT
011460                     DISPLAY "DNI RECLAVEADO. LA HISTORIA SE "
011470                         "CONSULTA POR CUALQUIERA DE LOS DOS."
011480             END-DELETE
011490     END-WRITE.
011500 6600-EXIT.
011510     EXIT.
011520
011530 6610-VERIFICAR-AUTORIZACION.
011540     MOVE "N" TO WS-SW-AUTORIZADO.
011550     MOVE "N" TO WS-EOF-AUT.
011560     OPEN INPUT AUTORIZA-FILE.
011570     IF WS-AUT-STATUS NOT = "00"
011580         GO TO 6610-EXIT
011590     END-IF.
011600     PERFORM 6620-BUSCAR-AUTORIZACION THRU 6620-EXIT
011610         UNTIL FIN-AUTORIZA.
011620     CLOSE AUTORIZA-FILE.
011630 6610-EXIT.
011640     EXIT.
011650
011660 6620-BUSCAR-AUTORIZACION.
011670     READ AUTORIZA-FILE
011680         AT END
011690             SET FIN-AUTORIZA TO TRUE
011700         NOT AT END
011710             IF AUT-ID = WS-SOLICITANTE
011720                 SET OPERADOR-AUTORIZADO TO TRUE
011730                 SET FIN-AUTORIZA TO TRUE
011740             END-IF
011750     END-READ.
011760 6620-EXIT.
011770     EXIT.
011780
011790******************************************************************
011800* 6700-TRANSFERENCIA - MUEVE UNA PERSONA DE SUCURSAL DEJANDO
011810*     RASTRO: JOURNAL "T" (ORIGEN EN LA IMAGEN ANTES, DESTINO EN
011820*     LA DESPUES) Y UNA LINEA EN EL REGISTRO DIARIO
011830*     TRANSREG.AAAAMMDD PARA QUE CADA SUCURSAL CONCILIE SUS
011840*     ALTAS Y BAJAS DE POBLACION - EN VEZ DE PISAR EL CAMPO SIN
011850*     CONSTANCIA.
011860******************************************************************
011870 6700-TRANSFERENCIA.
011880     DISPLAY "DNI a transferir: ".
011890     ACCEPT PERS-DNI.
011900     READ PERSONA-FILE
011910         INVALID KEY
011920             DISPLAY "ERROR: PERSONA NO ENCONTRADA."
011930             GO TO 6700-EXIT
011940     END-READ.
011950     IF PERS-INACTIVO
011960         DISPLAY "LA PERSONA ESTA INACTIVA: NO SE TRANSFIERE."
011970         GO TO 6700-EXIT
011980     END-IF.
011990     MOVE PERS-SUCURSAL TO WS-SUC-ORIGEN.
012000     MOVE WS-SUC-ORIGEN TO VSU-CODIGO.
012010     CALL "validar_sucursal" USING VSU-AREA.
012020     DISPLAY "Sucursal actual: " WS-SUC-ORIGEN " " VSU-NOMBRE.
012030     DISPLAY "Sucursal destino (2 digitos): ".
012040     ACCEPT WS-SUC-DESTINO.
012050     IF WS-SUC-DESTINO = WS-SUC-ORIGEN
012060         DISPLAY "LA PERSONA YA ESTA EN ESA SUCURSAL."
012070         GO TO 6700-EXIT
012080     END-IF.
012090     MOVE WS-SUC-DESTINO TO VSU-CODIGO.
012100     CALL "validar_sucursal" USING VSU-AREA.
012110     IF VSU-INEXISTENTE
012120         DISPLAY "SUCURSAL DESTINO INEXISTENTE EN EL "
012130             "REFERENCIAL: NO SE TRANSFIERE."
012140         GO TO 6700-EXIT
012150     END-IF.
012160     IF VSU-CERRADA
012170         DISPLAY "LA SUCURSAL " WS-SUC-DESTINO " CERRO EL "
012180             VSU-FECHA-CIERRE " (SUCESORA " VSU-SUCESORA
012190             "): NO SE TRANSFIERE."
012200         GO TO 6700-EXIT
012210     END-IF.
012220     IF VSU-ABIERTA
012230         DISPLAY "Sucursal destino: " WS-SUC-DESTINO " "
012240             VSU-NOMBRE
012250     END-IF.
012260     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
012270     MOVE WS-SUC-DESTINO TO PERS-SUCURSAL.
012280     PERFORM 7100-VERIFICAR-VIGENCIA THRU 7100-EXIT.
012290     IF NOT REGISTRO-VIGENTE
012300         GO TO 6700-EXIT
012310     END-IF.
012320     REWRITE PERSONA-RECORD
012330         INVALID KEY
012340             DISPLAY "ERROR AL TRANSFERIR."
012350         NOT INVALID KEY
012360             DISPLAY "PERSONA TRANSFERIDA."
012370             MOVE "T" TO WS-JRNL-ACCION
012380             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
012390             PERFORM 7000-REGISTRAR-JOURNAL THRU 7000-EXIT
012400             PERFORM 6750-REGISTRAR-TRANSFERENCIA
012410                 THRU 6750-EXIT
012420     END-REWRITE.
012430 6700-EXIT.
012440     EXIT.
012450
012460 6750-REGISTRAR-TRANSFERENCIA.
012470     CALL "fecha_negocio" USING WS-FECHA-ACTUAL
012480             WS-SUFIJO-CICLO.
012490     MOVE SPACES TO WS-DYN-TRANSREG.
012500     STRING "TRANSREG." WS-FECHA-ACTUAL DELIMITED BY SIZE
012510         WS-SUFIJO-CICLO DELIMITED BY SPACE
012520         INTO WS-DYN-TRANSREG.
012530     OPEN EXTEND TRANSREG-FILE.
012540     IF WS-TRG-STATUS NOT = "00"
012550         OPEN OUTPUT TRANSREG-FILE
012560     END-IF.
012570     MOVE SPACES TO TRANSREG-RECORD.
012580     MOVE WS-FECHA-ACTUAL TO TRG-FECHA.
012590     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
012600     MOVE WS-DNI-ENMASCARADO TO TRG-DNI-MASK.
012610     MOVE PERS-NOMBRE TO TRG-NOMBRE.
012620     MOVE WS-SUC-ORIGEN TO TRG-ORIGEN.
012630     MOVE WS-SUC-DESTINO TO TRG-DESTINO.
012640     WRITE TRANSREG-RECORD.
012650     CLOSE TRANSREG-FILE.
012660 6750-EXIT.
012670     EXIT.
012680
012690******************************************************************
012700* 6800-TUTELA - MUESTRA LOS TUTORES VIGENTES DE UN MENOR Y DA DE
012710*     ALTA O CIERRA UN VINCULO. EL REGISTRO TUTORES ES SOLO POR
012720*     AGREGADO (EL ULTIMO REGISTRO DE CADA PAR VALE), ASI LEGAL
012730*     PUEDE VER QUIEN FIRMO POR EL MENOR EN CADA FECHA.
012740******************************************************************
012750 6800-TUTELA.
012760     DISPLAY "DNI del menor: ".
012770     ACCEPT PERS-DNI.
012780     READ PERSONA-FILE
012790         INVALID KEY
012800             DISPLAY "ERROR: PERSONA NO ENCONTRADA."
012810             GO TO 6800-EXIT
012820     END-READ.
012830     MOVE PERS-DNI TO WS-DNI-MENOR.
012840     PERFORM 6850-LEER-TUTORES-MENOR THRU 6850-EXIT.
012850     DISPLAY "TUTORES VIGENTES DE " PERS-NOMBRE ":".
012860     MOVE ZERO TO WS-CANT-TUT-VIGENTES.
012870     PERFORM 6870-MOSTRAR-TUTOR THRU 6870-EXIT
012880         VARYING WS-IDX-TUTM FROM 1 BY 1
012890             UNTIL WS-IDX-TUTM > WS-CANT-TUT-MENOR.
012900     IF WS-CANT-TUT-VIGENTES = ZERO
012910         DISPLAY "  (NINGUNO)"
012920     END-IF.
012930     DISPLAY "A = AGREGAR TUTOR, C = CERRAR VINCULO, "
012940         "OTRA TECLA = VOLVER: ".
012950     ACCEPT WS-ACCION-TUTELA.
012960     IF WS-ACCION-TUTELA = "a"
012970         MOVE "A" TO WS-ACCION-TUTELA
012980     END-IF.
012990     IF WS-ACCION-TUTELA = "c"
013000         MOVE "C" TO WS-ACCION-TUTELA
013010     END-IF.
013020     EVALUATE WS-ACCION-TUTELA
013030         WHEN "A"
013040             PERFORM 6810-AGREGAR-TUTOR THRU 6810-EXIT
013050         WHEN "C"
013060             PERFORM 6820-CERRAR-VINCULO THRU 6820-EXIT
013070         WHEN OTHER
013080             CONTINUE
013090     END-EVALUATE.
013100 6800-EXIT.
013110     EXIT.
013120
013130******************************************************************
013140* 6810-AGREGAR-TUTOR - EL MENOR DEBE ESTAR ACTIVO Y SER MENOR
013150*     DE EDAD; EL TUTOR DEBE EXISTIR CON SU DIGITO VERIFICADOR,
013160*     ESTAR ACTIVO, SER MAYOR DE EDAD Y NO ESTAR YA VIGENTE
013170******************************************************************
013180 6810-AGREGAR-TUTOR.
013190     IF PERS-INACTIVO
013200         DISPLAY "ERROR: EL MENOR ESTA INACTIVO."
013210         GO TO 6810-EXIT
013220     END-IF.
013230     IF NOT PERS-ES-MENOR-EDAD
013240         DISPLAY "ERROR: LA PERSONA YA ES MAYOR DE EDAD."
013250         GO TO 6810-EXIT
013260     END-IF.
013270     DISPLAY "DNI del tutor (8 digitos): ".
013280     ACCEPT WS-DNI-BASE.
013290     DISPLAY "Digito verificador: ".
013300     ACCEPT WS-DNI-DV-INGRESADO.
013310     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
013320     IF WS-DNI-DV-CALCULADO NOT = WS-DNI-DV-INGRESADO
013330         DISPLAY "ERROR: DIGITO VERIFICADOR INVALIDO PARA EL "
013340             "DNI INGRESADO."
013350         GO TO 6810-EXIT
013360     END-IF.
013370     IF WS-DNI-BASE = WS-DNI-MENOR
013380         DISPLAY "ERROR: EL MENOR NO PUEDE SER SU PROPIO TUTOR."
013390         GO TO 6810-EXIT
013400     END-IF.
013410     MOVE WS-DNI-BASE TO WS-DNI-TUTOR.
013420     PERFORM 6860-BUSCAR-TUTOR-MENOR THRU 6860-EXIT.
013430     IF WS-IDX-TUTM > ZERO
013440         IF TUTM-VIGENTE(WS-IDX-TUTM)
013450             DISPLAY "ERROR: EL VINCULO YA ESTA VIGENTE."
013460             GO TO 6810-EXIT
013470         END-IF
013480     END-IF.
013490     MOVE WS-DNI-TUTOR TO PERS-DNI.
013500     READ PERSONA-FILE
013510         INVALID KEY
013520             DISPLAY "ERROR: EL TUTOR NO EXISTE EN EL MAESTRO."
013530             GO TO 6810-EXIT
013540     END-READ.
013550     IF PERS-INACTIVO
013560         DISPLAY "ERROR: EL TUTOR ESTA INACTIVO."
013570         GO TO 6810-EXIT
013580     END-IF.
013590     IF NOT PERS-ES-MAYOR-EDAD
013600         DISPLAY "ERROR: EL TUTOR ES MENOR DE EDAD."
013610         GO TO 6810-EXIT
013620     END-IF.
013630     DISPLAY "Tutor: " PERS-NOMBRE.
013640     DISPLAY "Vinculo (PADRE, MADRE, TUTOR, ...): ".
013650     ACCEPT WS-VINCULO-TUTELA.
013660     DISPLAY "Motivo / documento respaldatorio: ".
013670     ACCEPT WS-MOTIVO-TUTELA.
013680     MOVE SPACES TO TUTOR-RECORD.
013690     SET TUT-VIGENTE TO TRUE.
013700     PERFORM 6880-GRABAR-TUTELA THRU 6880-EXIT.
013710     DISPLAY "VINCULO DE TUTELA REGISTRADO.".
013720 6810-EXIT.
013730     EXIT.
013740
013750******************************************************************
013760* 6820-CERRAR-VINCULO - CIERRA UN VINCULO VIGENTE DEL MENOR
013770******************************************************************
013780 6820-CERRAR-VINCULO.
013790     DISPLAY "DNI del tutor a desvincular: ".
013800     ACCEPT WS-DNI-TUTOR.
013810     PERFORM 6860-BUSCAR-TUTOR-MENOR THRU 6860-EXIT.
013820     IF WS-IDX-TUTM = ZERO
013830         DISPLAY "ERROR: ESE TUTOR NO TIENE VINCULO VIGENTE."
013840         GO TO 6820-EXIT
013850     END-IF.
013860     IF NOT TUTM-VIGENTE(WS-IDX-TUTM)
013870         DISPLAY "ERROR: ESE TUTOR NO TIENE VINCULO VIGENTE."
013880         GO TO 6820-EXIT
013890     END-IF.
013900     MOVE TUTM-VINCULO(WS-IDX-TUTM) TO WS-VINCULO-TUTELA.
013910     DISPLAY "Motivo del cierre: ".
013920     ACCEPT WS-MOTIVO-TUTELA.
013930     MOVE SPACES TO TUTOR-RECORD.
013940     SET TUT-CERRADO TO TRUE.
013950     PERFORM 6880-GRABAR-TUTELA THRU 6880-EXIT.
013960     DISPLAY "VINCULO DE TUTELA CERRADO.".
013970 6820-EXIT.
013980     EXIT.
013990
014000******************************************************************
014010* 6850-LEER-TUTORES-MENOR - ARMA EL ESTADO VIGENTE DE CADA
014020*     TUTOR DEL MENOR RECORRIENDO TODO EL REGISTRO TUTORES
014030******************************************************************
014040 6850-LEER-TUTORES-MENOR.
014050     MOVE ZERO TO WS-CANT-TUT-MENOR.
014060     MOVE "N" TO WS-EOF-TUT.
014070     OPEN INPUT TUTOR-FILE.
014080     IF WS-TUT-STATUS NOT = "00"
014090         GO TO 6850-EXIT
014100     END-IF.
014110     PERFORM 6855-LEER-TUTOR THRU 6855-EXIT
014120         UNTIL FIN-TUTORES.
014130     CLOSE TUTOR-FILE.
014140 6850-EXIT.
014150     EXIT.
014160
014170 6855-LEER-TUTOR.
014180     READ TUTOR-FILE
014190         AT END
014200             SET FIN-TUTORES TO TRUE
014210         NOT AT END
014220             IF TUT-DNI-MENOR = WS-DNI-MENOR
014230                 PERFORM 6857-UBICAR-TUTOR THRU 6857-EXIT
014240             END-IF
014250     END-READ.
014260 6855-EXIT.
014270     EXIT.
014280
014290 6857-UBICAR-TUTOR.
014300     MOVE TUT-DNI-TUTOR TO WS-DNI-TUTOR.
014310     PERFORM 6860-BUSCAR-TUTOR-MENOR THRU 6860-EXIT.
014320     IF WS-IDX-TUTM = ZERO
014330         IF WS-CANT-TUT-MENOR >= WS-MAX-TUT-MENOR
014340             GO TO 6857-EXIT
014350         END-IF
014360         ADD 1 TO WS-CANT-TUT-MENOR
014370         MOVE WS-CANT-TUT-MENOR TO WS-IDX-TUTM
014380         MOVE TUT-DNI-TUTOR TO TUTM-DNI-TUTOR(WS-IDX-TUTM)
014390     END-IF.
014400     MOVE TUT-ESTADO TO TUTM-ESTADO(WS-IDX-TUTM).
014410     MOVE TUT-VINCULO TO TUTM-VINCULO(WS-IDX-TUTM).
014420 6857-EXIT.
014430     EXIT.
014440
014450 6860-BUSCAR-TUTOR-MENOR.
014460     MOVE ZERO TO WS-IDX-TUTM.
014470     PERFORM 6865-COMPARAR-TUTOR THRU 6865-EXIT
014480         VARYING WS-IDX-BUSCA-TUTM FROM 1 BY 1
014490             UNTIL WS-IDX-BUSCA-TUTM > WS-CANT-TUT-MENOR
014500                 OR WS-IDX-TUTM > ZERO.
014510 6860-EXIT.
014520     EXIT.
014530
014540 6865-COMPARAR-TUTOR.
014550     IF TUTM-DNI-TUTOR(WS-IDX-BUSCA-TUTM) = WS-DNI-TUTOR
014560         MOVE WS-IDX-BUSCA-TUTM TO WS-IDX-TUTM
014570     END-IF.
014580 6865-EXIT.
014590     EXIT.
014600
014610 6870-MOSTRAR-TUTOR.
014620     IF TUTM-VIGENTE(WS-IDX-TUTM)
014630         ADD 1 TO WS-CANT-TUT-VIGENTES
014640         CALL "enmascarar_dni" USING TUTM-DNI-TUTOR(WS-IDX-TUTM)
014650                 WS-DNI-ENMASCARADO
014660         DISPLAY "  " WS-DNI-ENMASCARADO "  "
014670             TUTM-VINCULO(WS-IDX-TUTM)
014680     END-IF.
014690 6870-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730* 6880-GRABAR-TUTELA - AGREGA EL ALTA O CIERRE AL REGISTRO
014740*     TUTORES CON LA FECHA DE NEGOCIO Y EL OPERADOR EN SESION
014750******************************************************************
014760 6880-GRABAR-TUTELA.
014770     PERFORM 4400-LEER-SESION THRU 4400-EXIT.
014780     CALL "fecha_negocio" USING WS-FECHA-ACTUAL
014790             WS-SUFIJO-CICLO.
014800     MOVE WS-DNI-MENOR TO TUT-DNI-MENOR.
014810     MOVE WS-DNI-TUTOR TO TUT-DNI-TUTOR.
014820     MOVE WS-FECHA-ACTUAL TO TUT-FECHA.
014830     MOVE WS-VINCULO-TUTELA TO TUT-VINCULO.
014840     MOVE WS-MOTIVO-TUTELA TO TUT-MOTIVO.
014850     MOVE WS-JRNL-PROGRAMA TO TUT-ORIGEN.
014860     MOVE WS-SOLICITANTE TO TUT-OPERADOR.
014870     OPEN EXTEND TUTOR-FILE.
014880     IF WS-TUT-STATUS NOT = "00"
014890         OPEN OUTPUT TUTOR-FILE
014900     END-IF.
014910     WRITE TUTOR-RECORD.
014920     CLOSE TUTOR-FILE.
014930 6880-EXIT.
014940     EXIT.
014950
014960******************************************************************
014970* 6900-CONSENTIMIENTO - REGISTRA O LEVANTA EL PEDIDO FORMAL DE
014980*     NO RECIBIR CORRESPONDENCIA. EL REGISTRO NOCONTAC ES SOLO
014990*     POR AGREGADO (LA ULTIMA MARCA DE CADA DNI VALE), ASI CADA
015000*     CAMBIO DEJA SU FECHA Y MOTIVO COMO CONSTANCIA.
015010******************************************************************
015020 6900-CONSENTIMIENTO.
015030     DISPLAY "DNI: ".
015040     ACCEPT PERS-DNI.
015050     READ PERSONA-FILE
015060         INVALID KEY
015070             DISPLAY "ERROR: PERSONA NO ENCONTRADA."
015080             GO TO 6900-EXIT
015090     END-READ.
015100     IF PERS-FALLECIDO
015110         DISPLAY "PERSONA FALLECIDA SEGUN EL REGISTRO CIVIL: "
015120             "NO CONTACTAR EN FORMA DEFINITIVA."
015130         GO TO 6900-EXIT
015140     END-IF.
015150     PERFORM 6950-LEER-MARCA-VIGENTE THRU 6950-EXIT.
015160     IF WS-MARCA-VIGENTE = "N"
015170         DISPLAY "ESTADO ACTUAL: NO CONTACTAR."
015180     ELSE
015190         DISPLAY "ESTADO ACTUAL: CONTACTABLE."
015200     END-IF.
015210     DISPLAY "N = MARCAR NO CONTACTAR, L = LEVANTAR LA MARCA: ".
015220     ACCEPT WS-ACCION-CONSENT.
015230     IF WS-ACCION-CONSENT = "n"
015240         MOVE "N" TO WS-ACCION-CONSENT
015250     END-IF.
015260     IF WS-ACCION-CONSENT = "l"
015270         MOVE "L" TO WS-ACCION-CONSENT
015280     END-IF.
015290     IF WS-ACCION-CONSENT NOT = "N"
015300             AND WS-ACCION-CONSENT NOT = "L"
015310         DISPLAY "ACCION INVALIDA."
015320         GO TO 6900-EXIT
015330     END-IF.
015340     DISPLAY "Motivo: ".
015350     ACCEPT WS-MOTIVO-CONSENT.
015360     CALL "fecha_negocio" USING WS-FECHA-ACTUAL
015370             WS-SUFIJO-CICLO.
015380     OPEN EXTEND NOCONTAC-FILE.
015390     IF WS-NOC-STATUS NOT = "00"
015400         OPEN OUTPUT NOCONTAC-FILE
015410     END-IF.
015420     MOVE SPACES TO NOCONTAC-RECORD.
015430     MOVE PERS-DNI TO NOC-DNI.
015440     MOVE WS-ACCION-CONSENT TO NOC-MARCA.
015450     MOVE WS-FECHA-ACTUAL TO NOC-FECHA.
015460     MOVE WS-MOTIVO-CONSENT TO NOC-MOTIVO.
015470     WRITE NOCONTAC-RECORD.
015480     CLOSE NOCONTAC-FILE.
015490     IF WS-ACCION-CONSENT = "N"
015500         DISPLAY "MARCA DE NO CONTACTAR REGISTRADA."
015510     ELSE
015520         DISPLAY "MARCA DE NO CONTACTAR LEVANTADA."
015530     END-IF.
015540 6900-EXIT.
015550     EXIT.
015560
015570 6950-LEER-MARCA-VIGENTE.
015580     MOVE SPACE TO WS-MARCA-VIGENTE.
015590     MOVE "N" TO WS-EOF-NOC.
015600     OPEN INPUT NOCONTAC-FILE.
015610     IF WS-NOC-STATUS NOT = "00"
015620         GO TO 6950-EXIT
015630     END-IF.
015640     PERFORM 6960-LEER-MARCA THRU 6960-EXIT
015650         UNTIL FIN-NOCONTAC.
015660     CLOSE NOCONTAC-FILE.
015670 6950-EXIT.
015680     EXIT.
015690
015700 6960-LEER-MARCA.
015710     READ NOCONTAC-FILE
015720         AT END
015730             SET FIN-NOCONTAC TO TRUE
015740         NOT AT END
015750             IF NOC-DNI = PERS-DNI
015760                 MOVE NOC-MARCA TO WS-MARCA-VIGENTE
015770             END-IF
015780     END-READ.
015790 6960-EXIT.
015800     EXIT.
015810
015820******************************************************************
015830* 7000-REGISTRAR-JOURNAL - DEJA EN PERSJRNL LA IMAGEN ANTES Y
015840*     DESPUES DEL MOVIMIENTO RECIEN APLICADO
015850******************************************************************
015860 7000-REGISTRAR-JOURNAL.
015870     CALL "persona_journal" USING WS-JRNL-PROGRAMA WS-JRNL-ACCION
015880             WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
015890     ADD 1 TO WS-AUDT-CANTIDAD.
015900 7000-EXIT.
015910     EXIT.
015920
015930******************************************************************
015940* 7100-VERIFICAR-VIGENCIA - JUSTO ANTES DE REGRABAR: NINGUNA
015950*     FUSION NI APROBACION RETIENE EL DNI Y EL MAESTRO SIGUE
015960*     TENIENDO LA IMAGEN LEIDA AL EMPEZAR (WS-IMAGEN-ANTES). SI
015970*     ES ASI DEJA EL REGISTRO NUEVO EN PERSONA-RECORD Y PRENDE
015980*     REGISTRO-VIGENTE; SI NO, AVISO_CONFLICTO LE MUESTRA AL
015990*     OPERADOR EL OTRO CAMBIO Y LO DEJA EN ERRORLOG
016000******************************************************************
016010 7100-VERIFICAR-VIGENCIA.
016020     MOVE "N" TO WS-SW-VIGENTE.
016030     MOVE PERSONA-RECORD TO WS-IMAGEN-NUEVA.
016040     IF WS-SOLICITANTE = SPACES
016050         PERFORM 4400-LEER-SESION THRU 4400-EXIT
016060     END-IF.
016070     MOVE SPACES TO AVC-AREA.
016080     MOVE WS-JRNL-PROGRAMA TO AVC-PROGRAMA.
016090     MOVE WS-SOLICITANTE TO AVC-OPERADOR.
016100     MOVE PERS-DNI TO AVC-DNI.
016110     MOVE WS-IMAGEN-ANTES TO AVC-IMAGEN-LEIDA.
016120     MOVE SPACES TO RSVA-AREA.
016130     MOVE "C" TO RSVA-FUNCION.
016140     MOVE PERS-DNI TO RSVA-DNI.
016150     MOVE WS-SESION-ID TO RSVA-SESION.
016160     MOVE WS-SOLICITANTE TO RSVA-OPERADOR.
016170     MOVE WS-JRNL-PROGRAMA TO RSVA-PROGRAMA.
016180     CALL "reserva_dni" USING RSVA-AREA.
016190     IF RSVA-RETENIDO
016200         MOVE "R" TO AVC-TIPO
016210         MOVE RSVA-TEN-OPERADOR TO AVC-TEN-OPERADOR
016220         MOVE RSVA-TEN-PROGRAMA TO AVC-TEN-PROGRAMA
016230         MOVE RSVA-TEN-MOMENTO TO AVC-TEN-MOMENTO
016240         CALL "aviso_conflicto" USING AVC-AREA
016250         GO TO 7100-EXIT
016260     END-IF.
016270     READ PERSONA-FILE
016280         INVALID KEY
016290             MOVE "D" TO AVC-TIPO
016300             CALL "aviso_conflicto" USING AVC-AREA
016310             GO TO 7100-EXIT
016320     END-READ.
016330     IF PERSONA-RECORD NOT = WS-IMAGEN-ANTES
016340         MOVE "M" TO AVC-TIPO
016350         MOVE PERSONA-RECORD TO AVC-IMAGEN-ACTUAL
016360         CALL "aviso_conflicto" USING AVC-AREA
016370         GO TO 7100-EXIT
016380     END-IF.
016390     MOVE WS-IMAGEN-NUEVA TO PERSONA-RECORD.
016400     SET REGISTRO-VIGENTE TO TRUE.
016410 7100-EXIT.
016420     EXIT.
016430
016440******************************************************************
016450* 7500-CONSULTA-RESGUARDO - EL CICLO TIENE EL CANDADO: EL
016460*     MOSTRADOR PUEDE IGUAL CONSULTAR (SOLO LECTURA) CONTRA EL
016470*     RESGUARDO PERSBKP DEL DIA QUE PERSONA_UNLOAD TOMO AL
016480*     INICIO DEL CICLO, CON EL CARTEL DE QUE FOTO ES.
016490*     EL MAESTRO VIVO NO
016500*     SE TOCA A MITAD DEL CICLO.
016510******************************************************************
016520 7500-CONSULTA-RESGUARDO.
016530     CALL "fecha_negocio" USING WS-FECHA-ACTUAL
016540             WS-SUFIJO-CICLO.
016550     MOVE SPACES TO WS-DYN-RESGUARDO.
016560     STRING "PERSBKP." WS-FECHA-ACTUAL DELIMITED BY SIZE
016570         WS-SUFIJO-CICLO DELIMITED BY SPACE
016580         INTO WS-DYN-RESGUARDO.
016590     OPEN INPUT RESG-FILE.
016600     IF WS-RSG-STATUS NOT = "00"
016610         DISPLAY "SIN RESGUARDO " WS-DYN-RESGUARDO " TODAVIA "
016620             "(EL CICLO NO LLEGO AL PASO DE PERSONA_UNLOAD). "
016630            "INTENTE LUEGO."
016640         GO TO 7500-EXIT
016650     END-IF.
016660     CLOSE RESG-FILE.
016670     DISPLAY "CONSULTA DE SOLO LECTURA SOBRE LA FOTO "
016680         WS-DYN-RESGUARDO " (TOMADA AL INICIO DEL CICLO, "
016690         "PASO DE PERSONA_UNLOAD).".
016700     DISPLAY "LOS CAMBIOS DEL CICLO EN CURSO NO SE VEN AQUI.".
016710     MOVE SPACES TO WS-DNI-CONSULTA.
016720     PERFORM 7510-CONSULTAR-UN-DNI THRU 7510-EXIT
016730         UNTIL WS-DNI-CONSULTA = "00000000".
016740 7500-EXIT.
016750     EXIT.
016760
016770 7510-CONSULTAR-UN-DNI.
016780     DISPLAY "DNI A CONSULTAR (0 PARA SALIR): ".
016790     ACCEPT WS-DNI-CONSULTA.
016800*    UN "0" SUELTO QUEDA A LA IZQUIERDA DEL CAMPO X(8): ES LA
016810*    SALIDA PROMETIDA, NO UN DNI INVALIDO
016820     IF WS-DNI-CONSULTA = "0"
016830             OR WS-DNI-CONSULTA = "00000000"
016840         MOVE "00000000" TO WS-DNI-CONSULTA
016850         GO TO 7510-EXIT
016860     END-IF.
016870     IF WS-DNI-CONSULTA IS NOT NUMERIC
016880         DISPLAY "DNI INVALIDO."
016890         MOVE SPACES TO WS-DNI-CONSULTA
016900         GO TO 7510-EXIT
016910     END-IF.
016920     MOVE "N" TO WS-EOF-RESG.
016930     MOVE "N" TO WS-SW-HALLADO-RESG.
016940     OPEN INPUT RESG-FILE.
016950     PERFORM 7520-BUSCAR-EN-RESGUARDO THRU 7520-EXIT
016960         UNTIL FIN-RESGUARDO OR HALLADO-EN-RESGUARDO.
016970     CLOSE RESG-FILE.
016980     IF HALLADO-EN-RESGUARDO
016990         DISPLAY "  (FOTO " WS-DYN-RESGUARDO ")"
017000         DISPLAY "  NOMBRE....: " RESG-NOMBRE
017010         DISPLAY "  EDAD......: " RESG-EDAD
017020         DISPLAY "  ESTADO....: " RESG-ESTADO
017030         DISPLAY "  SUCURSAL..: " RESG-SUCURSAL
017040     ELSE
017050         DISPLAY "  EL DNI NO FIGURA EN LA FOTO DEL DIA."
017060     END-IF.
017070 7510-EXIT.
017080     EXIT.
017090
017100 7520-BUSCAR-EN-RESGUARDO.
017110     READ RESG-FILE
017120         AT END
017130             SET FIN-RESGUARDO TO TRUE
017140         NOT AT END
017150             IF RESG-DNI = WS-DNI-CONSULTA
017160                 SET HALLADO-EN-RESGUARDO TO TRUE
017170             END-IF
017180     END-READ.
017190 7520-EXIT.
017200     EXIT.
017210
017220******************************************************************
017230* 9000-TERMINAR - CIERRA EL MAESTRO
017240******************************************************************
017250 9000-TERMINAR.
017260     CLOSE PERSONA-FILE.
017270     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
017280 9000-EXIT.
017290     EXIT.
017300
017310 END PROGRAM PersonaMant.
