000370*                 LLAMA DESDE EL MENU DEL OPERADOR Y NO DEBE
000380*                 MATAR LA SESION) Y LA SESION RESPETA EL
000390*                 CANDADO CICLOLOCK COMO PERSONAMANT.
000400* 2026-10-15 RW   NUEVO PENDIENTE "V": EL REVERSO DE UN DECK
000410*                 PERSTRAN QUE PROPONE PERSONAREVERSO. AL
000420*                 APROBARLO SE APLICA CADA COMPENSACION DE LA
000430*                 PROPUESTA REVPROP CON SU JOURNAL, SOLO SI EL
000440*                 MAESTRO SIGUE CON LA IMAGEN QUE DEJO EL DECK.
000450* 2026-10-15 RW   APROBAR O RECHAZAR EXIGE RECONFIRMAR LA CLAVE
000460*                 DEL APROBADOR CONTRA EL SERVICIO CREDENCIAL.
000470* 2026-10-15 RW   UN OPERADOR INHABILITADO O SUSPENDIDO EN
000480*                 OPERADORES NO CUENTA COMO APROBADOR REGISTRADO.
000490* 2026-10-15 RW   NUEVO PENDIENTE "U": LA ACTUALIZACION MASIVA
000500*                 DE PERSONAMASIVA. AQUI SOLO SE APRUEBA; LA
000510*                 APLICA LA PROXIMA CORRIDA DE PERSONAMASIVA.
000520* 2026-10-15 RW   CAMBIOS CONCURRENTES: EL DNI DEL MOVIMIENTO (Y
000530*                 CADA DNI DE UN REVERSO) QUEDA RETENIDO
000540*                 (RESERVA_DNI) MIENTRAS SE RESUELVE; UNA
000550*                 MODIFICACION CUYO ESTADO, SUCURSAL O
000560*                 CLASIFICACION CAMBIARON DESDE LA SOLICITUD YA NO
000570*                 SE APLICA (AVISO_CONFLICTO, ERRORLOG 106). UN
000580*                 MOVIMIENTO YA RESUELTO EN OTRA SESION NO SE
000590*                 RESUELVE DOS VECES, Y AL REGRABAR PENDAPRO SE
000600*                 CONSERVA LO QUE OTRAS SESIONES AGREGARON O
000610*                 RESOLVIERON MIENTRAS TANTO.
000620* 2026-10-15 RW   NUEVO PENDIENTE "K": EL CIERRE DE UNA SUCURSAL
000630*                 QUE PROPONE SUCURSALCIERRE. AQUI SOLO SE
000640*                 APRUEBA; LO APLICA LA PROXIMA CORRIDA DE
000650*                 SUCURSALCIERRE CON LA MISMA TARJETA SUCCCTL.
000660******************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. PersonaAprob.
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT PENDAPRO-FILE ASSIGN TO "PENDAPRO"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PEND-STATUS.
000760
000770     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-LOCK-STATUS.
000800
000810     SELECT SESION-FILE ASSIGN TO "SESION"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-SES-STATUS.
000840
000850     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-OPE-STATUS.
000880
000890     SELECT REVPROP-FILE ASSIGN TO "REVPROP"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-REV-STATUS.
000920
000930     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS PERS-DNI
000970         FILE STATUS IS WS-PERSONA-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  LOCK-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 14 CHARACTERS.
001040 01  LOCK-RECORD.
001050     05  LOCK-FECHA              PIC 9(08).
001060     05  LOCK-HORA               PIC X(06).
001070
001080 FD  PENDAPRO-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 157 CHARACTERS.
001110 01  PENDIENTE-RECORD.
001120     05  PEND-ESTADO             PIC X(01).
001130     05  FILLER                  PIC X(01).
001140     05  PEND-ACCION             PIC X(01).
001150     05  FILLER                  PIC X(01).
001160     05  PEND-FECHA              PIC 9(08).
001170     05  FILLER                  PIC X(01).
001180     05  PEND-SOLICITANTE        PIC X(08).
001190     05  FILLER                  PIC X(01).
001200     05  PEND-DNI                PIC 9(08).
001210     05  FILLER                  PIC X(01).
001220     05  PEND-IMAGEN             PIC X(117).
001230     05  FILLER                  PIC X(01).
001240     05  PEND-APROBADOR          PIC X(08).
001250
001260 FD  SESION-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 08 CHARACTERS.
001290 01  SESION-RECORD.
001300     05  SES-OPERADOR            PIC X(08).
001310
001320 FD  OPERADORES-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 51 CHARACTERS.
001350 01  OPERADORES-RECORD.
001360     05  OPE-ID                  PIC X(08).
001370     05  FILLER                  PIC X(01).
001380     05  OPE-NOMBRE              PIC X(20).
001390     05  FILLER                  PIC X(01).
001400     05  OPE-PERMISOS            PIC X(10).
001410     05  FILLER                  PIC X(01).
001420     05  OPE-ESTADO              PIC X(01).
001430         88  OPE-INHABILITADO    VALUE "I" "S".
001440     05  FILLER                  PIC X(01).
001450     05  OPE-FECHA-ESTADO        PIC 9(08).
001460
001470*    PROPUESTA DE REVERSO DE DECK (LA GRABA PERSONAREVERSO)
001480 FD  REVPROP-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 325 CHARACTERS.
001510 01  REVPROP-RECORD.
001520     05  REV-LOTE                PIC X(20).
001530     05  FILLER                  PIC X(01).
001540     05  REV-SOLICITUD           PIC X(14).
001550     05  FILLER                  PIC X(01).
001560     05  REV-ESTADO              PIC X(01).
001570     05  FILLER                  PIC X(01).
001580     05  REV-ACCION              PIC X(01).
001590     05  FILLER                  PIC X(01).
001600     05  REV-DNI                 PIC X(08).
001610     05  FILLER                  PIC X(01).
001620     05  REV-ESPERADA            PIC X(117).
001630     05  FILLER                  PIC X(01).
001640     05  REV-DESTINO             PIC X(117).
001650     05  FILLER                  PIC X(01).
001660     05  REV-MOTIVO              PIC X(40).
001670
001680 FD  PERSONA-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 117 CHARACTERS.
001710 COPY PERSONA.
001720
001730 WORKING-STORAGE SECTION.
001740 01  WS-PEND-STATUS              PIC X(02).
001750 01  WS-SES-STATUS               PIC X(02).
001760 01  WS-OPE-STATUS               PIC X(02).
001770 01  WS-PERSONA-STATUS           PIC X(02).
001780 01  WS-REV-STATUS               PIC X(02).
001790
001800 01  WS-EOF-PEND                 PIC X(01) VALUE "N".
001810     88  FIN-PENDIENTES          VALUE "S".
001820 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
001830     88  FIN-OPERADORES          VALUE "S".
001840
001850*----------------------------------------------------------------
001860*    REGISTRO DE PENDIENTES EN MEMORIA (PATRON DE SUSPENSO_MANT)
001870*----------------------------------------------------------------
001880 01  WS-MAX-PENDIENTES           PIC 9(03) VALUE 200.
001890 01  WS-CANT-PENDIENTES          PIC 9(03) VALUE ZERO.
001900 01  WS-SW-PEND-DEMAS            PIC X(01) VALUE "N".
001910     88  PENDIENTES-DESBORDADOS  VALUE "S".
001920 01  TABLA-PENDIENTES.
001930     05  PEND-ENTRADA OCCURS 200 TIMES.
001940         10  PEND-T-ESTADO       PIC X(01).
001950         10  PEND-T-ACCION       PIC X(01).
001960         10  PEND-T-FECHA        PIC 9(08).
001970         10  PEND-T-SOLICITANTE  PIC X(08).
001980         10  PEND-T-DNI          PIC 9(08).
001990         10  PEND-T-IMAGEN       PIC X(117).
002000         10  PEND-T-APROBADOR    PIC X(08).
002010         10  PEND-T-SESION       PIC X(01).
002020             88  PEND-T-RESUELTO-AQUI VALUE "S".
002030             88  PEND-T-REGRABADO    VALUE "G".
002040 01  WS-IDX-PEND                 PIC 9(03) COMP.
002050 01  WS-CUENTA-ABIERTOS          PIC 9(03) VALUE ZERO.
002060 01  WS-ITEM-ELEGIDO             PIC 9(03).
002070 01  WS-DECISION                 PIC X(01).
002080 01  WS-RESPUESTA                PIC X(01).
002090 01  WS-SW-HUBO-CAMBIOS          PIC X(01) VALUE "N".
002100     88  HUBO-CAMBIOS            VALUE "S".
002110
002120*----------------------------------------------------------------
002130*    IDENTIFICACION DEL OPERADOR QUE APRUEBA
002140*----------------------------------------------------------------
002150 01  WS-APROBADOR                PIC X(08) VALUE SPACES.
002160 01  WS-SW-REGISTRADO            PIC X(01) VALUE "N".
002170     88  APROBADOR-REGISTRADO    VALUE "S".
002180 01  WS-SW-HAY-OPERADORES        PIC X(01) VALUE "N".
002190     88  HAY-ARCHIVO-OPERADORES  VALUE "S".
002200
002210*----------------------------------------------------------------
002220*    APLICACION CONTRA EL MAESTRO Y JOURNAL COMPARTIDO
002230*----------------------------------------------------------------
002240 01  WS-SW-APLICADA              PIC X(01) VALUE "N".
002250     88  CAMBIO-APLICADO         VALUE "S".
002260 01  WS-FECHA-ACTUAL             PIC 9(08).
002270 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002280 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "PersonaAprob".
002290 01  WS-JRNL-ACCION              PIC X(01).
002300 01  WS-IMAGEN-ANTES             PIC X(117).
002310 01  WS-IMAGEN-DESPUES           PIC X(117).
002320 01  WS-DNI-ENMASCARADO          PIC X(08).
002330*----------------------------------------------------------------
002340*    RECONFIRMACION DE LA CLAVE ANTES DE LA ACCION SENSIBLE (VER
002350*    CREDENCIAL.CBL)
002360*----------------------------------------------------------------
002370 01  CRED-AREA.
002380     05  CRED-FUNCION            PIC X(01).
002390     05  CRED-OPERADOR           PIC X(08).
002400     05  CRED-CLAVE              PIC X(20).
002410     05  CRED-CLAVE-NUEVA        PIC X(20).
002420     05  CRED-SUPERVISOR         PIC X(08).
002430     05  CRED-RESULTADO          PIC X(01).
002440     05  CRED-MENSAJE            PIC X(40).
002450 01  WS-SW-CLAVE                 PIC X(01) VALUE "N".
002460     88  CLAVE-CONFIRMADA        VALUE "S".
002470
002480*----------------------------------------------------------------
002490*    APLICACION DEL REVERSO DE UN DECK (PENDIENTE "V")
002500*----------------------------------------------------------------
002510 01  WS-EOF-REVPROP              PIC X(01).
002520     88  FIN-REVPROP             VALUE "S".
002530 01  WS-SW-LEIDA                 PIC X(01).
002540     88  PERSONA-LEIDA           VALUE "S".
002550 01  WS-DNI-NUMERICO             PIC 9(08).
002560 01  WS-REV-HALLADOS             PIC 9(05).
002570 01  WS-REV-APLICADOS            PIC 9(05).
002580 01  WS-REV-CONFLICTOS           PIC 9(05).
002590
002600*----------------------------------------------------------------
002610*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002620*----------------------------------------------------------------
002630 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaAprob".
002640 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002650 01  WS-LOCK-STATUS              PIC X(02).
002660
002670*----------------------------------------------------------------
002680*    CAMBIOS CONCURRENTES: DNI RETENIDOS POR LA SESION, AVISO DE
002690*    CONFLICTO Y CLAVE DE UN PENDIENTE (TODO MENOS ESTADO Y
002700*    APROBADOR) PARA UBICARLO EN EL PENDAPRO DEL DISCO
002710*----------------------------------------------------------------
002720 01  WS-SESION-ID                PIC X(14) VALUE SPACES.
002730 01  RSVA-AREA.
002740     05  RSVA-FUNCION            PIC X(01).
002750     05  RSVA-DNI                PIC 9(08).
002760     05  RSVA-SESION             PIC X(14).
002770     05  RSVA-OPERADOR           PIC X(08).
002780     05  RSVA-PROGRAMA           PIC X(20).
002790     05  RSVA-RESULTADO          PIC X(01).
002800         88  RSVA-OK             VALUE "0".
002810         88  RSVA-RETENIDO       VALUE "1".
002820     05  RSVA-TEN-OPERADOR       PIC X(08).
002830     05  RSVA-TEN-PROGRAMA       PIC X(20).
002840     05  RSVA-TEN-MOMENTO        PIC X(14).
002850     05  RSVA-LIBERADAS          PIC 9(03).
002860 01  AVC-AREA.
002870     05  AVC-PROGRAMA            PIC X(20).
002880     05  AVC-OPERADOR            PIC X(08).
002890     05  AVC-DNI                 PIC 9(08).
002900     05  AVC-TIPO                PIC X(01).
002910     05  AVC-IMAGEN-LEIDA        PIC X(117).
002920     05  AVC-IMAGEN-ACTUAL       PIC X(117).
002930     05  AVC-TEN-OPERADOR        PIC X(08).
002940     05  AVC-TEN-PROGRAMA        PIC X(20).
002950     05  AVC-TEN-MOMENTO         PIC X(14).
002960 01  WS-PEND-CLAVE.
002970     05  CLV-ACCION              PIC X(01).
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  CLV-FECHA               PIC 9(08).
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  CLV-SOLICITANTE         PIC X(08).
003020     05  FILLER                  PIC X(01) VALUE SPACE.
003030     05  CLV-DNI                 PIC 9(08).
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  CLV-IMAGEN              PIC X(117).
003060 01  WS-SW-PEND-VIGENTE          PIC X(01) VALUE "N".
003070     88  PENDIENTE-VIGENTE       VALUE "S".
003080 01  WS-ESTADO-EN-DISCO          PIC X(01).
003090 01  WS-APROBADOR-EN-DISCO       PIC X(08).
003100 01  WS-IDX-CLAVE                PIC 9(03) COMP.
003110 01  WS-IDX-HALLADO              PIC 9(03) COMP.
003120 01  WS-SW-VIGENTE               PIC X(01) VALUE "N".
003130     88  REGISTRO-VIGENTE        VALUE "S".
003140
003150*----------------------------------------------------------------
003160*    PENDAPRO TAL COMO ESTA EN DISCO AL REGRABAR (PUEDE TENER
003170*    SOLICITUDES NUEVAS O RESUELTAS POR OTRA SESION)
003180*----------------------------------------------------------------
003190 01  WS-MAX-DISCO                PIC 9(03) VALUE 400.
003200 01  WS-CANT-DISCO               PIC 9(03) VALUE ZERO.
003210 01  WS-SW-DISCO-DEMAS           PIC X(01) VALUE "N".
003220     88  DISCO-DESBORDADO        VALUE "S".
003230 01  TABLA-DISCO.
003240     05  DSC-REGISTRO            PIC X(157) OCCURS 400 TIMES.
003250 01  WS-IDX-DISCO                PIC 9(03) COMP.
003260
003270*----------------------------------------------------------------
003280*    CAMPOS PARA ERRORLOG COMPARTIDO
003290*----------------------------------------------------------------
003300 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "PersonaAprob".
003310 01  WS-ELOG-CODIGO              PIC 9(04).
003320 01  WS-ELOG-MENSAJE             PIC X(59).
003330
003340 PROCEDURE DIVISION.
003350
003360******************************************************************
003370* 0000-MAINLINE
003380******************************************************************
003390 0000-MAINLINE.
003400*    EL MISMO CANDADO QUE RESPETA PERSONAMANT: CON EL CICLO
003410*    CORRIENDO, NINGUNA SESION PUEDE TOCAR EL MAESTRO
003420     OPEN INPUT LOCK-FILE.
003430     IF WS-LOCK-STATUS = "00"
003440         CLOSE LOCK-FILE
003450         DISPLAY "EL CICLO DIARIO ESTA EN EJECUCION (CANDADO "
003460             "CICLOLOCK). INTENTE CUANDO TERMINE."
003470         GOBACK
003480     END-IF.
003490     PERFORM 1000-CARGAR-PENDIENTES THRU 1000-EXIT.
003500     IF PENDIENTES-DESBORDADOS
003510*        REGRABAR DESDE LA TABLA BORRARIA LO QUE NO ENTRO: LA
003520*        SESION NO SE ABRE HASTA QUE EL REGISTRO SE DEPURE
003530         DISPLAY "HAY MAS DE " WS-MAX-PENDIENTES " PENDIENTES: "
003540             "NO SE ABRE LA SESION. DEPURE EL ARCHIVO PENDAPRO."
003550         GOBACK
003560     END-IF.
003570     IF WS-CANT-PENDIENTES = ZERO
003580         DISPLAY "NO HAY MOVIMIENTOS PENDIENTES DE APROBACION."
003590         GOBACK
003600     END-IF.
003610     PERFORM 1500-IDENTIFICAR-APROBADOR THRU 1500-EXIT.
003620     IF NOT APROBADOR-REGISTRADO
003630         DISPLAY "OPERADOR NO REGISTRADO EN OPERADORES. FIN."
003640         GOBACK
003650     END-IF.
003660     PERFORM 1600-INICIAR-SESION THRU 1600-EXIT.
003670     MOVE "S" TO WS-RESPUESTA.
003680     PERFORM 2000-SESION-DE-APROBACION THRU 2000-EXIT
003690         UNTIL WS-RESPUESTA = "N".
003700     PERFORM 8000-LIBERAR-RESERVAS THRU 8000-EXIT.
003710     PERFORM 9000-REGRABAR-PENDIENTES THRU 9000-EXIT.
003720     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
003730     GOBACK.
003740
003750******************************************************************
003760* 1000-CARGAR-PENDIENTES - CARGA EL REGISTRO PENDAPRO EN MEMORIA
003770******************************************************************
003780 1000-CARGAR-PENDIENTES.
003790     OPEN INPUT PENDAPRO-FILE.
003800     IF WS-PEND-STATUS = "00"
003810         PERFORM 1100-LEER-PENDIENTE THRU 1100-EXIT
003820             UNTIL FIN-PENDIENTES
003830         CLOSE PENDAPRO-FILE
003840     END-IF.
003850 1000-EXIT.
003860     EXIT.
003870
003880 1100-LEER-PENDIENTE.
003890     READ PENDAPRO-FILE
003900         AT END
003910             SET FIN-PENDIENTES TO TRUE
003920         NOT AT END
003930             IF WS-CANT-PENDIENTES < WS-MAX-PENDIENTES
003940                 ADD 1 TO WS-CANT-PENDIENTES
003950                 MOVE PEND-ESTADO TO
003960                     PEND-T-ESTADO(WS-CANT-PENDIENTES)
003970                 MOVE PEND-ACCION TO
003980                     PEND-T-ACCION(WS-CANT-PENDIENTES)
003990                 MOVE PEND-FECHA TO
004000                     PEND-T-FECHA(WS-CANT-PENDIENTES)
004010                 MOVE PEND-SOLICITANTE TO
004020                     PEND-T-SOLICITANTE(WS-CANT-PENDIENTES)
004030                 MOVE PEND-DNI TO
004040                     PEND-T-DNI(WS-CANT-PENDIENTES)
004050                 MOVE PEND-IMAGEN TO
004060                     PEND-T-IMAGEN(WS-CANT-PENDIENTES)
004070                 MOVE PEND-APROBADOR TO
004080                     PEND-T-APROBADOR(WS-CANT-PENDIENTES)
004090                 MOVE "N" TO PEND-T-SESION(WS-CANT-PENDIENTES)
004100             ELSE
004110                 SET PENDIENTES-DESBORDADOS TO TRUE
004120             END-IF
004130     END-READ.
004140 1100-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 1500-IDENTIFICAR-APROBADOR - TOMA EL OPERADOR DE LA SESION DEL
004190*     MENU (O LO PIDE) Y LO VERIFICA CONTRA OPERADORES. SIN
004200*     ARCHIVO OPERADORES NO HAY CONTRA QUIEN VERIFICAR: LA
004210*     SESION DE APROBACION NO SE ABRE.
004220******************************************************************
004230 1500-IDENTIFICAR-APROBADOR.
004240     OPEN INPUT SESION-FILE.
004250     IF WS-SES-STATUS = "00"
004260         READ SESION-FILE
004270             NOT AT END
004280                 MOVE SES-OPERADOR TO WS-APROBADOR
004290         END-READ
004300         CLOSE SESION-FILE
004310     END-IF.
004320     IF WS-APROBADOR = SPACES
004330         DISPLAY "ID DE OPERADOR QUE APRUEBA: "
004340         ACCEPT WS-APROBADOR
004350     END-IF.
004360     OPEN INPUT OPERADORES-FILE.
004370     IF WS-OPE-STATUS NOT = "00"
004380         DISPLAY "SIN ARCHIVO OPERADORES NO PUEDE VERIFICARSE "
004390             "AL APROBADOR."
004400         GO TO 1500-EXIT
004410     END-IF.
004420     SET HAY-ARCHIVO-OPERADORES TO TRUE.
004430     PERFORM 1510-BUSCAR-OPERADOR THRU 1510-EXIT
004440         UNTIL FIN-OPERADORES.
004450     CLOSE OPERADORES-FILE.
004460 1500-EXIT.
004470     EXIT.
004480
004490 1510-BUSCAR-OPERADOR.
004500     READ OPERADORES-FILE
004510         AT END
004520             SET FIN-OPERADORES TO TRUE
004530         NOT AT END
004540             IF OPE-ID = WS-APROBADOR
004550                     AND NOT OPE-INHABILITADO
004560                 SET APROBADOR-REGISTRADO TO TRUE
004570                 SET FIN-OPERADORES TO TRUE
004580             END-IF
004590     END-READ.
004600 1510-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* 1600-INICIAR-SESION - MOMENTO QUE IDENTIFICA LA SESION; LO QUE
004650*     HAYA QUEDADO RETENIDO POR UNA SESION ANTERIOR DEL MISMO
004660*     APROBADOR (CORTADA SIN TERMINAR) SE LIBERA
004670******************************************************************
004680 1600-INICIAR-SESION.
004690     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESION-ID.
004700     MOVE "I" TO RSVA-FUNCION.
004710     PERFORM 8100-LLAMAR-RESERVA THRU 8100-EXIT.
004720     IF RSVA-LIBERADAS > ZERO
004730         DISPLAY "SE LIBERARON " RSVA-LIBERADAS " DNI RETENIDOS "
004740             "POR UNA SESION ANTERIOR SUYA QUE NO TERMINO."
004750     END-IF.
004760 1600-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 2000-SESION-DE-APROBACION - LISTA LOS PENDIENTES Y RESUELVE EL
004810*     QUE EL OPERADOR ELIJA
004820******************************************************************
004830 2000-SESION-DE-APROBACION.
004840     MOVE ZERO TO WS-CUENTA-ABIERTOS.
004850     PERFORM 2100-LISTAR-PENDIENTE THRU 2100-EXIT
004860         VARYING WS-IDX-PEND FROM 1 BY 1
004870             UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES.
004880     IF WS-CUENTA-ABIERTOS = ZERO
004890         DISPLAY "NO QUEDAN MOVIMIENTOS PENDIENTES."
004900         MOVE "N" TO WS-RESPUESTA
004910     ELSE
004920         PERFORM 2200-RESOLVER-ITEM THRU 2200-EXIT
004930         DISPLAY "RESOLVER OTRO MOVIMIENTO (S/N)? "
004940         ACCEPT WS-RESPUESTA
004950         IF WS-RESPUESTA = "n"
004960             MOVE "N" TO WS-RESPUESTA
004970         END-IF
004980     END-IF.
004990 2000-EXIT.
005000     EXIT.
005010
005020 2100-LISTAR-PENDIENTE.
005030     IF PEND-T-ESTADO(WS-IDX-PEND) = "P"
005040             AND PEND-T-ACCION(WS-IDX-PEND) = "V"
005050         ADD 1 TO WS-CUENTA-ABIERTOS
005060         DISPLAY " " WS-IDX-PEND " - "
005070             PEND-T-FECHA(WS-IDX-PEND) " V REVERSO DEL DECK "
005080             PEND-T-IMAGEN(WS-IDX-PEND)(1:20)
005090             " SOLICITADO POR "
005100             PEND-T-SOLICITANTE(WS-IDX-PEND)
005110         GO TO 2100-EXIT
005120     END-IF.
005130     IF PEND-T-ESTADO(WS-IDX-PEND) = "P"
005140             AND PEND-T-ACCION(WS-IDX-PEND) = "U"
005150         ADD 1 TO WS-CUENTA-ABIERTOS
005160         DISPLAY " " WS-IDX-PEND " - "
005170             PEND-T-FECHA(WS-IDX-PEND) " U MASIVA "
005180             PEND-T-IMAGEN(WS-IDX-PEND)(48:8) " = "
005190             PEND-T-IMAGEN(WS-IDX-PEND)(57:30)
005200         DISPLAY "       A " PEND-T-IMAGEN(WS-IDX-PEND)(110:7)
005210             " PERSONAS, SOLICITADO POR "
005220             PEND-T-SOLICITANTE(WS-IDX-PEND)
005230         GO TO 2100-EXIT
005240     END-IF.
005250     IF PEND-T-ESTADO(WS-IDX-PEND) = "P"
005260             AND PEND-T-ACCION(WS-IDX-PEND) = "K"
005270         ADD 1 TO WS-CUENTA-ABIERTOS
005280         DISPLAY " " WS-IDX-PEND " - "
005290             PEND-T-FECHA(WS-IDX-PEND) " K CIERRE DE SUCURSAL "
005300             PEND-T-IMAGEN(WS-IDX-PEND)(1:2) " A LA "
005310             PEND-T-IMAGEN(WS-IDX-PEND)(4:2)
005320         DISPLAY "       " PEND-T-IMAGEN(WS-IDX-PEND)(62:7)
005330             " PERSONAS, SOLICITADO POR "
005340             PEND-T-SOLICITANTE(WS-IDX-PEND)
005350         GO TO 2100-EXIT
005360     END-IF.
005370     IF PEND-T-ESTADO(WS-IDX-PEND) = "P"
005380         ADD 1 TO WS-CUENTA-ABIERTOS
005390         CALL "enmascarar_dni" USING PEND-T-DNI(WS-IDX-PEND)
005400             WS-DNI-ENMASCARADO
005410         DISPLAY " " WS-IDX-PEND " - "
005420             PEND-T-FECHA(WS-IDX-PEND) " "
005430             PEND-T-ACCION(WS-IDX-PEND) " "
005440             WS-DNI-ENMASCARADO
005450             " SOLICITADO POR "
005460             PEND-T-SOLICITANTE(WS-IDX-PEND)
005470     END-IF.
005480 2100-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 2200-RESOLVER-ITEM - APRUEBA O RECHAZA EL ITEM ELEGIDO. EL
005530*     SOLICITANTE NUNCA PUEDE APROBAR SU PROPIO MOVIMIENTO.
005540******************************************************************
005550 2200-RESOLVER-ITEM.
005560*    LO RETENIDO PARA EL MOVIMIENTO ANTERIOR SE SUELTA
005570     PERFORM 8000-LIBERAR-RESERVAS THRU 8000-EXIT.
005580     DISPLAY "Numero de movimiento (0 vuelve): ".
005590     ACCEPT WS-ITEM-ELEGIDO.
005600     IF WS-ITEM-ELEGIDO = ZERO
005610         GO TO 2200-EXIT
005620     END-IF.
005630     IF WS-ITEM-ELEGIDO > WS-CANT-PENDIENTES
005640         DISPLAY "NUMERO DE MOVIMIENTO INVALIDO."
005650         GO TO 2200-EXIT
005660     END-IF.
005670     IF PEND-T-ESTADO(WS-ITEM-ELEGIDO) NOT = "P"
005680         DISPLAY "EL MOVIMIENTO YA FUE RESUELTO."
005690         GO TO 2200-EXIT
005700     END-IF.
005710     IF PEND-T-SOLICITANTE(WS-ITEM-ELEGIDO) = WS-APROBADOR
005720         DISPLAY "EL SOLICITANTE NO PUEDE APROBAR SU PROPIO "
005730             "MOVIMIENTO."
005740         GO TO 2200-EXIT
005750     END-IF.
005760     PERFORM 2250-VERIFICAR-PENDIENTE THRU 2250-EXIT.
005770     IF NOT PENDIENTE-VIGENTE
005780         GO TO 2200-EXIT
005790     END-IF.
005800*    LA BAJA Y LA MODIFICACION RETIENEN SU DNI HASTA RESOLVERSE
005810     IF PEND-T-ACCION(WS-ITEM-ELEGIDO) = "B"
005820             OR PEND-T-ACCION(WS-ITEM-ELEGIDO) = "M"
005830         MOVE PEND-T-DNI(WS-ITEM-ELEGIDO) TO RSVA-DNI
005840         PERFORM 8200-RETENER-DNI THRU 8200-EXIT
005850         IF NOT RSVA-OK
005860             DISPLAY "MOVIMIENTO NO RESUELTO."
005870             GO TO 2200-EXIT
005880         END-IF
005890     END-IF.
005900     DISPLAY "A = APROBAR, R = RECHAZAR: ".
005910     ACCEPT WS-DECISION.
005920     IF WS-DECISION = "A" OR WS-DECISION = "a"
005930             OR WS-DECISION = "R" OR WS-DECISION = "r"
005940         PERFORM 2300-CONFIRMAR-CLAVE THRU 2300-EXIT
005950         IF NOT CLAVE-CONFIRMADA
005960             DISPLAY "MOVIMIENTO NO RESUELTO."
005970             GO TO 2200-EXIT
005980         END-IF
005990     END-IF.
006000     EVALUATE WS-DECISION
006010         WHEN "A"
006020         WHEN "a"
006030             PERFORM 3000-APLICAR-MOVIMIENTO THRU 3000-EXIT
006040             IF CAMBIO-APLICADO
006050                 MOVE "A" TO PEND-T-ESTADO(WS-ITEM-ELEGIDO)
006060                 MOVE WS-APROBADOR TO
006070                     PEND-T-APROBADOR(WS-ITEM-ELEGIDO)
006080                 SET PEND-T-RESUELTO-AQUI(WS-ITEM-ELEGIDO) TO TRUE
006090                 SET HUBO-CAMBIOS TO TRUE
006100                 ADD 1 TO WS-AUDT-CANTIDAD
006110                 DISPLAY "MOVIMIENTO APROBADO Y APLICADO."
006120             END-IF
006130         WHEN "R"
006140         WHEN "r"
006150             MOVE "R" TO PEND-T-ESTADO(WS-ITEM-ELEGIDO)
006160             MOVE WS-APROBADOR TO
006170                 PEND-T-APROBADOR(WS-ITEM-ELEGIDO)
006180             SET PEND-T-RESUELTO-AQUI(WS-ITEM-ELEGIDO) TO TRUE
006190             SET HUBO-CAMBIOS TO TRUE
006200             DISPLAY "MOVIMIENTO RECHAZADO."
006210         WHEN OTHER
006220             DISPLAY "DECISION INVALIDA."
006230     END-EVALUATE.
006240 2200-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280* 2250-VERIFICAR-PENDIENTE - EL MOVIMIENTO ELEGIDO SIGUE PENDIENTE
006290*     EN EL PENDAPRO DEL DISCO: SI OTRA SESION DE APROBACION YA
006300*     LO RESOLVIO, SE TOMA SU RESOLUCION Y NO SE RESUELVE DE NUEVO
006310******************************************************************
006320 2250-VERIFICAR-PENDIENTE.
006330     MOVE "N" TO WS-SW-PEND-VIGENTE.
006340     MOVE SPACE TO WS-ESTADO-EN-DISCO.
006350     MOVE WS-ITEM-ELEGIDO TO WS-IDX-CLAVE.
006360     PERFORM 2270-ARMAR-CLAVE THRU 2270-EXIT.
006370     MOVE "N" TO WS-EOF-PEND.
006380     OPEN INPUT PENDAPRO-FILE.
006390     IF WS-PEND-STATUS NOT = "00"
006400         SET PENDIENTE-VIGENTE TO TRUE
006410         GO TO 2250-EXIT
006420     END-IF.
006430     PERFORM 2260-BUSCAR-EN-DISCO THRU 2260-EXIT
006440         UNTIL FIN-PENDIENTES.
006450     CLOSE PENDAPRO-FILE.
006460     IF PENDIENTE-VIGENTE OR WS-ESTADO-EN-DISCO = SPACE
006470         SET PENDIENTE-VIGENTE TO TRUE
006480         GO TO 2250-EXIT
006490     END-IF.
006500     MOVE WS-ESTADO-EN-DISCO TO PEND-T-ESTADO(WS-ITEM-ELEGIDO).
006510     MOVE WS-APROBADOR-EN-DISCO TO
006520         PEND-T-APROBADOR(WS-ITEM-ELEGIDO).
006530     DISPLAY "EL MOVIMIENTO YA LO RESOLVIO " WS-APROBADOR-EN-DISCO
006540         " EN OTRA SESION (ESTADO " WS-ESTADO-EN-DISCO ").".
006550     CALL "enmascarar_dni" USING PEND-T-DNI(WS-ITEM-ELEGIDO)
006560         WS-DNI-ENMASCARADO.
006570     MOVE 106 TO WS-ELOG-CODIGO.
006580     MOVE SPACES TO WS-ELOG-MENSAJE.
006590     STRING "CONFLICTO P DNI " WS-DNI-ENMASCARADO " OP "
006600         DELIMITED BY SIZE
006610         WS-APROBADOR DELIMITED BY SPACE
006620         " VS " DELIMITED BY SIZE
006630         WS-APROBADOR-EN-DISCO DELIMITED BY SPACE
006640         INTO WS-ELOG-MENSAJE.
006650     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
006660             WS-ELOG-MENSAJE.
006670 2250-EXIT.
006680     EXIT.
006690
006700 2260-BUSCAR-EN-DISCO.
006710     READ PENDAPRO-FILE
006720         AT END
006730             SET FIN-PENDIENTES TO TRUE
006740         NOT AT END
006750             IF PENDIENTE-RECORD(3:146) = WS-PEND-CLAVE
006760                 IF PEND-ESTADO = "P"
006770                     SET PENDIENTE-VIGENTE TO TRUE
006780                     SET FIN-PENDIENTES TO TRUE
006790                 ELSE
006800                     MOVE PEND-ESTADO TO WS-ESTADO-EN-DISCO
006810                     MOVE PEND-APROBADOR TO WS-APROBADOR-EN-DISCO
006820                 END-IF
006830             END-IF
006840     END-READ.
006850 2260-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890*    CLAVE DEL PENDIENTE WS-IDX-CLAVE DE LA TABLA
006900*----------------------------------------------------------------
006910 2270-ARMAR-CLAVE.
006920     MOVE PEND-T-ACCION(WS-IDX-CLAVE) TO CLV-ACCION.
006930     MOVE PEND-T-FECHA(WS-IDX-CLAVE) TO CLV-FECHA.
006940     MOVE PEND-T-SOLICITANTE(WS-IDX-CLAVE) TO CLV-SOLICITANTE.
006950     MOVE PEND-T-DNI(WS-IDX-CLAVE) TO CLV-DNI.
006960     MOVE PEND-T-IMAGEN(WS-IDX-CLAVE) TO CLV-IMAGEN.
006970 2270-EXIT.
006980     EXIT.
006990******************************************************************
007000* 2300-CONFIRMAR-CLAVE - EL OPERADOR VUELVE A TIPEAR SU CLAVE; UNA
007010*     CUENTA BLOQUEADA, UNA CLAVE INCORRECTA O UNA QUE DEBE
007020*     CAMBIARSE (SE CAMBIA DESDE EL MENU) NO HABILITAN LA ACCION.
007030*     SIN REGISTRO CREDOPER (MODO LEGADO) NO HAY CONTRA QUE
007040*     VERIFICAR Y SE SIGUE COMO ANTES.
007050******************************************************************
007060 2300-CONFIRMAR-CLAVE.
007070     MOVE "N" TO WS-SW-CLAVE.
007080     MOVE SPACES TO CRED-AREA.
007090     MOVE "V" TO CRED-FUNCION.
007100     MOVE WS-APROBADOR TO CRED-OPERADOR.
007110     MOVE WS-APROBADOR TO CRED-SUPERVISOR.
007120     DISPLAY "CONFIRME SU CLAVE: ".
007130     ACCEPT CRED-CLAVE.
007140     CALL "credencial" USING CRED-AREA.
007150     MOVE SPACES TO CRED-CLAVE.
007160     EVALUATE CRED-RESULTADO
007170         WHEN "0"
007180         WHEN "L"
007190             SET CLAVE-CONFIRMADA TO TRUE
007200         WHEN "3"
007210             DISPLAY CRED-MENSAJE
007220             DISPLAY "CAMBIELA DESDE EL MENU DEL OPERADOR."
007230         WHEN OTHER
007240             DISPLAY CRED-MENSAJE
007250     END-EVALUATE.
007260 2300-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 3000-APLICAR-MOVIMIENTO - APLICA EL MOVIMIENTO APROBADO CONTRA
007310*     PERSONAF Y DEJA EL JOURNAL ANTES/DESPUES COMPARTIDO
007320******************************************************************
007330 3000-APLICAR-MOVIMIENTO.
007340     MOVE "N" TO WS-SW-APLICADA.
007350     IF PEND-T-ACCION(WS-ITEM-ELEGIDO) = "V"
007360         PERFORM 3500-APLICAR-REVERSO THRU 3500-EXIT
007370         GO TO 3000-EXIT
007380     END-IF.
007390*    LA MASIVA NO SE APLICA AQUI: LA APLICA PERSONAMASIVA CON SU
007400*    CHECKPOINT Y SU REPORTE, AL VOLVER A CORRER CON LAS TARJETAS
007410     IF PEND-T-ACCION(WS-ITEM-ELEGIDO) = "U"
007420         SET CAMBIO-APLICADO TO TRUE
007430         DISPLAY "ACTUALIZACION MASIVA APROBADA; LA APLICA LA "
007440             "PROXIMA CORRIDA DE PERSONAMASIVA."
007450         GO TO 3000-EXIT
007460     END-IF.
007470*    EL CIERRE DE SUCURSAL TAMPOCO: LO APLICA SUCURSALCIERRE
007480     IF PEND-T-ACCION(WS-ITEM-ELEGIDO) = "K"
007490         SET CAMBIO-APLICADO TO TRUE
007500         DISPLAY "CIERRE DE SUCURSAL APROBADO; LO APLICA LA "
007510             "PROXIMA CORRIDA DE SUCURSALCIERRE CON LA MISMA "
007520             "TARJETA SUCCCTL."
007530         GO TO 3000-EXIT
007540     END-IF.
007550     OPEN I-O PERSONA-FILE.
007560     IF WS-PERSONA-STATUS NOT = "00"
007570         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
007580             WS-PERSONA-STATUS ")."
007590         GO TO 3000-EXIT
007600     END-IF.
007610     MOVE PEND-T-DNI(WS-ITEM-ELEGIDO) TO PERS-DNI.
007620     READ PERSONA-FILE
007630         INVALID KEY
007640             DISPLAY "ERROR: PERSONA NO ENCONTRADA."
007650         NOT INVALID KEY
007660             PERFORM 3100-APLICAR-SEGUN-ACCION THRU 3100-EXIT
007670     END-READ.
007680     CLOSE PERSONA-FILE.
007690 3000-EXIT.
007700     EXIT.
007710
007720 3100-APLICAR-SEGUN-ACCION.
007730     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
007740     IF PEND-T-ACCION(WS-ITEM-ELEGIDO) = "M"
007750         PERFORM 3150-VERIFICAR-SOLICITUD THRU 3150-EXIT
007760         IF NOT REGISTRO-VIGENTE
007770             GO TO 3100-EXIT
007780         END-IF
007790     END-IF.
007800     IF PEND-T-ACCION(WS-ITEM-ELEGIDO) = "B"
007810         IF PERS-INACTIVO
007820             DISPLAY "LA PERSONA YA ESTA INACTIVA."
007830             GO TO 3100-EXIT
007840         END-IF
007850         SET PERS-INACTIVO TO TRUE
007860         CALL "fecha_negocio" USING WS-FECHA-ACTUAL
007870                 WS-SUFIJO-CICLO
007880         MOVE WS-FECHA-ACTUAL TO PERS-FECHA-BAJA
007890         MOVE "B" TO WS-JRNL-ACCION
007900     ELSE
007910         MOVE PEND-T-IMAGEN(WS-ITEM-ELEGIDO) TO PERSONA-RECORD
007920         MOVE "M" TO WS-JRNL-ACCION
007930     END-IF.
007940     REWRITE PERSONA-RECORD
007950         INVALID KEY
007960             DISPLAY "ERROR AL APLICAR EL MOVIMIENTO."
007970         NOT INVALID KEY
007980             SET CAMBIO-APLICADO TO TRUE
007990             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
008000             CALL "persona_journal" USING WS-JRNL-PROGRAMA
008010                     WS-JRNL-ACCION WS-IMAGEN-ANTES
008020                     WS-IMAGEN-DESPUES
008030     END-REWRITE.
008040 3100-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* 3150-VERIFICAR-SOLICITUD - LA MODIFICACION TRAE EL REGISTRO
008090*     COMPLETO QUE ARMO EL SOLICITANTE. LO QUE SU DIALOGO NO TOCA
008100*     (DIGITO, CLASIFICACION, ESTADO, BAJA, SUCURSAL) DEBE SEGUIR
008110*     COMO EN EL MAESTRO: SI OTRA SESION LO CAMBIO DESPUES (UNA
008120*     TRANSFERENCIA, UNA FUSION, UNA BAJA), APLICARLA LO PISARIA
008130******************************************************************
008140 3150-VERIFICAR-SOLICITUD.
008150     SET REGISTRO-VIGENTE TO TRUE.
008160     MOVE SPACES TO AVC-AREA.
008170     MOVE PERSONA-RECORD TO AVC-IMAGEN-LEIDA.
008180     MOVE PEND-T-IMAGEN(WS-ITEM-ELEGIDO)(9:1) TO
008190         AVC-IMAGEN-LEIDA(9:1).
008200     MOVE PEND-T-IMAGEN(WS-ITEM-ELEGIDO)(44:2) TO
008210         AVC-IMAGEN-LEIDA(44:2).
008220     MOVE PEND-T-IMAGEN(WS-ITEM-ELEGIDO)(54:11) TO
008230         AVC-IMAGEN-LEIDA(54:11).
008240     IF AVC-IMAGEN-LEIDA = PERSONA-RECORD
008250         GO TO 3150-EXIT
008260     END-IF.
008270     MOVE "N" TO WS-SW-VIGENTE.
008280     MOVE "M" TO AVC-TIPO.
008290     MOVE PERS-DNI TO AVC-DNI.
008300     MOVE PERSONA-RECORD TO AVC-IMAGEN-ACTUAL.
008310     PERFORM 8300-AVISAR-CONFLICTO THRU 8300-EXIT.
008320     DISPLAY "EL MOVIMIENTO QUEDA PENDIENTE: RECHACELO PARA QUE "
008330         "EL SOLICITANTE LO VUELVA A PEDIR.".
008340 3150-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380* 3500-APLICAR-REVERSO - APLICA LAS COMPENSACIONES DE LA PROPUESTA
008390*     DE REVERSO (REVPROP, CLAVE EN PEND-IMAGEN). CADA PERSONA SE
008400*     REVISA DE NUEVO: SI EL MAESTRO YA NO TIENE LA IMAGEN QUE
008410*     DEJO EL DECK (LA TOCARON DESPUES DE LA PROPUESTA), QUEDA
008420*     COMO CONFLICTO Y NO SE PISA.
008430******************************************************************
008440 3500-APLICAR-REVERSO.
008450     OPEN INPUT REVPROP-FILE.
008460     IF WS-REV-STATUS NOT = "00"
008470         DISPLAY "SIN ARCHIVO REVPROP NO HAY REVERSO QUE APLICAR."
008480         GO TO 3500-EXIT
008490     END-IF.
008500     OPEN I-O PERSONA-FILE.
008510     IF WS-PERSONA-STATUS NOT = "00"
008520         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
008530             WS-PERSONA-STATUS ")."
008540         CLOSE REVPROP-FILE
008550         GO TO 3500-EXIT
008560     END-IF.
008570     MOVE "N" TO WS-EOF-REVPROP.
008580     MOVE ZERO TO WS-REV-HALLADOS.
008590     MOVE ZERO TO WS-REV-APLICADOS.
008600     MOVE ZERO TO WS-REV-CONFLICTOS.
008610     PERFORM 3510-LEER-PROPUESTA THRU 3510-EXIT
008620         UNTIL FIN-REVPROP.
008630     CLOSE PERSONA-FILE.
008640     CLOSE REVPROP-FILE.
008650     IF WS-REV-HALLADOS = ZERO
008660         DISPLAY "LA PROPUESTA DEL REVERSO NO ESTA EN REVPROP."
008670         GO TO 3500-EXIT
008680     END-IF.
008690     SET CAMBIO-APLICADO TO TRUE.
008700     DISPLAY "REVERSO: " WS-REV-APLICADOS " COMPENSACIONES "
008710         "APLICADAS, " WS-REV-CONFLICTOS " CONFLICTOS SIN TOCAR.".
008720 3500-EXIT.
008730     EXIT.
008740
008750 3510-LEER-PROPUESTA.
008760     READ REVPROP-FILE
008770         AT END
008780             SET FIN-REVPROP TO TRUE
008790         NOT AT END
008800             IF REV-LOTE = PEND-T-IMAGEN(WS-ITEM-ELEGIDO)(1:20)
008810                     AND REV-SOLICITUD =
008820                         PEND-T-IMAGEN(WS-ITEM-ELEGIDO)(22:14)
008830                     AND REV-ESTADO = "P"
008840                 PERFORM 3520-APLICAR-COMPENSACION THRU 3520-EXIT
008850             END-IF
008860     END-READ.
008870 3510-EXIT.
008880     EXIT.
008890
008900 3520-APLICAR-COMPENSACION.
008910     ADD 1 TO WS-REV-HALLADOS.
008920     MOVE REV-DNI TO WS-DNI-NUMERICO.
008930     CALL "enmascarar_dni" USING WS-DNI-NUMERICO
008940         WS-DNI-ENMASCARADO.
008950     MOVE WS-DNI-NUMERICO TO RSVA-DNI.
008960     PERFORM 8200-RETENER-DNI THRU 8200-EXIT.
008970     IF NOT RSVA-OK
008980         ADD 1 TO WS-REV-CONFLICTOS
008990         GO TO 3520-EXIT
009000     END-IF.
009010     MOVE WS-DNI-NUMERICO TO PERS-DNI.
009020     MOVE "S" TO WS-SW-LEIDA.
009030     READ PERSONA-FILE
009040         INVALID KEY
009050             MOVE "N" TO WS-SW-LEIDA
009060     END-READ.
009070     IF NOT PERSONA-LEIDA
009080         ADD 1 TO WS-REV-CONFLICTOS
009090         DISPLAY " CONFLICTO " WS-DNI-ENMASCARADO
009100             ": YA NO ESTA EN EL MAESTRO."
009110         MOVE SPACES TO AVC-AREA
009120         MOVE "D" TO AVC-TIPO
009130         MOVE WS-DNI-NUMERICO TO AVC-DNI
009140         MOVE REV-ESPERADA TO AVC-IMAGEN-LEIDA
009150         PERFORM 8300-AVISAR-CONFLICTO THRU 8300-EXIT
009160         GO TO 3520-EXIT
009170     END-IF.
009180     IF PERSONA-RECORD NOT = REV-ESPERADA
009190         ADD 1 TO WS-REV-CONFLICTOS
009200         DISPLAY " CONFLICTO " WS-DNI-ENMASCARADO
009210             ": MODIFICADO DESPUES DE LA PROPUESTA."
009220         MOVE SPACES TO AVC-AREA
009230         MOVE "M" TO AVC-TIPO
009240         MOVE WS-DNI-NUMERICO TO AVC-DNI
009250         MOVE REV-ESPERADA TO AVC-IMAGEN-LEIDA
009260         MOVE PERSONA-RECORD TO AVC-IMAGEN-ACTUAL
009270         PERFORM 8300-AVISAR-CONFLICTO THRU 8300-EXIT
009280         GO TO 3520-EXIT
009290     END-IF.
009300     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
009310     MOVE REV-DESTINO TO PERSONA-RECORD.
009320     MOVE REV-ACCION TO WS-JRNL-ACCION.
009330     REWRITE PERSONA-RECORD
009340         INVALID KEY
009350             ADD 1 TO WS-REV-CONFLICTOS
009360             DISPLAY " ERROR AL REGRABAR " WS-DNI-ENMASCARADO "."
009370         NOT INVALID KEY
009380             ADD 1 TO WS-REV-APLICADOS
009390             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
009400             CALL "persona_journal" USING WS-JRNL-PROGRAMA
009410                     WS-JRNL-ACCION WS-IMAGEN-ANTES
009420                     WS-IMAGEN-DESPUES
009430     END-REWRITE.
009440 3520-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480* 8000-LIBERAR-RESERVAS - SUELTA LOS DNI RETENIDOS POR LA SESION
009490******************************************************************
009500 8000-LIBERAR-RESERVAS.
009510     MOVE "X" TO RSVA-FUNCION.
009520     PERFORM 8100-LLAMAR-RESERVA THRU 8100-EXIT.
009530 8000-EXIT.
009540     EXIT.
009550
009560 8100-LLAMAR-RESERVA.
009570     MOVE WS-SESION-ID TO RSVA-SESION.
009580     MOVE WS-APROBADOR TO RSVA-OPERADOR.
009590     MOVE WS-JRNL-PROGRAMA TO RSVA-PROGRAMA.
009600     CALL "reserva_dni" USING RSVA-AREA.
009610 8100-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------------
009650*    RETIENE RSVA-DNI PARA LA SESION; SI LO TIENE OTRA SE AVISA
009660*----------------------------------------------------------------
009670 8200-RETENER-DNI.
009680     MOVE "T" TO RSVA-FUNCION.
009690     PERFORM 8100-LLAMAR-RESERVA THRU 8100-EXIT.
009700     IF RSVA-OK
009710         GO TO 8200-EXIT
009720     END-IF.
009730     IF NOT RSVA-RETENIDO
009740         DISPLAY "ERROR: NO SE PUDO RETENER EL DNI (REGISTRO "
009750             "DNIRESV)."
009760         GO TO 8200-EXIT
009770     END-IF.
009780     MOVE SPACES TO AVC-AREA.
009790     MOVE "R" TO AVC-TIPO.
009800     MOVE RSVA-DNI TO AVC-DNI.
009810     MOVE RSVA-TEN-OPERADOR TO AVC-TEN-OPERADOR.
009820     MOVE RSVA-TEN-PROGRAMA TO AVC-TEN-PROGRAMA.
009830     MOVE RSVA-TEN-MOMENTO TO AVC-TEN-MOMENTO.
009840     PERFORM 8300-AVISAR-CONFLICTO THRU 8300-EXIT.
009850 8200-EXIT.
009860     EXIT.
009870
009880 8300-AVISAR-CONFLICTO.
009890     MOVE WS-JRNL-PROGRAMA TO AVC-PROGRAMA.
009900     MOVE WS-APROBADOR TO AVC-OPERADOR.
009910     CALL "aviso_conflicto" USING AVC-AREA.
009920 8300-EXIT.
009930     EXIT.
009940
009950******************************************************************
009960* 9000-REGRABAR-PENDIENTES - REGRABA EL REGISTRO SI HUBO CAMBIOS.
009970*     SE PARTE DEL PENDAPRO QUE HAY AHORA EN DISCO (SOLICITUDES
009980*     AGREGADAS Y RESOLUCIONES DE OTRAS SESIONES MIENTRAS ESTA
009990*     ESTUVO ABIERTA) Y SOLO SE LE APLICA LO RESUELTO AQUI
010000******************************************************************
010010 9000-REGRABAR-PENDIENTES.
010020     IF NOT HUBO-CAMBIOS
010030         GO TO 9000-EXIT
010040     END-IF.
010050     PERFORM 9200-CARGAR-DISCO THRU 9200-EXIT.
010060     IF DISCO-DESBORDADO
010070         DISPLAY "PENDAPRO TIENE MAS DE " WS-MAX-DISCO
010080             " REGISTROS: SE REGRABA DESDE LA SESION."
010090     END-IF.
010100     OPEN OUTPUT PENDAPRO-FILE.
010110     IF WS-CANT-DISCO = ZERO OR DISCO-DESBORDADO
010120         PERFORM 9100-GRABAR-PENDIENTE THRU 9100-EXIT
010130             VARYING WS-IDX-PEND FROM 1 BY 1
010140                 UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES
010150     ELSE
010160         PERFORM 9300-GRABAR-DEL-DISCO THRU 9300-EXIT
010170             VARYING WS-IDX-DISCO FROM 1 BY 1
010180                 UNTIL WS-IDX-DISCO > WS-CANT-DISCO
010190         PERFORM 9400-CONTROLAR-NO-GRABADO THRU 9400-EXIT
010200             VARYING WS-IDX-PEND FROM 1 BY 1
010210                 UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES
010220     END-IF.
010230     CLOSE PENDAPRO-FILE.
010240     DISPLAY "REGISTRO DE PENDIENTES REGRABADO.".
010250 9000-EXIT.
010260     EXIT.
010270
010280 9100-GRABAR-PENDIENTE.
010290     MOVE SPACES TO PENDIENTE-RECORD.
010300     MOVE PEND-T-ESTADO(WS-IDX-PEND) TO PEND-ESTADO.
010310     MOVE PEND-T-ACCION(WS-IDX-PEND) TO PEND-ACCION.
010320     MOVE PEND-T-FECHA(WS-IDX-PEND) TO PEND-FECHA.
010330     MOVE PEND-T-SOLICITANTE(WS-IDX-PEND) TO PEND-SOLICITANTE.
010340     MOVE PEND-T-DNI(WS-IDX-PEND) TO PEND-DNI.
010350     MOVE PEND-T-IMAGEN(WS-IDX-PEND) TO PEND-IMAGEN.
010360     MOVE PEND-T-APROBADOR(WS-IDX-PEND) TO PEND-APROBADOR.
010370     WRITE PENDIENTE-RECORD.
010380 9100-EXIT.
010390     EXIT.
010400
010410 9200-CARGAR-DISCO.
010420     MOVE ZERO TO WS-CANT-DISCO.
010430     MOVE "N" TO WS-EOF-PEND.
010440     OPEN INPUT PENDAPRO-FILE.
010450     IF WS-PEND-STATUS NOT = "00"
010460         GO TO 9200-EXIT
010470     END-IF.
010480     PERFORM 9210-LEER-DISCO THRU 9210-EXIT
010490         UNTIL FIN-PENDIENTES.
010500     CLOSE PENDAPRO-FILE.
010510 9200-EXIT.
010520     EXIT.
010530
010540 9210-LEER-DISCO.
010550     READ PENDAPRO-FILE
010560         AT END
010570             SET FIN-PENDIENTES TO TRUE
010580         NOT AT END
010590             IF WS-CANT-DISCO < WS-MAX-DISCO
010600                 ADD 1 TO WS-CANT-DISCO
010610                 MOVE PENDIENTE-RECORD TO
010620                     DSC-REGISTRO(WS-CANT-DISCO)
010630             ELSE
010640                 SET DISCO-DESBORDADO TO TRUE
010650             END-IF
010660     END-READ.
010670 9210-EXIT.
010680     EXIT.
010690
010700*----------------------------------------------------------------
010710*    CADA REGISTRO DEL DISCO SE REGRABA TAL CUAL, SALVO UN
010720*    PENDIENTE QUE ESTA SESION RESOLVIO: ESE LLEVA SU RESOLUCION
010730*----------------------------------------------------------------
010740 9300-GRABAR-DEL-DISCO.
010750     MOVE DSC-REGISTRO(WS-IDX-DISCO) TO PENDIENTE-RECORD.
010760     IF PEND-ESTADO = "P"
010770         MOVE ZERO TO WS-IDX-HALLADO
010780         PERFORM 9310-BUSCAR-RESUELTO THRU 9310-EXIT
010790             VARYING WS-IDX-PEND FROM 1 BY 1
010800                 UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES
010810                     OR WS-IDX-HALLADO NOT = ZERO
010820         IF WS-IDX-HALLADO NOT = ZERO
010830             MOVE PEND-T-ESTADO(WS-IDX-HALLADO) TO PEND-ESTADO
010840             MOVE PEND-T-APROBADOR(WS-IDX-HALLADO) TO
010850                 PEND-APROBADOR
010860             SET PEND-T-REGRABADO(WS-IDX-HALLADO) TO TRUE
010870         END-IF
010880     END-IF.
010890     WRITE PENDIENTE-RECORD.
010900 9300-EXIT.
010910     EXIT.
010920
010930 9310-BUSCAR-RESUELTO.
010940     IF NOT PEND-T-RESUELTO-AQUI(WS-IDX-PEND)
010950         GO TO 9310-EXIT
010960     END-IF.
010970     MOVE WS-IDX-PEND TO WS-IDX-CLAVE.
010980     PERFORM 2270-ARMAR-CLAVE THRU 2270-EXIT.
010990     IF PENDIENTE-RECORD(3:146) = WS-PEND-CLAVE
011000         MOVE WS-IDX-PEND TO WS-IDX-HALLADO
011010     END-IF.
011020 9310-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------
011060*    UNA RESOLUCION DE ESTA SESION QUE NO ENCONTRO SU PENDIENTE
011070*    EN EL DISCO (LO RESOLVIO OTRA SESION ENTRE TANTO) QUEDA EN
011080*    ERRORLOG: EL DISCO CONSERVA LA OTRA RESOLUCION
011090*----------------------------------------------------------------
011100 9400-CONTROLAR-NO-GRABADO.
011110     IF NOT PEND-T-RESUELTO-AQUI(WS-IDX-PEND)
011120         GO TO 9400-EXIT
011130     END-IF.
011140     CALL "enmascarar_dni" USING PEND-T-DNI(WS-IDX-PEND)
011150         WS-DNI-ENMASCARADO.
011160     DISPLAY "LA RESOLUCION DE " WS-DNI-ENMASCARADO " NO SE "
011170         "REGRABO: OTRA SESION YA LA HABIA RESUELTO.".
011180     MOVE 106 TO WS-ELOG-CODIGO.
011190     MOVE SPACES TO WS-ELOG-MENSAJE.
011200     STRING "CONFLICTO P DNI " WS-DNI-ENMASCARADO " OP "
011210         DELIMITED BY SIZE
011220         WS-APROBADOR DELIMITED BY SPACE
011230         " RESOLUCION NO REGRABADA" DELIMITED BY SIZE
011240         INTO WS-ELOG-MENSAJE.
011250     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
011260             WS-ELOG-MENSAJE.
011270 9400-EXIT.
011280     EXIT.
011290
011300 END PROGRAM PersonaAprob.
