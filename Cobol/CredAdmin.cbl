000100******************************************************************
000110* PROGRAM-ID: credencial_admin
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    SUPERVISOR DIALOG OVER THE OPERATOR CREDENTIALS OF
000170*             THE CREDOPER REGISTER (SEE CREDENCIAL.CBL). ONLY AN
000180*             OPERATOR OF THE AUTORIZA FILE WHO RE-ENTERS THEIR
000190*             OWN CLAVE GETS IN. FOR AN OPERATOR OF OPERADORES IT
000200*             CAN
000210*                 D  UNLOCK THE ACCOUNT (THE CLAVE STAYS)
000220*                 R  RESET IT TO A TEMPORARY CLAVE THAT MUST BE
000230*                    CHANGED ON FIRST USE - ALSO HOW A NEW
000240*                    OPERATOR IS ENROLLED.
000250*                 K  SIGN OFF THE OPERATOR IN THE OPEN
000260*                    QUARTERLY RECERTIFICATION (RECERTIF, SEE
000270*                    RECERT_OPERADOR) BEFORE ITS DEADLINE.
000280*             D AND R ARE JOURNALED BY CREDENCIAL IN CREDJRNL, K
000290*             IS SIGNED IN RECERTIF, BOTH WITH THE SUPERVISOR'S
000300*             ID. A SUPERVISOR CANNOT ACT ON THEIR OWN ACCOUNT,
000310*             EXCEPT FOR SELF-ENROLLMENT WHILE THE SHOP HAS NO
000320*             CREDOPER REGISTER YET.
000330* TECTONICS:  cobc
000340******************************************************************
000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 RW   INITIAL VERSION.
000380* 2026-10-15 RW   NUEVA ACCION K: EL SUPERVISOR RECERTIFICA AL
000390*                 OPERADOR EN LA CAMPANA TRIMESTRAL ABIERTA DE
000400*                 RECERTIF. SE MUESTRA SI EL OPERADOR ESTA
000410*                 INHABILITADO O SUSPENDIDO EN OPERADORES.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. credencial_admin.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SESION-FILE ASSIGN TO "SESION"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SES-STATUS.
000520
000530     SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZA"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUT-STATUS.
000560
000570     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-OPE-STATUS.
000600
000610     SELECT RECERTIF-FILE ASSIGN TO "RECERTIF"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RCT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SESION-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 08 CHARACTERS.
000700 01  SESION-RECORD.
000710     05  SES-OPERADOR            PIC X(08).
000720
000730 FD  AUTORIZA-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 08 CHARACTERS.
000760 01  AUTORIZA-RECORD.
000770     05  AUT-ID                  PIC X(08).
000780
000790 FD  OPERADORES-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 51 CHARACTERS.
000820 01  OPERADORES-RECORD.
000830     05  OPE-ID                  PIC X(08).
000840     05  FILLER                  PIC X(01).
000850     05  OPE-NOMBRE              PIC X(20).
000860     05  FILLER                  PIC X(01).
000870     05  OPE-PERMISOS            PIC X(10).
000880     05  FILLER                  PIC X(01).
000890     05  OPE-ESTADO              PIC X(01).
000900         88  OPE-INHABILITADO    VALUE "I" "S".
000910     05  FILLER                  PIC X(01).
000920     05  OPE-FECHA-ESTADO        PIC 9(08).
000930
000940 FD  RECERTIF-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 43 CHARACTERS.
000970 01  RECERTIF-RECORD.
000980     05  RCT-TRIMESTRE           PIC 9(05).
000990     05  FILLER                  PIC X(01).
001000     05  RCT-OPERADOR            PIC X(08).
001010     05  FILLER                  PIC X(01).
001020     05  RCT-ESTADO              PIC X(01).
001030     05  FILLER                  PIC X(01).
001040     05  RCT-PLAZO               PIC 9(08).
001050     05  FILLER                  PIC X(01).
001060     05  RCT-SUPERVISOR          PIC X(08).
001070     05  FILLER                  PIC X(01).
001080     05  RCT-FECHA-FIRMA         PIC 9(08).
001090
001100 WORKING-STORAGE SECTION.
001110 01  WS-SES-STATUS               PIC X(02).
001120 01  WS-AUT-STATUS               PIC X(02).
001130 01  WS-OPE-STATUS               PIC X(02).
001140 01  WS-RCT-STATUS               PIC X(02).
001150 01  WS-EOF-RCT                  PIC X(01) VALUE "N".
001160     88  FIN-RECERTIF            VALUE "S".
001170 01  WS-EOF-AUT                  PIC X(01) VALUE "N".
001180     88  FIN-AUTORIZA            VALUE "S".
001190 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
001200     88  FIN-OPERADORES          VALUE "S".
001210
001220*----------------------------------------------------------------
001230*    SUPERVISOR EN SESION
001240*----------------------------------------------------------------
001250 01  WS-SUPERVISOR               PIC X(08) VALUE SPACES.
001260 01  WS-SW-AUTORIZADO            PIC X(01) VALUE "N".
001270     88  SUPERVISOR-AUTORIZADO   VALUE "S".
001280 01  WS-SW-LEGADO                PIC X(01) VALUE "N".
001290     88  SIN-REGISTRO-CREDOPER   VALUE "S".
001300
001310*----------------------------------------------------------------
001320*    OPERADOR SOBRE EL QUE SE ACTUA
001330*----------------------------------------------------------------
001340 01  WS-OPERADOR-OBJETO          PIC X(08).
001350 01  WS-NOMBRE-OBJETO            PIC X(20).
001360 01  WS-ESTADO-OBJETO            PIC X(01).
001370 01  WS-SW-REGISTRADO            PIC X(01) VALUE "N".
001380     88  OPERADOR-REGISTRADO     VALUE "S".
001390 01  WS-ACCION                   PIC X(01).
001400 01  WS-CLAVE-PROVISORIA         PIC X(20).
001410 01  WS-CLAVE-REPETIDA           PIC X(20).
001420 01  WS-RESPUESTA                PIC X(01) VALUE "S".
001430 01  WS-CUENTA-ACCIONES          PIC 9(05) VALUE ZERO.
001440
001450*----------------------------------------------------------------
001460*    CAMPANA DE RECERTIFICACION EN MEMORIA (RECERTIF)
001470*----------------------------------------------------------------
001480 01  WS-MAX-RECERT               PIC 9(03) VALUE 200.
001490 01  WS-CANT-RECERT              PIC 9(03) VALUE ZERO.
001500 01  TABLA-RECERT.
001510     05  RCTT-ENTRADA OCCURS 200 TIMES.
001520         10  RCTT-REGISTRO       PIC X(43).
001530 01  WS-IDX-RCT                  PIC 9(03) COMP.
001540 01  WS-IDX-HALLADO              PIC 9(03) COMP VALUE ZERO.
001550 01  WS-TIMESTAMP                PIC X(21).
001560 01  WS-FECHA-HOY                PIC 9(08).
001570
001580*----------------------------------------------------------------
001590*    SERVICIO DE CREDENCIALES (VER CREDENCIAL.CBL)
001600*----------------------------------------------------------------
001610 01  CRED-AREA.
001620     05  CRED-FUNCION            PIC X(01).
001630     05  CRED-OPERADOR           PIC X(08).
001640     05  CRED-CLAVE              PIC X(20).
001650     05  CRED-CLAVE-NUEVA        PIC X(20).
001660     05  CRED-SUPERVISOR         PIC X(08).
001670     05  CRED-RESULTADO          PIC X(01).
001680     05  CRED-MENSAJE            PIC X(40).
001690
001700*----------------------------------------------------------------
001710*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
001720*----------------------------------------------------------------
001730 01  WS-AUDT-PROGRAMA            PIC X(20)
001740         VALUE "credencial_admin".
001750 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001760
001770 PROCEDURE DIVISION.
001780
001790******************************************************************
001800* 0000-MAINLINE
001810******************************************************************
001820 0000-MAINLINE.
001830     PERFORM 1000-IDENTIFICAR-SUPERVISOR THRU 1000-EXIT.
001840     IF NOT SUPERVISOR-AUTORIZADO
001850         DISPLAY "ACCESO DENEGADO: SOLO UN SUPERVISOR DEL "
001860             "ARCHIVO AUTORIZA ADMINISTRA CREDENCIALES."
001870         GOBACK
001880     END-IF.
001890     PERFORM 1500-CONFIRMAR-CLAVE THRU 1500-EXIT.
001900     IF NOT SUPERVISOR-AUTORIZADO
001910         GOBACK
001920     END-IF.
001930     PERFORM 2000-ATENDER-CUENTA THRU 2000-EXIT
001940         UNTIL WS-RESPUESTA = "N".
001950     MOVE WS-CUENTA-ACCIONES TO WS-AUDT-CANTIDAD.
001960     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
001970     GOBACK.
001980
001990******************************************************************
002000* 1000-IDENTIFICAR-SUPERVISOR - OPERADOR DE LA SESION DEL MENU (O
002010*     PEDIDO POR PANTALLA) VERIFICADO CONTRA AUTORIZA; SIN ARCHIVO
002020*     AUTORIZA NADIE ESTA AUTORIZADO
002030******************************************************************
002040 1000-IDENTIFICAR-SUPERVISOR.
002050     OPEN INPUT SESION-FILE.
002060     IF WS-SES-STATUS = "00"
002070         READ SESION-FILE
002080             NOT AT END
002090                 MOVE SES-OPERADOR TO WS-SUPERVISOR
002100         END-READ
002110         CLOSE SESION-FILE
002120     END-IF.
002130     IF WS-SUPERVISOR = SPACES
002140         DISPLAY "ID DE SUPERVISOR: "
002150         ACCEPT WS-SUPERVISOR
002160     END-IF.
002170     OPEN INPUT AUTORIZA-FILE.
002180     IF WS-AUT-STATUS NOT = "00"
002190         GO TO 1000-EXIT
002200     END-IF.
002210     PERFORM 1100-BUSCAR-AUTORIZACION THRU 1100-EXIT
002220         UNTIL FIN-AUTORIZA.
002230     CLOSE AUTORIZA-FILE.
002240 1000-EXIT.
002250     EXIT.
002260
002270 1100-BUSCAR-AUTORIZACION.
002280     READ AUTORIZA-FILE
002290         AT END
002300             SET FIN-AUTORIZA TO TRUE
002310         NOT AT END
002320             IF AUT-ID = WS-SUPERVISOR
002330                 SET SUPERVISOR-AUTORIZADO TO TRUE
002340                 SET FIN-AUTORIZA TO TRUE
002350             END-IF
002360     END-READ.
002370 1100-EXIT.
002380     EXIT.
002390
002400******************************************************************
002410* 1500-CONFIRMAR-CLAVE - EL SUPERVISOR VUELVE A TIPEAR SU CLAVE;
002420*     UNA CLAVE VENCIDA O PROVISORIA SE CAMBIA DESDE EL MENU
002430******************************************************************
002440 1500-CONFIRMAR-CLAVE.
002450     MOVE SPACES TO CRED-AREA.
002460     MOVE "V" TO CRED-FUNCION.
002470     MOVE WS-SUPERVISOR TO CRED-OPERADOR.
002480     MOVE WS-SUPERVISOR TO CRED-SUPERVISOR.
002490     DISPLAY "CONFIRME SU CLAVE: ".
002500     ACCEPT CRED-CLAVE.
002510     CALL "credencial" USING CRED-AREA.
002520     MOVE SPACES TO CRED-CLAVE.
002530     EVALUATE CRED-RESULTADO
002540         WHEN "0"
002550             CONTINUE
002560         WHEN "L"
002570             SET SIN-REGISTRO-CREDOPER TO TRUE
002580             DISPLAY "AUN NO HAY REGISTRO DE CREDENCIALES: EL "
002590                 "PRIMER RESETEO LO CREA."
002600         WHEN "3"
002610             DISPLAY "CAMBIE SU CLAVE DESDE EL MENU ANTES DE "
002620                 "ADMINISTRAR OTRAS."
002630             MOVE "N" TO WS-SW-AUTORIZADO
002640         WHEN OTHER
002650             DISPLAY CRED-MENSAJE
002660             MOVE "N" TO WS-SW-AUTORIZADO
002670     END-EVALUATE.
002680 1500-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720* 2000-ATENDER-CUENTA - UNA CUENTA POR VUELTA: ID, ACCION Y, PARA
002730*     EL RESETEO, LA CLAVE PROVISORIA (DOS VECES)
002740******************************************************************
002750 2000-ATENDER-CUENTA.
002760     DISPLAY "ID DE OPERADOR (EN BLANCO TERMINA): ".
002770     MOVE SPACES TO WS-OPERADOR-OBJETO.
002780     ACCEPT WS-OPERADOR-OBJETO.
002790     IF WS-OPERADOR-OBJETO = SPACES
002800         MOVE "N" TO WS-RESPUESTA
002810         GO TO 2000-EXIT
002820     END-IF.
002830     PERFORM 2100-VERIFICAR-OPERADOR THRU 2100-EXIT.
002840     IF NOT OPERADOR-REGISTRADO
002850         DISPLAY "OPERADOR NO REGISTRADO EN OPERADORES."
002860         GO TO 2000-EXIT
002870     END-IF.
002880     IF WS-OPERADOR-OBJETO = WS-SUPERVISOR
002890             AND NOT SIN-REGISTRO-CREDOPER
002900         DISPLAY "NO PUEDE ADMINISTRAR SU PROPIA CUENTA."
002910         GO TO 2000-EXIT
002920     END-IF.
002930     DISPLAY "OPERADOR " WS-OPERADOR-OBJETO " " WS-NOMBRE-OBJETO.
002940     IF WS-ESTADO-OBJETO = "I"
002950         DISPLAY "   (INHABILITADO POR INACTIVIDAD)"
002960     END-IF.
002970     IF WS-ESTADO-OBJETO = "S"
002980         DISPLAY "   (SUSPENDIDO: NO FUE RECERTIFICADO)"
002990     END-IF.
003000     DISPLAY "D = DESBLOQUEAR, R = RESETEAR CLAVE, "
003010         "K = RECERTIFICAR: ".
003020     ACCEPT WS-ACCION.
003030     IF WS-ACCION = "K" OR WS-ACCION = "k"
003040         PERFORM 2300-RECERTIFICAR THRU 2300-EXIT
003050         GO TO 2000-EXIT
003060     END-IF.
003070     MOVE SPACES TO CRED-AREA.
003080     MOVE WS-OPERADOR-OBJETO TO CRED-OPERADOR.
003090     MOVE WS-SUPERVISOR TO CRED-SUPERVISOR.
003100     EVALUATE WS-ACCION
003110         WHEN "D"
003120         WHEN "d"
003130             MOVE "D" TO CRED-FUNCION
003140         WHEN "R"
003150         WHEN "r"
003160             PERFORM 2200-PEDIR-PROVISORIA THRU 2200-EXIT
003170             IF CRED-CLAVE-NUEVA = SPACES
003180                 GO TO 2000-EXIT
003190             END-IF
003200             MOVE "R" TO CRED-FUNCION
003210         WHEN OTHER
003220             DISPLAY "ACCION INVALIDA."
003230             GO TO 2000-EXIT
003240     END-EVALUATE.
003250     CALL "credencial" USING CRED-AREA.
003260     MOVE SPACES TO CRED-CLAVE-NUEVA.
003270     DISPLAY CRED-MENSAJE.
003280     IF CRED-RESULTADO = "0"
003290         ADD 1 TO WS-CUENTA-ACCIONES
003300         IF SIN-REGISTRO-CREDOPER
003310*            CREADO EL REGISTRO, YA NO HAY EXCEPCION DE ARRANQUE
003320             MOVE "N" TO WS-SW-LEGADO
003330         END-IF
003340     END-IF.
003350 2000-EXIT.
003360     EXIT.
003370
003380 2100-VERIFICAR-OPERADOR.
003390     MOVE "N" TO WS-SW-REGISTRADO.
003400     MOVE SPACES TO WS-NOMBRE-OBJETO.
003410     MOVE SPACE TO WS-ESTADO-OBJETO.
003420     MOVE "N" TO WS-EOF-OPER.
003430     OPEN INPUT OPERADORES-FILE.
003440     IF WS-OPE-STATUS NOT = "00"
003450         GO TO 2100-EXIT
003460     END-IF.
003470     PERFORM 2110-BUSCAR-OPERADOR THRU 2110-EXIT
003480         UNTIL FIN-OPERADORES.
003490     CLOSE OPERADORES-FILE.
003500 2100-EXIT.
003510     EXIT.
003520
003530 2110-BUSCAR-OPERADOR.
003540     READ OPERADORES-FILE
003550         AT END
003560             SET FIN-OPERADORES TO TRUE
003570         NOT AT END
003580             IF OPE-ID = WS-OPERADOR-OBJETO
003590                 SET OPERADOR-REGISTRADO TO TRUE
003600                 MOVE OPE-NOMBRE TO WS-NOMBRE-OBJETO
003610                 MOVE OPE-ESTADO TO WS-ESTADO-OBJETO
003620                 SET FIN-OPERADORES TO TRUE
003630             END-IF
003640     END-READ.
003650 2110-EXIT.
003660     EXIT.
003670
003680 2200-PEDIR-PROVISORIA.
003690     DISPLAY "CLAVE PROVISORIA: ".
003700     ACCEPT WS-CLAVE-PROVISORIA.
003710     DISPLAY "REPITA LA CLAVE PROVISORIA: ".
003720     ACCEPT WS-CLAVE-REPETIDA.
003730     IF WS-CLAVE-PROVISORIA NOT = WS-CLAVE-REPETIDA
003740         DISPLAY "LAS CLAVES NO COINCIDEN. NO SE RESETEA."
003750         MOVE SPACES TO CRED-CLAVE-NUEVA
003760     ELSE
003770         MOVE WS-CLAVE-PROVISORIA TO CRED-CLAVE-NUEVA
003780     END-IF.
003790     MOVE SPACES TO WS-CLAVE-PROVISORIA.
003800     MOVE SPACES TO WS-CLAVE-REPETIDA.
003810 2200-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 2300-RECERTIFICAR - FIRMA AL OPERADOR EN LA CAMPANA ABIERTA:
003860*     SU ENTRADA PENDIENTE (P) PASA A CERTIFICADA (C) CON EL ID
003870*     DEL SUPERVISOR Y LA FECHA. VENCIDO EL PLAZO YA NO SE FIRMA:
003880*     RECERT_OPERADOR SUSPENDE AL OPERADOR EN SU PROXIMA CORRIDA.
003890******************************************************************
003900 2300-RECERTIFICAR.
003910     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003920     MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY.
003930     MOVE ZERO TO WS-CANT-RECERT.
003940     MOVE "N" TO WS-EOF-RCT.
003950     OPEN INPUT RECERTIF-FILE.
003960     IF WS-RCT-STATUS NOT = "00"
003970         DISPLAY "NO HAY CAMPANA DE RECERTIFICACION ABIERTA."
003980         GO TO 2300-EXIT
003990     END-IF.
004000     PERFORM 2310-CARGAR-RECERT THRU 2310-EXIT
004010         UNTIL FIN-RECERTIF.
004020     CLOSE RECERTIF-FILE.
004030     MOVE ZERO TO WS-IDX-HALLADO.
004040     PERFORM 2320-BUSCAR-RECERT THRU 2320-EXIT
004050         VARYING WS-IDX-RCT FROM 1 BY 1
004060             UNTIL WS-IDX-RCT > WS-CANT-RECERT
004070                 OR WS-IDX-HALLADO > ZERO.
004080     IF WS-IDX-HALLADO = ZERO
004090         DISPLAY "EL OPERADOR NO FIGURA EN LA CAMPANA ABIERTA."
004100         GO TO 2300-EXIT
004110     END-IF.
004120     MOVE RCTT-REGISTRO(WS-IDX-HALLADO) TO RECERTIF-RECORD.
004130     IF RCT-ESTADO NOT = "P"
004140         DISPLAY "EL OPERADOR YA NO ESTA PENDIENTE (ESTADO "
004150             RCT-ESTADO ")."
004160         GO TO 2300-EXIT
004170     END-IF.
004180     IF WS-FECHA-HOY > RCT-PLAZO
004190         DISPLAY "PLAZO VENCIDO EL " RCT-PLAZO
004200             ": YA NO SE PUEDE RECERTIFICAR."
004210         GO TO 2300-EXIT
004220     END-IF.
004230     MOVE "C" TO RCT-ESTADO.
004240     MOVE WS-SUPERVISOR TO RCT-SUPERVISOR.
004250     MOVE WS-FECHA-HOY TO RCT-FECHA-FIRMA.
004260     MOVE RECERTIF-RECORD TO RCTT-REGISTRO(WS-IDX-HALLADO).
004270     OPEN OUTPUT RECERTIF-FILE.
004280     PERFORM 2330-GRABAR-RECERT THRU 2330-EXIT
004290         VARYING WS-IDX-RCT FROM 1 BY 1
004300             UNTIL WS-IDX-RCT > WS-CANT-RECERT.
004310     CLOSE RECERTIF-FILE.
004320     ADD 1 TO WS-CUENTA-ACCIONES.
004330     DISPLAY "OPERADOR RECERTIFICADO.".
004340 2300-EXIT.
004350     EXIT.
004360
004370 2310-CARGAR-RECERT.
004380     READ RECERTIF-FILE
004390         AT END
004400             SET FIN-RECERTIF TO TRUE
004410         NOT AT END
004420             IF WS-CANT-RECERT < WS-MAX-RECERT
004430                 ADD 1 TO WS-CANT-RECERT
004440                 MOVE RECERTIF-RECORD TO
004450                     RCTT-REGISTRO(WS-CANT-RECERT)
004460             END-IF
004470     END-READ.
004480 2310-EXIT.
004490     EXIT.
004500
004510 2320-BUSCAR-RECERT.
004520     IF RCTT-REGISTRO(WS-IDX-RCT)(7:8) = WS-OPERADOR-OBJETO
004530         MOVE WS-IDX-RCT TO WS-IDX-HALLADO
004540     END-IF.
004550 2320-EXIT.
004560     EXIT.
004570
004580 2330-GRABAR-RECERT.
004590     MOVE RCTT-REGISTRO(WS-IDX-RCT) TO RECERTIF-RECORD.
004600     WRITE RECERTIF-RECORD.
004610 2330-EXIT.
004620     EXIT.
004630
004640 END PROGRAM credencial_admin.
