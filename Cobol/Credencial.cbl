000100******************************************************************
000110* PROGRAM-ID: credencial
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE OPERATOR CREDENTIAL SERVICE. EACH OPERATOR
000170*             OF OPERADORES HAS ONE SECRET CREDENTIAL (CLAVE) IN
000180*             THE CREDOPER REGISTER, KEPT ONLY AS A ONE-WAY HASH
000190*             SALTED WITH THE OPERATOR ID - THE CLAVE ITSELF IS
000200*             NEVER WRITTEN ANYWHERE. FUNCTIONS (CRED-FUNCION):
000210*                 V  VERIFY A CLAVE (MENU SIGN-ON AND THE RE-CHECK
000220*                    OF THE SENSITIVE DIALOGS). EACH FAILURE
000230*                    COUNTS; AT THE LIMIT OF THE CREDPOL CARD THE
000240*                    ACCOUNT IS LOCKED, WITH ERRORLOG AND A
000250*                    PENDING ALERT. A GOOD CLAVE THAT WAS RESET
000260*                    OR IS OLDER THAN THE VALIDITY DAYS MUST BE
000270*                    CHANGED BEFORE USE.
000280*                 C  CHANGE THE CLAVE (THE CURRENT ONE IS VERIFIED
000290*                    FIRST, SAME COUNTING AS V).
000300*                 D  UNLOCK (SUPERVISOR).
000310*                 R  RESET TO A TEMPORARY CLAVE THAT MUST BE
000320*                    CHANGED ON FIRST USE; CREATES THE ENTRY FOR A
000330*                    NEW OPERATOR (SUPERVISOR).
000340*             EVERY LOCK, CHANGE, UNLOCK AND RESET IS JOURNALED IN
000350*             CREDJRNL (QUIEN, A QUIEN, QUE, CUANDO). WITHOUT A
000360*             CREDOPER REGISTER THE SHOP HAS NOT ENROLLED ITS
000370*             OPERATORS YET: V ANSWERS "L" (LEGADO) AND THE CALLER
000380*             KEEPS ITS OLD ID-ONLY BEHAVIOUR; THE FIRST RESET
000390*             CREATES THE REGISTER.
000400*             CREDPOL CARD: INTENTOS 9(02) + DIAS DE VIGENCIA
000410*             9(03) (DEFAULTS 3 AND 90).
000420*             RESULTADO: 0 OK, 1 CLAVE INCORRECTA, 2 CUENTA
000430*             BLOQUEADA, 3 CLAVE CORRECTA PERO DEBE CAMBIARSE,
000440*             4 OPERADOR SIN CREDENCIAL, 5 CLAVE NUEVA RECHAZADA,
000450*             L SIN REGISTRO CREDOPER (MODO LEGADO).
000460* TECTONICS:  cobc
000470******************************************************************
000480* MODIFICATION HISTORY
000490* DATE       INIT DESCRIPTION
000500* 2026-10-15 RW   INITIAL VERSION.
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. credencial.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CREDOPER-FILE ASSIGN TO "CREDOPER"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CRD-STATUS.
000610
000620     SELECT CREDPOL-FILE ASSIGN TO "CREDPOL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-POL-STATUS.
000650
000660     SELECT CREDJRNL-FILE ASSIGN TO "CREDJRNL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CJR-STATUS.
000690
000700     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ALR-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CREDOPER-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 50 CHARACTERS.
000790 01  CREDOPER-RECORD.
000800     05  CRDO-ID                 PIC X(08).
000810     05  FILLER                  PIC X(01).
000820     05  CRDO-ESTADO             PIC X(01).
000830     05  FILLER                  PIC X(01).
000840     05  CRDO-HASH               PIC 9(18).
000850     05  FILLER                  PIC X(01).
000860     05  CRDO-FECHA-CAMBIO       PIC 9(08).
000870     05  FILLER                  PIC X(01).
000880     05  CRDO-INTENTOS           PIC 9(02).
000890     05  FILLER                  PIC X(01).
000900     05  CRDO-ULTIMO-INGRESO     PIC 9(08).
000910
000920 FD  CREDPOL-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 05 CHARACTERS.
000950 01  CREDPOL-RECORD.
000960     05  CRDP-INTENTOS           PIC 9(02).
000970     05  CRDP-DIAS               PIC 9(03).
000980
000990 FD  CREDJRNL-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 82 CHARACTERS.
001020 01  CREDJRNL-RECORD.
001030     05  CRDJ-TIMESTAMP          PIC X(21).
001040     05  FILLER                  PIC X(01).
001050     05  CRDJ-ACCION             PIC X(01).
001060     05  FILLER                  PIC X(01).
001070     05  CRDJ-OPERADOR           PIC X(08).
001080     05  FILLER                  PIC X(01).
001090     05  CRDJ-SUPERVISOR         PIC X(08).
001100     05  FILLER                  PIC X(01).
001110     05  CRDJ-DETALLE            PIC X(40).
001120
001130 FD  ALERTAS-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 104 CHARACTERS.
001160 01  ALERTAS-RECORD.
001170     05  ALR-ESTADO              PIC X(01).
001180     05  FILLER                  PIC X(01).
001190     05  ALR-TIMESTAMP           PIC X(21).
001200     05  FILLER                  PIC X(01).
001210     05  ALR-PROGRAMA            PIC X(20).
001220     05  FILLER                  PIC X(01).
001230     05  ALR-MENSAJE             PIC X(59).
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-CRD-STATUS               PIC X(02).
001270 01  WS-POL-STATUS               PIC X(02).
001280 01  WS-CJR-STATUS               PIC X(02).
001290 01  WS-ALR-STATUS               PIC X(02).
001300 01  WS-EOF-CRED                 PIC X(01) VALUE "N".
001310     88  FIN-CREDOPER            VALUE "S".
001320 01  WS-SW-REGISTRO              PIC X(01) VALUE "N".
001330     88  HAY-REGISTRO            VALUE "S".
001340
001350*----------------------------------------------------------------
001360*    POLITICA (TARJETA CREDPOL)
001370*----------------------------------------------------------------
001380 01  WS-MAX-INTENTOS             PIC 9(02) VALUE 3.
001390 01  WS-DIAS-VIGENCIA            PIC 9(03) VALUE 90.
001400 01  WS-LARGO-MINIMO             PIC 9(02) VALUE 6.
001410
001420*----------------------------------------------------------------
001430*    REGISTRO CREDOPER EN MEMORIA (SE REGRABA ENTERO SI CAMBIA)
001440*----------------------------------------------------------------
001450 01  WS-MAX-CREDENCIALES         PIC 9(03) VALUE 200.
001460 01  WS-CANT-CREDENCIALES        PIC 9(03) VALUE ZERO.
001470 01  WS-SW-CRED-DEMAS            PIC X(01) VALUE "N".
001480     88  CREDENCIALES-DESBORDADAS VALUE "S".
001490 01  TABLA-CREDENCIALES.
001500     05  CREDT-ENTRADA OCCURS 200 TIMES.
001510         10  CREDT-ID            PIC X(08).
001520         10  CREDT-ESTADO        PIC X(01).
001530             88  CREDT-ACTIVA    VALUE "A".
001540             88  CREDT-BLOQUEADA VALUE "B".
001550             88  CREDT-A-CAMBIAR VALUE "N".
001560         10  CREDT-HASH          PIC 9(18).
001570         10  CREDT-FECHA-CAMBIO  PIC 9(08).
001580         10  CREDT-INTENTOS      PIC 9(02).
001590         10  CREDT-ULTIMO-INGRESO PIC 9(08).
001600 01  WS-IDX-CRED                 PIC 9(03) COMP.
001610 01  WS-POS-OPERADOR             PIC 9(03) VALUE ZERO.
001620 01  WS-SW-CAMBIOS               PIC X(01) VALUE "N".
001630     88  HUBO-CAMBIOS            VALUE "S".
001640
001650*----------------------------------------------------------------
001660*    HASH DE UNA SOLA VIA: DOS ACUMULADORES SOBRE ID + CLAVE,
001670*    CADA BYTE PESADO POR SU POSICION, EN VARIAS VUELTAS
001680*----------------------------------------------------------------
001690 01  WS-CLAVE-A-CIFRAR           PIC X(20).
001700 01  WS-TEXTO-HASH.
001710     05  WS-TEXTO-ID             PIC X(08).
001720     05  WS-TEXTO-CLAVE          PIC X(20).
001730 01  WS-HASH-1                   PIC 9(09).
001740 01  WS-HASH-2                   PIC 9(09).
001750 01  WS-HASH-CALCULADO           PIC 9(18).
001760 01  WS-BYTE-VALOR               PIC 9(03).
001770 01  WS-VUELTAS                  PIC 9(02) VALUE 16.
001780 77  WS-SUB-VUELTA               PIC 9(02) COMP.
001790 77  WS-SUB-BYTE                 PIC 9(02) COMP.
001800 01  WS-LARGO-CLAVE              PIC 9(02).
001810
001820*----------------------------------------------------------------
001830*    FECHAS (CALENDARIO REAL: LA VIGENCIA DE UNA CLAVE NO DEPENDE
001840*    DE LA FECHA DE NEGOCIO QUE SE ESTE REPROCESANDO)
001850*----------------------------------------------------------------
001860 01  WS-FECHA-HOY                PIC 9(08).
001870 01  WS-TIMESTAMP                PIC X(21).
001880 01  WS-DIA-HOY                  PIC 9(07).
001890 01  WS-DIA-VENCE                PIC 9(07).
001900
001910*----------------------------------------------------------------
001920*    BITACORAS
001930*----------------------------------------------------------------
001940 01  WS-JRNL-ACCION              PIC X(01).
001950 01  WS-JRNL-DETALLE             PIC X(40).
001960 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "credencial".
001970 01  WS-ELOG-CODIGO              PIC 9(04).
001980 01  WS-ELOG-MENSAJE             PIC X(59).
001990
002000 LINKAGE SECTION.
002010 01  CRED-AREA.
002020     05  CRED-FUNCION            PIC X(01).
002030     05  CRED-OPERADOR           PIC X(08).
002040     05  CRED-CLAVE              PIC X(20).
002050     05  CRED-CLAVE-NUEVA        PIC X(20).
002060     05  CRED-SUPERVISOR         PIC X(08).
002070     05  CRED-RESULTADO          PIC X(01).
002080     05  CRED-MENSAJE            PIC X(40).
002090
002100 PROCEDURE DIVISION USING CRED-AREA.
002110
002120******************************************************************
002130* 0000-MAINLINE
002140******************************************************************
002150 0000-MAINLINE.
002160     MOVE SPACES TO CRED-MENSAJE.
002170     MOVE "N" TO WS-SW-CAMBIOS.
002180     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002190     MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY.
002200     PERFORM 1000-CARGAR-POLITICA THRU 1000-EXIT.
002210     PERFORM 1100-CARGAR-CREDENCIALES THRU 1100-EXIT.
002220     IF CREDENCIALES-DESBORDADAS
002230*        REGRABAR DESDE LA TABLA PERDERIA LO QUE NO ENTRO
002240         MOVE "2" TO CRED-RESULTADO
002250         MOVE "REGISTRO CREDOPER EXCEDIDO." TO
002260             CRED-MENSAJE
002270         GOBACK
002280     END-IF.
002290     EVALUATE CRED-FUNCION
002300         WHEN "V"
002310             PERFORM 2000-VERIFICAR THRU 2000-EXIT
002320         WHEN "C"
002330             PERFORM 3000-CAMBIAR THRU 3000-EXIT
002340         WHEN "D"
002350             PERFORM 4000-DESBLOQUEAR THRU 4000-EXIT
002360         WHEN "R"
002370             PERFORM 5000-RESETEAR THRU 5000-EXIT
002380         WHEN OTHER
002390             MOVE "1" TO CRED-RESULTADO
002400             MOVE "FUNCION DE CREDENCIAL INVALIDA." TO
002410                 CRED-MENSAJE
002420     END-EVALUATE.
002430     IF HUBO-CAMBIOS
002440         PERFORM 9000-REGRABAR-CREDENCIALES THRU 9000-EXIT
002450     END-IF.
002460     GOBACK.
002470
002480******************************************************************
002490* 1000-CARGAR-POLITICA - INTENTOS Y DIAS DE VIGENCIA DE CREDPOL;
002500*     SIN TARJETA (O CON VALORES EN CERO) RIGEN 3 Y 90
002510******************************************************************
002520 1000-CARGAR-POLITICA.
002530     OPEN INPUT CREDPOL-FILE.
002540     IF WS-POL-STATUS NOT = "00"
002550         GO TO 1000-EXIT
002560     END-IF.
002570     READ CREDPOL-FILE
002580         NOT AT END
002590             IF CRDP-INTENTOS IS NUMERIC AND CRDP-INTENTOS > ZERO
002600                 MOVE CRDP-INTENTOS TO WS-MAX-INTENTOS
002610             END-IF
002620             IF CRDP-DIAS IS NUMERIC AND CRDP-DIAS > ZERO
002630                 MOVE CRDP-DIAS TO WS-DIAS-VIGENCIA
002640             END-IF
002650     END-READ.
002660     CLOSE CREDPOL-FILE.
002670 1000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710* 1100-CARGAR-CREDENCIALES - CARGA CREDOPER Y UBICA AL OPERADOR
002720******************************************************************
002730 1100-CARGAR-CREDENCIALES.
002740     MOVE ZERO TO WS-CANT-CREDENCIALES.
002750     MOVE ZERO TO WS-POS-OPERADOR.
002760     MOVE "N" TO WS-SW-REGISTRO.
002770     MOVE "N" TO WS-SW-CRED-DEMAS.
002780     MOVE "N" TO WS-EOF-CRED.
002790     OPEN INPUT CREDOPER-FILE.
002800     IF WS-CRD-STATUS NOT = "00"
002810         GO TO 1100-EXIT
002820     END-IF.
002830     SET HAY-REGISTRO TO TRUE.
002840     PERFORM 1110-LEER-CREDENCIAL THRU 1110-EXIT
002850         UNTIL FIN-CREDOPER.
002860     CLOSE CREDOPER-FILE.
002870 1100-EXIT.
002880     EXIT.
002890
002900 1110-LEER-CREDENCIAL.
002910     READ CREDOPER-FILE
002920         AT END
002930             SET FIN-CREDOPER TO TRUE
002940             GO TO 1110-EXIT
002950     END-READ.
002960     IF CRDO-ID = SPACES
002970         GO TO 1110-EXIT
002980     END-IF.
002990     IF WS-CANT-CREDENCIALES NOT < WS-MAX-CREDENCIALES
003000         SET CREDENCIALES-DESBORDADAS TO TRUE
003010         GO TO 1110-EXIT
003020     END-IF.
003030     ADD 1 TO WS-CANT-CREDENCIALES.
003040     MOVE CRDO-ID TO CREDT-ID(WS-CANT-CREDENCIALES).
003050     MOVE CRDO-ESTADO TO CREDT-ESTADO(WS-CANT-CREDENCIALES).
003060     MOVE CRDO-HASH TO CREDT-HASH(WS-CANT-CREDENCIALES).
003070     MOVE CRDO-FECHA-CAMBIO TO
003080         CREDT-FECHA-CAMBIO(WS-CANT-CREDENCIALES).
003090     MOVE CRDO-INTENTOS TO CREDT-INTENTOS(WS-CANT-CREDENCIALES).
003100     MOVE CRDO-ULTIMO-INGRESO TO
003110         CREDT-ULTIMO-INGRESO(WS-CANT-CREDENCIALES).
003120     IF CRDO-ID = CRED-OPERADOR
003130         MOVE WS-CANT-CREDENCIALES TO WS-POS-OPERADOR
003140     END-IF.
003150 1110-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 2000-VERIFICAR - COMPARA EL HASH DE LA CLAVE TIPEADA CON EL
003200*     GUARDADO. LOS FALLOS SE ACUMULAN ENTRE SESIONES HASTA EL
003210*     BLOQUEO; UN ACIERTO LOS PONE EN CERO.
003220******************************************************************
003230 2000-VERIFICAR.
003240     IF NOT HAY-REGISTRO
003250         MOVE "L" TO CRED-RESULTADO
003260         MOVE "SIN CREDOPER: INGRESO SOLO CON EL ID." TO
003270             CRED-MENSAJE
003280         GO TO 2000-EXIT
003290     END-IF.
003300     IF WS-POS-OPERADOR = ZERO
003310         MOVE "4" TO CRED-RESULTADO
003320         MOVE "OPERADOR SIN CREDENCIAL. PIDA EL ALTA." TO
003330             CRED-MENSAJE
003340         GO TO 2000-EXIT
003350     END-IF.
003360     IF CREDT-BLOQUEADA(WS-POS-OPERADOR)
003370         MOVE "2" TO CRED-RESULTADO
003380         MOVE "CUENTA BLOQUEADA. RECURRA AL SUPERVISOR." TO
003390             CRED-MENSAJE
003400         GO TO 2000-EXIT
003410     END-IF.
003420     MOVE CRED-CLAVE TO WS-CLAVE-A-CIFRAR.
003430     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
003440     SET HUBO-CAMBIOS TO TRUE.
003450     IF WS-HASH-CALCULADO NOT = CREDT-HASH(WS-POS-OPERADOR)
003460         PERFORM 2100-REGISTRAR-FALLO THRU 2100-EXIT
003470         GO TO 2000-EXIT
003480     END-IF.
003490     MOVE ZERO TO CREDT-INTENTOS(WS-POS-OPERADOR).
003500     MOVE WS-FECHA-HOY TO CREDT-ULTIMO-INGRESO(WS-POS-OPERADOR).
003510     MOVE "0" TO CRED-RESULTADO.
003520     IF CREDT-A-CAMBIAR(WS-POS-OPERADOR)
003530         MOVE "3" TO CRED-RESULTADO
003540         MOVE "CLAVE PROVISORIA: DEBE CAMBIARLA AHORA." TO
003550             CRED-MENSAJE
003560         GO TO 2000-EXIT
003570     END-IF.
003580     PERFORM 2200-VERIFICAR-VIGENCIA THRU 2200-EXIT.
003590 2000-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 2100-REGISTRAR-FALLO - UN FALLO MAS; AL LLEGAR AL LIMITE LA
003640*     CUENTA SE BLOQUEA, SE JOURNALIZA Y SE LEVANTA UNA ALERTA
003650******************************************************************
003660 2100-REGISTRAR-FALLO.
003670     ADD 1 TO CREDT-INTENTOS(WS-POS-OPERADOR).
003680     IF CREDT-INTENTOS(WS-POS-OPERADOR) < WS-MAX-INTENTOS
003690         MOVE "1" TO CRED-RESULTADO
003700         MOVE "CLAVE INCORRECTA." TO CRED-MENSAJE
003710         GO TO 2100-EXIT
003720     END-IF.
003730     SET CREDT-BLOQUEADA(WS-POS-OPERADOR) TO TRUE.
003740     MOVE "2" TO CRED-RESULTADO.
003750     MOVE "CLAVE INCORRECTA: CUENTA BLOQUEADA." TO CRED-MENSAJE.
003760     MOVE "B" TO WS-JRNL-ACCION.
003770     MOVE SPACES TO WS-JRNL-DETALLE.
003780     STRING "BLOQUEO TRAS " WS-MAX-INTENTOS " INTENTOS FALLIDOS"
003790         DELIMITED BY SIZE INTO WS-JRNL-DETALLE.
003800     PERFORM 8000-JOURNALIZAR THRU 8000-EXIT.
003810     MOVE 73 TO WS-ELOG-CODIGO.
003820     MOVE SPACES TO WS-ELOG-MENSAJE.
003830     STRING "CUENTA " CRED-OPERADOR " BLOQUEADA TRAS "
003840         WS-MAX-INTENTOS " CLAVES INCORRECTAS"
003850         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
003860     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
003870             WS-ELOG-MENSAJE.
003880     PERFORM 8100-GRABAR-ALERTA THRU 8100-EXIT.
003890 2100-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 2200-VERIFICAR-VIGENCIA - UNA CLAVE CON MAS DE LOS DIAS DE
003940*     VIGENCIA (O SIN FECHA DE CAMBIO LEGIBLE) DEBE CAMBIARSE
003950******************************************************************
003960 2200-VERIFICAR-VIGENCIA.
003970     IF CREDT-FECHA-CAMBIO(WS-POS-OPERADOR) IS NOT NUMERIC
003980             OR CREDT-FECHA-CAMBIO(WS-POS-OPERADOR) = ZERO
003990         MOVE "3" TO CRED-RESULTADO
004000         MOVE "CLAVE SIN FECHA DE CAMBIO: CAMBIELA." TO
004010             CRED-MENSAJE
004020         GO TO 2200-EXIT
004030     END-IF.
004040     COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
004050     COMPUTE WS-DIA-VENCE = FUNCTION INTEGER-OF-DATE(
004060         CREDT-FECHA-CAMBIO(WS-POS-OPERADOR)) + WS-DIAS-VIGENCIA.
004070     IF WS-DIA-HOY NOT < WS-DIA-VENCE
004080         MOVE "3" TO CRED-RESULTADO
004090         MOVE "CLAVE VENCIDA: DEBE CAMBIARLA." TO CRED-MENSAJE
004100     END-IF.
004110 2200-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 3000-CAMBIAR - VERIFICA LA CLAVE ACTUAL (CONTANDO EL FALLO COMO
004160*     EN 2000) Y GUARDA LA NUEVA SI CUMPLE LAS REGLAS
004170******************************************************************
004180 3000-CAMBIAR.
004190     PERFORM 2000-VERIFICAR THRU 2000-EXIT.
004200     IF CRED-RESULTADO NOT = "0" AND CRED-RESULTADO NOT = "3"
004210         GO TO 3000-EXIT
004220     END-IF.
004230     PERFORM 3100-VALIDAR-CLAVE-NUEVA THRU 3100-EXIT.
004240     IF CRED-RESULTADO = "5"
004250         GO TO 3000-EXIT
004260     END-IF.
004270     MOVE CRED-CLAVE-NUEVA TO WS-CLAVE-A-CIFRAR.
004280     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
004290     MOVE WS-HASH-CALCULADO TO CREDT-HASH(WS-POS-OPERADOR).
004300     MOVE WS-FECHA-HOY TO CREDT-FECHA-CAMBIO(WS-POS-OPERADOR).
004310     SET CREDT-ACTIVA(WS-POS-OPERADOR) TO TRUE.
004320     MOVE "0" TO CRED-RESULTADO.
004330     MOVE "CLAVE CAMBIADA." TO CRED-MENSAJE.
004340     MOVE "C" TO WS-JRNL-ACCION.
004350     MOVE "CAMBIO DE CLAVE POR EL OPERADOR" TO WS-JRNL-DETALLE.
004360     PERFORM 8000-JOURNALIZAR THRU 8000-EXIT.
004370 3000-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 3100-VALIDAR-CLAVE-NUEVA - AL MENOS 6 CARACTERES, DISTINTA DE LA
004420*     ACTUAL Y DEL PROPIO ID
004430******************************************************************
004440 3100-VALIDAR-CLAVE-NUEVA.
004450     MOVE 20 TO WS-LARGO-CLAVE.
004460     PERFORM 3110-RECORTAR-CLAVE THRU 3110-EXIT
004470         UNTIL WS-LARGO-CLAVE = ZERO
004480             OR CRED-CLAVE-NUEVA(WS-LARGO-CLAVE:1) NOT = SPACE.
004490     IF WS-LARGO-CLAVE < WS-LARGO-MINIMO
004500         MOVE "5" TO CRED-RESULTADO
004510         MOVE "CLAVE NUEVA: MINIMO 6 CARACTERES." TO
004520             CRED-MENSAJE
004530         GO TO 3100-EXIT
004540     END-IF.
004550     IF CRED-CLAVE-NUEVA = CRED-CLAVE
004560         MOVE "5" TO CRED-RESULTADO
004570         MOVE "CLAVE NUEVA IGUAL A LA ACTUAL." TO
004580             CRED-MENSAJE
004590         GO TO 3100-EXIT
004600     END-IF.
004610     IF CRED-CLAVE-NUEVA = CRED-OPERADOR
004620         MOVE "5" TO CRED-RESULTADO
004630         MOVE "LA CLAVE NO PUEDE SER EL ID DE OPERADOR." TO
004640             CRED-MENSAJE
004650     END-IF.
004660 3100-EXIT.
004670     EXIT.
004680
004690 3110-RECORTAR-CLAVE.
004700     SUBTRACT 1 FROM WS-LARGO-CLAVE.
004710 3110-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 4000-DESBLOQUEAR - EL SUPERVISOR LEVANTA EL BLOQUEO; LA CLAVE NO
004760*     CAMBIA (SI EL OPERADOR LA OLVIDO, CORRESPONDE UN RESETEO)
004770******************************************************************
004780 4000-DESBLOQUEAR.
004790     IF WS-POS-OPERADOR = ZERO
004800         MOVE "4" TO CRED-RESULTADO
004810         MOVE "OPERADOR SIN CREDENCIAL: USE EL RESETEO." TO
004820             CRED-MENSAJE
004830         GO TO 4000-EXIT
004840     END-IF.
004850     IF NOT CREDT-BLOQUEADA(WS-POS-OPERADOR)
004860         MOVE "0" TO CRED-RESULTADO
004870         MOVE "LA CUENTA NO ESTABA BLOQUEADA." TO CRED-MENSAJE
004880         GO TO 4000-EXIT
004890     END-IF.
004900     SET CREDT-ACTIVA(WS-POS-OPERADOR) TO TRUE.
004910     MOVE ZERO TO CREDT-INTENTOS(WS-POS-OPERADOR).
004920     SET HUBO-CAMBIOS TO TRUE.
004930     MOVE "0" TO CRED-RESULTADO.
004940     MOVE "CUENTA DESBLOQUEADA." TO CRED-MENSAJE.
004950     MOVE "D" TO WS-JRNL-ACCION.
004960     MOVE "DESBLOQUEO POR SUPERVISOR" TO WS-JRNL-DETALLE.
004970     PERFORM 8000-JOURNALIZAR THRU 8000-EXIT.
004980 4000-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* 5000-RESETEAR - CLAVE PROVISORIA DADA POR EL SUPERVISOR, QUE EL
005030*     OPERADOR DEBE CAMBIAR AL PRIMER USO. DA DE ALTA AL OPERADOR
005040*     QUE NO TENIA CREDENCIAL.
005050******************************************************************
005060 5000-RESETEAR.
005070     PERFORM 3100-VALIDAR-CLAVE-NUEVA THRU 3100-EXIT.
005080     IF CRED-RESULTADO = "5"
005090         GO TO 5000-EXIT
005100     END-IF.
005110     MOVE "R" TO WS-JRNL-ACCION.
005120     MOVE "RESETEO A CLAVE PROVISORIA" TO WS-JRNL-DETALLE.
005130     IF WS-POS-OPERADOR = ZERO
005140         IF WS-CANT-CREDENCIALES NOT < WS-MAX-CREDENCIALES
005150             MOVE "5" TO CRED-RESULTADO
005160             MOVE "REGISTRO CREDOPER LLENO." TO CRED-MENSAJE
005170             GO TO 5000-EXIT
005180         END-IF
005190         ADD 1 TO WS-CANT-CREDENCIALES
005200         MOVE WS-CANT-CREDENCIALES TO WS-POS-OPERADOR
005210         MOVE CRED-OPERADOR TO CREDT-ID(WS-POS-OPERADOR)
005220         MOVE ZERO TO CREDT-ULTIMO-INGRESO(WS-POS-OPERADOR)
005230         MOVE "ALTA DE CREDENCIAL PROVISORIA" TO WS-JRNL-DETALLE
005240     END-IF.
005250     MOVE CRED-CLAVE-NUEVA TO WS-CLAVE-A-CIFRAR.
005260     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
005270     MOVE WS-HASH-CALCULADO TO CREDT-HASH(WS-POS-OPERADOR).
005280     MOVE WS-FECHA-HOY TO CREDT-FECHA-CAMBIO(WS-POS-OPERADOR).
005290     MOVE ZERO TO CREDT-INTENTOS(WS-POS-OPERADOR).
005300     SET CREDT-A-CAMBIAR(WS-POS-OPERADOR) TO TRUE.
005310     SET HUBO-CAMBIOS TO TRUE.
005320     MOVE "0" TO CRED-RESULTADO.
005330     MOVE "CLAVE PROVISORIA ASIGNADA." TO CRED-MENSAJE.
005340     PERFORM 8000-JOURNALIZAR THRU 8000-EXIT.
005350 5000-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390* 7000-CALCULAR-HASH - HASH DE ID + CLAVE. EL ID HACE DE SAL: DOS
005400*     OPERADORES CON LA MISMA CLAVE NO COMPARTEN HASH. NO HAY
005410*     CAMINO DE VUELTA DEL HASH A LA CLAVE.
005420******************************************************************
005430 7000-CALCULAR-HASH.
005440     MOVE CRED-OPERADOR TO WS-TEXTO-ID.
005450     MOVE WS-CLAVE-A-CIFRAR TO WS-TEXTO-CLAVE.
005460     MOVE 7 TO WS-HASH-1.
005470     MOVE 11 TO WS-HASH-2.
005480     PERFORM 7100-UNA-VUELTA THRU 7100-EXIT
005490         VARYING WS-SUB-VUELTA FROM 1 BY 1
005500             UNTIL WS-SUB-VUELTA > WS-VUELTAS.
005510     COMPUTE WS-HASH-CALCULADO = WS-HASH-1 * 1000000000
005520         + WS-HASH-2.
005530 7000-EXIT.
005540     EXIT.
005550
005560 7100-UNA-VUELTA.
005570     PERFORM 7110-UN-BYTE THRU 7110-EXIT
005580         VARYING WS-SUB-BYTE FROM 1 BY 1
005590             UNTIL WS-SUB-BYTE > 28.
005600 7100-EXIT.
005610     EXIT.
005620
005630 7110-UN-BYTE.
005640     COMPUTE WS-BYTE-VALOR =
005650         FUNCTION ORD(WS-TEXTO-HASH(WS-SUB-BYTE:1)).
005660     COMPUTE WS-HASH-1 = FUNCTION MOD(WS-HASH-1 * 31
005670         + WS-BYTE-VALOR * WS-SUB-BYTE + WS-SUB-VUELTA,
005680         999999937).
005690     COMPUTE WS-HASH-2 = FUNCTION MOD(WS-HASH-2 * 37
005700         + WS-BYTE-VALOR + WS-HASH-1, 999999929).
005710 7110-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 8000-JOURNALIZAR - DEJA CONSTANCIA EN CREDJRNL (NUNCA LA CLAVE)
005760******************************************************************
005770 8000-JOURNALIZAR.
005780     OPEN EXTEND CREDJRNL-FILE.
005790     IF WS-CJR-STATUS NOT = "00"
005800         OPEN OUTPUT CREDJRNL-FILE
005810     END-IF.
005820     MOVE SPACES TO CREDJRNL-RECORD.
005830     MOVE WS-TIMESTAMP TO CRDJ-TIMESTAMP.
005840     MOVE WS-JRNL-ACCION TO CRDJ-ACCION.
005850     MOVE CRED-OPERADOR TO CRDJ-OPERADOR.
005860     MOVE CRED-SUPERVISOR TO CRDJ-SUPERVISOR.
005870     MOVE WS-JRNL-DETALLE TO CRDJ-DETALLE.
005880     WRITE CREDJRNL-RECORD.
005890     CLOSE CREDJRNL-FILE.
005900 8000-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940* 8100-GRABAR-ALERTA - EL BLOQUEO SALE COMO ALERTA PENDIENTE EN EL
005950*     PROXIMO INGRESO AL MENU, SIN DEPENDER DEL CATALOGO ERRCAT
005960******************************************************************
005970 8100-GRABAR-ALERTA.
005980     OPEN EXTEND ALERTAS-FILE.
005990     IF WS-ALR-STATUS NOT = "00"
006000         OPEN OUTPUT ALERTAS-FILE
006010     END-IF.
006020     MOVE SPACES TO ALERTAS-RECORD.
006030     MOVE "P" TO ALR-ESTADO.
006040     MOVE WS-TIMESTAMP TO ALR-TIMESTAMP.
006050     MOVE WS-ELOG-PROGRAMA TO ALR-PROGRAMA.
006060     MOVE WS-ELOG-MENSAJE TO ALR-MENSAJE.
006070     WRITE ALERTAS-RECORD.
006080     CLOSE ALERTAS-FILE.
006090 8100-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130* 9000-REGRABAR-CREDENCIALES
006140******************************************************************
006150 9000-REGRABAR-CREDENCIALES.
006160     OPEN OUTPUT CREDOPER-FILE.
006170     PERFORM 9100-GRABAR-CREDENCIAL THRU 9100-EXIT
006180         VARYING WS-IDX-CRED FROM 1 BY 1
006190             UNTIL WS-IDX-CRED > WS-CANT-CREDENCIALES.
006200     CLOSE CREDOPER-FILE.
006210 9000-EXIT.
006220     EXIT.
006230
006240 9100-GRABAR-CREDENCIAL.
006250     MOVE SPACES TO CREDOPER-RECORD.
006260     MOVE CREDT-ID(WS-IDX-CRED) TO CRDO-ID.
006270     MOVE CREDT-ESTADO(WS-IDX-CRED) TO CRDO-ESTADO.
006280     MOVE CREDT-HASH(WS-IDX-CRED) TO CRDO-HASH.
006290     MOVE CREDT-FECHA-CAMBIO(WS-IDX-CRED) TO CRDO-FECHA-CAMBIO.
006300     MOVE CREDT-INTENTOS(WS-IDX-CRED) TO CRDO-INTENTOS.
006310     MOVE CREDT-ULTIMO-INGRESO(WS-IDX-CRED) TO
006320         CRDO-ULTIMO-INGRESO.
006330     WRITE CREDOPER-RECORD.
006340 9100-EXIT.
006350     EXIT.
006360
006370 END PROGRAM credencial.
