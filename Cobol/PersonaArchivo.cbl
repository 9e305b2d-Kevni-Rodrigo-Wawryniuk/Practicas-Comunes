000320* 2026-09-01 RW   LA SESION RESPETA EL CANDADO CICLOLOCK COMO
000330*                 PERSONAMANT: UNA RESTAURACION NO PUEDE
000340*                 INTERCALARSE CON EL CICLO EN CURSO.
000350* 2026-10-15 RW   UNA PERSONA DADA DE BAJA POR FALLECIMIENTO
000360*                 (ESTADO F, REGISTRO CIVIL) NO SE RESTAURA.
000370* 2026-10-15 RW   LA RESTAURACION EXIGE QUE EL OPERADOR AUTORIZADO
000380*                 RECONFIRME SU CLAVE (SERVICIO CREDENCIAL).
000390* 2026-10-15 RW   TODO PEDIDO DE RESTAURACION, CONCEDIDO O
000400*                 DENEGADO, QUEDA EN ACCESOLOG COMO LOS DE
000410*                 DNI_DESCUBRIR (VIA R, MOTIVO REST), PARA QUE
000420*                 ACCESO_VIGILANCIA LO ANALICE.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. PersonaArchivo.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AIDX-FILE ASSIGN TO "PERSAIDX"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AIDX-STATUS.
000530
000540     SELECT ARCH-FILE ASSIGN DYNAMIC WS-DYN-ARCHIVO
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ARCH-STATUS.
000570
000580     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PERS-DNI
000620         FILE STATUS IS WS-PERSONA-STATUS.
000630
000640     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LOCK-STATUS.
000670
000680     SELECT SESION-FILE ASSIGN TO "SESION"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SES-STATUS.
000710
000720     SELECT ACCESO-FILE ASSIGN TO "ACCESOLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ACC-STATUS.
000750
000760     SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZA"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-AUT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  AIDX-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 70 CHARACTERS.
000850 01  AIDX-RECORD.
000860     05  AIDX-DNI                PIC 9(08).
000870     05  FILLER                  PIC X(01).
000880     05  AIDX-NOMBRE             PIC X(30).
000890     05  FILLER                  PIC X(01).
000900     05  AIDX-FECHA-BAJA         PIC 9(08).
000910     05  FILLER                  PIC X(01).
000920     05  AIDX-ARCHIVO            PIC X(21).
000930
000940 FD  ARCH-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 117 CHARACTERS.
000970 01  ARCH-RECORD.
000980     05  ARCH-DNI                PIC 9(08).
000990     05  ARCH-RESTO              PIC X(109).
001000
001010 FD  LOCK-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 14 CHARACTERS.
001040 01  LOCK-RECORD.
001050     05  LOCK-FECHA              PIC 9(08).
001060     05  LOCK-HORA               PIC X(06).
001070
001080 FD  PERSONA-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 117 CHARACTERS.
001110 COPY PERSONA.
001120
001130 FD  SESION-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 08 CHARACTERS.
001160 01  SESION-RECORD.
001170     05  SES-OPERADOR            PIC X(08).
001180
001190 FD  AUTORIZA-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 08 CHARACTERS.
001220 01  AUTORIZA-RECORD.
001230     05  AUT-ID                  PIC X(08).
001240
001250 FD  ACCESO-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 57 CHARACTERS.
001280 01  ACCESO-RECORD.
001290     05  ACC-TIMESTAMP           PIC X(21).
001300     05  FILLER                  PIC X(01).
001310     05  ACC-OPERADOR            PIC X(08).
001320     05  FILLER                  PIC X(01).
001330     05  ACC-DNI                 PIC 9(08).
001340     05  FILLER                  PIC X(01).
001350     05  ACC-MOTIVO              PIC X(04).
001360     05  FILLER                  PIC X(01).
001370     05  ACC-RESULTADO           PIC X(01).
001380     05  FILLER                  PIC X(01).
001390     05  ACC-VIA                 PIC X(01).
001400     05  FILLER                  PIC X(01).
001410     05  ACC-TOKEN               PIC X(08).
001420
001430 WORKING-STORAGE SECTION.
001440 01  WS-AIDX-STATUS              PIC X(02).
001450 01  WS-ARCH-STATUS              PIC X(02).
001460 01  WS-PERSONA-STATUS           PIC X(02).
001470 01  WS-SES-STATUS               PIC X(02).
001480 01  WS-AUT-STATUS               PIC X(02).
001490 01  WS-ACC-STATUS               PIC X(02).
001500
001510 01  WS-EOF-AIDX                 PIC X(01) VALUE "N".
001520     88  FIN-INDICE              VALUE "S".
001530 01  WS-EOF-ARCH                 PIC X(01) VALUE "N".
001540     88  FIN-ARCHIVO             VALUE "S".
001550 01  WS-EOF-AUT                  PIC X(01) VALUE "N".
001560     88  FIN-AUTORIZA            VALUE "S".
001570
001580*----------------------------------------------------------------
001590*    CRITERIO DE BUSQUEDA: POR DNI O POR NOMBRE PARCIAL
001600*----------------------------------------------------------------
001610 01  WS-MODO-BUSQUEDA            PIC X(01).
001620 01  WS-DNI-BUSCADO              PIC 9(08).
001630 01  WS-NOMBRE-BUSCADO           PIC X(30).
001640 01  WS-LON-BUSCADO              PIC 9(02) COMP.
001650 01  WS-POS-COMPARA              PIC 9(02) COMP.
001660 01  WS-SW-NOMBRE-COINCIDE       PIC X(01) VALUE "N".
001670     88  NOMBRE-COINCIDE         VALUE "S".
001680
001690*----------------------------------------------------------------
001700*    COINCIDENCIAS DEL INDICE (HASTA 50, COMO LAS BUSQUEDAS DE
001710*    PERSONAMANT)
001720*----------------------------------------------------------------
001730 01  WS-MAX-COINCIDENCIAS        PIC 9(02) VALUE 50.
001740 01  WS-CANT-COINCIDENCIAS       PIC 9(02) VALUE ZERO.
001750 01  TABLA-COINCIDENCIAS.
001760     05  COIN-ENTRADA OCCURS 50 TIMES.
001770         10  COIN-DNI            PIC 9(08).
001780         10  COIN-NOMBRE         PIC X(30).
001790         10  COIN-FECHA-BAJA     PIC 9(08).
001800         10  COIN-ARCHIVO        PIC X(21).
001810 01  WS-LINEA-ELEGIDA            PIC 9(02).
001820 01  WS-DNI-ENMASCARADO          PIC X(08).
001830
001840*----------------------------------------------------------------
001850*    RESTAURACION SUPERVISADA
001860*----------------------------------------------------------------
001870 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE SPACES.
001880 01  WS-SW-AUTORIZADO            PIC X(01) VALUE "N".
001890     88  OPERADOR-AUTORIZADO     VALUE "S".
001900 01  WS-DYN-ARCHIVO              PIC X(21) VALUE SPACES.
001910 01  WS-ACC-RESULTADO            PIC X(01).
001920 01  WS-SW-HALLADO               PIC X(01) VALUE "N".
001930     88  REGISTRO-HALLADO        VALUE "S".
001940 01  WS-REGISTRO-ARCHIVO         PIC X(117).
001950 01  WS-FECHA-HOY                PIC 9(08).
001960 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001970 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "PersonaArchivo".
001980 01  WS-JRNL-ACCION              PIC X(01) VALUE "R".
001990 01  WS-IMAGEN-ANTES             PIC X(117).
002000 01  WS-IMAGEN-DESPUES           PIC X(117).
002010*----------------------------------------------------------------
002020*    RECONFIRMACION DE LA CLAVE ANTES DE LA ACCION SENSIBLE (VER
002030*    CREDENCIAL.CBL)
002040*----------------------------------------------------------------
002050 01  CRED-AREA.
002060     05  CRED-FUNCION            PIC X(01).
002070     05  CRED-OPERADOR           PIC X(08).
002080     05  CRED-CLAVE              PIC X(20).
002090     05  CRED-CLAVE-NUEVA        PIC X(20).
002100     05  CRED-SUPERVISOR         PIC X(08).
002110     05  CRED-RESULTADO          PIC X(01).
002120     05  CRED-MENSAJE            PIC X(40).
002130 01  WS-SW-CLAVE                 PIC X(01) VALUE "N".
002140     88  CLAVE-CONFIRMADA        VALUE "S".
002150
002160*----------------------------------------------------------------
002170*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002180*----------------------------------------------------------------
002190 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaArchivo".
002200 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002210 01  WS-LOCK-STATUS              PIC X(02).
002220
002230 PROCEDURE DIVISION.
002240
002250******************************************************************
002260* 0000-MAINLINE
002270******************************************************************
002280 0000-MAINLINE.
002290*    EL MISMO CANDADO QUE RESPETA PERSONAMANT: CON EL CICLO
002300*    CORRIENDO, NINGUNA SESION PUEDE TOCAR EL MAESTRO
002310     OPEN INPUT LOCK-FILE.
002320     IF WS-LOCK-STATUS = "00"
002330         CLOSE LOCK-FILE
002340         DISPLAY "EL CICLO DIARIO ESTA EN EJECUCION (CANDADO "
002350             "CICLOLOCK). INTENTE CUANDO TERMINE."
002360         STOP RUN
002370     END-IF.
002380     PERFORM 1000-BUSCAR-EN-INDICE THRU 1000-EXIT.
002390     IF WS-CANT-COINCIDENCIAS = ZERO
002400         DISPLAY "SIN COINCIDENCIAS EN EL INDICE DE ARCHIVOS."
002410     ELSE
002420         PERFORM 3000-OFRECER-RESTAURACION THRU 3000-EXIT
002430     END-IF.
002440     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
002450     STOP RUN.
002460
002470******************************************************************
002480* 1000-BUSCAR-EN-INDICE - RECORRE PERSAIDX COMPLETO APLICANDO EL
002490*     CRITERIO ELEGIDO Y LISTA LAS COINCIDENCIAS DE TODAS LAS
002500*     GENERACIONES
002510******************************************************************
002520 1000-BUSCAR-EN-INDICE.
002530     DISPLAY "BUSCAR POR D = DNI, N = NOMBRE: ".
002540     ACCEPT WS-MODO-BUSQUEDA.
002550     IF WS-MODO-BUSQUEDA = "d"
002560         MOVE "D" TO WS-MODO-BUSQUEDA
002570     END-IF.
002580     IF WS-MODO-BUSQUEDA = "n"
002590         MOVE "N" TO WS-MODO-BUSQUEDA
002600     END-IF.
002610     IF WS-MODO-BUSQUEDA = "D"
002620         DISPLAY "DNI a buscar: "
002630         ACCEPT WS-DNI-BUSCADO
002640     ELSE
002650         DISPLAY "Nombre (total o parcial): "
002660         ACCEPT WS-NOMBRE-BUSCADO
002670         PERFORM 1100-MEDIR-NOMBRE THRU 1100-EXIT
002680         IF WS-LON-BUSCADO = ZERO
002690             DISPLAY "NOMBRE VACIO."
002700             GO TO 1000-EXIT
002710         END-IF
002720     END-IF.
002730     OPEN INPUT AIDX-FILE.
002740     IF WS-AIDX-STATUS NOT = "00"
002750         DISPLAY "NO HAY INDICE DE ARCHIVOS (PERSAIDX)."
002760         GO TO 1000-EXIT
002770     END-IF.
002780     PERFORM 1200-LEER-INDICE THRU 1200-EXIT
002790         UNTIL FIN-INDICE.
002800     CLOSE AIDX-FILE.
002810 1000-EXIT.
002820     EXIT.
002830
002840 1100-MEDIR-NOMBRE.
002850     MOVE 30 TO WS-LON-BUSCADO.
002860     PERFORM UNTIL WS-LON-BUSCADO < 1
002870             OR WS-NOMBRE-BUSCADO(WS-LON-BUSCADO:1) NOT = SPACE
002880         SUBTRACT 1 FROM WS-LON-BUSCADO
002890     END-PERFORM.
002900 1100-EXIT.
002910     EXIT.
002920
002930 1200-LEER-INDICE.
002940     READ AIDX-FILE
002950         AT END
002960             SET FIN-INDICE TO TRUE
002970         NOT AT END
002980             PERFORM 1300-EVALUAR-ENTRADA THRU 1300-EXIT
002990     END-READ.
003000 1200-EXIT.
003010     EXIT.
003020
003030 1300-EVALUAR-ENTRADA.
003040     MOVE "N" TO WS-SW-NOMBRE-COINCIDE.
003050     IF WS-MODO-BUSQUEDA = "D"
003060         IF AIDX-DNI = WS-DNI-BUSCADO
003070             SET NOMBRE-COINCIDE TO TRUE
003080         END-IF
003090     ELSE
003100         PERFORM 1310-COMPARAR-NOMBRE THRU 1310-EXIT
003110     END-IF.
003120     IF NOMBRE-COINCIDE
003130             AND WS-CANT-COINCIDENCIAS < WS-MAX-COINCIDENCIAS
003140         ADD 1 TO WS-CANT-COINCIDENCIAS
003150         MOVE AIDX-DNI TO COIN-DNI(WS-CANT-COINCIDENCIAS)
003160         MOVE AIDX-NOMBRE TO COIN-NOMBRE(WS-CANT-COINCIDENCIAS)
003170         MOVE AIDX-FECHA-BAJA TO
003180             COIN-FECHA-BAJA(WS-CANT-COINCIDENCIAS)
003190         MOVE AIDX-ARCHIVO TO
003200             COIN-ARCHIVO(WS-CANT-COINCIDENCIAS)
003210         CALL "enmascarar_dni" USING AIDX-DNI WS-DNI-ENMASCARADO
003220         DISPLAY " " WS-CANT-COINCIDENCIAS " - "
003230             WS-DNI-ENMASCARADO "  " AIDX-NOMBRE
003240             " BAJA " AIDX-FECHA-BAJA
003250             " EN " AIDX-ARCHIVO
003260     END-IF.
003270 1300-EXIT.
003280     EXIT.
003290
003300 1310-COMPARAR-NOMBRE.
003310     PERFORM VARYING WS-POS-COMPARA FROM 1 BY 1
003320             UNTIL WS-POS-COMPARA > 31 - WS-LON-BUSCADO
003330                 OR NOMBRE-COINCIDE
003340         PERFORM 1320-COMPARAR-POSICION THRU 1320-EXIT
003350     END-PERFORM.
003360 1310-EXIT.
003370     EXIT.
003380
003390 1320-COMPARAR-POSICION.
003400     IF AIDX-NOMBRE(WS-POS-COMPARA:WS-LON-BUSCADO) =
003410             WS-NOMBRE-BUSCADO(1:WS-LON-BUSCADO)
003420         SET NOMBRE-COINCIDE TO TRUE
003430     END-IF.
003440 1320-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 3000-OFRECER-RESTAURACION - EL OPERADOR ELIGE UNA LINEA; SOLO
003490*     UN OPERADOR DEL ARCHIVO AUTORIZA PUEDE RESTAURAR
003500******************************************************************
003510 3000-OFRECER-RESTAURACION.
003520     DISPLAY "Numero de linea a restaurar (0 vuelve): ".
003530     ACCEPT WS-LINEA-ELEGIDA.
003540     IF WS-LINEA-ELEGIDA = ZERO
003550             OR WS-LINEA-ELEGIDA > WS-CANT-COINCIDENCIAS
003560         GO TO 3000-EXIT
003570     END-IF.
003580     PERFORM 3100-IDENTIFICAR-OPERADOR THRU 3100-EXIT.
003590     PERFORM 3200-VERIFICAR-AUTORIZACION THRU 3200-EXIT.
003600     MOVE "D" TO WS-ACC-RESULTADO.
003610     IF NOT OPERADOR-AUTORIZADO
003620         DISPLAY "ACCESO DENEGADO: OPERADOR NO AUTORIZADO "
003630             "PARA RESTAURAR."
003640         PERFORM 3400-REGISTRAR-ACCESO THRU 3400-EXIT
003650         GO TO 3000-EXIT
003660     END-IF.
003670     PERFORM 3300-CONFIRMAR-CLAVE THRU 3300-EXIT.
003680     IF NOT CLAVE-CONFIRMADA
003690         DISPLAY "RESTAURACION NO REALIZADA."
003700         PERFORM 3400-REGISTRAR-ACCESO THRU 3400-EXIT
003710         GO TO 3000-EXIT
003720     END-IF.
003730     MOVE "A" TO WS-ACC-RESULTADO.
003740     PERFORM 3400-REGISTRAR-ACCESO THRU 3400-EXIT.
003750     PERFORM 4000-RESTAURAR THRU 4000-EXIT.
003760 3000-EXIT.
003770     EXIT.
003780
003790 3100-IDENTIFICAR-OPERADOR.
003800     OPEN INPUT SESION-FILE.
003810     IF WS-SES-STATUS = "00"
003820         READ SESION-FILE
003830             NOT AT END
003840                 MOVE SES-OPERADOR TO WS-OPERADOR-ACTUAL
003850         END-READ
003860         CLOSE SESION-FILE
003870     END-IF.
003880     IF WS-OPERADOR-ACTUAL = SPACES
003890         DISPLAY "ID DE OPERADOR: "
003900         ACCEPT WS-OPERADOR-ACTUAL
003910     END-IF.
003920 3100-EXIT.
003930     EXIT.
003940
003950 3200-VERIFICAR-AUTORIZACION.
003960     OPEN INPUT AUTORIZA-FILE.
003970     IF WS-AUT-STATUS NOT = "00"
003980         GO TO 3200-EXIT
003990     END-IF.
004000     PERFORM 3210-BUSCAR-AUTORIZACION THRU 3210-EXIT
004010         UNTIL FIN-AUTORIZA.
004020     CLOSE AUTORIZA-FILE.
004030 3200-EXIT.
004040     EXIT.
004050
004060 3210-BUSCAR-AUTORIZACION.
004070     READ AUTORIZA-FILE
004080         AT END
004090             SET FIN-AUTORIZA TO TRUE
004100         NOT AT END
004110             IF AUT-ID = WS-OPERADOR-ACTUAL
004120                 SET OPERADOR-AUTORIZADO TO TRUE
004130                 SET FIN-AUTORIZA TO TRUE
004140             END-IF
004150     END-READ.
004160 3210-EXIT.
004170     EXIT.
004180******************************************************************
004190* 3300-CONFIRMAR-CLAVE - EL OPERADOR VUELVE A TIPEAR SU CLAVE; UNA
004200*     CUENTA BLOQUEADA, UNA CLAVE INCORRECTA O UNA QUE DEBE
004210*     CAMBIARSE (SE CAMBIA DESDE EL MENU) NO HABILITAN LA ACCION.
004220*     SIN REGISTRO CREDOPER (MODO LEGADO) NO HAY CONTRA QUE
004230*     VERIFICAR Y SE SIGUE COMO ANTES.
004240******************************************************************
004250 3300-CONFIRMAR-CLAVE.
004260     MOVE "N" TO WS-SW-CLAVE.
004270     MOVE SPACES TO CRED-AREA.
004280     MOVE "V" TO CRED-FUNCION.
004290     MOVE WS-OPERADOR-ACTUAL TO CRED-OPERADOR.
004300     MOVE WS-OPERADOR-ACTUAL TO CRED-SUPERVISOR.
004310     DISPLAY "CONFIRME SU CLAVE: ".
004320     ACCEPT CRED-CLAVE.
004330     CALL "credencial" USING CRED-AREA.
004340     MOVE SPACES TO CRED-CLAVE.
004350     EVALUATE CRED-RESULTADO
004360         WHEN "0"
004370         WHEN "L"
004380             SET CLAVE-CONFIRMADA TO TRUE
004390         WHEN "3"
004400             DISPLAY CRED-MENSAJE
004410             DISPLAY "CAMBIELA DESDE EL MENU DEL OPERADOR."
004420         WHEN OTHER
004430             DISPLAY CRED-MENSAJE
004440     END-EVALUATE.
004450 3300-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 3400-REGISTRAR-ACCESO - EL PEDIDO QUEDA EN ACCESOLOG CON EL DNI
004500*     DE LA LINEA ELEGIDA, CONCEDIDO (A) O DENEGADO (D)
004510******************************************************************
004520 3400-REGISTRAR-ACCESO.
004530     OPEN EXTEND ACCESO-FILE.
004540     IF WS-ACC-STATUS NOT = "00"
004550         OPEN OUTPUT ACCESO-FILE
004560     END-IF.
004570     MOVE SPACES TO ACCESO-RECORD.
004580     MOVE FUNCTION CURRENT-DATE TO ACC-TIMESTAMP.
004590     MOVE WS-OPERADOR-ACTUAL TO ACC-OPERADOR.
004600     MOVE COIN-DNI(WS-LINEA-ELEGIDA) TO ACC-DNI.
004610     MOVE "REST" TO ACC-MOTIVO.
004620     MOVE WS-ACC-RESULTADO TO ACC-RESULTADO.
004630     MOVE "R" TO ACC-VIA.
004640     WRITE ACCESO-RECORD.
004650     CLOSE ACCESO-FILE.
004660 3400-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 4000-RESTAURAR - BUSCA EL REGISTRO EN SU GENERACION PERSARCH Y
004710*     LO COPIA DE VUELTA A PERSONAF COMO ACTIVO, CON JOURNAL "R"
004720******************************************************************
004730 4000-RESTAURAR.
004740     MOVE COIN-ARCHIVO(WS-LINEA-ELEGIDA) TO WS-DYN-ARCHIVO.
004750     OPEN INPUT ARCH-FILE.
004760     IF WS-ARCH-STATUS NOT = "00"
004770         DISPLAY "ARCHIVO NO DISPONIBLE: " WS-DYN-ARCHIVO
004780         GO TO 4000-EXIT
004790     END-IF.
004800     MOVE "N" TO WS-SW-HALLADO.
004810     MOVE "N" TO WS-EOF-ARCH.
004820     PERFORM 4100-LEER-ARCHIVO THRU 4100-EXIT
004830         UNTIL FIN-ARCHIVO OR REGISTRO-HALLADO.
004840     CLOSE ARCH-FILE.
004850     IF NOT REGISTRO-HALLADO
004860         DISPLAY "EL REGISTRO NO ESTA EN " WS-DYN-ARCHIVO
004870             " (VERIFIQUE EL INDICE)."
004880         GO TO 4000-EXIT
004890     END-IF.
004900*    LA BAJA POR FALLECIMIENTO NO SE DESHACE DESDE EL ARCHIVO
004910     MOVE WS-REGISTRO-ARCHIVO TO PERSONA-RECORD.
004920     IF PERS-FALLECIDO
004930         DISPLAY "PERSONA FALLECIDA SEGUN EL REGISTRO CIVIL: "
004940             "NO SE RESTAURA."
004950         GO TO 4000-EXIT
004960     END-IF.
004970     OPEN I-O PERSONA-FILE.
004980     IF WS-PERSONA-STATUS NOT = "00"
004990         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
005000             WS-PERSONA-STATUS ")."
005010         GO TO 4000-EXIT
005020     END-IF.
005030     MOVE WS-REGISTRO-ARCHIVO TO PERSONA-RECORD.
005040     SET PERS-ACTIVO TO TRUE.
005050     MOVE ZERO TO PERS-FECHA-BAJA.
005060     WRITE PERSONA-RECORD
005070         INVALID KEY
005080             DISPLAY "ERROR: YA EXISTE UNA PERSONA CON ESE DNI."
005090         NOT INVALID KEY
005100             MOVE SPACES TO WS-IMAGEN-ANTES
005110             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
005120             CALL "persona_journal" USING WS-JRNL-PROGRAMA
005130                     WS-JRNL-ACCION WS-IMAGEN-ANTES
005140                     WS-IMAGEN-DESPUES
005150             ADD 1 TO WS-AUDT-CANTIDAD
005160             DISPLAY "PERSONA RESTAURADA COMO ACTIVA."
005170     END-WRITE.
005180     CLOSE PERSONA-FILE.
005190 4000-EXIT.
005200     EXIT.
005210
005220 4100-LEER-ARCHIVO.
005230     READ ARCH-FILE
005240         AT END
005250             SET FIN-ARCHIVO TO TRUE
005260         NOT AT END
005270             IF ARCH-RECORD(1:3) = "TRL"
005280                 CONTINUE
005290             ELSE
005300             IF ARCH-DNI IS NUMERIC
005310                     AND ARCH-DNI =
005320                         COIN-DNI(WS-LINEA-ELEGIDA)
005330                 SET REGISTRO-HALLADO TO TRUE
005340                 MOVE ARCH-RECORD TO WS-REGISTRO-ARCHIVO
005350             END-IF
005360             END-IF
005370     END-READ.
005380 4100-EXIT.
005390     EXIT.
005400
005410 END PROGRAM PersonaArchivo.
