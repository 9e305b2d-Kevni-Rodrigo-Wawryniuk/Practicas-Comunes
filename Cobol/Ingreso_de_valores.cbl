000570*                 USED AND LOGGED VIA ERRORLOG INSTEAD OF A PROMPT
000580*                 THAT WOULD STALL THE BATCH WINDOW; SOLO SIN CARD
000590*                 Y SIN CICLO SE PREGUNTA COMO ANTES.
000600* 2026-10-15 RW   LA BITACORA (VALORLOG) AHORA SE EXTIENDE DURANTE
000610*                 EL DIA EN LUGAR DE REESCRIBIRSE EN CADA CORRIDA,
000620*                 Y CADA REGISTRO LLEVA EL OPERADOR EN SESION
000630*                 (REGISTRO 68 -> 78), PARA QUE VALOR_MANUAL ARME
000640*                 CON LOS VALORES DEL DIA EL DECK ARREGMAN QUE
000650*                 ARREGLOS COMBINA CON ARREGNUM. EL VALOR CERO
000660*                 POR DEFECTO DE LA CORRIDA DESATENDIDA QUEDA CON
000670*                 SU PROPIO MENSAJE Y NO VIAJA A ARREGLOS.
000680******************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. ingresa_un_valor.
000710
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT LOG-FILE ASSIGN DYNAMIC WS-DYN-LOG-FILE
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-LOG-STATUS.
000780
000790     SELECT PARM-FILE ASSIGN TO "INGRVAL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PARM-STATUS.
000820
000830     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-LOCK-STATUS.
000860
000870     SELECT SESION-FILE ASSIGN TO "SESION"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-SES-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  LOG-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 78 CHARACTERS.
000960 01  LOG-RECORD.
000970     05  LOG-VALOR                  PIC 9(03).
000980     05  FILLER                     PIC X(02) VALUE SPACES.
000990     05  LOG-TIMESTAMP               PIC X(21).
001000     05  FILLER                     PIC X(02) VALUE SPACES.
001010     05  LOG-MENSAJE                PIC X(40).
001020     05  FILLER                     PIC X(02) VALUE SPACES.
001030     05  LOG-OPERADOR               PIC X(08).
001040
001050 FD  PARM-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 03 CHARACTERS.
001080 01  PARM-RECORD.
001090     05  PARM-VALOR              PIC 9(03).
001100
001110 FD  LOCK-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 14 CHARACTERS.
001140 01  LOCK-RECORD                 PIC X(14).
001150
001160 FD  SESION-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 08 CHARACTERS.
001190 01  SESION-RECORD.
001200     05  SES-OPERADOR            PIC X(08).
001210
001220 WORKING-STORAGE SECTION.
001230 01  valor_A_Ingrear             PIC 9(03).
001240
001250*----------------------------------------------------------------
001260*    NOMBRE DINAMICO DEL ARCHIVO DE BITACORA, ARMADO CON LA
001270*    FECHA DE CORRIDA PARA NO SOBREESCRIBIR LA DE OTRO DIA
001280*----------------------------------------------------------------
001290 01  WS-FECHA-HOY                PIC X(08).
001300 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001310 01  WS-DYN-LOG-FILE             PIC X(20) VALUE SPACES.
001320 01  WS-CATG-ARCHIVO             PIC X(21).
001330 01  WS-CATG-CANTIDAD            PIC 9(07).
001340
001350*----------------------------------------------------------------
001360*    CAMPOS DE SOPORTE PARA LA VALIDACION Y LA BITACORA
001370*----------------------------------------------------------------
001380 01  WS-LOG-STATUS               PIC X(02).
001390 01  WS-PARM-STATUS              PIC X(02).
001400 01  WS-LOCK-STATUS              PIC X(02).
001410 01  WS-SW-DESATENDIDO           PIC X(01) VALUE "N".
001420     88  MODO-DESATENDIDO        VALUE "S".
001430 01  WS-SW-POR-DEFECTO           PIC X(01) VALUE "N".
001440     88  VALOR-POR-DEFECTO       VALUE "S".
001450 01  WS-SES-STATUS               PIC X(02).
001460 01  WS-OPERADOR-SESION          PIC X(08) VALUE SPACES.
001470 01  WS-ENTRADA-ALFA             PIC X(03).
001480 01  WS-CONTADOR-INTENTOS        PIC 9(02) VALUE ZERO.
001490 01  WS-MAX-INTENTOS             PIC 9(02) VALUE 3.
001500 01  WS-SW-VALOR-VALIDO          PIC X(01) VALUE "N".
001510     88  VALOR-VALIDO            VALUE "S".
001520
001530*----------------------------------------------------------------
001540*    CAMPOS PARA EL LLAMADO A LA BITACORA COMPARTIDA DE ERRORES
001550*----------------------------------------------------------------
001560 01  WS-ELOG-PROGRAMA            PIC X(20)
001570         VALUE "ingresa_un_valor".
001580 01  WS-ELOG-CODIGO              PIC 9(04).
001590 01  WS-ELOG-MENSAJE             PIC X(59).
001600 01  WS-AUDT-PROGRAMA            PIC X(20)
001610         VALUE "ingresa_un_valor".
001620 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001630 01  WS-RC-GUARDADO              PIC S9(04) VALUE ZERO.
001640
001650 PROCEDURE DIVISION.
001660
001670******************************************************************
001680* 0000-MAINLINE
001690******************************************************************
001700 0000-MAINLINE.
001710     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001720     PERFORM 2000-INGRESAR-VALOR THRU 2000-EXIT.
001730     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001740     GOBACK.
001750
001760******************************************************************
001770* 1000-INICIALIZAR - ABRE LA BITACORA DE TRANSACCIONES
001780******************************************************************
001790 1000-INICIALIZAR.
001800     CALL "fecha_negocio" USING WS-FECHA-HOY
001810             WS-SUFIJO-CICLO.
001820     STRING "INGRLOG." WS-FECHA-HOY DELIMITED BY SIZE
001830         WS-SUFIJO-CICLO DELIMITED BY SPACE
001840         INTO WS-DYN-LOG-FILE.
001850     OPEN EXTEND LOG-FILE.
001860     IF WS-LOG-STATUS NOT = "00"
001870         OPEN OUTPUT LOG-FILE
001880     END-IF.
001890     PERFORM 1500-LEER-SESION THRU 1500-EXIT.
001900 1000-EXIT.
001910     EXIT.
001920
001930******************************************************************
001940* 1500-LEER-SESION - ID DEL OPERADOR EN SESION (BLANCO SI NO HAY
001950*     SESION ABIERTA, COMO EN LAS CORRIDAS BATCH NOCTURNAS)
001960******************************************************************
001970 1500-LEER-SESION.
001980     MOVE SPACES TO WS-OPERADOR-SESION.
001990     OPEN INPUT SESION-FILE.
002000     IF WS-SES-STATUS = "00"
002010         READ SESION-FILE
002020             NOT AT END
002030                 MOVE SES-OPERADOR TO WS-OPERADOR-SESION
002040         END-READ
002050         CLOSE SESION-FILE
002060     END-IF.
002070 1500-EXIT.
002080     EXIT.
002090
002100******************************************************************
002110* 2000-INGRESAR-VALOR - PIDE EL VALOR HASTA QUE SEA VALIDO O SE
002120*     AGOTEN LOS INTENTOS PERMITIDOS
002130******************************************************************
002140 2000-INGRESAR-VALOR.
002150     MOVE ZERO TO WS-CONTADOR-INTENTOS.
002160     MOVE "N" TO WS-SW-VALOR-VALIDO.
002170     PERFORM 2050-BUSCAR-VALOR-EN-TARJETA THRU 2050-EXIT.
002180     IF NOT VALOR-VALIDO AND MODO-DESATENDIDO
002190         MOVE ZERO TO valor_A_Ingrear
002200         SET VALOR-VALIDO TO TRUE
002210         SET VALOR-POR-DEFECTO TO TRUE
002220         MOVE 41 TO WS-ELOG-CODIGO
002230         MOVE "SIN TARJETA INGRVAL - SE USO EL VALOR CERO" TO
002240             WS-ELOG-MENSAJE
002250         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
002260                 WS-ELOG-MENSAJE
002270     END-IF.
002280     IF NOT VALOR-VALIDO
002290         PERFORM 2100-PEDIR-VALOR THRU 2100-EXIT
002300             UNTIL VALOR-VALIDO
002310                 OR WS-CONTADOR-INTENTOS = WS-MAX-INTENTOS
002320     END-IF.
002330     IF VALOR-VALIDO
002340         PERFORM 2200-REGISTRAR-TRANSACCION THRU 2200-EXIT
002350         DISPLAY "El valor ingresado es -> " valor_A_Ingrear
002360     ELSE
002370         PERFORM 2300-ABEND-INTENTOS THRU 2300-EXIT
002380     END-IF.
002390 2000-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430* 2050-BUSCAR-VALOR-EN-TARJETA - TOMA EL VALOR DE LA TARJETA
002440*     INGRVAL SI EXISTE, Y DETECTA LA CORRIDA DESATENDIDA POR
002450*     LA PRESENCIA DEL CANDADO DEL CICLO
002460******************************************************************
002470 2050-BUSCAR-VALOR-EN-TARJETA.
002480     OPEN INPUT PARM-FILE.
002490     IF WS-PARM-STATUS = "00"
002500         READ PARM-FILE
002510             NOT AT END
002520                 IF PARM-VALOR IS NUMERIC
002530                     MOVE PARM-VALOR TO valor_A_Ingrear
002540                     SET VALOR-VALIDO TO TRUE
002550                 END-IF
002560         END-READ
002570         CLOSE PARM-FILE
002580     END-IF.
002590     OPEN INPUT LOCK-FILE.
002600     IF WS-LOCK-STATUS = "00"
002610         CLOSE LOCK-FILE
002620         SET MODO-DESATENDIDO TO TRUE
002630     END-IF.
002640 2050-EXIT.
002650     EXIT.
002660
002670 2100-PEDIR-VALOR.
002680     ADD 1 TO WS-CONTADOR-INTENTOS.
002690     DISPLAY "Ingrese un valor: ".
002700     ACCEPT WS-ENTRADA-ALFA.
002710     IF WS-ENTRADA-ALFA IS NUMERIC
002720         MOVE WS-ENTRADA-ALFA TO valor_A_Ingrear
002730         SET VALOR-VALIDO TO TRUE
002740     ELSE
002750         DISPLAY "VALOR NO NUMERICO, INTENTE DE NUEVO."
002760     END-IF.
002770 2100-EXIT.
002780     EXIT.
002790
002800 2200-REGISTRAR-TRANSACCION.
002810     MOVE SPACES TO LOG-RECORD.
002820     MOVE valor_A_Ingrear TO LOG-VALOR.
002830     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
002840     MOVE "VALOR INGRESADO" TO LOG-MENSAJE.
002850     IF VALOR-POR-DEFECTO
002860         MOVE "VALOR POR DEFECTO - SIN TARJETA" TO LOG-MENSAJE
002870     END-IF.
002880     MOVE WS-OPERADOR-SESION TO LOG-OPERADOR.
002890     WRITE LOG-RECORD.
002900 2200-EXIT.
002910     EXIT.
002920
002930 2300-ABEND-INTENTOS.
002940     MOVE SPACES TO LOG-RECORD.
002950     MOVE ZERO TO LOG-VALOR.
002960     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
002970     MOVE "DEMASIADOS INTENTOS INVALIDOS" TO LOG-MENSAJE.
002980     MOVE WS-OPERADOR-SESION TO LOG-OPERADOR.
002990     WRITE LOG-RECORD.
003000     DISPLAY "ERROR: DEMASIADOS INTENTOS INVALIDOS. FINALIZA.".
003010     MOVE 16 TO WS-ELOG-CODIGO.
003020     MOVE "DEMASIADOS INTENTOS INVALIDOS" TO WS-ELOG-MENSAJE.
003030     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
003040             WS-ELOG-MENSAJE.
003050     MOVE 16 TO RETURN-CODE.
003060 2300-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100* 9000-TERMINAR - CIERRA LA BITACORA DE TRANSACCIONES Y REGISTRA
003110*     EL RESULTADO DE LA CORRIDA EN LA AUDITORIA COMPARTIDA
003120******************************************************************
003130 9000-TERMINAR.
003140     CLOSE LOG-FILE.
003150     IF VALOR-VALIDO
003160         MOVE 1 TO WS-AUDT-CANTIDAD
003170     ELSE
003180         MOVE ZERO TO WS-AUDT-CANTIDAD
003190     END-IF.
003200     MOVE RETURN-CODE TO WS-RC-GUARDADO.
003210     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
003220     MOVE WS-DYN-LOG-FILE TO WS-CATG-ARCHIVO.
003230     MOVE WS-AUDT-CANTIDAD TO WS-CATG-CANTIDAD.
003240     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
003250             WS-CATG-CANTIDAD.
003260     MOVE WS-RC-GUARDADO TO RETURN-CODE.
003270 9000-EXIT.
003280     EXIT.
003290
003300 END PROGRAM ingresa_un_valor.
