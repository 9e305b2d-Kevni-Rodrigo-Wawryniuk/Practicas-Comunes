000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* 2026-08-11 RW   INITIAL VERSION.
000330* 2026-10-15 RW   SOBRE-RECORD 132 -> 180 PARA VALIDAR TAMBIEN EL
000340*                 SNAPSHOT PERSSNAP DE PERSONA_SNAP (REGISTRO DE
000350*                 180); UNA LINEA MAS LARGA QUE EL REGISTRO SE
000360*                 PARTIA Y DESBALANCEABA LA CANTIDAD.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. validar_sobre.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SOBRE-FILE ASSIGN DYNAMIC SOBRE-ARCHIVO
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SOBRE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SOBRE-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 180 CHARACTERS.
000530 01  SOBRE-RECORD                PIC X(180).
000540 01  SOBRE-TRAILER REDEFINES SOBRE-RECORD.
000550     05  STRL-TIPO               PIC X(03).
000560     05  STRL-CANTIDAD           PIC 9(07).
000570     05  STRL-HASH               PIC 9(11).
000580     05  FILLER                  PIC X(159).
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-SOBRE-STATUS             PIC X(02).
000620 01  WS-EOF-SOBRE                PIC X(01) VALUE "N".
000630     88  FIN-SOBRE               VALUE "S".
000640 01  WS-SW-PRIMERO               PIC X(01) VALUE "S".
000650     88  ES-PRIMER-REGISTRO      VALUE "S".
000660 01  WS-SW-TRAILER-VISTO         PIC X(01) VALUE "N".
000670     88  TRAILER-VISTO           VALUE "S".
000680 01  WS-CUENTA-DETALLES          PIC 9(07) VALUE ZERO.
000690 01  WS-HASH-CALCULADO           PIC 9(11) VALUE ZERO.
000700 01  WS-CANTIDAD-TRAILER         PIC 9(07) VALUE ZERO.
000710 01  WS-HASH-TRAILER             PIC 9(11) VALUE ZERO.
000720 01  WS-VALOR-CLAVE              PIC 9(11) VALUE ZERO.
000730
000740 LINKAGE SECTION.
000750 01  SOBRE-ARCHIVO               PIC X(17).
000760 01  SOBRE-CLAVE-POS             PIC 9(02).
000770 01  SOBRE-CLAVE-LON             PIC 9(02).
000780 01  SOBRE-RESULTADO             PIC X(01).
000790     88  SOBRE-VALIDO            VALUE "S".
000800 01  SOBRE-MENSAJE               PIC X(59).
000810
000820 PROCEDURE DIVISION USING SOBRE-ARCHIVO SOBRE-CLAVE-POS
000830         SOBRE-CLAVE-LON SOBRE-RESULTADO SOBRE-MENSAJE.
000840
000850******************************************************************
000860* 0000-MAINLINE - RECORRE EL ARCHIVO COMPLETO Y DEJA EL VEREDICTO
000870*     EN SOBRE-RESULTADO / SOBRE-MENSAJE
000880******************************************************************
000890 0000-MAINLINE.
000900     MOVE "S" TO SOBRE-RESULTADO.
000910     MOVE SPACES TO SOBRE-MENSAJE.
000920     MOVE "N" TO WS-EOF-SOBRE.
000930     MOVE "S" TO WS-SW-PRIMERO.
000940     MOVE "N" TO WS-SW-TRAILER-VISTO.
000950     MOVE ZERO TO WS-CUENTA-DETALLES.
000960     MOVE ZERO TO WS-HASH-CALCULADO.
000970
000980     OPEN INPUT SOBRE-FILE.
000990     IF WS-SOBRE-STATUS NOT = "00"
001000         MOVE "N" TO SOBRE-RESULTADO
001010         MOVE "ARCHIVO DE ENTRADA NO DISPONIBLE" TO SOBRE-MENSAJE
001020         GOBACK
001030     END-IF.
001040
001050     PERFORM 2000-LEER-REGISTRO THRU 2000-EXIT
001060         UNTIL FIN-SOBRE OR SOBRE-RESULTADO = "N".
001070     CLOSE SOBRE-FILE.
001080
001090     IF SOBRE-RESULTADO = "S" AND NOT TRAILER-VISTO
001100         MOVE "N" TO SOBRE-RESULTADO
001110         MOVE "FALTA EL TRAILER TRL" TO SOBRE-MENSAJE
001120     END-IF.
001130     IF SOBRE-RESULTADO = "S"
001140         IF WS-CANTIDAD-TRAILER NOT = WS-CUENTA-DETALLES
001150             MOVE "N" TO SOBRE-RESULTADO
001160             MOVE "CANTIDAD DEL TRAILER NO BALANCEA"
001170                 TO SOBRE-MENSAJE
001180         ELSE
001190             IF WS-HASH-TRAILER NOT = WS-HASH-CALCULADO
001200                 MOVE "N" TO SOBRE-RESULTADO
001210                 MOVE "HASH DEL TRAILER NO BALANCEA"
001220                     TO SOBRE-MENSAJE
001230             END-IF
001240         END-IF
001250     END-IF.
001260     GOBACK.
001270
001280******************************************************************
001290* 2000-LEER-REGISTRO - CLASIFICA CADA REGISTRO COMO HDR, TRL O
001300*     DETALLE Y ACUMULA CANTIDAD Y HASH DE LOS DETALLES
001310******************************************************************
001320 2000-LEER-REGISTRO.
001330     READ SOBRE-FILE
001340         AT END
001350             SET FIN-SOBRE TO TRUE
001360         NOT AT END
001370             PERFORM 2100-CLASIFICAR-REGISTRO THRU 2100-EXIT
001380     END-READ.
001390 2000-EXIT.
001400     EXIT.
001410
001420 2100-CLASIFICAR-REGISTRO.
001430     EVALUATE TRUE
001440         WHEN ES-PRIMER-REGISTRO
001450             MOVE "N" TO WS-SW-PRIMERO
001460             IF SOBRE-RECORD(1:3) NOT = "HDR"
001470                 MOVE "N" TO SOBRE-RESULTADO
001480                 MOVE "FALTA EL ENCABEZADO HDR" TO SOBRE-MENSAJE
001490             END-IF
001500         WHEN TRAILER-VISTO
001510             MOVE "N" TO SOBRE-RESULTADO
001520             MOVE "REGISTROS DESPUES DEL TRAILER"
001530                 TO SOBRE-MENSAJE
001540         WHEN SOBRE-RECORD(1:3) = "TRL"
001550             SET TRAILER-VISTO TO TRUE
001560             IF STRL-CANTIDAD IS NUMERIC
001570                     AND STRL-HASH IS NUMERIC
001580                 MOVE STRL-CANTIDAD TO WS-CANTIDAD-TRAILER
001590                 MOVE STRL-HASH TO WS-HASH-TRAILER
001600             ELSE
001610                 MOVE "N" TO SOBRE-RESULTADO
001620                 MOVE "TRAILER TRL ILEGIBLE" TO SOBRE-MENSAJE
001630             END-IF
001640         WHEN OTHER
001650             ADD 1 TO WS-CUENTA-DETALLES
001660             PERFORM 2200-ACUMULAR-HASH THRU 2200-EXIT
001670     END-EVALUATE.
001680 2100-EXIT.
001690     EXIT.
001700
001710 2200-ACUMULAR-HASH.
001720     IF SOBRE-RECORD(SOBRE-CLAVE-POS:SOBRE-CLAVE-LON) IS NUMERIC
001730         MOVE SOBRE-RECORD(SOBRE-CLAVE-POS:SOBRE-CLAVE-LON)
001740             TO WS-VALOR-CLAVE
001750         COMPUTE WS-HASH-CALCULADO = FUNCTION MOD(
001760             WS-HASH-CALCULADO + WS-VALOR-CLAVE, 100000000000)
001770     END-IF.
001780 2200-EXIT.
001790     EXIT.
001800
001810 END PROGRAM validar_sobre.
