000100******************************************************************
000110* PROGRAM-ID: valor_manual
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    COLLECTS THE DAY'S ACCEPTED VALUES FROM THE
000170*             INGRESA_UN_VALOR LOG (VALORLOG, INGRLOG.AAAAMMDD)
000180*             AND WRITES THEM AS THE SUPPLEMENTARY NUMEROS DECK
000190*             ARREGMAN, SO A VALUE KEYED BY AN OPERATOR NO
000200*             LONGER HAS TO BE RETYPED INTO ARREGNUM. THE DECK
000210*             USES THE STANDARD HDR/TRL ENVELOPE:
000220*                 HDR + "MANUAL  " + FECHA 9(08)
000230*                 ONE DETAIL PER VALUE: VALOR 9(03) + SPACE +
000240*                     OPERADOR X(08) + SPACE + HORA 9(06)
000250*                 TRL + CANTIDAD 9(07) + HASH 9(11)
000260*             (HASH = SUM OF THE VALUES MODULO 10**11, THE
000270*             VALIDAR_SOBRE RULE). ONLY "VALOR INGRESADO" LINES
000280*             TRAVEL; THE UNATTENDED DEFAULT AND THE TOO-MANY-
000290*             ATTEMPTS LINES DO NOT. A VALUE KEYED WITHOUT A
000300*             SIGNED-ON OPERATOR IS TAGGED S/SESION. WITHOUT A
000310*             LOG FOR THE DAY AN EMPTY DECK (HDR + TRL) IS STILL
000320*             WRITTEN, SO ARREGLOS NEVER PICKS UP AN EARLIER
000330*             DAY'S VALUES. RUNS AFTER INGRESA_UN_VALOR AND
000340*             BEFORE ARREGLOS.
000350* TECTONICS:  cobc
000360******************************************************************
000370* MODIFICATION HISTORY
000380* DATE       INIT DESCRIPTION
000390* 2026-10-15 RW   INITIAL VERSION.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. valor_manual.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT LOG-FILE ASSIGN DYNAMIC WS-DYN-LOG-FILE
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-LOG-STATUS.
000500
000510     SELECT MAN-FILE ASSIGN TO "ARREGMAN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MAN-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  LOG-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 78 CHARACTERS.
000600 01  LOG-RECORD.
000610     05  LOG-VALOR               PIC 9(03).
000620     05  FILLER                  PIC X(02).
000630     05  LOG-TIMESTAMP.
000640         10  LOG-TS-FECHA        PIC X(08).
000650         10  LOG-TS-HORA         PIC X(06).
000660         10  FILLER              PIC X(07).
000670     05  FILLER                  PIC X(02).
000680     05  LOG-MENSAJE             PIC X(40).
000690     05  FILLER                  PIC X(02).
000700     05  LOG-OPERADOR            PIC X(08).
000710
000720 FD  MAN-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 19 TO 21 CHARACTERS.
000750 01  MAN-RECORD.
000760     05  MAN-VALOR               PIC 9(03).
000770     05  FILLER                  PIC X(01).
000780     05  MAN-OPERADOR            PIC X(08).
000790     05  FILLER                  PIC X(01).
000800     05  MAN-HORA                PIC X(06).
000810*    VISTA ANCHA DEL MISMO REGISTRO PARA LOS HDR/TRL DEL SOBRE
000820 01  MAN-REGISTRO-SOBRE          PIC X(21).
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-LOG-STATUS               PIC X(02).
000860 01  WS-MAN-STATUS               PIC X(02).
000870 01  WS-FECHA-HOY                PIC X(08).
000880 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000890 01  WS-DYN-LOG-FILE             PIC X(20) VALUE SPACES.
000900 01  WS-EOF-LOG                  PIC X(01) VALUE "N".
000910     88  FIN-LOG                 VALUE "S".
000920
000930*----------------------------------------------------------------
000940*    SOBRE HDR/TRL QUE ENVUELVE EL DECK DE VALORES MANUALES
000950*----------------------------------------------------------------
000960 01  WS-SOBRE-HDR.
000970     05  FILLER                  PIC X(03) VALUE "HDR".
000980     05  HDR-ORIGEN              PIC X(08) VALUE "MANUAL".
000990     05  HDR-FECHA               PIC 9(08).
001000 01  WS-SOBRE-TRL.
001010     05  FILLER                  PIC X(03) VALUE "TRL".
001020     05  TRL-CANTIDAD            PIC 9(07).
001030     05  TRL-HASH                PIC 9(11).
001040 01  WS-HASH-ACUMULADO           PIC 9(12) VALUE ZERO.
001050 01  WS-MODULO-HASH              PIC 9(12) VALUE 100000000000.
001060
001070*----------------------------------------------------------------
001080*    CONTADORES DE LA CORRIDA
001090*----------------------------------------------------------------
001100 01  WS-CUENTA-LEIDOS            PIC 9(07) VALUE ZERO.
001110 01  WS-CUENTA-ENVIADOS          PIC 9(07) VALUE ZERO.
001120 01  WS-CUENTA-OMITIDOS          PIC 9(07) VALUE ZERO.
001130 01  WS-CUENTA-SIN-SESION        PIC 9(07) VALUE ZERO.
001140
001150*----------------------------------------------------------------
001160*    CAMPOS PARA AUDITORIA Y CATALOGO
001170*----------------------------------------------------------------
001180 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "valor_manual".
001190 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001200 01  WS-CATG-ARCHIVO             PIC X(21) VALUE "ARREGMAN".
001210 01  WS-CATG-CANTIDAD            PIC 9(07).
001220
001230 PROCEDURE DIVISION.
001240
001250******************************************************************
001260* 0000-MAINLINE
001270******************************************************************
001280 0000-MAINLINE.
001290     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001300     PERFORM 2000-RECOLECTAR THRU 2000-EXIT.
001310     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001320     GOBACK.
001330
001340******************************************************************
001350* 1000-INICIALIZAR - ABRE EL DECK Y ESCRIBE SU ENCABEZADO
001360******************************************************************
001370 1000-INICIALIZAR.
001380     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001390     STRING "INGRLOG." WS-FECHA-HOY DELIMITED BY SIZE
001400         WS-SUFIJO-CICLO DELIMITED BY SPACE
001410         INTO WS-DYN-LOG-FILE.
001420     MOVE WS-FECHA-HOY TO HDR-FECHA.
001430     OPEN OUTPUT MAN-FILE.
001440     MOVE WS-SOBRE-HDR TO MAN-REGISTRO-SOBRE.
001450     WRITE MAN-REGISTRO-SOBRE.
001460 1000-EXIT.
001470     EXIT.
001480
001490******************************************************************
001500* 2000-RECOLECTAR - CADA VALOR ACEPTADO DEL DIA PASA AL DECK CON
001510*     EL OPERADOR QUE LO TIPEO
001520******************************************************************
001530 2000-RECOLECTAR.
001540     OPEN INPUT LOG-FILE.
001550     IF WS-LOG-STATUS NOT = "00"
001560         DISPLAY " SIN " WS-DYN-LOG-FILE
001570             ": ARREGMAN SALE VACIO."
001580         GO TO 2000-EXIT
001590     END-IF.
001600     PERFORM 2100-LEER-LOG THRU 2100-EXIT
001610         UNTIL FIN-LOG.
001620     CLOSE LOG-FILE.
001630 2000-EXIT.
001640     EXIT.
001650
001660 2100-LEER-LOG.
001670     READ LOG-FILE
001680         AT END
001690             SET FIN-LOG TO TRUE
001700             GO TO 2100-EXIT
001710     END-READ.
001720     ADD 1 TO WS-CUENTA-LEIDOS.
001730     IF LOG-MENSAJE NOT = "VALOR INGRESADO"
001740             OR LOG-VALOR IS NOT NUMERIC
001750         ADD 1 TO WS-CUENTA-OMITIDOS
001760         GO TO 2100-EXIT
001770     END-IF.
001780     MOVE SPACES TO MAN-RECORD.
001790     MOVE LOG-VALOR TO MAN-VALOR.
001800     MOVE LOG-OPERADOR TO MAN-OPERADOR.
001810     IF LOG-OPERADOR = SPACES
001820         MOVE "S/SESION" TO MAN-OPERADOR
001830         ADD 1 TO WS-CUENTA-SIN-SESION
001840     END-IF.
001850     MOVE LOG-TS-HORA TO MAN-HORA.
001860     WRITE MAN-RECORD.
001870     ADD 1 TO WS-CUENTA-ENVIADOS.
001880     ADD LOG-VALOR TO WS-HASH-ACUMULADO.
001890     IF WS-HASH-ACUMULADO NOT < WS-MODULO-HASH
001900         SUBTRACT WS-MODULO-HASH FROM WS-HASH-ACUMULADO
001910     END-IF.
001920 2100-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960* 9000-TERMINAR - CIERRA EL SOBRE, AUDITORIA Y CATALOGO
001970******************************************************************
001980 9000-TERMINAR.
001990     MOVE WS-CUENTA-ENVIADOS TO TRL-CANTIDAD.
002000     MOVE WS-HASH-ACUMULADO TO TRL-HASH.
002010     MOVE WS-SOBRE-TRL TO MAN-REGISTRO-SOBRE.
002020     WRITE MAN-REGISTRO-SOBRE.
002030     CLOSE MAN-FILE.
002040     DISPLAY " VALORES MANUALES - LEIDOS: " WS-CUENTA-LEIDOS
002050         " ENVIADOS A ARREGMAN: " WS-CUENTA-ENVIADOS
002060         " OMITIDOS: " WS-CUENTA-OMITIDOS.
002070     IF WS-CUENTA-SIN-SESION > ZERO
002080         DISPLAY " VALORES SIN OPERADOR EN SESION (S/SESION): "
002090             WS-CUENTA-SIN-SESION
002100     END-IF.
002110     MOVE WS-CUENTA-ENVIADOS TO WS-AUDT-CANTIDAD.
002120     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
002130     COMPUTE WS-CATG-CANTIDAD = WS-CUENTA-ENVIADOS + 2.
002140     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
002150             WS-CATG-CANTIDAD.
002160 9000-EXIT.
002170     EXIT.
002180
002190 END PROGRAM valor_manual.
