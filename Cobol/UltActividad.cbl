000100******************************************************************
000110* PROGRAM-ID: ultima_actividad
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE LAST-ACTIVITY LOOKUP FOR ONE OPERATOR. ON
000170*             THE FIRST CALL OF THE RUN UNIT IT READS THE TWO
000180*             PLACES WHERE OPERATOR ACTIVITY IS RECORDED:
000190*                 LANZALOG  EVERY OPTION LAUNCHED FROM THE MENU
000200*                           (OPERATOR + TIMESTAMP)
000210*                 CREDOPER  THE LAST SUCCESSFUL SIGN-ON, KEPT BY
000220*                           CREDENCIAL WHEN THE CLAVE IS VERIFIED
000230*             AND KEEPS THE LATEST DATE PER OPERATOR. THE ANSWER
000240*             IS THAT DATE (ZERO WHEN THE OPERATOR NEVER APPEARS)
000250*             AND WHERE IT CAME FROM (L = LANZALOG, C = CREDOPER,
000260*             SPACE = NO ACTIVITY). EITHER FILE MAY BE MISSING.
000270*             SHARED BY OPERADOR_INACTIVO AND RECERT_OPERADOR.
000280* TECTONICS:  cobc
000290******************************************************************
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* 2026-10-15 RW   INITIAL VERSION.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. ultima_actividad.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LANZALOG-FILE ASSIGN TO "LANZALOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-LNZ-STATUS.
000430
000440     SELECT CREDOPER-FILE ASSIGN TO "CREDOPER"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CRD-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  LANZALOG-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 88 CHARACTERS.
000530 01  LANZALOG-RECORD.
000540     05  LNZ-TIMESTAMP           PIC X(21).
000550     05  FILLER                  PIC X(01).
000560     05  LNZ-OPERADOR            PIC X(08).
000570     05  FILLER                  PIC X(01).
000580     05  LNZ-PASO                PIC 9(02).
000590     05  FILLER                  PIC X(01).
000600     05  LNZ-PROGRAMA            PIC X(20).
000610     05  FILLER                  PIC X(01).
000620     05  LNZ-ACCION              PIC X(01).
000630     05  FILLER                  PIC X(01).
000640     05  LNZ-RUNBOOK             PIC X(22).
000650     05  FILLER                  PIC X(01).
000660     05  LNZ-SUPERVISOR          PIC X(08).
000670
000680 FD  CREDOPER-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 50 CHARACTERS.
000710 01  CREDOPER-RECORD.
000720     05  CRDO-ID                 PIC X(08).
000730     05  FILLER                  PIC X(01).
000740     05  CRDO-ESTADO             PIC X(01).
000750     05  FILLER                  PIC X(01).
000760     05  CRDO-HASH               PIC 9(18).
000770     05  FILLER                  PIC X(01).
000780     05  CRDO-FECHA-CAMBIO       PIC 9(08).
000790     05  FILLER                  PIC X(01).
000800     05  CRDO-INTENTOS           PIC 9(02).
000810     05  FILLER                  PIC X(01).
000820     05  CRDO-ULTIMO-INGRESO     PIC 9(08).
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-LNZ-STATUS               PIC X(02).
000860 01  WS-CRD-STATUS               PIC X(02).
000870 01  WS-EOF-LNZ                  PIC X(01) VALUE "N".
000880     88  FIN-BITACORA            VALUE "S".
000890 01  WS-EOF-CRD                  PIC X(01) VALUE "N".
000900     88  FIN-CREDOPER            VALUE "S".
000910 01  WS-SW-CARGADO               PIC X(01) VALUE "N".
000920     88  ACTIVIDAD-CARGADA       VALUE "S".
000930
000940*----------------------------------------------------------------
000950*    ULTIMA ACTIVIDAD POR OPERADOR
000960*----------------------------------------------------------------
000970 01  WS-MAX-ACTIVIDAD            PIC 9(03) VALUE 300.
000980 01  WS-CANT-ACTIVIDAD           PIC 9(03) VALUE ZERO.
000990 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
001000 01  TABLA-ACTIVIDAD.
001010     05  ACT-ENTRADA OCCURS 300 TIMES.
001020         10  ACT-OPERADOR        PIC X(08).
001030         10  ACT-FECHA           PIC 9(08).
001040         10  ACT-ORIGEN          PIC X(01).
001050 01  WS-IDX-ACT                  PIC 9(03) COMP.
001060 01  WS-IDX-HALLADO              PIC 9(03) COMP VALUE ZERO.
001070 01  WS-OPERADOR-BUSCADO         PIC X(08).
001080 01  WS-FECHA-LEIDA              PIC 9(08).
001090 01  WS-ORIGEN-LEIDO             PIC X(01).
001100
001110 LINKAGE SECTION.
001120 01  UACT-OPERADOR               PIC X(08).
001130 01  UACT-FECHA                  PIC 9(08).
001140 01  UACT-ORIGEN                 PIC X(01).
001150
001160 PROCEDURE DIVISION USING UACT-OPERADOR UACT-FECHA UACT-ORIGEN.
001170
001180******************************************************************
001190* 0000-MAINLINE - CARGA LA ACTIVIDAD EN EL PRIMER LLAMADO Y
001200*     DEVUELVE LA DEL OPERADOR PEDIDO
001210******************************************************************
001220 0000-MAINLINE.
001230     IF NOT ACTIVIDAD-CARGADA
001240         PERFORM 1000-CARGAR-ACTIVIDAD THRU 1000-EXIT
001250     END-IF.
001260     MOVE ZERO TO UACT-FECHA.
001270     MOVE SPACE TO UACT-ORIGEN.
001280     MOVE UACT-OPERADOR TO WS-OPERADOR-BUSCADO.
001290     PERFORM 3000-BUSCAR-OPERADOR THRU 3000-EXIT.
001300     IF WS-IDX-HALLADO > ZERO
001310         MOVE ACT-FECHA(WS-IDX-HALLADO) TO UACT-FECHA
001320         MOVE ACT-ORIGEN(WS-IDX-HALLADO) TO UACT-ORIGEN
001330     END-IF.
001340     GOBACK.
001350
001360******************************************************************
001370* 1000-CARGAR-ACTIVIDAD - LANZALOG Y CREDOPER, CADA UNO SI EXISTE
001380******************************************************************
001390 1000-CARGAR-ACTIVIDAD.
001400     SET ACTIVIDAD-CARGADA TO TRUE.
001410     OPEN INPUT LANZALOG-FILE.
001420     IF WS-LNZ-STATUS = "00"
001430         PERFORM 1100-LEER-LANZAMIENTO THRU 1100-EXIT
001440             UNTIL FIN-BITACORA
001450         CLOSE LANZALOG-FILE
001460     END-IF.
001470     OPEN INPUT CREDOPER-FILE.
001480     IF WS-CRD-STATUS = "00"
001490         PERFORM 1200-LEER-CREDENCIAL THRU 1200-EXIT
001500             UNTIL FIN-CREDOPER
001510         CLOSE CREDOPER-FILE
001520     END-IF.
001530     IF WS-CANT-PERDIDOS > ZERO
001540         DISPLAY "ATENCION: TABLA DE ACTIVIDAD LLENA, "
001550             WS-CANT-PERDIDOS " REGISTROS SIN CONSIDERAR."
001560     END-IF.
001570 1000-EXIT.
001580     EXIT.
001590
001600 1100-LEER-LANZAMIENTO.
001610     READ LANZALOG-FILE
001620         AT END
001630             SET FIN-BITACORA TO TRUE
001640             GO TO 1100-EXIT
001650     END-READ.
001660     IF LNZ-OPERADOR = SPACES
001670             OR LNZ-TIMESTAMP(1:8) IS NOT NUMERIC
001680         GO TO 1100-EXIT
001690     END-IF.
001700     MOVE LNZ-OPERADOR TO WS-OPERADOR-BUSCADO.
001710     MOVE LNZ-TIMESTAMP(1:8) TO WS-FECHA-LEIDA.
001720     MOVE "L" TO WS-ORIGEN-LEIDO.
001730     PERFORM 2000-REGISTRAR-FECHA THRU 2000-EXIT.
001740 1100-EXIT.
001750     EXIT.
001760
001770 1200-LEER-CREDENCIAL.
001780     READ CREDOPER-FILE
001790         AT END
001800             SET FIN-CREDOPER TO TRUE
001810             GO TO 1200-EXIT
001820     END-READ.
001830     IF CRDO-ID = SPACES
001840             OR CRDO-ULTIMO-INGRESO IS NOT NUMERIC
001850             OR CRDO-ULTIMO-INGRESO = ZERO
001860         GO TO 1200-EXIT
001870     END-IF.
001880     MOVE CRDO-ID TO WS-OPERADOR-BUSCADO.
001890     MOVE CRDO-ULTIMO-INGRESO TO WS-FECHA-LEIDA.
001900     MOVE "C" TO WS-ORIGEN-LEIDO.
001910     PERFORM 2000-REGISTRAR-FECHA THRU 2000-EXIT.
001920 1200-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960* 2000-REGISTRAR-FECHA - QUEDA LA FECHA MAS RECIENTE DEL OPERADOR
001970******************************************************************
001980 2000-REGISTRAR-FECHA.
001990     PERFORM 3000-BUSCAR-OPERADOR THRU 3000-EXIT.
002000     IF WS-IDX-HALLADO = ZERO
002010         IF WS-CANT-ACTIVIDAD >= WS-MAX-ACTIVIDAD
002020             ADD 1 TO WS-CANT-PERDIDOS
002030             GO TO 2000-EXIT
002040         END-IF
002050         ADD 1 TO WS-CANT-ACTIVIDAD
002060         MOVE WS-CANT-ACTIVIDAD TO WS-IDX-HALLADO
002070         MOVE WS-OPERADOR-BUSCADO TO ACT-OPERADOR(WS-IDX-HALLADO)
002080         MOVE ZERO TO ACT-FECHA(WS-IDX-HALLADO)
002090     END-IF.
002100     IF WS-FECHA-LEIDA > ACT-FECHA(WS-IDX-HALLADO)
002110         MOVE WS-FECHA-LEIDA TO ACT-FECHA(WS-IDX-HALLADO)
002120         MOVE WS-ORIGEN-LEIDO TO ACT-ORIGEN(WS-IDX-HALLADO)
002130     END-IF.
002140 2000-EXIT.
002150     EXIT.
002160
002170 3000-BUSCAR-OPERADOR.
002180     MOVE ZERO TO WS-IDX-HALLADO.
002190     PERFORM 3100-COMPARAR-OPERADOR THRU 3100-EXIT
002200         VARYING WS-IDX-ACT FROM 1 BY 1
002210             UNTIL WS-IDX-ACT > WS-CANT-ACTIVIDAD
002220                 OR WS-IDX-HALLADO > ZERO.
002230 3000-EXIT.
002240     EXIT.
002250
002260 3100-COMPARAR-OPERADOR.
002270     IF ACT-OPERADOR(WS-IDX-ACT) = WS-OPERADOR-BUSCADO
002280         MOVE WS-IDX-ACT TO WS-IDX-HALLADO
002290     END-IF.
002300 3100-EXIT.
002310     EXIT.
002320
002330 END PROGRAM ultima_actividad.
