000100******************************************************************
000110* PROGRAM-ID: sod_verifica
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE SEGREGATION-OF-DUTIES CHECK OVER ONE
000170*             OPE-PERMISOS STRING (ONE "S" PER MENU OPTION THE
000180*             OPERATOR MAY RUN, THE MENUOPERADOR CONVENTION). THE
000190*             SODREGLA FILE (LOADED ONCE PER RUN UNIT) LISTS THE
000200*             PERMISSION PAIRS THAT MUST NEVER BE HELD BY THE SAME
000210*             OPERATOR, ONE RULE PER LINE:
000220*                 POSICION A 9(02) + SPACE + POSICION B 9(02) +
000230*                 SPACE + DESCRIPCION X(40)
000240*             LINES WHOSE POSITIONS ARE NOT 01-10 ARE SKIPPED WITH
000250*             A WARNING. THE ANSWER IS ONE RESULT BYTE:
000260*                 S  SIN CONFLICTO
000270*                 C  UNA O MAS REGLAS VIOLADAS
000280*                 N  SIN ARCHIVO SODREGLA, NO SE CONTROLA
000290*             PLUS THE NUMBER OF RULES BROKEN AND THE FIRST TEN OF
000300*             THEM (BOTH POSITIONS AND THE DESCRIPTION), AND THE
000310*             NUMBER OF RULES IN FORCE. SHARED BY SOD_CONTROL (THE
000320*             QUARTERLY LIST) AND OPERMANTBAT (WHICH REFUSES AN
000330*             ENTRY THAT WOULD BREAK A RULE).
000340* TECTONICS:  cobc
000350******************************************************************
000360* MODIFICATION HISTORY
000370* DATE       INIT DESCRIPTION
000380* 2026-10-15 RW   INITIAL VERSION.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. sod_verifica.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT REGLA-FILE ASSIGN TO "SODREGLA"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REG-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  REGLA-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 46 CHARACTERS.
000550 01  REGLA-RECORD.
000560     05  REG-POS-A               PIC X(02).
000570     05  FILLER                  PIC X(01).
000580     05  REG-POS-B               PIC X(02).
000590     05  FILLER                  PIC X(01).
000600     05  REG-DESCRIPCION         PIC X(40).
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-REG-STATUS               PIC X(02).
000640 01  WS-EOF-REGLA                PIC X(01) VALUE "N".
000650     88  FIN-REGLA               VALUE "S".
000660 01  WS-SW-CARGADO               PIC X(01) VALUE "N".
000670     88  REGLAS-CARGADAS         VALUE "S".
000680 01  WS-SW-DISPONIBLE            PIC X(01) VALUE "N".
000690     88  REGLAS-DISPONIBLES      VALUE "S".
000700
000710*----------------------------------------------------------------
000720*    SODREGLA EN MEMORIA
000730*----------------------------------------------------------------
000740 01  WS-MAX-REGLAS               PIC 9(02) VALUE 50.
000750 01  WS-CANT-REGLAS              PIC 9(02) VALUE ZERO.
000760 01  WS-CANT-DESCARTADAS         PIC 9(03) VALUE ZERO.
000770 01  WS-CANT-PERDIDAS            PIC 9(03) VALUE ZERO.
000780 01  TABLA-REGLAS.
000790     05  RGT-ENTRADA OCCURS 50 TIMES.
000800         10  RGT-POS-A           PIC 9(02).
000810         10  RGT-POS-B           PIC 9(02).
000820         10  RGT-DESCRIPCION     PIC X(40).
000830 01  WS-IDX-REGLA                PIC 9(02) COMP.
000840 01  WS-POS-A                    PIC 9(02).
000850 01  WS-POS-B                    PIC 9(02).
000860
000870 LINKAGE SECTION.
000880 01  SODV-PERMISOS               PIC X(10).
000890 01  SODV-RESULTADO              PIC X(01).
000900     88  SODV-SIN-CONFLICTO      VALUE "S".
000910     88  SODV-CON-CONFLICTO      VALUE "C".
000920     88  SODV-SIN-REGLAS         VALUE "N".
000930 01  SODV-CANT-CONFLICTOS        PIC 9(02).
000940 01  SODV-CONFLICTOS.
000950     05  SODV-CONFLICTO OCCURS 10 TIMES.
000960         10  SODV-POS-A          PIC 9(02).
000970         10  SODV-POS-B          PIC 9(02).
000980         10  SODV-DESCRIPCION    PIC X(40).
000990 01  SODV-CANT-REGLAS            PIC 9(02).
001000
001010 PROCEDURE DIVISION USING SODV-PERMISOS SODV-RESULTADO
001020         SODV-CANT-CONFLICTOS SODV-CONFLICTOS SODV-CANT-REGLAS.
001030
001040******************************************************************
001050* 0000-MAINLINE - CARGA LAS REGLAS EN EL PRIMER LLAMADO Y
001060*     CONTROLA LOS PERMISOS RECIBIDOS CONTRA CADA UNA
001070******************************************************************
001080 0000-MAINLINE.
001090     IF NOT REGLAS-CARGADAS
001100         PERFORM 1000-CARGAR-REGLAS THRU 1000-EXIT
001110     END-IF.
001120     PERFORM 2000-VERIFICAR THRU 2000-EXIT.
001130     GOBACK.
001140
001150******************************************************************
001160* 1000-CARGAR-REGLAS - LEE SODREGLA. SIN ARCHIVO EL SERVICIO
001170*     CONTESTA "N" Y CADA LLAMADOR DECIDE QUE HACER.
001180******************************************************************
001190 1000-CARGAR-REGLAS.
001200     SET REGLAS-CARGADAS TO TRUE.
001210     MOVE "N" TO WS-EOF-REGLA.
001220     OPEN INPUT REGLA-FILE.
001230     IF WS-REG-STATUS NOT = "00"
001240         GO TO 1000-EXIT
001250     END-IF.
001260     SET REGLAS-DISPONIBLES TO TRUE.
001270     PERFORM 1100-LEER-REGLA THRU 1100-EXIT
001280         UNTIL FIN-REGLA.
001290     CLOSE REGLA-FILE.
001300     IF WS-CANT-DESCARTADAS > ZERO
001310         DISPLAY "ATENCION: SODREGLA CON " WS-CANT-DESCARTADAS
001320             " LINEA(S) INVALIDA(S), NO SE APLICAN."
001330     END-IF.
001340     IF WS-CANT-PERDIDAS > ZERO
001350         DISPLAY "ATENCION: TABLA SODREGLA LLENA, "
001360             WS-CANT-PERDIDAS " REGLAS SIN CARGAR."
001370     END-IF.
001380 1000-EXIT.
001390     EXIT.
001400
001410 1100-LEER-REGLA.
001420     READ REGLA-FILE
001430         AT END
001440             SET FIN-REGLA TO TRUE
001450             GO TO 1100-EXIT
001460     END-READ.
001470     IF REGLA-RECORD = SPACES
001480         GO TO 1100-EXIT
001490     END-IF.
001500     IF REG-POS-A IS NOT NUMERIC OR REG-POS-B IS NOT NUMERIC
001510         ADD 1 TO WS-CANT-DESCARTADAS
001520         GO TO 1100-EXIT
001530     END-IF.
001540     MOVE REG-POS-A TO WS-POS-A.
001550     MOVE REG-POS-B TO WS-POS-B.
001560     IF WS-POS-A < 1 OR WS-POS-A > 10
001570             OR WS-POS-B < 1 OR WS-POS-B > 10
001580             OR WS-POS-A = WS-POS-B
001590         ADD 1 TO WS-CANT-DESCARTADAS
001600         GO TO 1100-EXIT
001610     END-IF.
001620     IF WS-CANT-REGLAS >= WS-MAX-REGLAS
001630         ADD 1 TO WS-CANT-PERDIDAS
001640         GO TO 1100-EXIT
001650     END-IF.
001660     ADD 1 TO WS-CANT-REGLAS.
001670     MOVE WS-POS-A TO RGT-POS-A(WS-CANT-REGLAS).
001680     MOVE WS-POS-B TO RGT-POS-B(WS-CANT-REGLAS).
001690     MOVE REG-DESCRIPCION TO RGT-DESCRIPCION(WS-CANT-REGLAS).
001700 1100-EXIT.
001710     EXIT.
001720
001730******************************************************************
001740* 2000-VERIFICAR - UNA REGLA SE VIOLA CUANDO LAS DOS POSICIONES
001750*     TIENEN "S". SE CUENTAN TODAS Y SE DEVUELVEN LAS DIEZ
001760*     PRIMERAS
001770******************************************************************
001780 2000-VERIFICAR.
001790     MOVE ZERO TO SODV-CANT-CONFLICTOS.
001800     MOVE WS-CANT-REGLAS TO SODV-CANT-REGLAS.
001810     INITIALIZE SODV-CONFLICTOS.
001820     IF NOT REGLAS-DISPONIBLES
001830         SET SODV-SIN-REGLAS TO TRUE
001840         GO TO 2000-EXIT
001850     END-IF.
001860     PERFORM 2100-APLICAR-REGLA THRU 2100-EXIT
001870         VARYING WS-IDX-REGLA FROM 1 BY 1
001880             UNTIL WS-IDX-REGLA > WS-CANT-REGLAS.
001890     IF SODV-CANT-CONFLICTOS > ZERO
001900         SET SODV-CON-CONFLICTO TO TRUE
001910     ELSE
001920         SET SODV-SIN-CONFLICTO TO TRUE
001930     END-IF.
001940 2000-EXIT.
001950     EXIT.
001960
001970 2100-APLICAR-REGLA.
001980     MOVE RGT-POS-A(WS-IDX-REGLA) TO WS-POS-A.
001990     MOVE RGT-POS-B(WS-IDX-REGLA) TO WS-POS-B.
002000     IF SODV-PERMISOS(WS-POS-A:1) NOT = "S"
002010             OR SODV-PERMISOS(WS-POS-B:1) NOT = "S"
002020         GO TO 2100-EXIT
002030     END-IF.
002040     IF SODV-CANT-CONFLICTOS < 99
002050         ADD 1 TO SODV-CANT-CONFLICTOS
002060     END-IF.
002070     IF SODV-CANT-CONFLICTOS > 10
002080         GO TO 2100-EXIT
002090     END-IF.
002100     MOVE WS-POS-A TO SODV-POS-A(SODV-CANT-CONFLICTOS).
002110     MOVE WS-POS-B TO SODV-POS-B(SODV-CANT-CONFLICTOS).
002120     MOVE RGT-DESCRIPCION(WS-IDX-REGLA) TO
002130         SODV-DESCRIPCION(SODV-CANT-CONFLICTOS).
002140 2100-EXIT.
002150     EXIT.
002160
002170 END PROGRAM sod_verifica.
