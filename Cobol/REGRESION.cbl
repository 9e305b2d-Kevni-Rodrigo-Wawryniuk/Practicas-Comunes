000740*                 DATE PLUS REPROCESS SUFFIX) INSTEAD OF FUNCTION
000750*                 CURRENT-DATE, SO A RECOVERED CYCLE KEEPS STAMPING
000760*                 THE BUSINESS DAY BEING PROCESSED.
000770* 2026-10-15 RW   INGRLOG READER WIDENED 68 -> 78 IN STEP WITH THE
000780*                 OPERATOR INGRESA_UN_VALOR NOW LOGS; THE LOG IS
000790*                 NOW EXTENDED ALL DAY, SO THE SUITE DELETES IT
000800*                 BEFORE CASO 1 TO KEEP EXPECTING ONE LINE. THE
000810*                 EXCEPRPT EXPECTATION GROWS TO 9 LINES FOR THE
000820*                 DECK/MANUAL SPLIT OF THE ARREGLOS REJECTS.
000830* 2026-10-15 RW   IFTRAN-RECORD GROWS 49 -> 58 WITH THE DNI AND
000840*                 CHECK DIGIT USO_DEL_IF NOW CONFIRMS AGAINST
000850*                 PERSONAF. THE BAJO AND ALTO CASES GO WITHOUT A
000860*                 DNI SO THEY ALWAYS RECYCLE AND NEVER REACH THE
000870*                 MASTER: IFSAL NOW EXPECTS 1 LINE, IFRPT 12 (THE
000880*                 THREE NEW PERSONAF LINES). IFRCY AND IFPEND ARE
000890*                 DELETED BEFORE THE RUN SO EACH CORRIDA STARTS
000900*                 CLEAN.
000910* 2026-10-15 RW   OPTIONAL REGRCTL CARD (ONE AAAAMMDD DATE): THE
000920*                 IFTRAN AND BCWHTRAN CASOS THEN RUN ON THAT
000930*                 DAY'S ARCHIVED DECKS (IFTRAN.AAAAMMDD,
000940*                 BCWHTRAN.AAAAMMDD, KEPT BY CICLO_DIARIO WHEN THE
000950*                 CONSUMING PASO STARTED) INSTEAD OF THE SUITE'S
000960*                 OWN. A MISSING ARCHIVE FAILS THE CASO; WITH REAL
000970*                 DATA ONLY THE RETURN-CODE AND THE PRESENCE OF
000980*                 THE OUTPUTS ARE CHECKED, NOT THEIR LINE COUNTS.
000990*                 THE CARD IS RETIRED AT THE END OF THE RUN.
001000* 2026-10-15 RW   CASO 9 ALSO BUILDS ARREGETQ, THE PROPERTY
001010*                 COMPANION OF ARREGSAL (111 MARKED MULTIPLO DE 3,
001020*                 222 WITH NO PROPERTY), AND CHECKS THAT THE
001030*                 MASTER CARRIES THE M3 TAG ON EXACTLY ONE LINE.
001040******************************************************************
001050 IDENTIFICATION DIVISION.
001060 PROGRAM-ID. regresion.
001070
001080 ENVIRONMENT DIVISION.
001090 INPUT-OUTPUT SECTION.
001100 FILE-CONTROL.
001110*    ARCHIVOS DE ENTRADA ARMADOS POR ESTE PROGRAMA PARA QUE LOS
001120*    CASOS QUE LOS NECESITAN CORRAN SIEMPRE CON LOS MISMOS DATOS
001130     SELECT IFTRAN-FILE ASSIGN TO "IFTRAN"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-IFTRAN-STATUS.
001160
001170     SELECT PARMBCWH-FILE ASSIGN TO "PARMBCWH"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-PARMBCWH-STATUS.
001200
001210     SELECT BCWHTRAN-FILE ASSIGN TO "BCWHTRAN"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-BCWHTRAN-STATUS.
001240
001250*    TARJETA OPCIONAL: FECHA DE LOS DECKS ARCHIVADOS A USAR
001260     SELECT REGRCTL-FILE ASSIGN TO "REGRCTL"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-REGRCTL-STATUS.
001290
001300*    SALIDAS DE LOS PROGRAMAS BAJO PRUEBA, RELEIDAS PARA VERIFICAR
001310     SELECT INGRLOG-FILE ASSIGN DYNAMIC WS-DYN-INGRLOG
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-INGRLOG-STATUS.
001340
001350     SELECT IFSAL-FILE ASSIGN DYNAMIC WS-DYN-IFSAL
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-IFSAL-STATUS.
001380
001390     SELECT IFRPT-FILE ASSIGN DYNAMIC WS-DYN-IFRPT
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-IFRPT-STATUS.
001420
001430     SELECT MULTRPT-FILE ASSIGN DYNAMIC WS-DYN-MULTRPT
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-MULTRPT-STATUS.
001460
001470     SELECT BCFRAUD-FILE ASSIGN DYNAMIC WS-DYN-BCFRAUD
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-BCFRAUD-STATUS.
001500
001510     SELECT BCWHLOG-FILE ASSIGN DYNAMIC WS-DYN-BCWHLOG
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS WS-BCWHLOG-STATUS.
001540
001550     SELECT REPORTE-FILE ASSIGN DYNAMIC WS-DYN-REPORTE
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-REPORTE-STATUS.
001580
001590*    ARCHIVOS FIJOS QUE ESTE PROGRAMA ARMA COMO INSUMO DE
001600*    MAESTRO_DIARIO Y EXCEPCIONES
001610     SELECT ARREGSAL-FILE ASSIGN TO "ARREGSAL"
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS WS-ARREGSAL-STATUS.
001640     SELECT ARREGETQ-FILE ASSIGN TO "ARREGETQ"
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS WS-ARREGETQ-STATUS.
001670
001680     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS WS-CLASIREF-STATUS.
001710
001720     SELECT ARREGERR-FILE ASSIGN TO "ARREGERR"
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS WS-ARREGERR-STATUS.
001750
001760     SELECT ERRORLOG-FILE ASSIGN DYNAMIC WS-DYN-ERRORLOG
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS WS-ERRORLOG-STATUS.
001790
001800*    SALIDAS DE MAESTRO_DIARIO/EXCEPCIONES, RELEIDAS P/ VERIFICAR
001810     SELECT MAESTRO-FILE ASSIGN DYNAMIC WS-DYN-MAESTRO
001820         ORGANIZATION IS LINE SEQUENTIAL
001830         FILE STATUS IS WS-MAESTRO-STATUS.
001840
001850     SELECT EXCEPRPT-FILE ASSIGN DYNAMIC WS-DYN-EXCEPRPT
001860         ORGANIZATION IS LINE SEQUENTIAL
001870         FILE STATUS IS WS-EXCEPRPT-STATUS.
001880
001890 DATA DIVISION.
001900 FILE SECTION.
001910 FD  IFTRAN-FILE
001920     LABEL RECORDS ARE STANDARD
001930     RECORD CONTAINS 58 CHARACTERS.
001940 01  IFTRAN-RECORD.
001950     05  IFT-NOMBRE              PIC X(20).
001960     05  IFT-NOMBRE-CAMBIADO     PIC X(20).
001970     05  IFT-VALOR               PIC 9(01).
001980     05  IFT-FECHA-EFECTIVA      PIC 9(08).
001990     05  IFT-DNI                 PIC 9(08).
002000     05  IFT-DNI-DV              PIC 9(01).
002010
002020 FD  PARMBCWH-FILE
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 1 CHARACTERS.
002050 01  PARMBCWH-RECORD             PIC X(01).
002060
002070 FD  BCWHTRAN-FILE
002080     LABEL RECORDS ARE STANDARD
002090     RECORD CONTAINS 21 CHARACTERS.
002100 01  BCWHTRAN-RECORD             PIC X(21).
002110
002120 FD  REGRCTL-FILE
002130     LABEL RECORDS ARE STANDARD
002140     RECORD CONTAINS 8 CHARACTERS.
002150 01  REGRCTL-RECORD.
002160     05  REGR-FECHA              PIC X(08).
002170
002180 FD  INGRLOG-FILE
002190     LABEL RECORDS ARE STANDARD
002200     RECORD CONTAINS 78 CHARACTERS.
002210 01  INGRLOG-RECORD.
002220     05  V-ING-VALOR             PIC 9(03).
002230     05  FILLER                  PIC X(02).
002240     05  V-ING-TIMESTAMP         PIC X(21).
002250     05  FILLER                  PIC X(02).
002260     05  V-ING-MENSAJE           PIC X(40).
002270     05  FILLER                  PIC X(02).
002280     05  V-ING-OPERADOR          PIC X(08).
002290
002300 FD  IFSAL-FILE
002310     LABEL RECORDS ARE STANDARD
002320     RECORD CONTAINS 30 CHARACTERS.
002330 01  IFSAL-RECORD                PIC X(30).
002340
002350 FD  IFRPT-FILE
002360     LABEL RECORDS ARE STANDARD
002370     RECORD CONTAINS 132 CHARACTERS.
002380 01  IFRPT-RECORD                PIC X(132).
002390
002400 FD  MULTRPT-FILE
002410     LABEL RECORDS ARE STANDARD
002420     RECORD CONTAINS 132 CHARACTERS.
002430 01  MULTRPT-RECORD              PIC X(132).
002440
002450 FD  BCFRAUD-FILE
002460     LABEL RECORDS ARE STANDARD
002470     RECORD CONTAINS 40 CHARACTERS.
002480 01  BCFRAUD-RECORD.
002490     05  V-AUD-LIMITE-INF        PIC 9(03).
002500     05  FILLER                  PIC X(01).
002510     05  V-AUD-LIMITE-SUP        PIC 9(03).
002520     05  FILLER                  PIC X(01).
002530     05  V-AUD-TOTAL             PIC 9(07).
002540     05  FILLER                  PIC X(25).
002550
002560 FD  BCWHLOG-FILE
002570     LABEL RECORDS ARE STANDARD
002580     RECORD CONTAINS 40 CHARACTERS.
002590 01  BCWHLOG-RECORD.
002600     05  V-BCW-VALOR             PIC X(01).
002610     05  FILLER                  PIC X(02).
002620     05  V-BCW-MENSAJE           PIC X(30).
002630     05  FILLER                  PIC X(07).
002640
002650 FD  REPORTE-FILE
002660     LABEL RECORDS ARE STANDARD
002670     RECORD CONTAINS 132 CHARACTERS.
002680 01  REPORTE-RECORD              PIC X(132).
002690
002700 FD  ARREGSAL-FILE
002710     LABEL RECORDS ARE STANDARD
002720     RECORD CONTAINS 03 CHARACTERS.
002730 01  ARREGSAL-RECORD             PIC 9(03).
002740 FD  ARREGETQ-FILE
002750     LABEL RECORDS ARE STANDARD
002760     RECORD CONTAINS 08 CHARACTERS.
002770     COPY ARREGETQ.
002780
002790 FD  CLASIREF-FILE
002800     LABEL RECORDS ARE STANDARD
002810     RECORD CONTAINS 22 CHARACTERS.
002820 01  CLASIREF-RECORD.
002830     05  CREF-CODIGO             PIC 9(02).
002840     05  CREF-DESCRIPCION        PIC X(20).
002850
002860 FD  ARREGERR-FILE
002870     LABEL RECORDS ARE STANDARD
002880     RECORD CONTAINS 80 CHARACTERS.
002890 01  ARREGERR-RECORD.
002900     05  AERR-VALOR              PIC X(03).
002910     05  FILLER                  PIC X(03).
002920     05  AERR-MOTIVO             PIC X(30).
002930     05  FILLER                  PIC X(44).
002940
002950 FD  ERRORLOG-FILE
002960     LABEL RECORDS ARE STANDARD
002970     RECORD CONTAINS 117 CHARACTERS.
002980 01  ERRORLOG-RECORD.
002990     05  EERR-TIMESTAMP          PIC X(21).
003000     05  FILLER                  PIC X(01).
003010     05  EERR-PROGRAMA           PIC X(20).
003020     05  FILLER                  PIC X(01).
003030     05  EERR-CODIGO             PIC 9(04).
003040     05  FILLER                  PIC X(01).
003050     05  EERR-MENSAJE            PIC X(59).
003060     05  FILLER                  PIC X(01).
003070     05  EERR-OPERADOR           PIC X(08).
003080
003090 FD  MAESTRO-FILE
003100     LABEL RECORDS ARE STANDARD
003110     RECORD CONTAINS 80 CHARACTERS.
003120 01  MAESTRO-RECORD              PIC X(80).
003130
003140 FD  EXCEPRPT-FILE
003150     LABEL RECORDS ARE STANDARD
003160     RECORD CONTAINS 110 CHARACTERS.
003170 01  EXCEPRPT-RECORD             PIC X(110).
003180
003190 WORKING-STORAGE SECTION.
003200*----------------------------------------------------------------
003210*    ESTADOS DE LOS ARCHIVOS USADOS POR ESTE PROGRAMA
003220*----------------------------------------------------------------
003230 01  WS-IFTRAN-STATUS            PIC X(02).
003240 01  WS-PARMBCWH-STATUS          PIC X(02).
003250 01  WS-BCWHTRAN-STATUS          PIC X(02).
003260 01  WS-INGRLOG-STATUS           PIC X(02).
003270 01  WS-IFSAL-STATUS             PIC X(02).
003280 01  WS-IFRPT-STATUS             PIC X(02).
003290 01  WS-MULTRPT-STATUS           PIC X(02).
003300 01  WS-BCFRAUD-STATUS           PIC X(02).
003310 01  WS-BCWHLOG-STATUS           PIC X(02).
003320 01  WS-REPORTE-STATUS           PIC X(02).
003330 01  WS-ARREGSAL-STATUS          PIC X(02).
003340 01  WS-ARREGETQ-STATUS          PIC X(02).
003350 01  WS-CLASIREF-STATUS          PIC X(02).
003360 01  WS-ARREGERR-STATUS          PIC X(02).
003370 01  WS-ERRORLOG-STATUS          PIC X(02).
003380 01  WS-MAESTRO-STATUS           PIC X(02).
003390 01  WS-EXCEPRPT-STATUS          PIC X(02).
003400 01  WS-REGRCTL-STATUS           PIC X(02).
003410
003420*----------------------------------------------------------------
003430*    NOMBRES DINAMICOS DE LAS SALIDAS, ARMADOS CON LA FECHA DE
003440*    CORRIDA - EL MISMO PATRON QUE USA CADA PROGRAMA PARA
003450*    ESCRIBIRLOS
003460*----------------------------------------------------------------
003470 01  WS-FECHA-HOY                PIC X(08).
003480 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
003490 01  WS-DYN-INGRLOG              PIC X(20) VALUE SPACES.
003500 01  WS-DYN-IFSAL                PIC X(20) VALUE SPACES.
003510 01  WS-DYN-IFRPT                PIC X(20) VALUE SPACES.
003520 01  WS-DYN-MULTRPT              PIC X(20) VALUE SPACES.
003530 01  WS-DYN-BCFRAUD              PIC X(20) VALUE SPACES.
003540 01  WS-DYN-BCWHLOG              PIC X(20) VALUE SPACES.
003550 01  WS-DYN-REPORTE              PIC X(20) VALUE SPACES.
003560 01  WS-DYN-ERRORLOG              PIC X(21) VALUE SPACES.
003570 01  WS-DYN-MAESTRO               PIC X(20) VALUE SPACES.
003580 01  WS-DYN-EXCEPRPT              PIC X(21) VALUE SPACES.
003590
003600*----------------------------------------------------------------
003610*    CONTADORES DE REGISTROS LEIDOS AL VERIFICAR UNA SALIDA
003620*----------------------------------------------------------------
003630 01  WS-CUENTA-REGISTROS         PIC 9(05) VALUE ZERO.
003640 01  WS-CUENTA-ETIQUETAS         PIC 9(05) VALUE ZERO.
003650 01  WS-EOF-VERIF                PIC X(01) VALUE "N".
003660     88  FIN-VERIF               VALUE "S".
003670
003680*----------------------------------------------------------------
003690*    RESULTADO DEL CASO QUE SE ESTA EVALUANDO
003700*----------------------------------------------------------------
003710 01  WS-CASO-NUMERO              PIC 9(02) VALUE ZERO.
003720 01  WS-CASO-PROGRAMA            PIC X(20) VALUE SPACES.
003730 01  WS-SW-CASO-OK               PIC X(01) VALUE "S".
003740     88  CASO-OK                 VALUE "S".
003750
003760*----------------------------------------------------------------
003770*    TOTALES DE LA CORRIDA DE REGRESION
003780*----------------------------------------------------------------
003790 01  WS-CANT-CASOS               PIC 9(02) VALUE ZERO.
003800 01  WS-CANT-CASOS-OK            PIC 9(02) VALUE ZERO.
003810 01  WS-CANT-CASOS-FALLO         PIC 9(02) VALUE ZERO.
003820
003830*----------------------------------------------------------------
003840*    LIMPIEZA DE CHECKPOINTS DE UNA CORRIDA ANTERIOR, PARA QUE
003850*    CADA CORRIDA DE REGRESION EMPIECE SIEMPRE DESDE CERO
003860*----------------------------------------------------------------
003870 01  WS-NOMBRE-CHECKPOINT        PIC X(20).
003880 01  WS-RC-BORRADO               PIC S9(09) COMP-5.
003890
003900*----------------------------------------------------------------
003910*    CORRIDA SOBRE DECKS ARCHIVADOS (TARJETA REGRCTL)
003920*----------------------------------------------------------------
003930 01  WS-SW-ARCHIVO               PIC X(01) VALUE "N".
003940     88  MODO-ARCHIVO            VALUE "S".
003950 01  WS-FECHA-ARCHIVO            PIC X(08) VALUE SPACES.
003960 01  WS-NOMBRE-DECK              PIC X(10).
003970 01  WS-NOMBRE-ARCHIVADO         PIC X(20).
003980 01  WS-NOMBRE-REGRCTL           PIC X(20) VALUE "REGRCTL".
003990 01  WS-INFO-ARCHIVO.
004000     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
004010     05  FILLER                  PIC X(08).
004020
004030*----------------------------------------------------------------
004040*    CAMPOS PARA EL LLAMADO A LA BITACORA COMPARTIDA DE ERRORES
004050*----------------------------------------------------------------
004060 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "regresion".
004070 01  WS-ELOG-CODIGO              PIC 9(04).
004080 01  WS-ELOG-MENSAJE             PIC X(59).
004090
004100*----------------------------------------------------------------
004110*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
004120*----------------------------------------------------------------
004130 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "regresion".
004140 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
004150
004160*----------------------------------------------------------------
004170*    SOBRE HDR/TRL QUE ENVUELVE CADA DECK ARMADO POR LA SUITE
004180*----------------------------------------------------------------
004190 01  WS-SOBRE-HDR.
004200     05  FILLER                  PIC X(03) VALUE "HDR".
004210     05  HDR-ORIGEN              PIC X(08) VALUE "REGRESIO".
004220     05  HDR-FECHA               PIC 9(08).
004230 01  WS-SOBRE-TRL.
004240     05  FILLER                  PIC X(03) VALUE "TRL".
004250     05  TRL-CANTIDAD            PIC 9(07).
004260     05  TRL-HASH                PIC 9(11).
004270
004280 PROCEDURE DIVISION.
004290
004300******************************************************************
004310* 0000-MAINLINE
004320******************************************************************
004330 0000-MAINLINE.
004340     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004350     PERFORM 2000-CASO-INGRESA-VALOR THRU 2000-EXIT.
004360     PERFORM 2100-CASO-USO-DEL-IF THRU 2100-EXIT.
004370     PERFORM 2200-CASO-MULTIPLOS-DE-DOS THRU 2200-EXIT.
004380     PERFORM 2300-CASO-BUCLE-FOR THRU 2300-EXIT.
004390     PERFORM 2400-CASO-BUCLE-WHILE THRU 2400-EXIT.
004400     PERFORM 2500-CASO-FUNCIONES-NORMALES THRU 2500-EXIT.
004410     PERFORM 2600-CASO-VARIABLES THRU 2600-EXIT.
004420     PERFORM 2700-CASO-SECUENCIAS THRU 2700-EXIT.
004430     PERFORM 2800-CASO-MAESTRO-DIARIO THRU 2800-EXIT.
004440     PERFORM 2900-CASO-EXCEPCIONES THRU 2900-EXIT.
004450     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004460     GOBACK.
004470
004480******************************************************************
004490* 1000-INICIALIZAR - ARMA LA FECHA DE CORRIDA, BORRA LOS
004500*     CHECKPOINTS DE UNA CORRIDA ANTERIOR Y ANUNCIA EL INICIO
004510******************************************************************
004520 1000-INICIALIZAR.
004530     CALL "fecha_negocio" USING WS-FECHA-HOY
004540             WS-SUFIJO-CICLO.
004550     MOVE WS-FECHA-HOY TO HDR-FECHA.
004560     DISPLAY " SUITE DE REGRESION - CORRIDA DEL " WS-FECHA-HOY.
004570     PERFORM 1100-LEER-REGRCTL THRU 1100-EXIT.
004580     MOVE "CHECKCICLO" TO WS-NOMBRE-CHECKPOINT.
004590     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-CHECKPOINT
004600         RETURNING WS-RC-BORRADO.
004610     MOVE "CHECKPROG" TO WS-NOMBRE-CHECKPOINT.
004620     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-CHECKPOINT
004630         RETURNING WS-RC-BORRADO.
004640*    EL SUSPENSO TAMBIEN SE LIMPIA PARA QUE CADA CORRIDA DE
004650*    REGRESION EVALUE EL MISMO REPORTE DE EXCEPCIONES
004660     MOVE "SUSPENSO" TO WS-NOMBRE-CHECKPOINT.
004670     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-CHECKPOINT
004680         RETURNING WS-RC-BORRADO.
004690*    LO MISMO EL RECICLO Y LAS PENDIENTES DE USO_DEL_IF: EL CASO 2
004700*    DEJA RECHAZOS QUE LA CORRIDA SIGUIENTE REINTENTARIA
004710     MOVE "IFRCY" TO WS-NOMBRE-CHECKPOINT.
004720     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-CHECKPOINT
004730         RETURNING WS-RC-BORRADO.
004740     MOVE "IFPEND" TO WS-NOMBRE-CHECKPOINT.
004750     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-CHECKPOINT
004760         RETURNING WS-RC-BORRADO.
004770     STRING "INGRLOG." WS-FECHA-HOY DELIMITED BY SIZE
004780         WS-SUFIJO-CICLO DELIMITED BY SPACE
004790         INTO WS-DYN-INGRLOG.
004800*    LA BITACORA DE INGRESA_UN_VALOR SE EXTIENDE EN EL DIA: SE
004810*    BORRA PARA QUE EL CASO 1 VEA SOLO SU PROPIA LINEA
004820     CALL "CBL_DELETE_FILE" USING WS-DYN-INGRLOG
004830         RETURNING WS-RC-BORRADO.
004840     STRING "IFSAL." WS-FECHA-HOY DELIMITED BY SIZE
004850         WS-SUFIJO-CICLO DELIMITED BY SPACE
004860         INTO WS-DYN-IFSAL.
004870     STRING "IFRPT." WS-FECHA-HOY DELIMITED BY SIZE
004880         WS-SUFIJO-CICLO DELIMITED BY SPACE
004890         INTO WS-DYN-IFRPT.
004900     STRING "MULTRPT." WS-FECHA-HOY DELIMITED BY SIZE
004910         WS-SUFIJO-CICLO DELIMITED BY SPACE
004920         INTO WS-DYN-MULTRPT.
004930     STRING "BCFRAUD." WS-FECHA-HOY DELIMITED BY SIZE
004940         WS-SUFIJO-CICLO DELIMITED BY SPACE
004950         INTO WS-DYN-BCFRAUD.
004960     STRING "BCWHLOG." WS-FECHA-HOY DELIMITED BY SIZE
004970         WS-SUFIJO-CICLO DELIMITED BY SPACE
004980         INTO WS-DYN-BCWHLOG.
004990     STRING "REPORTE." WS-FECHA-HOY DELIMITED BY SIZE
005000         WS-SUFIJO-CICLO DELIMITED BY SPACE
005010         INTO WS-DYN-REPORTE.
005020     STRING "ERRORLOG." WS-FECHA-HOY DELIMITED BY SIZE
005030         WS-SUFIJO-CICLO DELIMITED BY SPACE
005040         INTO WS-DYN-ERRORLOG.
005050     STRING "MAESTRO." WS-FECHA-HOY DELIMITED BY SIZE
005060         WS-SUFIJO-CICLO DELIMITED BY SPACE
005070         INTO WS-DYN-MAESTRO.
005080     STRING "EXCEPRPT." WS-FECHA-HOY DELIMITED BY SIZE
005090         WS-SUFIJO-CICLO DELIMITED BY SPACE
005100         INTO WS-DYN-EXCEPRPT.
005110 1000-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150* 1100-LEER-REGRCTL - CON TARJETA REGRCTL LOS CASOS DE IFTRAN Y
005160*     BCWHTRAN CORREN SOBRE LOS DECKS ARCHIVADOS DE ESA FECHA
005170******************************************************************
005180 1100-LEER-REGRCTL.
005190     OPEN INPUT REGRCTL-FILE.
005200     IF WS-REGRCTL-STATUS NOT = "00"
005210         GO TO 1100-EXIT
005220     END-IF.
005230     READ REGRCTL-FILE
005240         AT END
005250             MOVE SPACES TO REGR-FECHA
005260     END-READ.
005270     CLOSE REGRCTL-FILE.
005280     IF REGR-FECHA IS NOT NUMERIC
005290         DISPLAY " TARJETA REGRCTL SIN FECHA VALIDA - SE IGNORA"
005300         GO TO 1100-EXIT
005310     END-IF.
005320     MOVE REGR-FECHA TO WS-FECHA-ARCHIVO.
005330     SET MODO-ARCHIVO TO TRUE.
005340     DISPLAY " DECKS ARCHIVADOS DEL " WS-FECHA-ARCHIVO.
005350 1100-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390* 2000-CASO-INGRESA-VALOR - CORRE INGRESA_UN_VALOR CON UN VALOR
005400*     VALIDO TOMADO DEL SYSIN Y VERIFICA LA BITACORA QUE ESCRIBE
005410******************************************************************
005420 2000-CASO-INGRESA-VALOR.
005430     MOVE 1 TO WS-CASO-NUMERO.
005440     MOVE "ingresa_un_valor" TO WS-CASO-PROGRAMA.
005450     MOVE "S" TO WS-SW-CASO-OK.
005460     MOVE ZERO TO RETURN-CODE.
005470     CALL "ingresa_un_valor".
005480     IF RETURN-CODE NOT = ZERO
005490         MOVE "N" TO WS-SW-CASO-OK
005500     ELSE
005510         PERFORM 2010-VERIFICAR-INGRLOG THRU 2010-EXIT
005520     END-IF.
005530     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
005540 2000-EXIT.
005550     EXIT.
005560
005570 2010-VERIFICAR-INGRLOG.
005580     OPEN INPUT INGRLOG-FILE.
005590     IF WS-INGRLOG-STATUS NOT = "00"
005600         MOVE "N" TO WS-SW-CASO-OK
005610     ELSE
005620         MOVE ZERO TO WS-CUENTA-REGISTROS
005630         MOVE "N" TO WS-EOF-VERIF
005640         PERFORM 2020-LEER-INGRLOG THRU 2020-EXIT
005650             UNTIL FIN-VERIF
005660         CLOSE INGRLOG-FILE
005670         IF WS-CUENTA-REGISTROS NOT = 1
005680             MOVE "N" TO WS-SW-CASO-OK
005690         END-IF
005700     END-IF.
005710 2010-EXIT.
005720     EXIT.
005730
005740 2020-LEER-INGRLOG.
005750     READ INGRLOG-FILE
005760         AT END
005770             SET FIN-VERIF TO TRUE
005780         NOT AT END
005790             ADD 1 TO WS-CUENTA-REGISTROS
005800             IF V-ING-MENSAJE NOT = "VALOR INGRESADO"
005810                 MOVE "N" TO WS-SW-CASO-OK
005820             END-IF
005830     END-READ.
005840 2020-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880* 2100-CASO-USO-DEL-IF - ARMA UN IFTRAN DE TRES TRANSACCIONES
005890*     (UNA POR NIVEL) Y VERIFICA LAS DOS SALIDAS QUE ESCRIBE. LOS
005900*     NIVELES BAJO Y ALTO VAN SIN DNI: SE RECICLAN SIN TOCAR
005910*     PERSONAF Y SOLO EL MEDIO LLEGA A IFSAL.
005920******************************************************************
005930 2100-CASO-USO-DEL-IF.
005940     MOVE 2 TO WS-CASO-NUMERO.
005950     MOVE "uso_del_if" TO WS-CASO-PROGRAMA.
005960     MOVE "S" TO WS-SW-CASO-OK.
005970     IF MODO-ARCHIVO
005980         MOVE "IFTRAN" TO WS-NOMBRE-DECK
005990         PERFORM 7000-TRAER-DECK-ARCHIVADO THRU 7000-EXIT
006000         IF NOT CASO-OK
006010             PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT
006020             GO TO 2100-EXIT
006030         END-IF
006040     ELSE
006050         PERFORM 2110-ARMAR-IFTRAN THRU 2110-EXIT
006060     END-IF.
006070     MOVE ZERO TO RETURN-CODE.
006080     CALL "uso_del_if".
006090     IF RETURN-CODE NOT = ZERO
006100         MOVE "N" TO WS-SW-CASO-OK
006110     ELSE
006120         PERFORM 2120-VERIFICAR-IFSAL THRU 2120-EXIT
006130         PERFORM 2130-VERIFICAR-IFRPT THRU 2130-EXIT
006140     END-IF.
006150     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
006160 2100-EXIT.
006170     EXIT.
006180
006190 2110-ARMAR-IFTRAN.
006200     OPEN OUTPUT IFTRAN-FILE.
006210     MOVE WS-SOBRE-HDR TO IFTRAN-RECORD.
006220     WRITE IFTRAN-RECORD.
006230     MOVE "JUAN PEREZ" TO IFT-NOMBRE.
006240     MOVE "J. PEREZ (BAJO)" TO IFT-NOMBRE-CAMBIADO.
006250     MOVE 2 TO IFT-VALOR.
006260     MOVE ZERO TO IFT-FECHA-EFECTIVA.
006270     MOVE ZERO TO IFT-DNI.
006280     MOVE ZERO TO IFT-DNI-DV.
006290     WRITE IFTRAN-RECORD.
006300     MOVE "ANA GOMEZ" TO IFT-NOMBRE.
006310     MOVE "A. GOMEZ (MEDIO)" TO IFT-NOMBRE-CAMBIADO.
006320     MOVE 5 TO IFT-VALOR.
006330     WRITE IFTRAN-RECORD.
006340     MOVE "LUIS DIAZ" TO IFT-NOMBRE.
006350     MOVE "L. DIAZ (ALTO)" TO IFT-NOMBRE-CAMBIADO.
006360     MOVE 8 TO IFT-VALOR.
006370     WRITE IFTRAN-RECORD.
006380*    CANTIDAD 3, HASH = SUMA DE LOS VALORES (2 + 5 + 8)
006390     MOVE 3 TO TRL-CANTIDAD.
006400     MOVE 15 TO TRL-HASH.
006410     MOVE WS-SOBRE-TRL TO IFTRAN-RECORD.
006420     WRITE IFTRAN-RECORD.
006430     CLOSE IFTRAN-FILE.
006440 2110-EXIT.
006450     EXIT.
006460
006470 2120-VERIFICAR-IFSAL.
006480     OPEN INPUT IFSAL-FILE.
006490     IF WS-IFSAL-STATUS NOT = "00"
006500         MOVE "N" TO WS-SW-CASO-OK
006510     ELSE
006520         MOVE ZERO TO WS-CUENTA-REGISTROS
006530         MOVE "N" TO WS-EOF-VERIF
006540         PERFORM UNTIL FIN-VERIF
006550             READ IFSAL-FILE
006560                 AT END
006570                     SET FIN-VERIF TO TRUE
006580                 NOT AT END
006590                     ADD 1 TO WS-CUENTA-REGISTROS
006600             END-READ
006610         END-PERFORM
006620         CLOSE IFSAL-FILE
006630         IF WS-CUENTA-REGISTROS NOT = 1 AND NOT MODO-ARCHIVO
006640             MOVE "N" TO WS-SW-CASO-OK
006650         END-IF
006660     END-IF.
006670 2120-EXIT.
006680     EXIT.
006690
006700 2130-VERIFICAR-IFRPT.
006710     OPEN INPUT IFRPT-FILE.
006720     IF WS-IFRPT-STATUS NOT = "00"
006730         MOVE "N" TO WS-SW-CASO-OK
006740     ELSE
006750         MOVE ZERO TO WS-CUENTA-REGISTROS
006760         MOVE "N" TO WS-EOF-VERIF
006770         PERFORM UNTIL FIN-VERIF
006780             READ IFRPT-FILE
006790                 AT END
006800                     SET FIN-VERIF TO TRUE
006810                 NOT AT END
006820                     ADD 1 TO WS-CUENTA-REGISTROS
006830             END-READ
006840         END-PERFORM
006850         CLOSE IFRPT-FILE
006860         IF WS-CUENTA-REGISTROS NOT = 12 AND NOT MODO-ARCHIVO
006870             MOVE "N" TO WS-SW-CASO-OK
006880         END-IF
006890     END-IF.
006900 2130-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 2200-CASO-MULTIPLOS-DE-DOS - CORRE MULTIPLOSDEDOS CON EL NUMERO
006950*     TOMADO DEL SYSIN Y VERIFICA EL REPORTE DE DIVISORES
006960******************************************************************
006970 2200-CASO-MULTIPLOS-DE-DOS.
006980     MOVE 3 TO WS-CASO-NUMERO.
006990     MOVE "MultiplosDeDos" TO WS-CASO-PROGRAMA.
007000     MOVE "S" TO WS-SW-CASO-OK.
007010     MOVE ZERO TO RETURN-CODE.
007020     CALL "MultiplosDeDos".
007030     IF RETURN-CODE NOT = ZERO
007040         MOVE "N" TO WS-SW-CASO-OK
007050     ELSE
007060         PERFORM 2210-VERIFICAR-MULTRPT THRU 2210-EXIT
007070     END-IF.
007080     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
007090 2200-EXIT.
007100     EXIT.
007110
007120 2210-VERIFICAR-MULTRPT.
007130     OPEN INPUT MULTRPT-FILE.
007140     IF WS-MULTRPT-STATUS NOT = "00"
007150         MOVE "N" TO WS-SW-CASO-OK
007160     ELSE
007170         MOVE ZERO TO WS-CUENTA-REGISTROS
007180         MOVE "N" TO WS-EOF-VERIF
007190         PERFORM UNTIL FIN-VERIF
007200             READ MULTRPT-FILE
007210                 AT END
007220                     SET FIN-VERIF TO TRUE
007230                 NOT AT END
007240                     ADD 1 TO WS-CUENTA-REGISTROS
007250             END-READ
007260         END-PERFORM
007270         CLOSE MULTRPT-FILE
007280*        3 LINEAS DE ENCABEZADO + 6 DIVISORES DE 012 + 1 TRAILER
007290         IF WS-CUENTA-REGISTROS NOT = 10
007300             MOVE "N" TO WS-SW-CASO-OK
007310         END-IF
007320     END-IF.
007330 2210-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 2300-CASO-BUCLE-FOR - CORRE BUCLE_FOR CON LOS LIMITES POR
007380*     DEFECTO DE PARAMETROS (1 A 10) Y VERIFICA EL TOTAL EXACTO
007390*     GRABADO EN LA AUDITORIA
007400******************************************************************
007410 2300-CASO-BUCLE-FOR.
007420     MOVE 4 TO WS-CASO-NUMERO.
007430     MOVE "bucle_for" TO WS-CASO-PROGRAMA.
007440     MOVE "S" TO WS-SW-CASO-OK.
007450     MOVE ZERO TO RETURN-CODE.
007460     CALL "bucle_for".
007470     IF RETURN-CODE NOT = ZERO
007480         MOVE "N" TO WS-SW-CASO-OK
007490     ELSE
007500         PERFORM 2310-VERIFICAR-BCFRAUD THRU 2310-EXIT
007510     END-IF.
007520     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
007530 2300-EXIT.
007540     EXIT.
007550
007560 2310-VERIFICAR-BCFRAUD.
007570     OPEN INPUT BCFRAUD-FILE.
007580     IF WS-BCFRAUD-STATUS NOT = "00"
007590         MOVE "N" TO WS-SW-CASO-OK
007600     ELSE
007610         READ BCFRAUD-FILE
007620             AT END
007630                 MOVE "N" TO WS-SW-CASO-OK
007640             NOT AT END
007650                 IF V-AUD-LIMITE-INF NOT = 1
007660                     OR V-AUD-LIMITE-SUP NOT = 10
007670                     OR V-AUD-TOTAL NOT = 55
007680                     MOVE "N" TO WS-SW-CASO-OK
007690                 END-IF
007700         END-READ
007710         CLOSE BCFRAUD-FILE
007720     END-IF.
007730 2310-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770* 2400-CASO-BUCLE-WHILE - CORRE BUCLE_WHILE EN MODO LOTE CONTRA
007780*     TRES RESPUESTAS (DOS VALIDAS, UNA INVALIDA) Y VERIFICA LA
007790*     BITACORA DE RESPUESTAS INVALIDAS
007800******************************************************************
007810 2400-CASO-BUCLE-WHILE.
007820     MOVE 5 TO WS-CASO-NUMERO.
007830     MOVE "bucle_while" TO WS-CASO-PROGRAMA.
007840     MOVE "S" TO WS-SW-CASO-OK.
007850     PERFORM 2410-ARMAR-ENTRADA-LOTE THRU 2410-EXIT.
007860     IF NOT CASO-OK
007870         PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT
007880         GO TO 2400-EXIT
007890     END-IF.
007900     MOVE ZERO TO RETURN-CODE.
007910     CALL "bucle_while".
007920     IF RETURN-CODE NOT = ZERO
007930         MOVE "N" TO WS-SW-CASO-OK
007940     ELSE
007950         PERFORM 2420-VERIFICAR-BCWHLOG THRU 2420-EXIT
007960     END-IF.
007970     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
007980 2400-EXIT.
007990     EXIT.
008000
008010 2410-ARMAR-ENTRADA-LOTE.
008020     OPEN OUTPUT PARMBCWH-FILE.
008030     MOVE "L" TO PARMBCWH-RECORD.
008040     WRITE PARMBCWH-RECORD.
008050     CLOSE PARMBCWH-FILE.
008060     IF MODO-ARCHIVO
008070         MOVE "BCWHTRAN" TO WS-NOMBRE-DECK
008080         PERFORM 7000-TRAER-DECK-ARCHIVADO THRU 7000-EXIT
008090         GO TO 2410-EXIT
008100     END-IF.
008110     OPEN OUTPUT BCWHTRAN-FILE.
008120     MOVE WS-SOBRE-HDR TO BCWHTRAN-RECORD.
008130     WRITE BCWHTRAN-RECORD.
008140     MOVE "S" TO BCWHTRAN-RECORD.
008150     WRITE BCWHTRAN-RECORD.
008160     MOVE "N" TO BCWHTRAN-RECORD.
008170     WRITE BCWHTRAN-RECORD.
008180     MOVE "X" TO BCWHTRAN-RECORD.
008190     WRITE BCWHTRAN-RECORD.
008200*    CANTIDAD 3, HASH 0 (LAS RESPUESTAS NO SON NUMERICAS)
008210     MOVE 3 TO TRL-CANTIDAD.
008220     MOVE ZERO TO TRL-HASH.
008230     MOVE WS-SOBRE-TRL TO BCWHTRAN-RECORD.
008240     WRITE BCWHTRAN-RECORD.
008250     CLOSE BCWHTRAN-FILE.
008260 2410-EXIT.
008270     EXIT.
008280
008290 2420-VERIFICAR-BCWHLOG.
008300     OPEN INPUT BCWHLOG-FILE.
008310     IF WS-BCWHLOG-STATUS NOT = "00"
008320         MOVE "N" TO WS-SW-CASO-OK
008330     ELSE
008340         MOVE ZERO TO WS-CUENTA-REGISTROS
008350         MOVE "N" TO WS-EOF-VERIF
008360         PERFORM UNTIL FIN-VERIF
008370             READ BCWHLOG-FILE
008380                 AT END
008390                     SET FIN-VERIF TO TRUE
008400                 NOT AT END
008410                     ADD 1 TO WS-CUENTA-REGISTROS
008420                     IF V-BCW-VALOR NOT = "X" AND NOT MODO-ARCHIVO
008430                         MOVE "N" TO WS-SW-CASO-OK
008440                     END-IF
008450             END-READ
008460         END-PERFORM
008470         CLOSE BCWHLOG-FILE
008480         IF WS-CUENTA-REGISTROS NOT = 1 AND NOT MODO-ARCHIVO
008490             MOVE "N" TO WS-SW-CASO-OK
008500         END-IF
008510     END-IF.
008520 2420-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560* 2500-CASO-FUNCIONES-NORMALES - CORRE FUNCIONES_NORMALES (SOLO
008570*     TIENE SALIDA POR CONSOLA, ASI QUE SE VERIFICA SOLO EL
008580*     RETURN-CODE)
008590******************************************************************
008600 2500-CASO-FUNCIONES-NORMALES.
008610     MOVE 6 TO WS-CASO-NUMERO.
008620     MOVE "funciones_normales" TO WS-CASO-PROGRAMA.
008630     MOVE "S" TO WS-SW-CASO-OK.
008640     MOVE ZERO TO RETURN-CODE.
008650     CALL "funciones_normales".
008660     IF RETURN-CODE NOT = ZERO
008670         MOVE "N" TO WS-SW-CASO-OK
008680     END-IF.
008690     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
008700 2500-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 2600-CASO-VARIABLES - CORRE VARIABLES (SOLO TIENE SALIDA POR
008750*     CONSOLA, ASI QUE SE VERIFICA SOLO EL RETURN-CODE)
008760******************************************************************
008770 2600-CASO-VARIABLES.
008780     MOVE 7 TO WS-CASO-NUMERO.
008790     MOVE "variables" TO WS-CASO-PROGRAMA.
008800     MOVE "S" TO WS-SW-CASO-OK.
008810     MOVE ZERO TO RETURN-CODE.
008820     CALL "variables".
008830     IF RETURN-CODE NOT = ZERO
008840         MOVE "N" TO WS-SW-CASO-OK
008850     END-IF.
008860     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
008870 2600-EXIT.
008880     EXIT.
008890
008900******************************************************************
008910* 2700-CASO-SECUENCIAS - CORRE SECUENCIAS (CHECKPROG YA SE BORRO
008920*     EN 1000-INICIALIZAR) Y VERIFICA QUE EL REPORTE TENGA ALGUN
008930*     CONTENIDO
008940******************************************************************
008950 2700-CASO-SECUENCIAS.
008960     MOVE 8 TO WS-CASO-NUMERO.
008970     MOVE "secuencias" TO WS-CASO-PROGRAMA.
008980     MOVE "S" TO WS-SW-CASO-OK.
008990     MOVE ZERO TO RETURN-CODE.
009000     CALL "secuencias".
009010     IF RETURN-CODE NOT = ZERO
009020         MOVE "N" TO WS-SW-CASO-OK
009030     ELSE
009040         PERFORM 2710-VERIFICAR-REPORTE THRU 2710-EXIT
009050     END-IF.
009060     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
009070 2700-EXIT.
009080     EXIT.
009090
009100 2710-VERIFICAR-REPORTE.
009110     OPEN INPUT REPORTE-FILE.
009120     IF WS-REPORTE-STATUS NOT = "00"
009130         MOVE "N" TO WS-SW-CASO-OK
009140     ELSE
009150         MOVE ZERO TO WS-CUENTA-REGISTROS
009160         MOVE "N" TO WS-EOF-VERIF
009170         PERFORM UNTIL FIN-VERIF
009180             READ REPORTE-FILE
009190                 AT END
009200                     SET FIN-VERIF TO TRUE
009210                 NOT AT END
009220                     ADD 1 TO WS-CUENTA-REGISTROS
009230             END-READ
009240         END-PERFORM
009250         CLOSE REPORTE-FILE
009260         IF WS-CUENTA-REGISTROS = ZERO
009270             MOVE "N" TO WS-SW-CASO-OK
009280         END-IF
009290     END-IF.
009300 2710-EXIT.
009310     EXIT.
009320******************************************************************
009330* 2800-CASO-MAESTRO-DIARIO - ARMA UN EXTRACTO ARREGSAL DE DOS
009340*     NUMEROS Y UN CLASIREF DE UNA CLASIFICACION, CORRE
009350*     MAESTRO_DIARIO Y VERIFICA LA CANTIDAD EXACTA DE LINEAS DEL
009360*     MAESTRO COMBINADO
009370******************************************************************
009380 2800-CASO-MAESTRO-DIARIO.
009390     MOVE 9 TO WS-CASO-NUMERO.
009400     MOVE "maestro_diario" TO WS-CASO-PROGRAMA.
009410     MOVE "S" TO WS-SW-CASO-OK.
009420     PERFORM 2810-ARMAR-ARREGSAL THRU 2810-EXIT.
009430     PERFORM 2820-ARMAR-CLASIREF THRU 2820-EXIT.
009440     MOVE ZERO TO RETURN-CODE.
009450     CALL "maestro_diario".
009460     IF RETURN-CODE NOT = ZERO
009470         MOVE "N" TO WS-SW-CASO-OK
009480     ELSE
009490         PERFORM 2830-VERIFICAR-MAESTRO THRU 2830-EXIT
009500     END-IF.
009510     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
009520 2800-EXIT.
009530     EXIT.
009540
009550 2810-ARMAR-ARREGSAL.
009560     OPEN OUTPUT ARREGSAL-FILE.
009570     MOVE 111 TO ARREGSAL-RECORD.
009580     WRITE ARREGSAL-RECORD.
009590     MOVE 222 TO ARREGSAL-RECORD.
009600     WRITE ARREGSAL-RECORD.
009610     CLOSE ARREGSAL-FILE.
009620     OPEN OUTPUT ARREGETQ-FILE.
009630     MOVE SPACES TO ETQ-RECORD.
009640     MOVE 111 TO ETQ-VALOR.
009650     MOVE "NNSNN" TO ETQ-PROPIEDADES.
009660     WRITE ETQ-RECORD.
009670     MOVE 222 TO ETQ-VALOR.
009680     MOVE "NNNNN" TO ETQ-PROPIEDADES.
009690     WRITE ETQ-RECORD.
009700     CLOSE ARREGETQ-FILE.
009710 2810-EXIT.
009720     EXIT.
009730
009740 2820-ARMAR-CLASIREF.
009750     OPEN OUTPUT CLASIREF-FILE.
009760     MOVE WS-SOBRE-HDR TO CLASIREF-RECORD.
009770     WRITE CLASIREF-RECORD.
009780     MOVE 1 TO CREF-CODIGO.
009790     MOVE "CLASIFICACION DE PRUEBA" TO CREF-DESCRIPCION.
009800     WRITE CLASIREF-RECORD.
009810*    CANTIDAD 1, HASH = EL UNICO CODIGO (01)
009820     MOVE 1 TO TRL-CANTIDAD.
009830     MOVE 1 TO TRL-HASH.
009840     MOVE WS-SOBRE-TRL TO CLASIREF-RECORD.
009850     WRITE CLASIREF-RECORD.
009860     CLOSE CLASIREF-FILE.
009870 2820-EXIT.
009880     EXIT.
009890
009900 2830-VERIFICAR-MAESTRO.
009910     OPEN INPUT MAESTRO-FILE.
009920     IF WS-MAESTRO-STATUS NOT = "00"
009930         MOVE "N" TO WS-SW-CASO-OK
009940     ELSE
009950         MOVE ZERO TO WS-CUENTA-REGISTROS
009960         MOVE ZERO TO WS-CUENTA-ETIQUETAS
009970         MOVE "N" TO WS-EOF-VERIF
009980         PERFORM UNTIL FIN-VERIF
009990             READ MAESTRO-FILE
010000                 AT END
010010                     SET FIN-VERIF TO TRUE
010020                 NOT AT END
010030                     ADD 1 TO WS-CUENTA-REGISTROS
010040                     IF MAESTRO-RECORD(46:2) = "M3"
010050                         ADD 1 TO WS-CUENTA-ETIQUETAS
010060                     END-IF
010070             END-READ
010080         END-PERFORM
010090         CLOSE MAESTRO-FILE
010100*        3 LINEAS DE ENCABEZADO + 2 DE ARREGSAL + 1 DE CLASIREF
010110*        + 1 TRAILER
010120         IF WS-CUENTA-REGISTROS NOT = 7
010130             MOVE "N" TO WS-SW-CASO-OK
010140         END-IF
010150*        SOLO EL 111 LLEVA LA MARCA M3 DE ARREGETQ
010160         IF WS-CUENTA-ETIQUETAS NOT = 1
010170             MOVE "N" TO WS-SW-CASO-OK
010180         END-IF
010190     END-IF.
010200 2830-EXIT.
010210     EXIT.
010220
010230******************************************************************
010240* 2900-CASO-EXCEPCIONES - ARMA UN RECHAZO DE ARREGLOS Y UNA
010250*     ENTRADA
010260*     DE LA BITACORA COMPARTIDA DE ERRORES, CORRE EXCEPCIONES Y
010270*     VERIFICA LA CANTIDAD EXACTA DE LINEAS DEL REPORTE
010280*     CONSOLIDADO
010290******************************************************************
010300 2900-CASO-EXCEPCIONES.
010310     MOVE 10 TO WS-CASO-NUMERO.
010320     MOVE "excepciones" TO WS-CASO-PROGRAMA.
010330     MOVE "S" TO WS-SW-CASO-OK.
010340     PERFORM 2910-ARMAR-ARREGERR THRU 2910-EXIT.
010350     PERFORM 2920-ARMAR-ERRORLOG THRU 2920-EXIT.
010360     MOVE ZERO TO RETURN-CODE.
010370     CALL "excepciones".
010380     IF RETURN-CODE NOT = ZERO
010390         MOVE "N" TO WS-SW-CASO-OK
010400     ELSE
010410         PERFORM 2930-VERIFICAR-EXCEPRPT THRU 2930-EXIT
010420     END-IF.
010430     PERFORM 8000-REGISTRAR-RESULTADO THRU 8000-EXIT.
010440 2900-EXIT.
010450     EXIT.
010460
010470 2910-ARMAR-ARREGERR.
010480     OPEN OUTPUT ARREGERR-FILE.
010490     MOVE SPACES TO ARREGERR-RECORD.
010500     MOVE "000" TO AERR-VALOR.
010510     MOVE "VALOR NO NUMERICO" TO AERR-MOTIVO.
010520     WRITE ARREGERR-RECORD.
010530     CLOSE ARREGERR-FILE.
010540 2910-EXIT.
010550     EXIT.
010560
010570 2920-ARMAR-ERRORLOG.
010580     OPEN OUTPUT ERRORLOG-FILE.
010590     MOVE SPACES TO ERRORLOG-RECORD.
010600     MOVE SPACES TO EERR-TIMESTAMP.
010610     MOVE "regresion" TO EERR-PROGRAMA.
010620     MOVE 9999 TO EERR-CODIGO.
010630     MOVE "MENSAJE DE PRUEBA DE LA SUITE DE REGRESION"
010640         TO EERR-MENSAJE.
010650     WRITE ERRORLOG-RECORD.
010660     CLOSE ERRORLOG-FILE.
010670 2920-EXIT.
010680     EXIT.
010690
010700 2930-VERIFICAR-EXCEPRPT.
010710     OPEN INPUT EXCEPRPT-FILE.
010720     IF WS-EXCEPRPT-STATUS NOT = "00"
010730         MOVE "N" TO WS-SW-CASO-OK
010740     ELSE
010750         MOVE ZERO TO WS-CUENTA-REGISTROS
010760         MOVE "N" TO WS-EOF-VERIF
010770         PERFORM UNTIL FIN-VERIF
010780             READ EXCEPRPT-FILE
010790                 AT END
010800                     SET FIN-VERIF TO TRUE
010810                 NOT AT END
010820                     ADD 1 TO WS-CUENTA-REGISTROS
010830             END-READ
010840         END-PERFORM
010850         CLOSE EXCEPRPT-FILE
010860*        3 LINEAS DE ENCABEZADO + 1 DE ARREGERR + 1 DE ERRORLOG
010870*        + 1 TRAILER + 1 DE RECHAZOS DECK/MANUAL + 2 DE LA
010880*        SECCION DE SUSPENSO
010890         IF WS-CUENTA-REGISTROS NOT = 9
010900             MOVE "N" TO WS-SW-CASO-OK
010910         END-IF
010920     END-IF.
010930 2930-EXIT.
010940     EXIT.
010950
010960
010970******************************************************************
010980* 8000-REGISTRAR-RESULTADO - MUESTRA EL RESULTADO DEL CASO,
010990*     ACTUALIZA LOS TOTALES Y, SI FALLO, LO DEJA EN LA BITACORA
011000*     COMPARTIDA DE ERRORES
011010******************************************************************
011020 8000-REGISTRAR-RESULTADO.
011030     ADD 1 TO WS-CANT-CASOS.
011040     IF CASO-OK
011050         ADD 1 TO WS-CANT-CASOS-OK
011060         DISPLAY "CASO " WS-CASO-NUMERO ": " WS-CASO-PROGRAMA
011070             " - OK"
011080     ELSE
011090         ADD 1 TO WS-CANT-CASOS-FALLO
011100         DISPLAY "CASO " WS-CASO-NUMERO ": " WS-CASO-PROGRAMA
011110             " - FALLO"
011120         MOVE WS-CASO-NUMERO TO WS-ELOG-CODIGO
011130         STRING "REGRESION: FALLO EL CASO DE " WS-CASO-PROGRAMA
011140             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
011150         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
011160                 WS-ELOG-MENSAJE
011170     END-IF.
011180 8000-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220* 7000-TRAER-DECK-ARCHIVADO - COPIA WS-NOMBRE-DECK.AAAAMMDD (LA
011230*     FECHA DE LA TARJETA REGRCTL) SOBRE EL NOMBRE DE TRABAJO
011240*     DEL DECK; SI NO ESTA ARCHIVADO EL CASO FALLA
011250******************************************************************
011260 7000-TRAER-DECK-ARCHIVADO.
011270     MOVE SPACES TO WS-NOMBRE-ARCHIVADO.
011280     STRING WS-NOMBRE-DECK DELIMITED BY SPACE
011290         "." WS-FECHA-ARCHIVO DELIMITED BY SIZE
011300         INTO WS-NOMBRE-ARCHIVADO.
011310     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ARCHIVADO
011320         WS-INFO-ARCHIVO
011330         RETURNING WS-RC-BORRADO.
011340     IF WS-RC-BORRADO NOT = ZERO
011350         DISPLAY " SIN DECK ARCHIVADO: " WS-NOMBRE-ARCHIVADO
011360         MOVE "N" TO WS-SW-CASO-OK
011370         GO TO 7000-EXIT
011380     END-IF.
011390     CALL "CBL_COPY_FILE" USING WS-NOMBRE-ARCHIVADO
011400         WS-NOMBRE-DECK
011410         RETURNING WS-RC-BORRADO.
011420     IF WS-RC-BORRADO NOT = ZERO
011430         MOVE "N" TO WS-SW-CASO-OK
011440     END-IF.
011450 7000-EXIT.
011460     EXIT.
011470
011480******************************************************************
011490* 9000-TERMINAR - MUESTRA EL RESUMEN FINAL Y DEVUELVE UN
011500*     RETURN-CODE DISTINTO DE CERO SI ALGUN CASO FALLO
011510******************************************************************
011520 9000-TERMINAR.
011530     DISPLAY " RESUMEN DE REGRESION - CASOS: " WS-CANT-CASOS
011540         " OK: " WS-CANT-CASOS-OK " FALLO: " WS-CANT-CASOS-FALLO.
011550     MOVE WS-CANT-CASOS TO WS-AUDT-CANTIDAD.
011560     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
011570     IF MODO-ARCHIVO
011580         CALL "CBL_DELETE_FILE" USING WS-NOMBRE-REGRCTL
011590             RETURNING WS-RC-BORRADO
011600     END-IF.
011610     IF WS-CANT-CASOS-FALLO NOT = ZERO
011620         MOVE 1 TO RETURN-CODE
011630     ELSE
011640         MOVE ZERO TO RETURN-CODE
011650     END-IF.
011660 9000-EXIT.
011670     EXIT.
011680
011690 END PROGRAM regresion.
