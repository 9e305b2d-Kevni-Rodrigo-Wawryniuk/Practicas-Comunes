000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* 2026-09-01 RW   INITIAL VERSION.
000380* 2026-10-15 RW   CONSULTA EL REGISTRO DE ARRIBOS DECKARR: UN DECK
000390*                 AUSENTE PORQUE DECK_ARRIBO LO DIFIRIO POR
000400*                 LLEGAR TARDE SE INFORMA COMO TAL, CON LA FECHA
000410*                 A LA QUE PASO, Y UN DECK DIFERIDO QUE INGRESA
000420*                 HOY SE ACEPTA CON LA FECHA DE SOBRE ORIGINAL
000430*                 (QUEDA COMO AVISO). EL MENSAJE DE FECHA DE
000440*                 SOBRE YA NO PIERDE LA PALABRA "DECK".
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. pre_vuelo.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DECK-FILE ASSIGN DYNAMIC WS-NOMBRE-DECK
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DECK-STATUS.
000550
000560     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REF-STATUS.
000590
000600     SELECT CHECK-FILE ASSIGN TO "CHECKCICLO"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CHECK-STATUS.
000630
000640     SELECT REPRO-FILE ASSIGN TO "REPROCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPRO-STATUS.
000670
000680     SELECT PRUEBA-FILE ASSIGN TO "PREVUELO.TMP"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRU-STATUS.
000710
000720     SELECT PASOSCTL-FILE ASSIGN TO "PASOSCTL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PSC-STATUS.
000750
000760     SELECT DECKARR-FILE ASSIGN TO "DECKARR"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-ARR-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  DECK-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  DECK-RECORD                 PIC X(132).
000860 01  DECK-HEADER REDEFINES DECK-RECORD.
000870     05  DHDR-TIPO               PIC X(03).
000880     05  DHDR-ORIGEN             PIC X(08).
000890     05  DHDR-FECHA              PIC 9(08).
000900     05  FILLER                  PIC X(113).
000910
000920 FD  CLASIREF-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 132 CHARACTERS.
000950 01  CLASIREF-RECORD             PIC X(132).
000960
000970 FD  CHECK-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 02 CHARACTERS.
001000 01  CHECK-RECORD.
001010     05  CHK-ULTIMO-PASO-OK      PIC 9(02).
001020
001030 FD  REPRO-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 10 CHARACTERS.
001060 01  REPRO-RECORD                PIC X(10).
001070
001080 FD  PRUEBA-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 80 CHARACTERS.
001110 01  PRUEBA-RECORD               PIC X(80).
001120
001130 FD  PASOSCTL-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 59 CHARACTERS.
001160 01  PASOSCTL-RECORD.
001170     05  PCTL-ORDEN              PIC 9(02).
001180     05  FILLER                  PIC X(57).
001190
001200 FD  DECKARR-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 97 CHARACTERS.
001230 COPY DECKARR.
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-DECK-STATUS              PIC X(02).
001270 01  WS-REF-STATUS               PIC X(02).
001280 01  WS-CHECK-STATUS             PIC X(02).
001290 01  WS-REPRO-STATUS             PIC X(02).
001300 01  WS-PRU-STATUS               PIC X(02).
001310 01  WS-PSC-STATUS               PIC X(02).
001320 01  WS-EOF-PSC                  PIC X(01) VALUE "N".
001330     88  FIN-PASOSCTL            VALUE "S".
001340 01  WS-CANT-PSC                 PIC 9(02) VALUE ZERO.
001350 01  WS-ARR-STATUS               PIC X(02).
001360 01  WS-EOF-ARR                  PIC X(01).
001370     88  FIN-ARRIBOS             VALUE "S".
001380 01  WS-DIFERIDO-AL              PIC 9(08).
001390 01  WS-LIBERADO-DEL             PIC 9(08).
001400
001410 01  WS-FECHA-HOY                PIC X(08).
001420 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001430
001440*----------------------------------------------------------------
001450*    TABLA DE PASOS - SOLO PARA CONOCER LA CANTIDAD VIGENTE AL
001460*    VALIDAR EL CHECKPOINT (VER COBOL/COPY/PASOS.CPY)
001470*----------------------------------------------------------------
001480 COPY PASOS.
001490
001500*----------------------------------------------------------------
001510*    DECKS DIARIOS CON SOBRE HDR/TRL QUE EL CICLO CONSUME
001520*----------------------------------------------------------------
001530 01  WS-TABLA-DECKS.
001540     05  FILLER                  PIC X(10) VALUE "ARREGNUM".
001550     05  FILLER                  PIC X(10) VALUE "IFTRAN".
001560     05  FILLER                  PIC X(10) VALUE "BCWHTRAN".
001570 01  TABLA-DECKS REDEFINES WS-TABLA-DECKS.
001580     05  DECK-NOMBRE OCCURS 3 TIMES PIC X(10).
001590 77  WS-IDX-DECK                 PIC 9(01) COMP.
001600 01  WS-NOMBRE-DECK              PIC X(17) VALUE SPACES.
001610
001620*----------------------------------------------------------------
001630*    RESTOS DE CORRIDAS ABORTADAS A AVISAR
001640*----------------------------------------------------------------
001650 01  WS-TABLA-RESTOS.
001660     05  FILLER                  PIC X(17) VALUE "SORTWK".
001670     05  FILLER                  PIC X(17) VALUE "PREVUELO.TMP".
001680     05  FILLER                  PIC X(17) VALUE
001690         "ARREGNUM.PREVIO".
001700     05  FILLER                  PIC X(17) VALUE "IFTRAN.PREVIO".
001710     05  FILLER                  PIC X(17) VALUE
001720         "BCWHTRAN.PREVIO".
001730     05  FILLER                  PIC X(17) VALUE "PARMCTL.PREVIO".
001740 01  TABLA-RESTOS REDEFINES WS-TABLA-RESTOS.
001750     05  RESTO-NOMBRE OCCURS 6 TIMES PIC X(17).
001760 77  WS-IDX-RESTO                PIC 9(01) COMP.
001770 01  WS-NOMBRE-RESTO             PIC X(30).
001780 01  WS-SW-REPRO-ABIERTO         PIC X(01) VALUE "N".
001790     88  REPRO-ABIERTO           VALUE "S".
001800
001810*----------------------------------------------------------------
001820*    ESCRITURA DE PRUEBA PARA VERIFICAR EL ESPACIO EN DISCO
001830*----------------------------------------------------------------
001840 01  WS-LINEAS-PRUEBA            PIC 9(04) VALUE 1000.
001850 77  WS-IDX-PRUEBA               PIC 9(04) COMP.
001860 01  WS-RC-BORRADO               PIC S9(09) COMP-5.
001870 01  WS-NOMBRE-PRUEBA            PIC X(20) VALUE "PREVUELO.TMP".
001880 01  WS-INFO-ARCHIVO.
001890     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
001900     05  FILLER                  PIC X(08).
001910
001920 01  WS-CUENTA-ERRORES           PIC 9(02) VALUE ZERO.
001930 01  WS-CUENTA-AVISOS            PIC 9(02) VALUE ZERO.
001940 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "pre_vuelo".
001950 01  WS-ELOG-CODIGO              PIC 9(04).
001960 01  WS-ELOG-MENSAJE             PIC X(59).
001970
001980 PROCEDURE DIVISION.
001990
002000******************************************************************
002010* 0000-MAINLINE
002020******************************************************************
002030 0000-MAINLINE.
002040     MOVE ZERO TO WS-CUENTA-ERRORES.
002050     MOVE ZERO TO WS-CUENTA-AVISOS.
002060     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002070     PERFORM 1000-VERIFICAR-DECK THRU 1000-EXIT
002080         VARYING WS-IDX-DECK FROM 1 BY 1
002090             UNTIL WS-IDX-DECK > 3.
002100     PERFORM 2000-VERIFICAR-CLASIREF THRU 2000-EXIT.
002110     PERFORM 3000-VERIFICAR-ESPACIO THRU 3000-EXIT.
002120     PERFORM 3500-CONTAR-PASOSCTL THRU 3500-EXIT.
002130     PERFORM 4000-VERIFICAR-CHECKPOINT THRU 4000-EXIT.
002140     PERFORM 5000-AVISAR-RESTOS THRU 5000-EXIT.
002150     IF WS-CUENTA-ERRORES > ZERO
002160         DISPLAY " PREVUELO: " WS-CUENTA-ERRORES " FALLA(S), "
002170             WS-CUENTA-AVISOS " AVISO(S). EL CICLO NO ARRANCA."
002180         MOVE 8 TO RETURN-CODE
002190     ELSE
002200         DISPLAY " PREVUELO SIN FALLAS (" WS-CUENTA-AVISOS
002210             " AVISO(S)). EL CICLO PUEDE ARRANCAR."
002220     END-IF.
002230     GOBACK.
002240
002250******************************************************************
002260* 1000-VERIFICAR-DECK - EL DECK DEL DIA DEBE ESTAR, ABRIR CON HDR
002270*     Y TRAER EN EL SOBRE LA FECHA DE NEGOCIO DE HOY: UN DECK
002280*     AUSENTE O DE OTRO DIA ES LA FALLA DE MEDIANOCHE CLASICA
002290******************************************************************
002300 1000-VERIFICAR-DECK.
002310     MOVE SPACES TO WS-NOMBRE-DECK.
002320     MOVE DECK-NOMBRE(WS-IDX-DECK) TO WS-NOMBRE-DECK.
002330     PERFORM 1100-CONSULTAR-ARRIBOS THRU 1100-EXIT.
002340     OPEN INPUT DECK-FILE.
002350     IF WS-DECK-STATUS NOT = "00"
002360         MOVE SPACES TO WS-ELOG-MENSAJE
002370         IF WS-DIFERIDO-AL > ZERO
002380             STRING "PREVUELO: DECK " DELIMITED BY SIZE
002390                 DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SPACE
002400                 " LLEGO TARDE, DIFERIDO AL " WS-DIFERIDO-AL
002410                 DELIMITED BY SIZE
002420                 INTO WS-ELOG-MENSAJE
002430         ELSE
002440             STRING "PREVUELO: FALTA EL DECK "
002450                 DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SIZE
002460                 INTO WS-ELOG-MENSAJE
002470         END-IF
002480         PERFORM 8000-REGISTRAR-FALLA THRU 8000-EXIT
002490         GO TO 1000-EXIT
002500     END-IF.
002510     READ DECK-FILE
002520         AT END
002530             MOVE SPACES TO WS-ELOG-MENSAJE
002540             STRING "PREVUELO: DECK VACIO "
002550                 DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SIZE
002560                 INTO WS-ELOG-MENSAJE
002570             PERFORM 8000-REGISTRAR-FALLA THRU 8000-EXIT
002580             CLOSE DECK-FILE
002590             GO TO 1000-EXIT
002600     END-READ.
002610     CLOSE DECK-FILE.
002620     IF DHDR-TIPO NOT = "HDR"
002630         MOVE SPACES TO WS-ELOG-MENSAJE
002640         STRING "PREVUELO: DECK SIN SOBRE HDR "
002650             DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SIZE
002660             INTO WS-ELOG-MENSAJE
002670         PERFORM 8000-REGISTRAR-FALLA THRU 8000-EXIT
002680         GO TO 1000-EXIT
002690     END-IF.
002700     IF DHDR-FECHA NOT = WS-FECHA-HOY
002710             AND DHDR-FECHA = WS-LIBERADO-DEL
002720         ADD 1 TO WS-CUENTA-AVISOS
002730         DISPLAY " PREVUELO AVISO: DECK "
002740             DECK-NOMBRE(WS-IDX-DECK) " DIFERIDO DEL "
002750             WS-LIBERADO-DEL ", INGRESA HOY"
002760         GO TO 1000-EXIT
002770     END-IF.
002780     IF DHDR-FECHA NOT = WS-FECHA-HOY
002790         MOVE SPACES TO WS-ELOG-MENSAJE
002800         STRING "PREVUELO: DECK " DELIMITED BY SIZE
002810             DECK-NOMBRE(WS-IDX-DECK) DELIMITED BY SPACE
002820             " CON FECHA " DHDR-FECHA ", NO ES LA DE HOY"
002830             DELIMITED BY SIZE
002840             INTO WS-ELOG-MENSAJE
002850         PERFORM 8000-REGISTRAR-FALLA THRU 8000-EXIT
002860     END-IF.
002870 1000-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 1100-CONSULTAR-ARRIBOS - EN DECKARR, SI EL DECK DE HOY FUE
002920*     DIFERIDO POR LLEGAR TARDE (Y A QUE FECHA) O SI HOY INGRESA
002930*     UN DECK DIFERIDO DE OTRA FECHA (Y DE CUAL)
002940******************************************************************
002950 1100-CONSULTAR-ARRIBOS.
002960     MOVE ZERO TO WS-DIFERIDO-AL WS-LIBERADO-DEL.
002970     MOVE "N" TO WS-EOF-ARR.
002980     OPEN INPUT DECKARR-FILE.
002990     IF WS-ARR-STATUS NOT = "00"
003000         GO TO 1100-EXIT
003010     END-IF.
003020     PERFORM 1110-LEER-ARRIBO THRU 1110-EXIT
003030         UNTIL FIN-ARRIBOS.
003040     CLOSE DECKARR-FILE.
003050 1100-EXIT.
003060     EXIT.
003070
003080 1110-LEER-ARRIBO.
003090     READ DECKARR-FILE
003100         AT END
003110             SET FIN-ARRIBOS TO TRUE
003120             GO TO 1110-EXIT
003130     END-READ.
003140     IF DARR-DECK NOT = DECK-NOMBRE(WS-IDX-DECK)
003150             OR DARR-FECHA NOT = WS-FECHA-HOY
003160         GO TO 1110-EXIT
003170     END-IF.
003180     IF DARR-DIFERIDO
003190         MOVE DARR-FECHA-OTRA TO WS-DIFERIDO-AL
003200     END-IF.
003210     IF DARR-LIBERADO
003220         MOVE DARR-FECHA-OTRA TO WS-LIBERADO-DEL
003230     END-IF.
003240 1110-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 2000-VERIFICAR-CLASIREF - EL REFERENCIAL DE CLASIFICACIONES
003290*     TIENE QUE PODER LEERSE; VARIOS PASOS CAEN SIN EL
003300******************************************************************
003310 2000-VERIFICAR-CLASIREF.
003320     OPEN INPUT CLASIREF-FILE.
003330     IF WS-REF-STATUS = "00"
003340         CLOSE CLASIREF-FILE
003350     ELSE
003360         MOVE "PREVUELO: CLASIREF NO SE PUEDE LEER"
003370             TO WS-ELOG-MENSAJE
003380         PERFORM 8000-REGISTRAR-FALLA THRU 8000-EXIT
003390     END-IF.
003400 2000-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440* 3000-VERIFICAR-ESPACIO - ESCRIBE Y BORRA UN ARCHIVO DE PRUEBA:
003450*     SI EL VOLUMEN NO ACEPTA ESTAS LINEAS, TAMPOCO VA A ACEPTAR
003460*     LAS SALIDAS FECHADAS DEL CICLO
003470******************************************************************
003480 3000-VERIFICAR-ESPACIO.
003490     OPEN OUTPUT PRUEBA-FILE.
003500     IF WS-PRU-STATUS NOT = "00"
003510         MOVE "PREVUELO: NO SE PUEDE ESCRIBIR EN EL VOLUMEN"
003520             TO WS-ELOG-MENSAJE
003530         PERFORM 8000-REGISTRAR-FALLA THRU 8000-EXIT
003540         GO TO 3000-EXIT
003550     END-IF.
003560     MOVE ALL "P" TO PRUEBA-RECORD.
003570     PERFORM 3100-ESCRIBIR-PRUEBA THRU 3100-EXIT
003580         VARYING WS-IDX-PRUEBA FROM 1 BY 1
003590             UNTIL WS-IDX-PRUEBA > WS-LINEAS-PRUEBA
003600                 OR WS-PRU-STATUS NOT = "00".
003610     CLOSE PRUEBA-FILE.
003620     IF WS-PRU-STATUS NOT = "00"
003630         MOVE "PREVUELO: SIN ESPACIO PARA LAS SALIDAS FECHADAS"
003640             TO WS-ELOG-MENSAJE
003650         PERFORM 8000-REGISTRAR-FALLA THRU 8000-EXIT
003660     END-IF.
003670     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PRUEBA
003680         RETURNING WS-RC-BORRADO.
003690 3000-EXIT.
003700     EXIT.
003710
003720 3100-ESCRIBIR-PRUEBA.
003730     WRITE PRUEBA-RECORD.
003740 3100-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780* 3500-CONTAR-PASOSCTL - SI OPERACIONES DEFINIO EL CICLO EN EL
003790*     ARCHIVO PASOSCTL, EL CHECKPOINT SE VALIDA CONTRA ESA
003800*     CANTIDAD DE PASOS Y NO CONTRA LA TABLA COMPILADA
003810******************************************************************
003820 3500-CONTAR-PASOSCTL.
003830     OPEN INPUT PASOSCTL-FILE.
003840     IF WS-PSC-STATUS NOT = "00"
003850         GO TO 3500-EXIT
003860     END-IF.
003870     MOVE ZERO TO WS-CANT-PSC.
003880     MOVE "N" TO WS-EOF-PSC.
003890     PERFORM 3510-LEER-PASOCTL THRU 3510-EXIT
003900         UNTIL FIN-PASOSCTL.
003910     CLOSE PASOSCTL-FILE.
003920     IF WS-CANT-PSC > ZERO
003930         MOVE WS-CANT-PSC TO WS-CANT-PASOS
003940     END-IF.
003950 3500-EXIT.
003960     EXIT.
003970
003980 3510-LEER-PASOCTL.
003990     READ PASOSCTL-FILE
004000         AT END
004010             SET FIN-PASOSCTL TO TRUE
004020         NOT AT END
004030             IF PCTL-ORDEN IS NUMERIC
004040                     AND WS-CANT-PSC < WS-MAX-PASOS
004050                 ADD 1 TO WS-CANT-PSC
004060             END-IF
004070     END-READ.
004080 3510-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 4000-VERIFICAR-CHECKPOINT - UN CHECKPOINT QUE APUNTA MAS ALLA
004130*     DE LA TABLA DE PASOS VIGENTE QUEDO DE OTRO LAYOUT: REANUDAR
004140*     CON EL SALTEARIA PASOS. SE RECHAZA Y SE PIDE LIMPIARLO. UN
004150*     CHECKPOINT VALIDO A MITAD DE CICLO SOLO SE AVISA.
004160******************************************************************
004170 4000-VERIFICAR-CHECKPOINT.
004180     OPEN INPUT CHECK-FILE.
004190     IF WS-CHECK-STATUS NOT = "00"
004200         GO TO 4000-EXIT
004210     END-IF.
004220     READ CHECK-FILE
004230         AT END
004240             CLOSE CHECK-FILE
004250             GO TO 4000-EXIT
004260     END-READ.
004270     CLOSE CHECK-FILE.
004280     IF CHK-ULTIMO-PASO-OK IS NOT NUMERIC
004290             OR CHK-ULTIMO-PASO-OK > WS-CANT-PASOS
004300         MOVE SPACES TO WS-ELOG-MENSAJE
004310         STRING "PREVUELO: CHECKCICLO DE OTRO LAYOUT DE PASOS ("
004320             CHECK-RECORD ") - BORRELO" DELIMITED BY SIZE
004330             INTO WS-ELOG-MENSAJE
004340         PERFORM 8000-REGISTRAR-FALLA THRU 8000-EXIT
004350         GO TO 4000-EXIT
004360     END-IF.
004370     IF CHK-ULTIMO-PASO-OK > ZERO
004380         ADD 1 TO WS-CUENTA-AVISOS
004390         DISPLAY " PREVUELO AVISO: CHECKPOINT A MITAD DE CICLO "
004400             "(ULTIMO PASO OK " CHK-ULTIMO-PASO-OK "); EL CICLO "
004410             "VA A REANUDAR, NO A EMPEZAR."
004420     END-IF.
004430 4000-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 5000-AVISAR-RESTOS - ARCHIVOS DE TRABAJO QUE UNA CORRIDA
004480*     ABORTADA PUDO DEJAR: SE AVISAN POR CONSOLA (LOS .PREVIO
004490*     SOLO SI NO HAY UN REPROCESO ABIERTO QUE LOS EXPLIQUE)
004500******************************************************************
004510 5000-AVISAR-RESTOS.
004520     MOVE "N" TO WS-SW-REPRO-ABIERTO.
004530     OPEN INPUT REPRO-FILE.
004540     IF WS-REPRO-STATUS = "00"
004550         CLOSE REPRO-FILE
004560         SET REPRO-ABIERTO TO TRUE
004570     END-IF.
004580     PERFORM 5100-AVISAR-UN-RESTO THRU 5100-EXIT
004590         VARYING WS-IDX-RESTO FROM 1 BY 1
004600             UNTIL WS-IDX-RESTO > 6.
004610 5000-EXIT.
004620     EXIT.
004630
004640 5100-AVISAR-UN-RESTO.
004650     IF WS-IDX-RESTO > 2 AND REPRO-ABIERTO
004660         GO TO 5100-EXIT
004670     END-IF.
004680     MOVE SPACES TO WS-NOMBRE-RESTO.
004690     MOVE RESTO-NOMBRE(WS-IDX-RESTO) TO WS-NOMBRE-RESTO.
004700     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-RESTO
004710         WS-INFO-ARCHIVO
004720         RETURNING WS-RC-BORRADO.
004730     IF WS-RC-BORRADO = ZERO
004740         ADD 1 TO WS-CUENTA-AVISOS
004750         DISPLAY " PREVUELO AVISO: QUEDO DE UNA CORRIDA "
004760             "ANTERIOR: " RESTO-NOMBRE(WS-IDX-RESTO)
004770     END-IF.
004780 5100-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 8000-REGISTRAR-FALLA - CONSOLA + ERRORLOG, COMO PARM_VALIDA
004830******************************************************************
004840 8000-REGISTRAR-FALLA.
004850     ADD 1 TO WS-CUENTA-ERRORES.
004860     DISPLAY " " WS-ELOG-MENSAJE.
004870     MOVE 44 TO WS-ELOG-CODIGO.
004880     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
004890             WS-ELOG-MENSAJE.
004900 8000-EXIT.
004910     EXIT.
004920
004930 END PROGRAM pre_vuelo.
