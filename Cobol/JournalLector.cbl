000100******************************************************************
000110* PROGRAM-ID: journal_lector
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE READ SERVICE FOR THE PERSONA JOURNAL, IN
000170*             THE STYLE OF DNI_TOKEN. THE JOURNAL IS KEPT AS
000180*             MONTHLY GENERATIONS (PERSJRNL.AAAAMM, LISTED IN
000190*             PJRNGEN) WITH A KEYED INDEX BY DNI (PJRNIDX); THE
000200*             READERS NO LONGER OPEN IT THEMSELVES, THEY ASK
000210*             THIS SERVICE FOR THE RECORDS THEY NEED AND GET
000220*             THEM ONE AT A TIME, 292 BYTES AS WRITTEN BY
000230*             PERSONA_JOURNAL. FUNCTIONS (JLC-FUNCION):
000240*                 R  RANGE OF GENERATIONS JLC-GEN-DESDE TO
000250*                    JLC-GEN-HASTA, IN WRITE ORDER. THE FIRST
000260*                    GENERATION AFTER JLC-GEN-HASTA IS READ TOO:
000270*                    A REPROCESS DATED IN A CLOSED MONTH IS
000280*                    WRITTEN IN THE MONTH THAT WAS OPEN. THE
000290*                    READER STILL FILTERS BY DATE.
000300*                 D  THE RECORDS OF ONE DNI (BEFORE OR AFTER
000310*                    IMAGE) DATED JLC-FECHA-DESDE TO
000320*                    JLC-FECHA-HASTA, THROUGH PJRNIDX, BY DATE
000330*                    AND WRITE ORDER. WITHOUT PJRNIDX THE WHOLE
000340*                    JOURNAL IS SCANNED AND FILTERED (ERRORLOG 93
000350*                    SO THE INDEX GETS REBUILT).
000360*                 S  NEXT RECORD OF THE OPEN R OR D READ.
000370*                 C  CLOSE.
000380*             RESULTADO: 0 RECORD DELIVERED (JLC-GENERACION AND
000390*             JLC-ORDINAL SAY WHERE IT IS), 1 NO MORE RECORDS,
000400*             8 UNKNOWN FUNCTION, 9 JOURNAL NOT AVAILABLE. A
000410*             GENERATION LISTED IN PJRNGEN THAT CANNOT BE OPENED,
000420*             OR AN INDEX ENTRY THAT DOES NOT MATCH ITS RECORD,
000430*             ENDS THE READ WITH 9 AND ERRORLOG 93. WHILE THE
000440*             JOURNAL IS STILL ONE PERSJRNL (NO PJRNGEN YET)
000450*             EVERY FUNCTION READS THAT FILE.
000460* TECTONICS:  cobc
000470******************************************************************
000480* MODIFICATION HISTORY
000490* DATE       INIT DESCRIPTION
000500* 2026-10-15 RW   INITIAL VERSION.
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. journal_lector.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-DYN-JOURNAL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-JRNL-STATUS.
000610
000620     SELECT GENLOG-FILE ASSIGN TO "PJRNGEN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-GEN-STATUS.
000650
000660     SELECT INDICE-FILE ASSIGN TO "PJRNIDX"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PJX-CLAVE
000700         FILE STATUS IS WS-IDX-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  JOURNAL-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 292 CHARACTERS.
000770 01  JOURNAL-RECORD.
000780     05  PJRN-TIMESTAMP          PIC X(21).
000790     05  FILLER                  PIC X(01).
000800     05  PJRN-PROGRAMA           PIC X(20).
000810     05  FILLER                  PIC X(01).
000820     05  PJRN-ACCION             PIC X(01).
000830     05  FILLER                  PIC X(01).
000840     05  PJRN-IMAGEN-ANTES       PIC X(117).
000850     05  FILLER                  PIC X(01).
000860     05  PJRN-IMAGEN-DESPUES     PIC X(117).
000870     05  FILLER                  PIC X(01).
000880     05  PJRN-HASH               PIC X(11).
000890
000900 FD  GENLOG-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 56 CHARACTERS.
000930 COPY PJRNGEN.
000940
000950 FD  INDICE-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980 COPY PJRNIDX.
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-JRNL-STATUS              PIC X(02).
001020 01  WS-GEN-STATUS               PIC X(02).
001030 01  WS-IDX-STATUS               PIC X(02).
001040 01  WS-EOF-GENLOG               PIC X(01) VALUE "N".
001050     88  FIN-GENLOG              VALUE "S".
001060
001070*----------------------------------------------------------------
001080*    LECTURA EN CURSO: R RANGO, B BARRIDO FILTRADO POR DNI (SIN
001090*    INDICE), D POR INDICE; ESPACIO = NINGUNA
001100*----------------------------------------------------------------
001110 01  WS-MODO                     PIC X(01) VALUE SPACE.
001120     88  MODO-RANGO              VALUE "R".
001130     88  MODO-BARRIDO            VALUE "B".
001140     88  MODO-INDICE             VALUE "D".
001150 01  WS-SW-LEGADO                PIC X(01) VALUE "N".
001160     88  JOURNAL-UNICO           VALUE "S".
001170 01  WS-SW-JOURNAL-ABIERTO       PIC X(01) VALUE "N".
001180     88  JOURNAL-ABIERTO         VALUE "S".
001190 01  WS-SW-INDICE-ABIERTO        PIC X(01) VALUE "N".
001200     88  INDICE-ABIERTO          VALUE "S".
001210 01  WS-SW-FIN-INDICE            PIC X(01) VALUE "N".
001220     88  FIN-INDICE              VALUE "S".
001230 01  WS-SW-ENTREGADO             PIC X(01) VALUE "N".
001240     88  REGISTRO-ENTREGADO      VALUE "S".
001250
001260 01  WS-DYN-JOURNAL              PIC X(15) VALUE SPACES.
001270 01  WS-GEN-ABIERTA              PIC 9(06) VALUE ZERO.
001280 01  WS-ORDINAL-LEIDO            PIC 9(07) VALUE ZERO.
001290 01  WS-FECHA-REGISTRO           PIC 9(08).
001300
001310*----------------------------------------------------------------
001320*    GENERACIONES DE PJRNGEN, EN ORDEN, Y TRAMO A LEER
001330*----------------------------------------------------------------
001340 01  WS-MAX-GENERACIONES         PIC 9(03) VALUE 600.
001350 01  WS-CANT-GENERACIONES        PIC 9(03) VALUE ZERO.
001360 01  TABLA-GENERACIONES.
001370     05  GENT-GENERACION         PIC 9(06) OCCURS 600 TIMES.
001380 01  WS-IDX-GEN                  PIC 9(03) COMP.
001390 01  WS-IDX-PRIMERA              PIC 9(03) COMP.
001400 01  WS-IDX-ULTIMA               PIC 9(03) COMP.
001410 01  WS-IDX-AUX                  PIC 9(03) COMP.
001420
001430 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "journal_lector".
001440 01  WS-ELOG-CODIGO              PIC 9(04).
001450 01  WS-ELOG-MENSAJE             PIC X(59).
001460
001470 LINKAGE SECTION.
001480 01  JLC-AREA.
001490     05  JLC-FUNCION             PIC X(01).
001500     05  JLC-GEN-DESDE           PIC 9(06).
001510     05  JLC-GEN-HASTA           PIC 9(06).
001520     05  JLC-DNI                 PIC 9(08).
001530     05  JLC-FECHA-DESDE         PIC 9(08).
001540     05  JLC-FECHA-HASTA         PIC 9(08).
001550     05  JLC-RESULTADO           PIC X(01).
001560     05  JLC-GENERACION          PIC 9(06).
001570     05  JLC-ORDINAL             PIC 9(07).
001580     05  JLC-MENSAJE             PIC X(40).
001590 01  JLC-REGISTRO                PIC X(292).
001600
001610 PROCEDURE DIVISION USING JLC-AREA JLC-REGISTRO.
001620
001630******************************************************************
001640* 0000-MAINLINE - DESPACHA SEGUN LA FUNCION PEDIDA
001650******************************************************************
001660 0000-MAINLINE.
001670     MOVE "0" TO JLC-RESULTADO.
001680     MOVE SPACES TO JLC-MENSAJE.
001690     EVALUATE JLC-FUNCION
001700         WHEN "R"
001710             PERFORM 1000-ABRIR-RANGO THRU 1000-EXIT
001720         WHEN "D"
001730             PERFORM 2000-ABRIR-DNI THRU 2000-EXIT
001740         WHEN "S"
001750             PERFORM 3000-SIGUIENTE THRU 3000-EXIT
001760         WHEN "C"
001770             PERFORM 9000-CERRAR THRU 9000-EXIT
001780         WHEN OTHER
001790             MOVE "8" TO JLC-RESULTADO
001800             MOVE "FUNCION DE JOURNAL_LECTOR DESCONOCIDA"
001810                 TO JLC-MENSAJE
001820     END-EVALUATE.
001830     GOBACK.
001840
001850******************************************************************
001860* 1000-ABRIR-RANGO - UBICA EL TRAMO DE GENERACIONES: DESDE LA
001870*     PRIMERA >= JLC-GEN-DESDE HASTA LA PRIMERA POSTERIOR A
001880*     JLC-GEN-HASTA (LA ULTIMA SI NO HAY POSTERIOR)
001890******************************************************************
001900 1000-ABRIR-RANGO.
001910     PERFORM 9000-CERRAR THRU 9000-EXIT.
001920     PERFORM 1100-CARGAR-GENERACIONES THRU 1100-EXIT.
001930     IF JLC-RESULTADO NOT = "0"
001940         GO TO 1000-EXIT
001950     END-IF.
001960     SET MODO-RANGO TO TRUE.
001970     IF JOURNAL-UNICO
001980         GO TO 1000-EXIT
001990     END-IF.
002000     COMPUTE WS-IDX-PRIMERA = WS-CANT-GENERACIONES + 1.
002010     MOVE ZERO TO WS-IDX-ULTIMA.
002020     PERFORM 1200-UBICAR-TRAMO THRU 1200-EXIT
002030         VARYING WS-IDX-AUX FROM WS-CANT-GENERACIONES BY -1
002040         UNTIL WS-IDX-AUX < 1.
002050     IF WS-IDX-ULTIMA = ZERO
002060         MOVE WS-CANT-GENERACIONES TO WS-IDX-ULTIMA
002070     END-IF.
002080     COMPUTE WS-IDX-GEN = WS-IDX-PRIMERA - 1.
002090 1000-EXIT.
002100     EXIT.
002110
002120******************************************************************
002130* 1100-CARGAR-GENERACIONES - LA LISTA DE PJRNGEN; SIN PJRNGEN EL
002140*     JOURNAL ES TODAVIA EL PERSJRNL UNICO, SI EXISTE
002150******************************************************************
002160 1100-CARGAR-GENERACIONES.
002170     MOVE ZERO TO WS-CANT-GENERACIONES.
002180     MOVE ZERO TO WS-IDX-GEN.
002190     MOVE "N" TO WS-SW-LEGADO.
002200     OPEN INPUT GENLOG-FILE.
002210     IF WS-GEN-STATUS = "00"
002220         MOVE "N" TO WS-EOF-GENLOG
002230         PERFORM 1110-LEER-GENLOG THRU 1110-EXIT
002240             UNTIL FIN-GENLOG
002250         CLOSE GENLOG-FILE
002260         GO TO 1100-EXIT
002270     END-IF.
002280     MOVE "PERSJRNL" TO WS-DYN-JOURNAL.
002290     OPEN INPUT JOURNAL-FILE.
002300     IF WS-JRNL-STATUS NOT = "00"
002310         MOVE "9" TO JLC-RESULTADO
002320         MOVE "JOURNAL PERSJRNL NO DISPONIBLE" TO JLC-MENSAJE
002330         GO TO 1100-EXIT
002340     END-IF.
002350     CLOSE JOURNAL-FILE.
002360     SET JOURNAL-UNICO TO TRUE.
002370 1100-EXIT.
002380     EXIT.
002390
002400 1110-LEER-GENLOG.
002410     READ GENLOG-FILE
002420         AT END
002430             SET FIN-GENLOG TO TRUE
002440         NOT AT END
002450             IF PJG-GENERACION IS NUMERIC
002460                     AND WS-CANT-GENERACIONES
002470                         < WS-MAX-GENERACIONES
002480                 ADD 1 TO WS-CANT-GENERACIONES
002490                 MOVE PJG-GENERACION TO
002500                     GENT-GENERACION(WS-CANT-GENERACIONES)
002510             END-IF
002520     END-READ.
002530 1110-EXIT.
002540     EXIT.
002550
002560 1200-UBICAR-TRAMO.
002570     IF GENT-GENERACION(WS-IDX-AUX) >= JLC-GEN-DESDE
002580         MOVE WS-IDX-AUX TO WS-IDX-PRIMERA
002590     END-IF.
002600     IF GENT-GENERACION(WS-IDX-AUX) > JLC-GEN-HASTA
002610         MOVE WS-IDX-AUX TO WS-IDX-ULTIMA
002620     END-IF.
002630 1200-EXIT.
002640     EXIT.
002650
002660******************************************************************
002670* 2000-ABRIR-DNI - POSICIONA PJRNIDX EN EL PRIMER REGISTRO DEL
002680*     DNI DESDE JLC-FECHA-DESDE. SIN INDICE (O CON EL JOURNAL
002690*     TODAVIA UNICO) SE BARRE TODO Y SE FILTRA
002700******************************************************************
002710 2000-ABRIR-DNI.
002720     PERFORM 9000-CERRAR THRU 9000-EXIT.
002730     PERFORM 1100-CARGAR-GENERACIONES THRU 1100-EXIT.
002740     IF JLC-RESULTADO NOT = "0"
002750         GO TO 2000-EXIT
002760     END-IF.
002770     SET MODO-BARRIDO TO TRUE.
002780     MOVE 1 TO WS-IDX-PRIMERA.
002790     MOVE WS-CANT-GENERACIONES TO WS-IDX-ULTIMA.
002800     IF JOURNAL-UNICO
002810         GO TO 2000-EXIT
002820     END-IF.
002830     OPEN INPUT INDICE-FILE.
002840     IF WS-IDX-STATUS NOT = "00"
002850         MOVE "PJRNIDX NO DISPONIBLE: CORRER JOURNAL_PARTICION"
002860             TO WS-ELOG-MENSAJE
002870         MOVE 93 TO WS-ELOG-CODIGO
002880         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
002890                 WS-ELOG-MENSAJE
002900         DISPLAY " " WS-ELOG-MENSAJE
002910         DISPLAY " SE RECORRE TODO EL JOURNAL."
002920         GO TO 2000-EXIT
002930     END-IF.
002940     SET INDICE-ABIERTO TO TRUE.
002950     SET MODO-INDICE TO TRUE.
002960     MOVE "N" TO WS-SW-FIN-INDICE.
002970     MOVE JLC-DNI TO PJX-DNI.
002980     MOVE JLC-FECHA-DESDE TO PJX-FECHA.
002990     MOVE ZERO TO PJX-GENERACION.
003000     MOVE ZERO TO PJX-ORDINAL.
003010     START INDICE-FILE KEY IS NOT < PJX-CLAVE
003020         INVALID KEY
003030             SET FIN-INDICE TO TRUE
003040     END-START.
003050 2000-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090* 3000-SIGUIENTE - ENTREGA EL PROXIMO REGISTRO DE LA LECTURA
003100******************************************************************
003110 3000-SIGUIENTE.
003120     MOVE "N" TO WS-SW-ENTREGADO.
003130     EVALUATE TRUE
003140         WHEN MODO-RANGO
003150         WHEN MODO-BARRIDO
003160             PERFORM 3200-LEER-SECUENCIAL THRU 3200-EXIT
003170                 UNTIL REGISTRO-ENTREGADO
003180                     OR JLC-RESULTADO NOT = "0"
003190         WHEN MODO-INDICE
003200             PERFORM 3500-SIGUIENTE-INDICE THRU 3500-EXIT
003210         WHEN OTHER
003220             MOVE "1" TO JLC-RESULTADO
003230     END-EVALUATE.
003240 3000-EXIT.
003250     EXIT.
003260
003270 3200-LEER-SECUENCIAL.
003280     IF NOT JOURNAL-ABIERTO
003290         PERFORM 3300-ABRIR-PROXIMA THRU 3300-EXIT
003300         IF JLC-RESULTADO NOT = "0"
003310             GO TO 3200-EXIT
003320         END-IF
003330     END-IF.
003340     READ JOURNAL-FILE
003350         AT END
003360             CLOSE JOURNAL-FILE
003370             MOVE "N" TO WS-SW-JOURNAL-ABIERTO
003380             GO TO 3200-EXIT
003390     END-READ.
003400     ADD 1 TO WS-ORDINAL-LEIDO.
003410     IF MODO-BARRIDO
003420         PERFORM 3400-FILTRAR-DNI THRU 3400-EXIT
003430         IF NOT REGISTRO-ENTREGADO
003440             GO TO 3200-EXIT
003450         END-IF
003460     END-IF.
003470     PERFORM 3800-ENTREGAR THRU 3800-EXIT.
003480 3200-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 3300-ABRIR-PROXIMA - LA GENERACION SIGUIENTE DEL TRAMO (EL
003530*     PERSJRNL UNICO UNA SOLA VEZ)
003540******************************************************************
003550 3300-ABRIR-PROXIMA.
003560     IF JOURNAL-UNICO
003570         IF WS-IDX-GEN > ZERO
003580             MOVE "1" TO JLC-RESULTADO
003590             GO TO 3300-EXIT
003600         END-IF
003610         MOVE 1 TO WS-IDX-GEN
003620         MOVE ZERO TO WS-GEN-ABIERTA
003630         MOVE "PERSJRNL" TO WS-DYN-JOURNAL
003640     ELSE
003650         ADD 1 TO WS-IDX-GEN
003660         IF WS-IDX-GEN > WS-IDX-ULTIMA
003670             MOVE "1" TO JLC-RESULTADO
003680             GO TO 3300-EXIT
003690         END-IF
003700         MOVE GENT-GENERACION(WS-IDX-GEN) TO WS-GEN-ABIERTA
003710         PERFORM 3900-NOMBRAR-GENERACION THRU 3900-EXIT
003720     END-IF.
003730     OPEN INPUT JOURNAL-FILE.
003740     IF WS-JRNL-STATUS NOT = "00"
003750         PERFORM 8000-GENERACION-FALTANTE THRU 8000-EXIT
003760         GO TO 3300-EXIT
003770     END-IF.
003780     SET JOURNAL-ABIERTO TO TRUE.
003790     MOVE ZERO TO WS-ORDINAL-LEIDO.
003800 3300-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840* 3400-FILTRAR-DNI - BARRIDO SIN INDICE: EL DNI EN ALGUNA DE LAS
003850*     IMAGENES Y LA FECHA DE NEGOCIO DEL TIMESTAMP EN EL RANGO
003860******************************************************************
003870 3400-FILTRAR-DNI.
003880     IF PJRN-IMAGEN-ANTES(1:8) NOT = JLC-DNI
003890             AND PJRN-IMAGEN-DESPUES(1:8) NOT = JLC-DNI
003900         GO TO 3400-EXIT
003910     END-IF.
003920     IF PJRN-TIMESTAMP(1:8) IS NUMERIC
003930         MOVE PJRN-TIMESTAMP(1:8) TO WS-FECHA-REGISTRO
003940         IF WS-FECHA-REGISTRO < JLC-FECHA-DESDE
003950                 OR WS-FECHA-REGISTRO > JLC-FECHA-HASTA
003960             GO TO 3400-EXIT
003970         END-IF
003980     END-IF.
003990     SET REGISTRO-ENTREGADO TO TRUE.
004000 3400-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 3500-SIGUIENTE-INDICE - PROXIMA ENTRADA DEL DNI EN PJRNIDX Y
004050*     SU REGISTRO EN LA GENERACION A LA QUE APUNTA
004060******************************************************************
004070 3500-SIGUIENTE-INDICE.
004080     IF FIN-INDICE
004090         MOVE "1" TO JLC-RESULTADO
004100         GO TO 3500-EXIT
004110     END-IF.
004120     READ INDICE-FILE NEXT RECORD
004130         AT END
004140             SET FIN-INDICE TO TRUE
004150     END-READ.
004160     IF NOT FIN-INDICE
004170         IF PJX-DNI NOT = JLC-DNI
004180                 OR PJX-FECHA > JLC-FECHA-HASTA
004190             SET FIN-INDICE TO TRUE
004200         END-IF
004210     END-IF.
004220     IF FIN-INDICE
004230         MOVE "1" TO JLC-RESULTADO
004240         GO TO 3500-EXIT
004250     END-IF.
004260     PERFORM 3600-POSICIONAR THRU 3600-EXIT.
004270     IF JLC-RESULTADO NOT = "0"
004280         GO TO 3500-EXIT
004290     END-IF.
004300     IF PJRN-IMAGEN-ANTES(1:8) NOT = JLC-DNI
004310             AND PJRN-IMAGEN-DESPUES(1:8) NOT = JLC-DNI
004320         MOVE SPACES TO WS-ELOG-MENSAJE
004330         STRING "PJRNIDX NO CORRESPONDE CON " WS-DYN-JOURNAL
004340             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
004350         PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
004360         GO TO 3500-EXIT
004370     END-IF.
004380     PERFORM 3800-ENTREGAR THRU 3800-EXIT.
004390 3500-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* 3600-POSICIONAR - LLEVA LA GENERACION DE LA ENTRADA HASTA SU
004440*     ORDINAL; SI HAY QUE VOLVER ATRAS (OTRA GENERACION U ORDINAL
004450*     YA LEIDO) SE REABRE
004460******************************************************************
004470 3600-POSICIONAR.
004480     IF JOURNAL-ABIERTO
004490         IF WS-GEN-ABIERTA NOT = PJX-GENERACION
004500                 OR WS-ORDINAL-LEIDO NOT < PJX-ORDINAL
004510             CLOSE JOURNAL-FILE
004520             MOVE "N" TO WS-SW-JOURNAL-ABIERTO
004530         END-IF
004540     END-IF.
004550     IF NOT JOURNAL-ABIERTO
004560         MOVE PJX-GENERACION TO WS-GEN-ABIERTA
004570         PERFORM 3900-NOMBRAR-GENERACION THRU 3900-EXIT
004580         OPEN INPUT JOURNAL-FILE
004590         IF WS-JRNL-STATUS NOT = "00"
004600             PERFORM 8000-GENERACION-FALTANTE THRU 8000-EXIT
004610             GO TO 3600-EXIT
004620         END-IF
004630         SET JOURNAL-ABIERTO TO TRUE
004640         MOVE ZERO TO WS-ORDINAL-LEIDO
004650     END-IF.
004660     PERFORM 3700-AVANZAR THRU 3700-EXIT
004670         UNTIL WS-ORDINAL-LEIDO NOT < PJX-ORDINAL
004680             OR JLC-RESULTADO NOT = "0".
004690 3600-EXIT.
004700     EXIT.
004710
004720 3700-AVANZAR.
004730     READ JOURNAL-FILE
004740         AT END
004750             MOVE SPACES TO WS-ELOG-MENSAJE
004760             STRING "PJRNIDX APUNTA MAS ALLA DE " WS-DYN-JOURNAL
004770                 DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
004780             PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
004790         NOT AT END
004800             ADD 1 TO WS-ORDINAL-LEIDO
004810     END-READ.
004820 3700-EXIT.
004830     EXIT.
004840
004850 3800-ENTREGAR.
004860     SET REGISTRO-ENTREGADO TO TRUE.
004870     MOVE JOURNAL-RECORD TO JLC-REGISTRO.
004880     MOVE WS-GEN-ABIERTA TO JLC-GENERACION.
004890     MOVE WS-ORDINAL-LEIDO TO JLC-ORDINAL.
004900 3800-EXIT.
004910     EXIT.
004920
004930 3900-NOMBRAR-GENERACION.
004940     MOVE SPACES TO WS-DYN-JOURNAL.
004950     STRING "PERSJRNL." WS-GEN-ABIERTA DELIMITED BY SIZE
004960         INTO WS-DYN-JOURNAL.
004970 3900-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 8000-GENERACION-FALTANTE - UNA GENERACION DE PJRNGEN QUE NO SE
005020*     PUEDE ABRIR CORTA LA LECTURA: SIN ELLA FALTARIA HISTORIA
005030******************************************************************
005040 8000-GENERACION-FALTANTE.
005050     MOVE SPACES TO WS-ELOG-MENSAJE.
005060     STRING "GENERACION " WS-DYN-JOURNAL " NO DISPONIBLE"
005070         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
005080     PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT.
005090 8000-EXIT.
005100     EXIT.
005110
005120 8100-AVISAR-FALLA.
005130     MOVE 93 TO WS-ELOG-CODIGO.
005140     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005150             WS-ELOG-MENSAJE.
005160     DISPLAY " JOURNAL_LECTOR: " WS-ELOG-MENSAJE.
005170     MOVE "9" TO JLC-RESULTADO.
005180     MOVE WS-ELOG-MENSAJE TO JLC-MENSAJE.
005190     PERFORM 9000-CERRAR THRU 9000-EXIT.
005200 8100-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240* 9000-CERRAR - CIERRA LO QUE HAYA QUEDADO ABIERTO
005250******************************************************************
005260 9000-CERRAR.
005270     IF JOURNAL-ABIERTO
005280         CLOSE JOURNAL-FILE
005290         MOVE "N" TO WS-SW-JOURNAL-ABIERTO
005300     END-IF.
005310     IF INDICE-ABIERTO
005320         CLOSE INDICE-FILE
005330         MOVE "N" TO WS-SW-INDICE-ABIERTO
005340     END-IF.
005350     MOVE SPACE TO WS-MODO.
005360 9000-EXIT.
005370     EXIT.
005380
005390 END PROGRAM journal_lector.
