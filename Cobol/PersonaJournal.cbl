000220*             WRITE/REWRITE/DELETE AGAINST PERSONAF LEAVES A
000230*             TRACE COMPLIANCE CAN REPLAY WHEN A NAME OR AGE IS
000240*             DISPUTED. UNLIKE THE DATED ERROR AND AUDIT LOGS,
000250*             THE JOURNAL IS THE CUMULATIVE HISTORY, NOT A DAY'S
000260*             BITACORA; IT IS KEPT AS ONE FILE PER MONTH
000270*             (PERSJRNL.AAAAMM, LOGGED IN PJRNGEN) WITH A KEYED
000280*             INDEX BY DNI (PJRNIDX). READERS GO THROUGH
000290*             JOURNAL_LECTOR.
000300* TECTONICS:  cobc
000310******************************************************************
000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* 2026-08-10 RW   INITIAL VERSION.
000350* 2026-08-10 RW   IMAGES WIDENED 45 -> 53 (RECORD 136 -> 152)
000360*                 ALONG WITH PERSONA.CPY'S NEW BIRTH-DATE FIELD.
000370* 2026-08-10 RW   IMAGES WIDENED 53 -> 64 (RECORD 152 -> 174)
000380*                 ALONG WITH PERSONA.CPY'S STATUS/BAJA FIELDS.
000390*                 ACTION CODE "P" (PURGA) JOINS A/M/B.
000400* 2026-09-01 RW   IMAGES WIDENED 64 -> 117 (RECORD 174 -> 280)
000410*                 ALONG WITH PERSONA.CPY'S NEW PERS-DIRECCION
000420*                 POSTAL BLOCK.
000430* 2026-09-01 RW   CADENA DE HASH ANTIALTERACION: CADA REGISTRO
000440*                 LLEVA EL HASH ENCADENADO DEL ANTERIOR (RECORD
000450*                 280 -> 292) Y EL ULTIMO QUEDA EN EL ANCLA
000460*                 PJRNHASH; CADENA_VERIF RECALCULA LA CADENA AL
000470*                 INICIO DEL CICLO Y FRENA CON RC 8 SI ALGUIEN
000480*                 EDITO O QUITO REGISTROS.
000490* 2026-09-01 RW   LA PARTE DE FECHA DEL TIMESTAMP SE ESTAMPA
000500*                 CON LA FECHA DE NEGOCIO (FECHA_NEGOCIO) EN
000510*                 VEZ DEL RELOJ: LOS MOVIMIENTOS DE UN CICLO
000520*                 QUE CRUZA LA MEDIANOCHE QUEDAN FECHADOS EN
000530*                 SU DIA DE NEGOCIO Y LA CUADRATURA Y LAS
000540*                 CONSULTAS POR FECHA NO PIERDEN ENTRADAS. EL
000550*                 HASH SE CALCULA DESPUES DEL ESTAMPADO, ASI
000560*                 LA CADENA NO CAMBIA DE REGLA.
000570* 2026-10-15 RW   EL JOURNAL SE PARTE EN GENERACIONES MENSUALES
000580*                 (PERSJRNL.AAAAMM, MES DE LA FECHA DE NEGOCIO,
000590*                 NUNCA ANTERIOR A LA GENERACION EN CURSO). LA
000600*                 CADENA DE HASH SIGUE DE UN MES AL OTRO: CADA
000610*                 GENERACION NUEVA QUEDA EN PJRNGEN CON EL HASH
000620*                 DE APERTURA Y LA CANTIDAD DEL MES CERRADO, Y EL
000630*                 ANCLA PJRNHASH AGREGA GENERACION Y ORDINAL.
000640*                 CADA REGISTRO SE INDEXA POR DNI EN PJRNIDX PARA
000650*                 JOURNAL_LECTOR. LA PRIMERA ESCRITURA SOBRE UN
000660*                 PERSJRNL UNICO LLAMA ANTES A JOURNAL_PARTICION.
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. persona_journal.
000700
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-DYN-JOURNAL
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-JRNL-STATUS.
000770
000780     SELECT ANCLA-FILE ASSIGN TO "PJRNHASH"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ANC-STATUS.
000810
000820     SELECT GENLOG-FILE ASSIGN TO "PJRNGEN"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-GEN-STATUS.
000850
000860     SELECT INDICE-FILE ASSIGN TO "PJRNIDX"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS PJX-CLAVE
000900         FILE STATUS IS WS-IDX-STATUS.
000910
000920     SELECT LEGADO-FILE ASSIGN TO "PERSJRNL"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-LEG-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  JOURNAL-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 292 CHARACTERS.
001010 01  JOURNAL-RECORD.
001020     05  PJRN-TIMESTAMP-O            PIC X(21).
001030     05  FILLER                      PIC X(01) VALUE SPACE.
001040     05  PJRN-PROGRAMA-O             PIC X(20).
001050     05  FILLER                      PIC X(01) VALUE SPACE.
001060     05  PJRN-ACCION-O               PIC X(01).
001070     05  FILLER                      PIC X(01) VALUE SPACE.
001080     05  PJRN-IMAGEN-ANTES-O         PIC X(117).
001090     05  FILLER                      PIC X(01) VALUE SPACE.
001100     05  PJRN-IMAGEN-DESPUES-O       PIC X(117).
001110     05  FILLER                      PIC X(01) VALUE SPACE.
001120     05  PJRN-HASH-O                 PIC 9(11).
001130
001140 FD  ANCLA-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 26 CHARACTERS.
001170 COPY PJRNANC.
001180
001190 FD  GENLOG-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 56 CHARACTERS.
001220 COPY PJRNGEN.
001230
001240 FD  INDICE-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS.
001270 COPY PJRNIDX.
001280
001290 FD  LEGADO-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 292 CHARACTERS.
001320 01  LEGADO-RECORD                   PIC X(292).
001330
001340 WORKING-STORAGE SECTION.
001350 01  WS-JRNL-STATUS                  PIC X(02).
001360 01  WS-FECHA-NEGOCIO            PIC X(08).
001370 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001380 01  WS-ANC-STATUS                   PIC X(02).
001390 01  WS-GEN-STATUS                   PIC X(02).
001400 01  WS-IDX-STATUS                   PIC X(02).
001410 01  WS-LEG-STATUS                   PIC X(02).
001420
001430*----------------------------------------------------------------
001440*    GENERACION MENSUAL EN CURSO (DEL ANCLA) Y POSICION DEL
001450*    REGISTRO DENTRO DE ELLA
001460*----------------------------------------------------------------
001470 01  WS-DYN-JOURNAL                  PIC X(15) VALUE SPACES.
001480 01  WS-GENERACION                   PIC 9(06) VALUE ZERO.
001490 01  WS-GEN-NEGOCIO                  PIC 9(06).
001500 01  WS-ORDINAL                      PIC 9(07) VALUE ZERO.
001510 01  WS-SW-PARTIDO                   PIC X(01) VALUE "N".
001520     88  JOURNAL-PARTIDO             VALUE "S".
001530
001540 01  WS-ELOG-PROGRAMA                PIC X(20)
001550             VALUE "persona_journal".
001560 01  WS-ELOG-CODIGO                  PIC 9(04).
001570 01  WS-ELOG-MENSAJE                 PIC X(59).
001580 01  WS-RC-GUARDADO                  PIC S9(04) VALUE ZERO.
001590
001600*----------------------------------------------------------------
001610*    CADENA DE HASH ANTIALTERACION: CADA REGISTRO LLEVA
001620*    HASH = MOD(HASH-ANTERIOR * 7 + SUMA DE BYTES DEL CONTENIDO,
001630*    10**11). EL ULTIMO HASH QUEDA EN EL ANCLA PJRNHASH Y
001640*    CADENA_VERIF RECORRE EL JOURNAL RECALCULANDO LA CADENA.
001650*----------------------------------------------------------------
001660 01  WS-HASH-PREVIO                  PIC 9(11) VALUE ZERO.
001670 01  WS-HASH-NUEVO                   PIC 9(11).
001680 01  WS-SUMA-BYTES                   PIC 9(09) COMP.
001690 77  WS-SUB-BYTE                     PIC 9(03) COMP.
001700
001710 LINKAGE SECTION.
001720 01  PJRN-PROGRAMA                   PIC X(20).
001730 01  PJRN-ACCION                     PIC X(01).
001740 01  PJRN-IMAGEN-ANTES               PIC X(117).
001750 01  PJRN-IMAGEN-DESPUES             PIC X(117).
001760
001770 PROCEDURE DIVISION USING PJRN-PROGRAMA PJRN-ACCION
001780         PJRN-IMAGEN-ANTES PJRN-IMAGEN-DESPUES.
001790
001800******************************************************************
001810* 0000-MAINLINE - ABRE LA GENERACION DEL MES (CREANDOLA SI ES LA
001820*     PRIMERA ESCRITURA DEL MES), AGREGA EL REGISTRO, LA CIERRA
001830*     DE NUEVO PARA EL SIGUIENTE LLAMADOR E INDEXA EL REGISTRO
001840******************************************************************
001850 0000-MAINLINE.
001860*    LA PARTE DE FECHA DEL TIMESTAMP LLEVA LA FECHA DE
001870*    NEGOCIO (FECHACTL), NO LA DEL RELOJ: UN CICLO QUE CRUZA
001880*    LA MEDIANOCHE SIGUE JOURNALIZANDO EL DIA QUE PROCESA Y
001890*    LOS CONTROLES QUE FILTRAN POR FECHA (CUADRATURA,
001900*    TRAZA_CONSULTA, FORENSE_BKP) CIERRAN. LA HORA SIGUE
001910*    SIENDO LA DEL RELOJ.
001920     CALL "fecha_negocio" USING WS-FECHA-NEGOCIO
001930             WS-SUFIJO-CICLO.
001940     PERFORM 0500-LEER-ANCLA THRU 0500-EXIT.
001950     PERFORM 0600-UBICAR-GENERACION THRU 0600-EXIT.
001960     MOVE SPACES TO WS-DYN-JOURNAL.
001970     STRING "PERSJRNL." WS-GENERACION DELIMITED BY SIZE
001980         INTO WS-DYN-JOURNAL.
001990     OPEN EXTEND JOURNAL-FILE.
002000     IF WS-JRNL-STATUS NOT = "00"
002010         OPEN OUTPUT JOURNAL-FILE
002020     END-IF.
002030
002040     MOVE SPACES TO JOURNAL-RECORD.
002050     MOVE FUNCTION CURRENT-DATE TO PJRN-TIMESTAMP-O.
002060     MOVE WS-FECHA-NEGOCIO TO PJRN-TIMESTAMP-O(1:8).
002070     MOVE PJRN-PROGRAMA TO PJRN-PROGRAMA-O.
002080     MOVE PJRN-ACCION TO PJRN-ACCION-O.
002090     MOVE PJRN-IMAGEN-ANTES TO PJRN-IMAGEN-ANTES-O.
002100     MOVE PJRN-IMAGEN-DESPUES TO PJRN-IMAGEN-DESPUES-O.
002110     PERFORM 1000-ENCADENAR-HASH THRU 1000-EXIT.
002120     MOVE WS-HASH-NUEVO TO PJRN-HASH-O.
002130     WRITE JOURNAL-RECORD.
002140
002150     CLOSE JOURNAL-FILE.
002160     ADD 1 TO WS-ORDINAL.
002170     PERFORM 2000-GRABAR-ANCLA THRU 2000-EXIT.
002180     PERFORM 3000-INDEXAR THRU 3000-EXIT.
002190     GOBACK.
002200
002210******************************************************************
002220* 0500-LEER-ANCLA - HASH PREVIO, GENERACION EN CURSO Y ORDINAL
002230*     (CERO SI NO HAY ANCLA). UN ANCLA SIN GENERACION ES DE UN
002240*     JOURNAL TODAVIA UNICO: SI EL PERSJRNL EXISTE SE PARTE EN
002250*     GENERACIONES CON JOURNAL_PARTICION ANTES DE ESCRIBIR
002260******************************************************************
002270 0500-LEER-ANCLA.
002280     PERFORM 0510-LEER-REGISTRO-ANCLA THRU 0510-EXIT.
002290     IF JOURNAL-PARTIDO
002300         GO TO 0500-EXIT
002310     END-IF.
002320     OPEN INPUT LEGADO-FILE.
002330     IF WS-LEG-STATUS NOT = "00"
002340         GO TO 0500-EXIT
002350     END-IF.
002360     CLOSE LEGADO-FILE.
002370     MOVE RETURN-CODE TO WS-RC-GUARDADO.
002380     CALL "journal_particion".
002390     MOVE WS-RC-GUARDADO TO RETURN-CODE.
002400     PERFORM 0510-LEER-REGISTRO-ANCLA THRU 0510-EXIT.
002410 0500-EXIT.
002420     EXIT.
002430
002440 0510-LEER-REGISTRO-ANCLA.
002450     MOVE ZERO TO WS-HASH-PREVIO.
002460     MOVE ZERO TO WS-GENERACION.
002470     MOVE ZERO TO WS-ORDINAL.
002480     MOVE "N" TO WS-SW-PARTIDO.
002490     OPEN INPUT ANCLA-FILE.
002500     IF WS-ANC-STATUS = "00"
002510         READ ANCLA-FILE
002520             NOT AT END
002530                 IF ANC-HASH IS NUMERIC
002540                     MOVE ANC-HASH TO WS-HASH-PREVIO
002550                 END-IF
002560                 IF ANC-GENERACION IS NUMERIC
002570                         AND ANC-ORDINAL IS NUMERIC
002580                     SET JOURNAL-PARTIDO TO TRUE
002590                     MOVE ANC-GENERACION TO WS-GENERACION
002600                     MOVE ANC-ORDINAL TO WS-ORDINAL
002610                 END-IF
002620         END-READ
002630         CLOSE ANCLA-FILE
002640     END-IF.
002650 0510-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* 0600-UBICAR-GENERACION - LA GENERACION ES EL MES DE LA FECHA
002700*     DE NEGOCIO. UN REPROCESO CON FECHA DE UN MES YA CERRADO
002710*     SIGUE EN LA GENERACION EN CURSO: REABRIR UN MES CERRADO
002720*     BIFURCARIA LA CADENA. AL PASAR DE MES SE ANOTA LA
002730*     GENERACION NUEVA EN PJRNGEN CON EL HASH DE APERTURA
002740******************************************************************
002750 0600-UBICAR-GENERACION.
002760     MOVE WS-FECHA-NEGOCIO(1:6) TO WS-GEN-NEGOCIO.
002770     IF JOURNAL-PARTIDO
002780             AND WS-GEN-NEGOCIO NOT > WS-GENERACION
002790         GO TO 0600-EXIT
002800     END-IF.
002810     OPEN EXTEND GENLOG-FILE.
002820     IF WS-GEN-STATUS NOT = "00"
002830         OPEN OUTPUT GENLOG-FILE
002840     END-IF.
002850     MOVE SPACES TO PJRNGEN-RECORD.
002860     MOVE WS-GEN-NEGOCIO TO PJG-GENERACION.
002870     MOVE WS-HASH-PREVIO TO PJG-HASH-APERTURA.
002880     MOVE WS-FECHA-NEGOCIO TO PJG-FECHA-APERTURA.
002890     MOVE WS-ORDINAL TO PJG-CANT-ANTERIOR.
002900     MOVE PJRN-PROGRAMA TO PJG-PROGRAMA.
002910     WRITE PJRNGEN-RECORD.
002920     CLOSE GENLOG-FILE.
002930     MOVE WS-GEN-NEGOCIO TO WS-GENERACION.
002940     MOVE ZERO TO WS-ORDINAL.
002950     SET JOURNAL-PARTIDO TO TRUE.
002960 0600-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000* 1000-ENCADENAR-HASH - CALCULA EL HASH DEL REGISTRO SOBRE EL
003010*     DEL ANCLA (CERO SI NO EXISTE): MOD(ANTERIOR * 7 + SUMA DE
003020*     BYTES DE LOS PRIMEROS 280 CARACTERES, 10**11). LA CADENA
003030*     NO SE REINICIA AL CAMBIAR DE GENERACION
003040******************************************************************
003050 1000-ENCADENAR-HASH.
003060     MOVE ZERO TO WS-SUMA-BYTES.
003070     PERFORM VARYING WS-SUB-BYTE FROM 1 BY 1
003080             UNTIL WS-SUB-BYTE > 280
003090         PERFORM 1100-SUMAR-BYTE THRU 1100-EXIT
003100     END-PERFORM.
003110     COMPUTE WS-HASH-NUEVO = FUNCTION MOD(
003120         WS-HASH-PREVIO * 7 + WS-SUMA-BYTES, 100000000000).
003130 1000-EXIT.
003140     EXIT.
003150
003160 1100-SUMAR-BYTE.
003170     COMPUTE WS-SUMA-BYTES = WS-SUMA-BYTES
003180         + FUNCTION ORD(JOURNAL-RECORD(WS-SUB-BYTE:1)).
003190 1100-EXIT.
003200     EXIT.
003210
003220 2000-GRABAR-ANCLA.
003230     OPEN OUTPUT ANCLA-FILE.
003240     MOVE SPACES TO ANCLA-RECORD.
003250     MOVE WS-HASH-NUEVO TO ANC-HASH.
003260     MOVE WS-GENERACION TO ANC-GENERACION.
003270     MOVE WS-ORDINAL TO ANC-ORDINAL.
003280     WRITE ANCLA-RECORD.
003290     CLOSE ANCLA-FILE.
003300 2000-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* 3000-INDEXAR - UNA ENTRADA DE PJRNIDX POR DNI DE LAS IMAGENES
003350*     (UNA SOLA SI ANTES Y DESPUES SON LA MISMA PERSONA). SIN
003360*     INDICE EL REGISTRO YA QUEDO EN EL JOURNAL: SE AVISA POR
003370*     ERRORLOG 93 PARA REGENERARLO CON JOURNAL_PARTICION
003380******************************************************************
003390 3000-INDEXAR.
003400     OPEN I-O INDICE-FILE.
003410     IF WS-IDX-STATUS = "35"
003420         OPEN OUTPUT INDICE-FILE
003430         CLOSE INDICE-FILE
003440         OPEN I-O INDICE-FILE
003450     END-IF.
003460     IF WS-IDX-STATUS NOT = "00"
003470         MOVE 93 TO WS-ELOG-CODIGO
003480         MOVE "PJRNIDX NO DISPONIBLE: CORRER JOURNAL_PARTICION"
003490             TO WS-ELOG-MENSAJE
003500         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
003510                 WS-ELOG-MENSAJE
003520         GO TO 3000-EXIT
003530     END-IF.
003540     MOVE SPACES TO PJRNIDX-RECORD.
003550     MOVE WS-FECHA-NEGOCIO TO PJX-FECHA.
003560     MOVE WS-GENERACION TO PJX-GENERACION.
003570     MOVE WS-ORDINAL TO PJX-ORDINAL.
003580     MOVE PJRN-TIMESTAMP-O TO PJX-TIMESTAMP.
003590     MOVE PJRN-ACCION TO PJX-ACCION.
003600     MOVE PJRN-PROGRAMA TO PJX-PROGRAMA.
003610     IF PJRN-IMAGEN-ANTES(1:8) IS NUMERIC
003620             AND PJRN-IMAGEN-ANTES(1:8) NOT = ZERO
003630         MOVE PJRN-IMAGEN-ANTES(1:8) TO PJX-DNI
003640         PERFORM 3100-GRABAR-ENTRADA THRU 3100-EXIT
003650     END-IF.
003660     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
003670             AND PJRN-IMAGEN-DESPUES(1:8) NOT = ZERO
003680             AND PJRN-IMAGEN-DESPUES(1:8)
003690                 NOT = PJRN-IMAGEN-ANTES(1:8)
003700         MOVE PJRN-IMAGEN-DESPUES(1:8) TO PJX-DNI
003710         PERFORM 3100-GRABAR-ENTRADA THRU 3100-EXIT
003720     END-IF.
003730     CLOSE INDICE-FILE.
003740 3000-EXIT.
003750     EXIT.
003760
003770 3100-GRABAR-ENTRADA.
003780     WRITE PJRNIDX-RECORD
003790         INVALID KEY
003800             CONTINUE
003810     END-WRITE.
003820 3100-EXIT.
003830     EXIT.
003840
003850 END PROGRAM persona_journal.
