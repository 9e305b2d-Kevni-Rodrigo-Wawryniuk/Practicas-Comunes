000670*                 (CATALOGO_PREVIA), PARA QUE UNA CORRIDA
000680*                 FALLIDA NO DEJE PASAR EL ARCHIVO DE AYER POR
000690*                 EL DE HOY.
000700* 2026-10-15 RW   LAS LINEAS DE ARREGLOS LLEVAN SUS PROPIEDADES
000710*                 (PRIMO, FIBONACCI, MULTIPLO DE 3 Y DE 5,
000720*                 PERFECTO) TOMADAS DE ARREGETQ, EL COMPANERO DE
000730*                 ARREGSAL QUE SE LEE A LA PAR (MISMO ORDEN). SIN
000740*                 ARREGETQ, O SI UN VALOR NO COINCIDE, LA COLUMNA
000750*                 QUEDA EN BLANCO Y SE AVISA POR CONSOLA.
000760******************************************************************
000770 IDENTIFICATION DIVISION.
000780 PROGRAM-ID. maestro_diario.
000790
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT ARREGSAL-FILE ASSIGN TO "ARREGSAL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-ARREGSAL-STATUS.
000860
000870     SELECT ARREGETQ-FILE ASSIGN TO "ARREGETQ"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-ARREGETQ-STATUS.
000900
000910     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CLASIREF-STATUS.
000940
000950     SELECT MAESTRO-FILE ASSIGN DYNAMIC WS-DYN-MAESTRO-FILE
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-MAESTRO-STATUS.
000980
000990     SELECT SORT-FILE ASSIGN TO "SORTWK".
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ARREGSAL-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 03 CHARACTERS.
001060 01  ARREGSAL-RECORD             PIC 9(03).
001070*    COMPANERO DE ARREGSAL: EL MISMO VALOR CON SUS PROPIEDADES
001080 FD  ARREGETQ-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 08 CHARACTERS.
001110     COPY ARREGETQ.
001120
001130 FD  CLASIREF-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 22 CHARACTERS.
001160 01  CLASIREF-RECORD.
001170     05  CREF-CODIGO                 PIC 9(02).
001180     05  CREF-DESCRIPCION            PIC X(20).
001190
001200 FD  MAESTRO-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  MAESTRO-RECORD                  PIC X(80).
001240
001250 SD  SORT-FILE.
001260 01  SORT-RECORD.
001270     05  SORT-ORIGEN                 PIC X(10).
001280     05  SORT-CLAVE                  PIC 9(03).
001290     05  SORT-DESCRIPCION            PIC X(20).
001300     05  SORT-PROPIEDADES.
001310         10  SORT-PRP-PRIMO          PIC X(01).
001320         10  SORT-PRP-FIBONACCI      PIC X(01).
001330         10  SORT-PRP-MULT-TRES      PIC X(01).
001340         10  SORT-PRP-MULT-CINCO     PIC X(01).
001350         10  SORT-PRP-PERFECTO       PIC X(01).
001360
001370 WORKING-STORAGE SECTION.
001380 01  WS-ARREGSAL-STATUS          PIC X(02).
001390 01  WS-CLASIREF-STATUS          PIC X(02).
001400 01  WS-ARREGETQ-STATUS          PIC X(02).
001410 01  WS-MAESTRO-STATUS           PIC X(02).
001420 01  WS-FECHA-HOY                PIC X(08).
001430 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001440 01  WS-DYN-MAESTRO-FILE         PIC X(20) VALUE SPACES.
001450 01  WS-CPRV-PREFIJO             PIC X(10) VALUE "MAESTRO.".
001460 01  WS-CPRV-ARCHIVO             PIC X(21).
001470 01  WS-CPRV-FECHA               PIC 9(08).
001480 01  WS-CATG-ARCHIVO             PIC X(21).
001490 01  WS-CATG-CANTIDAD            PIC 9(07).
001500 01  WS-CATG-PROGRAMA            PIC X(20)
001510         VALUE "maestro_diario".
001520
001530*----------------------------------------------------------------
001540*    CONTADOR DEL MAESTRO COMBINADO (YA SIN TOPE EN MEMORIA)
001550*----------------------------------------------------------------
001560 01  WS-CANT-MAESTRO             PIC 9(07) VALUE ZERO.
001570*----------------------------------------------------------------
001580*    PROPIEDADES DE LOS NUMEROS (ARREGETQ, LEIDO A LA PAR DE
001590*    ARREGSAL): VALORES QUE QUEDARON SIN ETIQUETA
001600*----------------------------------------------------------------
001610 01  WS-CANT-SIN-ETIQUETA        PIC 9(07) VALUE ZERO.
001620
001630*----------------------------------------------------------------
001640*    CONTADORES Y CONMUTADORES DE TRABAJO
001650*----------------------------------------------------------------
001660*----------------------------------------------------------------
001670*    VALIDACION DEL SOBRE HDR/TRL DEL REFERENCIAL DE ENTRADA
001680*----------------------------------------------------------------
001690 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "CLASIREF".
001700 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 1.
001710 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 2.
001720 01  WS-SOBRE-RESULTADO          PIC X(01).
001730     88  SOBRE-VALIDO            VALUE "S".
001740 01  WS-SOBRE-MENSAJE            PIC X(59).
001750 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "maestro_diario".
001760 01  WS-ELOG-CODIGO              PIC 9(04).
001770 01  WS-ELOG-MENSAJE             PIC X(59).
001780
001790 77  WS-SW-FIN                   PIC X(01) VALUE "N".
001800     88  FIN-DE-ARCHIVO          VALUE "S".
001810 77  WS-SW-FIN-SORT              PIC X(01) VALUE "N".
001820     88  FIN-DEL-SORT            VALUE "S".
001830 77  WS-SW-FIN-ETQ               PIC X(01) VALUE "N".
001840     88  FIN-DE-ETIQUETAS        VALUE "S".
001850 77  WS-SW-ETQ-ABIERTO           PIC X(01) VALUE "N".
001860     88  ETIQUETAS-ABIERTAS      VALUE "S".
001870
001880*----------------------------------------------------------------
001890*    LINEAS DEL REPORTE MAESTRO
001900*----------------------------------------------------------------
001910 01  WS-LINEA-TITULO             PIC X(50) VALUE
001920         "MAESTRO DIARIO - NUMEROS Y CLASIFICACIONES".
001930
001940 01  WS-LINEA-FECHA.
001950     05  FILLER                  PIC X(20) VALUE
001960             "FECHA DE PROCESO: ".
001970     05  WS-FECHA-EDITADA        PIC X(10).
001980
001990 01  WS-LINEA-ENCABEZADO-COL     PIC X(50) VALUE
002000         "ORIGEN     CLAVE  DESCRIPCION        PROPIEDADES".
002010
002020 01  WS-LINEA-DETALLE.
002030     05  DET-ORIGEN               PIC X(10).
002040     05  FILLER                   PIC X(01) VALUE SPACE.
002050     05  DET-CLAVE                PIC ZZ9.
002060     05  FILLER                   PIC X(02) VALUE SPACES.
002070     05  DET-DESCRIPCION          PIC X(20).
002080     05  FILLER                   PIC X(01) VALUE SPACE.
002090     05  DET-PROPIEDADES.
002100         10  DET-PRP-PRIMO        PIC X(04).
002110         10  DET-PRP-FIBONACCI    PIC X(04).
002120         10  DET-PRP-MULT-TRES    PIC X(04).
002130         10  DET-PRP-MULT-CINCO   PIC X(04).
002140         10  DET-PRP-PERFECTO     PIC X(04).
002150
002160 01  WS-LINEA-TOTAL.
002170     05  FILLER                   PIC X(23) VALUE
002180             "TOTAL DE REGISTROS: ".
002190     05  TOT-MAESTRO-EDITADO      PIC Z,ZZZ,ZZ9.
002200
002210 PROCEDURE DIVISION.
002220
002230******************************************************************
002240* 0000-MAINLINE
002250******************************************************************
002260 0000-MAINLINE.
002270     PERFORM 0500-VALIDAR-SOBRE THRU 0500-EXIT.
002280     IF NOT SOBRE-VALIDO
002290         GOBACK
002300     END-IF.
002310     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002320     SORT SORT-FILE
002330         ON ASCENDING KEY SORT-CLAVE
002340         INPUT PROCEDURE IS 2000-ALIMENTAR-SORT
002350             THRU 2000-EXIT
002360         OUTPUT PROCEDURE IS 5000-ESCRIBIR-MAESTRO
002370             THRU 5000-EXIT.
002380     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002390     GOBACK.
002400
002410******************************************************************
002420* 0500-VALIDAR-SOBRE - RECHAZA EL REFERENCIAL COMPLETO SI EL
002430*     SOBRE HDR/TRL NO BALANCEA. UN ARCHIVO AUSENTE SE TOLERA
002440*     COMO SIEMPRE.
002450******************************************************************
002460 0500-VALIDAR-SOBRE.
002470     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
002480             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
002490             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
002500     IF NOT SOBRE-VALIDO
002510         IF WS-SOBRE-MENSAJE = "ARCHIVO DE ENTRADA NO DISPONIBLE"
002520             MOVE "S" TO WS-SOBRE-RESULTADO
002530         ELSE
002540             DISPLAY " CLASIREF RECHAZADO: " WS-SOBRE-MENSAJE
002550             MOVE 12 TO WS-ELOG-CODIGO
002560             MOVE WS-SOBRE-MENSAJE TO WS-ELOG-MENSAJE
002570             CALL "errorlog" USING WS-ELOG-PROGRAMA
002580                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
002590             MOVE 8 TO RETURN-CODE
002600         END-IF
002610     END-IF.
002620 0500-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660* 1000-INICIALIZAR - ABRE LOS ARCHIVOS Y OBTIENE LA FECHA DEL DIA
002670******************************************************************
002680 1000-INICIALIZAR.
002690     CALL "fecha_negocio" USING WS-FECHA-HOY
002700             WS-SUFIJO-CICLO.
002710     STRING "MAESTRO." WS-FECHA-HOY DELIMITED BY SIZE
002720         WS-SUFIJO-CICLO DELIMITED BY SPACE
002730         INTO WS-DYN-MAESTRO-FILE.
002740     OPEN OUTPUT MAESTRO-FILE.
002750*    EL MAESTRO ES UN ARCHIVO DE DATOS: EL AVISO DE QUE
002760*    GENERACION REEMPLAZA VA POR CONSOLA, NO ADENTRO DEL ARCHIVO
002770     CALL "catalogo_previa" USING WS-CPRV-PREFIJO
002780             WS-FECHA-HOY WS-CPRV-ARCHIVO WS-CPRV-FECHA.
002790     IF WS-CPRV-FECHA > ZERO
002800         DISPLAY "REEMPLAZA A: " WS-CPRV-ARCHIVO " DEL "
002810             WS-CPRV-FECHA
002820     END-IF.
002830     OPEN INPUT ARREGSAL-FILE.
002840     OPEN INPUT ARREGETQ-FILE.
002850     IF WS-ARREGETQ-STATUS = "00"
002860         SET ETIQUETAS-ABIERTAS TO TRUE
002870     ELSE
002880         SET FIN-DE-ETIQUETAS TO TRUE
002890     END-IF.
002900     OPEN INPUT CLASIREF-FILE.
002910 1000-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950* 2000-ALIMENTAR-SORT - LIBERA AL SORT CADA REGISTRO DEL
002960*     EXTRACTO DE ARREGLOS Y DEL REFERENCIAL (SALTEANDO LOS
002970*     HDR/TRL DEL SOBRE)
002980******************************************************************
002990 2000-ALIMENTAR-SORT.
003000     IF WS-ARREGSAL-STATUS = "00"
003010         MOVE "N" TO WS-SW-FIN
003020         PERFORM 2100-LEER-ARREGSAL THRU 2100-EXIT
003030             UNTIL FIN-DE-ARCHIVO
003040         CLOSE ARREGSAL-FILE
003050     END-IF.
003060     IF ETIQUETAS-ABIERTAS
003070         CLOSE ARREGETQ-FILE
003080     END-IF.
003090     IF WS-CLASIREF-STATUS = "00"
003100         MOVE "N" TO WS-SW-FIN
003110         PERFORM 3100-LEER-CLASIREF THRU 3100-EXIT
003120             UNTIL FIN-DE-ARCHIVO
003130         CLOSE CLASIREF-FILE
003140     END-IF.
003150 2000-EXIT.
003160     EXIT.
003170
003180 2100-LEER-ARREGSAL.
003190     READ ARREGSAL-FILE
003200         AT END
003210             SET FIN-DE-ARCHIVO TO TRUE
003220         NOT AT END
003230             MOVE "ARREGLOS" TO SORT-ORIGEN
003240             MOVE ARREGSAL-RECORD TO SORT-CLAVE
003250             MOVE SPACES TO SORT-DESCRIPCION
003260             PERFORM 2150-TOMAR-PROPIEDADES THRU 2150-EXIT
003270             RELEASE SORT-RECORD
003280     END-READ.
003290 2100-EXIT.
003300     EXIT.
003310******************************************************************
003320* 2150-TOMAR-PROPIEDADES - LEE LA LINEA DE ARREGETQ QUE VA A LA
003330*     PAR DE LA DE ARREGSAL; SI FALTA O ES DE OTRO VALOR, EL
003340*     NUMERO SALE SIN PROPIEDADES Y SE CUENTA
003350******************************************************************
003360 2150-TOMAR-PROPIEDADES.
003370     MOVE SPACES TO SORT-PROPIEDADES.
003380     IF NOT FIN-DE-ETIQUETAS
003390         READ ARREGETQ-FILE
003400             AT END
003410                 SET FIN-DE-ETIQUETAS TO TRUE
003420         END-READ
003430     END-IF.
003440     IF FIN-DE-ETIQUETAS
003450             OR ETQ-VALOR NOT = ARREGSAL-RECORD
003460         ADD 1 TO WS-CANT-SIN-ETIQUETA
003470         GO TO 2150-EXIT
003480     END-IF.
003490     MOVE ETQ-PROPIEDADES TO SORT-PROPIEDADES.
003500 2150-EXIT.
003510     EXIT.
003520
003530 3100-LEER-CLASIREF.
003540     READ CLASIREF-FILE
003550         AT END
003560             SET FIN-DE-ARCHIVO TO TRUE
003570         NOT AT END
003580             IF CLASIREF-RECORD(1:3) = "HDR"
003590                     OR CLASIREF-RECORD(1:3) = "TRL"
003600                 CONTINUE
003610             ELSE
003620                 MOVE "CLASIF" TO SORT-ORIGEN
003630                 MOVE CREF-CODIGO TO SORT-CLAVE
003640                 MOVE CREF-DESCRIPCION TO SORT-DESCRIPCION
003650                 MOVE SPACES TO SORT-PROPIEDADES
003660                 RELEASE SORT-RECORD
003670             END-IF
003680     END-READ.
003690 3100-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 5000-ESCRIBIR-MAESTRO - ESCRIBE EL ENCABEZADO, RECUPERA DEL
003740*     SORT CADA REGISTRO YA ORDENADO Y CIERRA CON EL TOTAL
003750******************************************************************
003760 5000-ESCRIBIR-MAESTRO.
003770     MOVE WS-LINEA-TITULO TO MAESTRO-RECORD.
003780     WRITE MAESTRO-RECORD.
003790
003800     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
003810     MOVE WS-LINEA-FECHA TO MAESTRO-RECORD.
003820     WRITE MAESTRO-RECORD.
003830
003840     MOVE WS-LINEA-ENCABEZADO-COL TO MAESTRO-RECORD.
003850     WRITE MAESTRO-RECORD.
003860
003870     MOVE "N" TO WS-SW-FIN-SORT.
003880     PERFORM 5100-RECUPERAR-DEL-SORT THRU 5100-EXIT
003890         UNTIL FIN-DEL-SORT.
003900
003910     MOVE WS-CANT-MAESTRO TO TOT-MAESTRO-EDITADO.
003920     MOVE WS-LINEA-TOTAL TO MAESTRO-RECORD.
003930     WRITE MAESTRO-RECORD.
003940 5000-EXIT.
003950     EXIT.
003960
003970 5100-RECUPERAR-DEL-SORT.
003980     RETURN SORT-FILE
003990         AT END
004000             SET FIN-DEL-SORT TO TRUE
004010         NOT AT END
004020             ADD 1 TO WS-CANT-MAESTRO
004030             MOVE SORT-ORIGEN TO DET-ORIGEN
004040             MOVE SORT-CLAVE TO DET-CLAVE
004050             MOVE SORT-DESCRIPCION TO DET-DESCRIPCION
004060             PERFORM 5110-EDITAR-PROPIEDADES THRU 5110-EXIT
004070             MOVE WS-LINEA-DETALLE TO MAESTRO-RECORD
004080             WRITE MAESTRO-RECORD
004090     END-RETURN.
004100 5100-EXIT.
004110     EXIT.
004120 5110-EDITAR-PROPIEDADES.
004130     MOVE SPACES TO DET-PROPIEDADES.
004140     IF SORT-PRP-PRIMO = "S"
004150         MOVE "PRI" TO DET-PRP-PRIMO
004160     END-IF.
004170     IF SORT-PRP-FIBONACCI = "S"
004180         MOVE "FIB" TO DET-PRP-FIBONACCI
004190     END-IF.
004200     IF SORT-PRP-MULT-TRES = "S"
004210         MOVE "M3" TO DET-PRP-MULT-TRES
004220     END-IF.
004230     IF SORT-PRP-MULT-CINCO = "S"
004240         MOVE "M5" TO DET-PRP-MULT-CINCO
004250     END-IF.
004260     IF SORT-PRP-PERFECTO = "S"
004270         MOVE "PERF" TO DET-PRP-PERFECTO
004280     END-IF.
004290 5110-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 9000-TERMINAR - CIERRA EL MAESTRO E INFORMA EL TOTAL
004340******************************************************************
004350 9000-TERMINAR.
004360     CLOSE MAESTRO-FILE.
004370     MOVE WS-DYN-MAESTRO-FILE TO WS-CATG-ARCHIVO.
004380     MOVE WS-CANT-MAESTRO TO WS-CATG-CANTIDAD.
004390     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
004400             WS-CATG-CANTIDAD.
004410     DISPLAY " MAESTRO DIARIO GENERADO: " WS-CANT-MAESTRO
004420         " REGISTRO(S)".
004430     IF WS-CANT-SIN-ETIQUETA > ZERO
004440         DISPLAY " AVISO: " WS-CANT-SIN-ETIQUETA " NUMERO(S) SIN "
004450             "PROPIEDADES (ARREGETQ AUSENTE O DESPAREJO CON "
004460             "ARREGSAL)."
004470     END-IF.
004480 9000-EXIT.
004490     EXIT.
004500
004510 END PROGRAM maestro_diario.
