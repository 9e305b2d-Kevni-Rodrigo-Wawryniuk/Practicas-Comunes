000340*                 ALCANZADO SE LISTA COMO "RETENIDO" EN EL
000350*                 REPORTE EN VEZ DE BORRARSE, HASTA QUE LA
000360*                 RETENCION SE LIBERE.
000370* 2026-10-15 RW   LAS COPIAS FECHADAS DE LOS DECKS DE ENTRADA
000380*                 (PERSTRAN.AAAAMMDD, IFTRAN.AAAAMMDD, ... - VER
000390*                 COBOL/COPY/DECKS.CPY) FORMAN UNA SOLA FAMILIA
000400*                 DE RETENCION, ENTRADAS, EN EL RETENCTL. UNA
000410*                 RETENCION LEGAL POR FAMILIA LAS ALCANZA SI
000420*                 NOMBRA ENTRADAS O EL DECK PUNTUAL.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. limpieza.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CAT-STATUS.
000530
000540     SELECT RETEN-FILE ASSIGN TO "RETENCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RET-STATUS.
000570
000580     SELECT RETENLEG-FILE ASSIGN TO "RETENLEG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RLEG-STATUS.
000610
000620     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CATALOGO-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 59 CHARACTERS.
000710 01  CATALOGO-RECORD.
000720     05  CATG-FECHA              PIC 9(08).
000730     05  FILLER                  PIC X(01).
000740     05  CATG-ARCHIVO            PIC X(21).
000750     05  FILLER                  PIC X(01).
000760     05  CATG-PROGRAMA           PIC X(20).
000770     05  FILLER                  PIC X(01).
000780     05  CATG-CANTIDAD           PIC 9(07).
000790
000800 FD  RETEN-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 13 CHARACTERS.
000830 01  RETEN-RECORD.
000840     05  RET-FAMILIA             PIC X(08).
000850     05  RET-DIAS                PIC 9(05).
000860
000870 FD  RETENLEG-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 61 CHARACTERS.
000900 01  RETENLEG-RECORD.
000910     05  RLEG-ESTADO             PIC X(01).
000920     05  FILLER                  PIC X(01).
000930     05  RLEG-TIPO               PIC X(01).
000940     05  FILLER                  PIC X(01).
000950     05  RLEG-FECHA              PIC 9(08).
000960     05  FILLER                  PIC X(01).
000970     05  RLEG-FAMILIA            PIC X(08).
000980     05  FILLER                  PIC X(01).
000990     05  RLEG-QUIEN              PIC X(08).
001000     05  FILLER                  PIC X(01).
001010     05  RLEG-MOTIVO             PIC X(30).
001020
001030 FD  REPORT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  REPORT-RECORD               PIC X(80).
001070
001080 WORKING-STORAGE SECTION.
001090*    DECKS DE ENTRADA - SUS COPIAS SON LA FAMILIA ENTRADAS
001100 COPY DECKS.
001110 01  WS-IDX-DECK                 PIC 9(02) COMP.
001120
001130 01  WS-CAT-STATUS               PIC X(02).
001140 01  WS-RET-STATUS               PIC X(02).
001150 01  WS-RPT-STATUS               PIC X(02).
001160 01  WS-FECHA-HOY                PIC X(08).
001170 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001180 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001190
001200 01  WS-EOF-CAT                  PIC X(01) VALUE "N".
001210     88  FIN-CATALOGO            VALUE "S".
001220 01  WS-EOF-RET                  PIC X(01) VALUE "N".
001230     88  FIN-RETENCION           VALUE "S".
001240
001250*----------------------------------------------------------------
001260*    TABLA DE RETENCIONES POR FAMILIA (DEL RETENCTL)
001270*----------------------------------------------------------------
001280 01  WS-MAX-FAMILIAS             PIC 9(02) VALUE 30.
001290 01  WS-CANT-FAMILIAS            PIC 9(02) VALUE ZERO.
001300 01  TABLA-RETENCIONES.
001310     05  RETN-ENTRADA OCCURS 30 TIMES.
001320         10  RETN-FAMILIA        PIC X(08).
001330         10  RETN-DIAS           PIC 9(05).
001340 01  WS-DIAS-DEFECTO             PIC 9(05) VALUE 90.
001350
001360*----------------------------------------------------------------
001370*    CAMPOS DE TRABAJO DE LA EVALUACION POR ARCHIVO
001380*----------------------------------------------------------------
001390 01  WS-IDX-FAMILIA              PIC 9(02) COMP.
001400 01  WS-FAMILIA-ACTUAL           PIC X(08).
001410 01  WS-FAMILIA-PREFIJO          PIC X(08).
001420 01  WS-DIAS-RETENCION           PIC 9(05).
001430 01  WS-DIA-HOY-ENTERO           PIC 9(07) COMP.
001440 01  WS-DIA-ARCH-ENTERO          PIC 9(07) COMP.
001450 01  WS-DIAS-ANTIGUEDAD          PIC S9(07) COMP.
001460 01  WS-SW-FAMILIA               PIC X(01) VALUE "N".
001470     88  FAMILIA-ENCONTRADA      VALUE "S".
001480 01  WS-NOMBRE-ARCHIVO           PIC X(21).
001490 01  WS-RC-BORRADO               PIC S9(09) COMP-5.
001500 01  WS-INFO-ARCHIVO.
001510     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
001520     05  FILLER                  PIC X(08).
001530
001540*----------------------------------------------------------------
001550*    CONTADORES DE CONTROL DE LA CORRIDA
001560*----------------------------------------------------------------
001570 01  WS-CUENTA-EVALUADOS         PIC 9(05) VALUE ZERO.
001580 01  WS-CUENTA-BORRADOS          PIC 9(05) VALUE ZERO.
001590 01  WS-CUENTA-RETENIDOS         PIC 9(05) VALUE ZERO.
001600
001610*----------------------------------------------------------------
001620*    RETENCIONES LEGALES ACTIVAS (REGISTRO RETENLEG, MANTENIDO
001630*    POR RETEN_LEGAL): UN ARCHIVO ALCANZADO POR UNA RETENCION
001640*    NO SE BORRA AUNQUE HAYA PASADO SU RETENCION NORMAL
001650*----------------------------------------------------------------
001660 01  WS-RLEG-STATUS              PIC X(02).
001670 01  WS-EOF-RLEG                 PIC X(01) VALUE "N".
001680     88  FIN-RETENLEG            VALUE "S".
001690 01  WS-MAX-RETENLEG             PIC 9(02) VALUE 50.
001700 01  WS-CANT-RETENLEG            PIC 9(02) VALUE ZERO.
001710 01  TABLA-RETENLEG.
001720     05  RLET-ENTRADA OCCURS 50 TIMES.
001730         10  RLET-TIPO           PIC X(01).
001740         10  RLET-FECHA          PIC 9(08).
001750         10  RLET-FAMILIA        PIC X(08).
001760 01  WS-IDX-RLEG                 PIC 9(02) COMP.
001770 01  WS-SW-RETENIDO              PIC X(01) VALUE "N".
001780     88  ARCHIVO-RETENIDO        VALUE "S".
001790 01  WS-LINEA-RETENIDO.
001800     05  FILLER                  PIC X(10) VALUE "RETENIDO: ".
001810     05  RTD-ARCHIVO             PIC X(21).
001820     05  FILLER                  PIC X(07) VALUE "  DEL: ".
001830     05  RTD-FECHA               PIC 9(08).
001840     05  FILLER                  PIC X(19)
001850             VALUE "  RETENCION LEGAL".
001860     05  FILLER                  PIC X(15) VALUE SPACES.
001870
001880*----------------------------------------------------------------
001890*    LINEAS DEL REPORTE DE LIMPIEZA
001900*----------------------------------------------------------------
001910 01  WS-LINEA-TITULO             PIC X(50)
001920         VALUE "LIMPIEZA DE SALIDAS FECHADAS POR RETENCION".
001930 01  WS-LINEA-FECHA.
001940     05  FILLER                  PIC X(21)
001950             VALUE "FECHA DE EJECUCION: ".
001960     05  WS-FECHA-EDITADA        PIC X(08).
001970     05  FILLER                  PIC X(51) VALUE SPACES.
001980 01  WS-LINEA-DETALLE.
001990     05  FILLER                  PIC X(09) VALUE "BORRADO: ".
002000     05  DET-ARCHIVO             PIC X(21).
002010     05  FILLER                  PIC X(07) VALUE "  DEL: ".
002020     05  DET-FECHA               PIC 9(08).
002030     05  FILLER                  PIC X(09) VALUE "  BYTES: ".
002040     05  DET-TAMANO              PIC ZZZ,ZZZ,ZZ9.
002050     05  FILLER                  PIC X(15) VALUE SPACES.
002060 01  WS-LINEA-TRAILER.
002070     05  TRA-ETIQUETA            PIC X(35).
002080     05  TRA-VALOR               PIC ZZZ,ZZ9.
002090     05  FILLER                  PIC X(38) VALUE SPACES.
002100
002110*----------------------------------------------------------------
002120*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
002130*----------------------------------------------------------------
002140 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "limpieza".
002150 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002160 01  WS-CATG-ARCHIVO             PIC X(21).
002170 01  WS-CATG-CANTIDAD            PIC 9(07).
002180
002190 PROCEDURE DIVISION.
002200
002210******************************************************************
002220* 0000-MAINLINE
002230******************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002260     IF WS-CAT-STATUS = "00"
002270         PERFORM 2000-RECORRER-CATALOGO THRU 2000-EXIT
002280         CLOSE CATALOGO-FILE
002290     ELSE
002300         DISPLAY "NO HAY CATALOGO DE SALIDAS, NADA QUE LIMPIAR."
002310     END-IF.
002320     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002330     GOBACK.
002340
002350******************************************************************
002360* 1000-INICIALIZAR - CARGA LAS RETENCIONES POR FAMILIA Y ABRE EL
002370*     CATALOGO Y EL REPORTE DE LIMPIEZA
002380******************************************************************
002390 1000-INICIALIZAR.
002400     OPEN INPUT RETEN-FILE.
002410     IF WS-RET-STATUS = "00"
002420         PERFORM 1100-CARGAR-RETENCION THRU 1100-EXIT
002430             UNTIL FIN-RETENCION
002440         CLOSE RETEN-FILE
002450     END-IF.
002460     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002470     COMPUTE WS-DIA-HOY-ENTERO =
002480         FUNCTION INTEGER-OF-DATE(FUNCTION
002490             NUMVAL(WS-FECHA-HOY)).
002500     STRING "LIMPIRPT." WS-FECHA-HOY DELIMITED BY SIZE
002510         WS-SUFIJO-CICLO DELIMITED BY SPACE
002520         INTO WS-DYN-REPORT-FILE.
002530     OPEN OUTPUT REPORT-FILE.
002540     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
002550     WRITE REPORT-RECORD.
002560     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
002570     MOVE WS-LINEA-FECHA TO REPORT-RECORD.
002580     WRITE REPORT-RECORD.
002590     PERFORM 1200-CARGAR-RETENCIONES-LEGALES THRU 1200-EXIT.
002600     OPEN INPUT CATALOGO-FILE.
002610 1000-EXIT.
002620     EXIT.
002630
002640 1100-CARGAR-RETENCION.
002650     READ RETEN-FILE
002660         AT END
002670             SET FIN-RETENCION TO TRUE
002680         NOT AT END
002690             IF WS-CANT-FAMILIAS < WS-MAX-FAMILIAS
002700                     AND RET-DIAS IS NUMERIC
002710                 ADD 1 TO WS-CANT-FAMILIAS
002720                 MOVE RET-FAMILIA TO
002730                     RETN-FAMILIA(WS-CANT-FAMILIAS)
002740                 MOVE RET-DIAS TO RETN-DIAS(WS-CANT-FAMILIAS)
002750             END-IF
002760     END-READ.
002770 1100-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810* 2000-RECORRER-CATALOGO - EVALUA CADA SALIDA CATALOGADA
002820******************************************************************
002830 2000-RECORRER-CATALOGO.
002840     PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
002850         UNTIL FIN-CATALOGO.
002860 2000-EXIT.
002870     EXIT.
002880
002890 2100-LEER-ENTRADA.
002900     READ CATALOGO-FILE
002910         AT END
002920             SET FIN-CATALOGO TO TRUE
002930         NOT AT END
002940             ADD 1 TO WS-CUENTA-EVALUADOS
002950             PERFORM 2200-EVALUAR-ARCHIVO THRU 2200-EXIT
002960     END-READ.
002970 2100-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010* 2200-EVALUAR-ARCHIVO - FAMILIA, RETENCION, ANTIGUEDAD; BORRA
003020*     LO QUE PASO LA RETENCION Y SIGUE EXISTIENDO
003030******************************************************************
003040 2200-EVALUAR-ARCHIVO.
003050     PERFORM 2300-DERIVAR-FAMILIA THRU 2300-EXIT.
003060     PERFORM 2400-BUSCAR-RETENCION THRU 2400-EXIT.
003070     COMPUTE WS-DIA-ARCH-ENTERO =
003080         FUNCTION INTEGER-OF-DATE(CATG-FECHA).
003090     COMPUTE WS-DIAS-ANTIGUEDAD =
003100         WS-DIA-HOY-ENTERO - WS-DIA-ARCH-ENTERO.
003110     IF WS-DIAS-ANTIGUEDAD > WS-DIAS-RETENCION
003120         PERFORM 2450-VERIFICAR-RETENCION-LEGAL THRU 2450-EXIT
003130         IF ARCHIVO-RETENIDO
003140             ADD 1 TO WS-CUENTA-RETENIDOS
003150             MOVE CATG-ARCHIVO TO RTD-ARCHIVO
003160             MOVE CATG-FECHA TO RTD-FECHA
003170             MOVE WS-LINEA-RETENIDO TO REPORT-RECORD
003180             WRITE REPORT-RECORD
003190         ELSE
003200             PERFORM 2500-BORRAR-ARCHIVO THRU 2500-EXIT
003210         END-IF
003220     END-IF.
003230 2200-EXIT.
003240     EXIT.
003250
003260 2300-DERIVAR-FAMILIA.
003270     MOVE SPACES TO WS-FAMILIA-ACTUAL.
003280     UNSTRING CATG-ARCHIVO DELIMITED BY "."
003290         INTO WS-FAMILIA-ACTUAL.
003300     MOVE WS-FAMILIA-ACTUAL TO WS-FAMILIA-PREFIJO.
003310     PERFORM 2310-COMPARAR-DECK THRU 2310-EXIT
003320         VARYING WS-IDX-DECK FROM 1 BY 1
003330             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
003340 2300-EXIT.
003350     EXIT.
003360
003370 2310-COMPARAR-DECK.
003380     IF DECK-NOMBRE(WS-IDX-DECK) = WS-FAMILIA-PREFIJO
003390         MOVE WS-FAMILIA-ENTRADAS TO WS-FAMILIA-ACTUAL
003400     END-IF.
003410 2310-EXIT.
003420     EXIT.
003430
003440 2400-BUSCAR-RETENCION.
003450     MOVE "N" TO WS-SW-FAMILIA.
003460     MOVE WS-DIAS-DEFECTO TO WS-DIAS-RETENCION.
003470     PERFORM VARYING WS-IDX-FAMILIA FROM 1 BY 1
003480             UNTIL WS-IDX-FAMILIA > WS-CANT-FAMILIAS
003490                 OR FAMILIA-ENCONTRADA
003500         PERFORM 2410-COMPARAR-FAMILIA THRU 2410-EXIT
003510     END-PERFORM.
003520 2400-EXIT.
003530     EXIT.
003540
003550 2410-COMPARAR-FAMILIA.
003560     IF RETN-FAMILIA(WS-IDX-FAMILIA) = WS-FAMILIA-ACTUAL
003570         SET FAMILIA-ENCONTRADA TO TRUE
003580         MOVE RETN-DIAS(WS-IDX-FAMILIA) TO WS-DIAS-RETENCION
003590     END-IF.
003600 2410-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640* 1200-CARGAR-RETENCIONES-LEGALES - SOLO LAS ACTIVAS ("A"); LAS
003650*     LIBERADAS DEJAN DE PROTEGER Y LA RETENCION NORMAL VUELVE
003660*     A REGIR
003670******************************************************************
003680 1200-CARGAR-RETENCIONES-LEGALES.
003690     OPEN INPUT RETENLEG-FILE.
003700     IF WS-RLEG-STATUS NOT = "00"
003710         GO TO 1200-EXIT
003720     END-IF.
003730     PERFORM 1210-LEER-RETENCION-LEGAL THRU 1210-EXIT
003740         UNTIL FIN-RETENLEG.
003750     CLOSE RETENLEG-FILE.
003760 1200-EXIT.
003770     EXIT.
003780
003790 1210-LEER-RETENCION-LEGAL.
003800     READ RETENLEG-FILE
003810         AT END
003820             SET FIN-RETENLEG TO TRUE
003830         NOT AT END
003840             IF RLEG-ESTADO = "A"
003850                     AND WS-CANT-RETENLEG < WS-MAX-RETENLEG
003860                 ADD 1 TO WS-CANT-RETENLEG
003870                 MOVE RLEG-TIPO TO
003880                     RLET-TIPO(WS-CANT-RETENLEG)
003890                 MOVE RLEG-FECHA TO
003900                     RLET-FECHA(WS-CANT-RETENLEG)
003910                 MOVE RLEG-FAMILIA TO
003920                     RLET-FAMILIA(WS-CANT-RETENLEG)
003930             END-IF
003940     END-READ.
003950 1210-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990* 2450-VERIFICAR-RETENCION-LEGAL - EL ARCHIVO EN CURSO (FECHA DE
004000*     CATALOGO + FAMILIA YA DERIVADA) CONTRA LAS RETENCIONES
004010*     LEGALES ACTIVAS
004020******************************************************************
004030 2450-VERIFICAR-RETENCION-LEGAL.
004040     MOVE "N" TO WS-SW-RETENIDO.
004050     PERFORM 2460-COMPARAR-RETENCION THRU 2460-EXIT
004060         VARYING WS-IDX-RLEG FROM 1 BY 1
004070             UNTIL WS-IDX-RLEG > WS-CANT-RETENLEG
004080                 OR ARCHIVO-RETENIDO.
004090 2450-EXIT.
004100     EXIT.
004110
004120 2460-COMPARAR-RETENCION.
004130     IF RLET-TIPO(WS-IDX-RLEG) = "F"
004140             AND RLET-FECHA(WS-IDX-RLEG) = CATG-FECHA
004150         SET ARCHIVO-RETENIDO TO TRUE
004160     END-IF.
004170     IF RLET-TIPO(WS-IDX-RLEG) = "A"
004180             AND (RLET-FAMILIA(WS-IDX-RLEG) = WS-FAMILIA-ACTUAL
004190               OR RLET-FAMILIA(WS-IDX-RLEG) = WS-FAMILIA-PREFIJO)
004200         SET ARCHIVO-RETENIDO TO TRUE
004210     END-IF.
004220 2460-EXIT.
004230     EXIT.
004240
004250 2500-BORRAR-ARCHIVO.
004260     MOVE CATG-ARCHIVO TO WS-NOMBRE-ARCHIVO.
004270     MOVE ZERO TO WS-TAMANO-ARCHIVO.
004280     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ARCHIVO
004290         WS-INFO-ARCHIVO
004300         RETURNING WS-RC-BORRADO.
004310     IF WS-RC-BORRADO NOT = ZERO
004320*        EL ARCHIVO YA NO EXISTE (LIMPIEZA ANTERIOR): SE OMITE
004330         GO TO 2500-EXIT
004340     END-IF.
004350     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ARCHIVO
004360         RETURNING WS-RC-BORRADO.
004370     IF WS-RC-BORRADO = ZERO
004380         ADD 1 TO WS-CUENTA-BORRADOS
004390         MOVE CATG-ARCHIVO TO DET-ARCHIVO
004400         MOVE CATG-FECHA TO DET-FECHA
004410         MOVE WS-TAMANO-ARCHIVO TO DET-TAMANO
004420         MOVE WS-LINEA-DETALLE TO REPORT-RECORD
004430         WRITE REPORT-RECORD
004440     END-IF.
004450 2500-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 9000-TERMINAR - TRAILER, CIERRE, AUDITORIA Y CATALOGO
004500******************************************************************
004510 9000-TERMINAR.
004520     MOVE SPACES TO WS-LINEA-TRAILER.
004530     MOVE "SALIDAS EVALUADAS..................." TO TRA-ETIQUETA.
004540     MOVE WS-CUENTA-EVALUADOS TO TRA-VALOR.
004550     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004560     WRITE REPORT-RECORD.
004570     MOVE SPACES TO WS-LINEA-TRAILER.
004580     MOVE SPACES TO WS-LINEA-TRAILER.
004590     MOVE "ARCHIVOS RETENIDOS (LEGAL).........." TO TRA-ETIQUETA.
004600     MOVE WS-CUENTA-RETENIDOS TO TRA-VALOR.
004610     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004620     WRITE REPORT-RECORD.
004630     MOVE SPACES TO WS-LINEA-TRAILER.
004640     MOVE "ARCHIVOS BORRADOS..................." TO TRA-ETIQUETA.
004650     MOVE WS-CUENTA-BORRADOS TO TRA-VALOR.
004660     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004670     WRITE REPORT-RECORD.
004680     CLOSE REPORT-FILE.
004690     MOVE WS-CUENTA-BORRADOS TO WS-AUDT-CANTIDAD.
004700     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004710     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004720     MOVE WS-CUENTA-BORRADOS TO WS-CATG-CANTIDAD.
004730     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
004740             WS-CATG-CANTIDAD.
004750     DISPLAY " ARCHIVOS BORRADOS POR RETENCION: "
004760         WS-CUENTA-BORRADOS.
004770 9000-EXIT.
004780     EXIT.
004790
004800 END PROGRAM limpieza.
