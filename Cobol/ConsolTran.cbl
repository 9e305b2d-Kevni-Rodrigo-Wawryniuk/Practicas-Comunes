000100******************************************************************
000110* PROGRAM-ID: consolidar_perstran
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    BUILDS THE DAY'S PERSTRAN DECK FROM THE ENVELOPED
000170*             DECKS SENT BY EACH SUCURSAL. TRANRECE LISTS THE
000180*             DECKS IN ARRIVAL ORDER (ONE LINE PER DECK RECEIVED:
000190*             SUCURSAL 9(02) + SPACE + FILE NAME X(17)). EACH
000200*             DECK IS CHECKED ON ITS OWN:
000210*                 - ITS HDR/TRL ENVELOPE THROUGH VALIDAR_SOBRE
000220*                   (SAME KEY AND HASH RULE AS PERSONAMANTBAT);
000230*                 - EVERY MOVEMENT BELONGS TO THE SENDING BRANCH
000240*                   (PTRN-SUCURSAL), EXCEPT TRANSFERS "T", WHOSE
000250*                   PTRN-SUCURSAL IS THE DESTINATION;
000260*                 - THE SAME FILE IS NOT MERGED TWICE IN A DAY.
000270*             A DECK THAT FAILS ANY CHECK IS LEFT OUT WHOLE
000280*             (ERRORLOG 84, RETURN-CODE 4) AND THE OTHERS GO ON:
000290*             ACCEPTED DECKS ARE COPIED IN ARRIVAL ORDER INTO
000300*             PERSTRAN UNDER A NEW HDR/TRL ENVELOPE. TRANORIG
000310*             KEEPS THE VERDICT OF EACH DECK ("D" LINES) AND THE
000320*             SENDING BRANCH OF EVERY POSITION OF THE NEW
000330*             PERSTRAN ("M" LINES), SO DEVOLVER_SUCURSAL CAN
000340*             RETURN TO EACH BRANCH ITS OWN RESULTS AFTER
000350*             PERSONAMANTBAT. THE REPORT
000360*             CONSTRAN.AAAAMMDD (REPORTE_SVC) SHOWS EVERY DECK
000370*             AND EACH MOVEMENT OF ANOTHER BRANCH. WITHOUT
000380*             TRANRECE THE PERSTRAN DELIVERED BY HEAD OFFICE IS
000390*             LEFT AS IT IS. EVERY BRANCH DECK LISTED IN TRANRECE
000400*             IS ARCHIVED AS <DECK>.AAAAMMDD, ACCEPTED OR NOT,
000410*             WITH THE SAME COUNT CHECK AS THE DRIVER'S DECKS
000420*             (ERRORLOG 90) AND CATALOGUED IN
000430*             THE ENTRADAS FAMILY; TRANRECE AND TRANORIG ARE IN
000440*             THE SHARED DECKS TABLE AND THE DRIVER ARCHIVES
000450*             THEM. IN A REPROCESS (SUFFIX .RNN OR A REPROCTL
000460*             CARD) NOTHING IS CONSOLIDATED: PERSTRAN AND
000470*             TRANORIG STAY AS THE DRIVER RESTORED THEM FROM THE
000480*             ARCHIVE OF THAT DAY.
000490* TECTONICS:  cobc
000500******************************************************************
000510* MODIFICATION HISTORY
000520* DATE       INIT DESCRIPTION
000530* 2026-10-15 RW   INITIAL VERSION.
000540* 2026-10-15 RW   LA LINEA DE CADA DECK LLEVA EL NOMBRE DE LA
000550*                 SUCURSAL SEGUN EL REFERENCIAL SUCREF
000560*                 (VALIDAR_SUCURSAL).
000570* 2026-10-15 RW   EN UN REPROCESO (SUFIJO .R O TARJETA REPROCTL,
000580*                 COMO CICLO_INTRADIA) NO SE CONSOLIDA: PERSTRAN
000590*                 Y TRANORIG QUEDAN COMO LOS RESTAURO EL CICLO.
000600* 2026-10-15 RW   CADA DECK DE SUCURSAL DE TRANRECE SE ARCHIVA
000610*                 COMO <DECK>.AAAAMMDD: CONTEO CONTRA EL DECK,
000620*                 ALTA EN EL CATALOGO (FAMILIA ENTRADAS), COMO
000630*                 CICLO_DIARIO; EL SOBRE YA SE VERIFICA EN EL
000640*                 DECK MISMO.
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. consolidar_perstran.
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT RECEPCION-FILE ASSIGN TO "TRANRECE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RCP-STATUS.
000750
000760     SELECT DECK-FILE ASSIGN DYNAMIC WS-DECK-ARCHIVO
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-DECK-STATUS.
000790
000800     SELECT TRAN-FILE ASSIGN TO "PERSTRAN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-TRAN-STATUS.
000830
000840     SELECT ORIGEN-FILE ASSIGN TO "TRANORIG"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-ORI-STATUS.
000870
000880     SELECT CONTEO-FILE ASSIGN DYNAMIC WS-DYN-CONTEO
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CNT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  RECEPCION-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 20 CHARACTERS.
000970 01  RECEPCION-RECORD.
000980     05  RCP-SUCURSAL            PIC X(02).
000990     05  FILLER                  PIC X(01).
001000     05  RCP-ARCHIVO             PIC X(17).
001010
001020 FD  DECK-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 109 CHARACTERS.
001050 01  DECK-RECORD                 PIC X(109).
001060 01  DECK-DETALLE REDEFINES DECK-RECORD.
001070     05  DDET-ACCION             PIC X(01).
001080         88  DDET-ES-TRANSF      VALUE "T".
001090     05  DDET-DNI                PIC X(08).
001100     05  FILLER                  PIC X(45).
001110     05  DDET-SUCURSAL           PIC X(02).
001120     05  FILLER                  PIC X(53).
001130
001140 FD  TRAN-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 109 CHARACTERS.
001170 01  TRAN-RECORD                 PIC X(109).
001180 01  TRAN-HEADER REDEFINES TRAN-RECORD.
001190     05  THDR-TIPO               PIC X(03).
001200     05  THDR-ORIGEN             PIC X(08).
001210     05  THDR-FECHA              PIC X(08).
001220     05  FILLER                  PIC X(90).
001230 01  TRAN-TRAILER REDEFINES TRAN-RECORD.
001240     05  TTRL-TIPO               PIC X(03).
001250     05  TTRL-CANTIDAD           PIC 9(07).
001260     05  TTRL-HASH               PIC 9(11).
001270     05  FILLER                  PIC X(88).
001280
001290 FD  ORIGEN-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 77 CHARACTERS.
001320 01  ORIGEN-RECORD.
001330     05  ORI-TIPO                PIC X(01).
001340     05  FILLER                  PIC X(01).
001350     05  ORI-SUCURSAL            PIC 9(02).
001360     05  FILLER                  PIC X(01).
001370     05  ORI-ORDEN               PIC 9(05).
001380     05  FILLER                  PIC X(01).
001390     05  ORI-ARCHIVO             PIC X(17).
001400     05  FILLER                  PIC X(01).
001410     05  ORI-ESTADO              PIC X(01).
001420     05  FILLER                  PIC X(01).
001430     05  ORI-CANTIDAD            PIC 9(05).
001440     05  FILLER                  PIC X(01).
001450     05  ORI-MENSAJE             PIC X(40).
001460
001470 FD  CONTEO-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 109 CHARACTERS.
001500 01  CONTEO-RECORD               PIC X(109).
001510
001520 WORKING-STORAGE SECTION.
001530 01  WS-RCP-STATUS               PIC X(02).
001540 01  WS-DECK-STATUS              PIC X(02).
001550 01  WS-TRAN-STATUS              PIC X(02).
001560 01  WS-ORI-STATUS               PIC X(02).
001570 01  WS-EOF-RCP                  PIC X(01) VALUE "N".
001580     88  FIN-RECEPCION           VALUE "S".
001590 01  WS-EOF-DECK                 PIC X(01) VALUE "N".
001600     88  FIN-DECK                VALUE "S".
001610 01  WS-SW-DECK                  PIC X(01) VALUE "S".
001620     88  DECK-ACEPTADO           VALUE "S".
001630     88  DECK-RECHAZADO          VALUE "N".
001640
001650*----------------------------------------------------------------
001660*    DECK EN CURSO
001670*----------------------------------------------------------------
001680 01  WS-DECK-ARCHIVO             PIC X(17) VALUE SPACES.
001690 01  WS-DECK-SUCURSAL            PIC 9(02).
001700 01  WS-DECK-ORDEN               PIC 9(05) VALUE ZERO.
001710 01  WS-DECK-MENSAJE             PIC X(40).
001720 01  WS-DECK-LINEA               PIC 9(05).
001730 01  WS-DECK-MOVIMIENTOS         PIC 9(05).
001740 01  WS-DECK-AJENOS              PIC 9(05).
001750 01  WS-SW-LISTAR-AJENOS         PIC X(01) VALUE "N".
001760     88  LISTAR-AJENOS           VALUE "S".
001770 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 2.
001780 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
001790 01  WS-SOBRE-RESULTADO          PIC X(01).
001800     88  SOBRE-VALIDO            VALUE "S".
001810 01  WS-SOBRE-MENSAJE            PIC X(59).
001820
001830*----------------------------------------------------------------
001840*    REPROCESO ABIERTO (TARJETA REPROCTL O SUFIJO .R)
001850*----------------------------------------------------------------
001860 01  WS-NOMBRE-REPROCTL          PIC X(20) VALUE "REPROCTL".
001870 01  WS-RC-BORRADO               PIC S9(09) COMP-5.
001880 01  WS-INFO-ARCHIVO.
001890     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
001900     05  FILLER                  PIC X(08).
001910 01  WS-SW-REPROCESO             PIC X(01) VALUE "N".
001920     88  MODO-REPROCESO          VALUE "S".
001930
001940*----------------------------------------------------------------
001950*    ARCHIVO DE LOS DECKS DE SUCURSAL: COPIA FECHADA, CONTEO DEL
001960*    DECK Y DE LA COPIA Y ALTA EN EL CATALOGO
001970*----------------------------------------------------------------
001980 01  WS-NOMBRE-ORIGEN            PIC X(30).
001990 01  WS-NOMBRE-DESTINO           PIC X(30).
002000 01  WS-CNT-STATUS               PIC X(02).
002010 01  WS-DYN-CONTEO               PIC X(30) VALUE SPACES.
002020 01  WS-EOF-CONTEO               PIC X(01) VALUE "N".
002030     88  FIN-CONTEO              VALUE "S".
002040 01  WS-CUENTA-CONTEO            PIC 9(07).
002050 01  WS-CUENTA-DECK              PIC 9(07).
002060
002070*----------------------------------------------------------------
002080*    DECKS YA CONSOLIDADOS EN LA CORRIDA (UN ARCHIVO NO ENTRA DOS
002090*    VECES)
002100*----------------------------------------------------------------
002110 01  WS-MAX-ACEPTADOS            PIC 9(03) VALUE 50.
002120 01  WS-CANT-ACEPTADOS           PIC 9(03) VALUE ZERO.
002130 01  TABLA-ACEPTADOS.
002140     05  ACE-ARCHIVO             PIC X(17) OCCURS 50 TIMES.
002150 01  WS-IDX-ACE                  PIC 9(03) COMP.
002160 01  WS-SW-REPETIDO              PIC X(01) VALUE "N".
002170     88  DECK-REPETIDO           VALUE "S".
002180
002190*----------------------------------------------------------------
002200*    PERSTRAN CONSOLIDADO: POSICION, CANTIDAD Y HASH DEL SOBRE
002210*----------------------------------------------------------------
002220 01  WS-POSICION                 PIC 9(07) VALUE ZERO.
002230 01  WS-HASH-CONSOLIDADO         PIC 9(11) VALUE ZERO.
002240 01  WS-VALOR-CLAVE              PIC 9(11).
002250 01  WS-CUENTA-DECKS             PIC 9(05) VALUE ZERO.
002260 01  WS-CUENTA-RECHAZADOS        PIC 9(05) VALUE ZERO.
002270
002280*----------------------------------------------------------------
002290*    REPORTE (REPORTE_SVC)
002300*----------------------------------------------------------------
002310 01  WS-FECHA-HOY                PIC X(08).
002320 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002330 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002340 01  RSVC-AREA.
002350     05  RSVC-FUNCION            PIC X(01).
002360     05  RSVC-ARCHIVO            PIC X(21).
002370     05  RSVC-TITULO             PIC X(40).
002380     05  RSVC-LINEA              PIC X(132).
002390     05  RSVC-CANT-LINEAS        PIC 9(07).
002400
002410*----------------------------------------------------------------
002420*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
002430*----------------------------------------------------------------
002440 01  VSU-AREA.
002450     05  VSU-CODIGO              PIC 9(02).
002460     05  VSU-RESULTADO           PIC X(01).
002470         88  VSU-ABIERTA         VALUE "S".
002480         88  VSU-CERRADA         VALUE "C".
002490         88  VSU-INEXISTENTE     VALUE "X".
002500         88  VSU-SIN-REFERENCIAL VALUE "N".
002510     05  VSU-NOMBRE              PIC X(30).
002520     05  VSU-FECHA-CIERRE        PIC 9(08).
002530     05  VSU-SUCESORA            PIC 9(02).
002540
002550 01  WS-LINEA-ENCABEZADO-COL.
002560     05  FILLER                  PIC X(07) VALUE "ORDEN".
002570     05  FILLER                  PIC X(05) VALUE "SUC".
002580     05  FILLER                  PIC X(32) VALUE "NOMBRE".
002590     05  FILLER                  PIC X(19) VALUE "ARCHIVO".
002600     05  FILLER                  PIC X(11) VALUE "ESTADO".
002610     05  FILLER                  PIC X(08) VALUE "MOVIM.".
002620     05  FILLER                  PIC X(50) VALUE "OBSERVACION".
002630 01  WS-LINEA-DECK.
002640     05  LDK-ORDEN               PIC ZZZZ9.
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  LDK-SUCURSAL            PIC X(02).
002670     05  FILLER                  PIC X(03) VALUE SPACES.
002680     05  LDK-NOMBRE              PIC X(30).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  LDK-ARCHIVO             PIC X(17).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  LDK-ESTADO              PIC X(09).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  LDK-MOVIMIENTOS         PIC ZZZZ9.
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  LDK-MENSAJE             PIC X(40).
002770     05  FILLER                  PIC X(10) VALUE SPACES.
002780 01  WS-LINEA-AJENO.
002790     05  FILLER                  PIC X(12) VALUE SPACES.
002800     05  FILLER                  PIC X(06) VALUE "LINEA ".
002810     05  LAJ-LINEA               PIC ZZZZ9.
002820     05  FILLER                  PIC X(09) VALUE "  ACCION ".
002830     05  LAJ-ACCION              PIC X(01).
002840     05  FILLER                  PIC X(06) VALUE "  DNI ".
002850     05  LAJ-DNI                 PIC X(08).
002860     05  FILLER                  PIC X(11) VALUE "  SUCURSAL ".
002870     05  LAJ-SUCURSAL            PIC X(02).
002880     05  FILLER                  PIC X(72) VALUE SPACES.
002890 01  WS-LINEA-TRAILER.
002900     05  TRA-ETIQUETA            PIC X(35).
002910     05  TRA-VALOR               PIC ZZZ,ZZ9.
002920     05  FILLER                  PIC X(90) VALUE SPACES.
002930 01  WS-DNI-NUMERICO             PIC 9(08).
002940 01  WS-DNI-ENMASCARADO          PIC X(08).
002950
002960*----------------------------------------------------------------
002970*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
002980*----------------------------------------------------------------
002990 01  WS-ELOG-PROGRAMA            PIC X(20)
003000             VALUE "consolidar_perstran".
003010 01  WS-ELOG-CODIGO              PIC 9(04).
003020 01  WS-ELOG-MENSAJE             PIC X(59).
003030 01  WS-AUDT-PROGRAMA            PIC X(20)
003040             VALUE "consolidar_perstran".
003050 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003060 01  WS-CATG-ARCHIVO             PIC X(21).
003070 01  WS-CATG-CANTIDAD            PIC 9(07).
003080
003090 PROCEDURE DIVISION.
003100
003110******************************************************************
003120* 0000-MAINLINE
003130******************************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003160     IF MODO-REPROCESO
003170         PERFORM 1950-REPROCESO THRU 1950-EXIT
003180         PERFORM 9000-TERMINAR THRU 9000-EXIT
003190         GOBACK
003200     END-IF.
003210     OPEN INPUT RECEPCION-FILE.
003220     IF WS-RCP-STATUS NOT = "00"
003230         PERFORM 1900-SIN-RECEPCION THRU 1900-EXIT
003240         PERFORM 9000-TERMINAR THRU 9000-EXIT
003250         GOBACK
003260     END-IF.
003270     PERFORM 1100-ABRIR-SALIDAS THRU 1100-EXIT.
003280     PERFORM 2000-LEER-RECEPCION THRU 2000-EXIT
003290         UNTIL FIN-RECEPCION.
003300     CLOSE RECEPCION-FILE.
003310     PERFORM 8000-CERRAR-PERSTRAN THRU 8000-EXIT.
003320     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003330     GOBACK.
003340
003350******************************************************************
003360* 1000-INICIALIZAR - FECHA DE NEGOCIO, REPROCESO ABIERTO Y
003370*     ENCABEZADO DEL REPORTE
003380******************************************************************
003390 1000-INICIALIZAR.
003400     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003410     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-REPROCTL
003420         WS-INFO-ARCHIVO
003430         RETURNING WS-RC-BORRADO.
003440     IF WS-RC-BORRADO = ZERO OR WS-SUFIJO-CICLO(1:2) = ".R"
003450         SET MODO-REPROCESO TO TRUE
003460     END-IF.
003470     STRING "CONSTRAN." WS-FECHA-HOY DELIMITED BY SIZE
003480         WS-SUFIJO-CICLO DELIMITED BY SPACE
003490         INTO WS-DYN-REPORT-FILE.
003500     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003510     MOVE "CONSOLIDACION DE DECKS PERSTRAN" TO RSVC-TITULO.
003520     MOVE "A" TO RSVC-FUNCION.
003530     CALL "reporte_svc" USING RSVC-AREA.
003540     MOVE "E" TO RSVC-FUNCION.
003550     MOVE WS-LINEA-ENCABEZADO-COL TO RSVC-LINEA.
003560     CALL "reporte_svc" USING RSVC-AREA.
003570 1000-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 1100-ABRIR-SALIDAS - PERSTRAN NUEVO CON SU ENCABEZADO HDR Y EL
003620*     MAPA DE ORIGENES TRANORIG
003630******************************************************************
003640 1100-ABRIR-SALIDAS.
003650     OPEN OUTPUT TRAN-FILE.
003660     MOVE SPACES TO TRAN-RECORD.
003670     MOVE "HDR" TO THDR-TIPO.
003680     MOVE "CONSOLID" TO THDR-ORIGEN.
003690     MOVE WS-FECHA-HOY TO THDR-FECHA.
003700     WRITE TRAN-RECORD.
003710     OPEN OUTPUT ORIGEN-FILE.
003720 1100-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760* 1900-SIN-RECEPCION - NO HAY DECKS DE SUCURSAL: PERSTRAN QUEDA
003770*     COMO LLEGO Y TRANORIG SE VACIA, PARA QUE DEVOLVER_SUCURSAL
003780*     NO ATRIBUYA MOVIMIENTOS CON EL MAPA DE OTRO DIA
003790******************************************************************
003800 1900-SIN-RECEPCION.
003810     OPEN OUTPUT ORIGEN-FILE.
003820     CLOSE ORIGEN-FILE.
003830     MOVE "SIN TRANRECE: PERSTRAN QUEDA COMO LLEGO."
003840         TO RSVC-LINEA.
003850     CALL "reporte_svc" USING RSVC-AREA.
003860     DISPLAY " SIN TRANRECE: NO HAY DECKS DE SUCURSAL PARA "
003870         "CONSOLIDAR.".
003880 1900-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 1950-REPROCESO - EL CICLO YA TRAJO DEL ARCHIVO EL PERSTRAN
003930*     CONSOLIDADO Y EL TRANORIG DE ESE DIA; LOS DECKS DE SUCURSAL
003940*     QUE HAY EN DISCO SON LOS DE HOY Y NO SE VUELVEN A MEZCLAR
003950******************************************************************
003960 1950-REPROCESO.
003970     MOVE
003980         "REPROCESO: PERSTRAN Y TRANORIG QUEDAN COMO SE TRAJERON."
003990         TO RSVC-LINEA.
004000     CALL "reporte_svc" USING RSVC-AREA.
004010     DISPLAY " REPROCESO " WS-FECHA-HOY WS-SUFIJO-CICLO
004020         ": NO SE CONSOLIDA, PERSTRAN QUEDA COMO SE RESTAURO.".
004030 1950-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 2000-LEER-RECEPCION - UN DECK POR LINEA, EN ORDEN DE LLEGADA
004080******************************************************************
004090 2000-LEER-RECEPCION.
004100     READ RECEPCION-FILE
004110         AT END
004120             SET FIN-RECEPCION TO TRUE
004130             GO TO 2000-EXIT
004140     END-READ.
004150     IF RECEPCION-RECORD = SPACES
004160         GO TO 2000-EXIT
004170     END-IF.
004180     ADD 1 TO WS-DECK-ORDEN.
004190     ADD 1 TO WS-CUENTA-DECKS.
004200     MOVE RCP-ARCHIVO TO WS-DECK-ARCHIVO.
004210     MOVE ZERO TO WS-DECK-MOVIMIENTOS.
004220     MOVE ZERO TO WS-DECK-AJENOS.
004230     MOVE SPACES TO WS-DECK-MENSAJE.
004240     MOVE "N" TO WS-SOBRE-RESULTADO.
004250     SET DECK-ACEPTADO TO TRUE.
004260     PERFORM 2100-VALIDAR-DECK THRU 2100-EXIT.
004270     PERFORM 2500-REGISTRAR-DECK THRU 2500-EXIT.
004280     PERFORM 2600-ARCHIVAR-DECK THRU 2600-EXIT.
004290     IF WS-DECK-AJENOS > ZERO
004300         SET LISTAR-AJENOS TO TRUE
004310         PERFORM 2200-CONTROLAR-SUCURSAL THRU 2200-EXIT
004320         MOVE "N" TO WS-SW-LISTAR-AJENOS
004330     END-IF.
004340     IF DECK-ACEPTADO
004350         PERFORM 3000-COPIAR-DECK THRU 3000-EXIT
004360     END-IF.
004370 2000-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 2100-VALIDAR-DECK - SUCURSAL DE LA LINEA, DECK NO REPETIDO,
004420*     SOBRE HDR/TRL Y PERTENENCIA DE CADA MOVIMIENTO
004430******************************************************************
004440 2100-VALIDAR-DECK.
004450     IF RCP-SUCURSAL IS NOT NUMERIC OR RCP-SUCURSAL = "00"
004460         SET DECK-RECHAZADO TO TRUE
004470         MOVE ZERO TO WS-DECK-SUCURSAL
004480         MOVE "SUCURSAL INVALIDA EN TRANRECE" TO WS-DECK-MENSAJE
004490         GO TO 2100-EXIT
004500     END-IF.
004510     MOVE RCP-SUCURSAL TO WS-DECK-SUCURSAL.
004520     PERFORM 2150-BUSCAR-ACEPTADO THRU 2150-EXIT.
004530     IF DECK-REPETIDO
004540         SET DECK-RECHAZADO TO TRUE
004550         MOVE "DECK YA CONSOLIDADO EN ESTA CORRIDA"
004560             TO WS-DECK-MENSAJE
004570         GO TO 2100-EXIT
004580     END-IF.
004590     CALL "validar_sobre" USING WS-DECK-ARCHIVO
004600             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
004610             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
004620     IF NOT SOBRE-VALIDO
004630         SET DECK-RECHAZADO TO TRUE
004640         MOVE WS-SOBRE-MENSAJE TO WS-DECK-MENSAJE
004650         GO TO 2100-EXIT
004660     END-IF.
004670     PERFORM 2200-CONTROLAR-SUCURSAL THRU 2200-EXIT.
004680     IF WS-DECK-AJENOS > ZERO
004690         SET DECK-RECHAZADO TO TRUE
004700         MOVE "TRAE MOVIMIENTOS DE OTRA SUCURSAL"
004710             TO WS-DECK-MENSAJE
004720     END-IF.
004730 2100-EXIT.
004740     EXIT.
004750
004760 2150-BUSCAR-ACEPTADO.
004770     MOVE "N" TO WS-SW-REPETIDO.
004780     PERFORM 2160-COMPARAR-ACEPTADO THRU 2160-EXIT
004790         VARYING WS-IDX-ACE FROM 1 BY 1
004800             UNTIL WS-IDX-ACE > WS-CANT-ACEPTADOS
004810                 OR DECK-REPETIDO.
004820 2150-EXIT.
004830     EXIT.
004840
004850 2160-COMPARAR-ACEPTADO.
004860     IF ACE-ARCHIVO(WS-IDX-ACE) = WS-DECK-ARCHIVO
004870         SET DECK-REPETIDO TO TRUE
004880     END-IF.
004890 2160-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 2200-CONTROLAR-SUCURSAL - TODO MOVIMIENTO QUE NO SEA "T" DEBE
004940*     SER DE LA SUCURSAL QUE MANDA EL DECK. LA PRIMERA PASADA
004950*     CUENTA LOS AJENOS; UNA SEGUNDA, DEBAJO DEL VEREDICTO DEL
004960*     DECK, LOS LISTA
004970******************************************************************
004980 2200-CONTROLAR-SUCURSAL.
004990     OPEN INPUT DECK-FILE.
005000     MOVE "N" TO WS-EOF-DECK.
005010     MOVE ZERO TO WS-DECK-LINEA.
005020     MOVE ZERO TO WS-DECK-MOVIMIENTOS.
005030     MOVE ZERO TO WS-DECK-AJENOS.
005040     PERFORM 2210-LEER-MOVIMIENTO THRU 2210-EXIT
005050         UNTIL FIN-DECK.
005060     CLOSE DECK-FILE.
005070 2200-EXIT.
005080     EXIT.
005090
005100 2210-LEER-MOVIMIENTO.
005110     READ DECK-FILE
005120         AT END
005130             SET FIN-DECK TO TRUE
005140             GO TO 2210-EXIT
005150     END-READ.
005160     IF DECK-RECORD(1:3) = "HDR" OR DECK-RECORD(1:3) = "TRL"
005170         GO TO 2210-EXIT
005180     END-IF.
005190     ADD 1 TO WS-DECK-LINEA.
005200     ADD 1 TO WS-DECK-MOVIMIENTOS.
005210     IF DDET-ES-TRANSF OR DDET-SUCURSAL = RCP-SUCURSAL
005220         GO TO 2210-EXIT
005230     END-IF.
005240     ADD 1 TO WS-DECK-AJENOS.
005250     IF NOT LISTAR-AJENOS
005260         GO TO 2210-EXIT
005270     END-IF.
005280     MOVE WS-DECK-LINEA TO LAJ-LINEA.
005290     MOVE DDET-ACCION TO LAJ-ACCION.
005300     IF DDET-DNI IS NUMERIC
005310         MOVE DDET-DNI TO WS-DNI-NUMERICO
005320         CALL "enmascarar_dni" USING WS-DNI-NUMERICO
005330             WS-DNI-ENMASCARADO
005340         MOVE WS-DNI-ENMASCARADO TO LAJ-DNI
005350     ELSE
005360         MOVE "????????" TO LAJ-DNI
005370     END-IF.
005380     MOVE DDET-SUCURSAL TO LAJ-SUCURSAL.
005390     MOVE WS-LINEA-AJENO TO RSVC-LINEA.
005400     CALL "reporte_svc" USING RSVC-AREA.
005410 2210-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450* 2500-REGISTRAR-DECK - VEREDICTO DEL DECK EN EL REPORTE, EN
005460*     TRANORIG Y, SI SE RECHAZA, EN ERRORLOG
005470******************************************************************
005480 2500-REGISTRAR-DECK.
005490     MOVE WS-DECK-ORDEN TO LDK-ORDEN.
005500     MOVE RCP-SUCURSAL TO LDK-SUCURSAL.
005510     MOVE SPACES TO VSU-NOMBRE.
005520     IF RCP-SUCURSAL IS NUMERIC
005530         MOVE RCP-SUCURSAL TO VSU-CODIGO
005540         CALL "validar_sucursal" USING VSU-AREA
005550     END-IF.
005560     IF VSU-NOMBRE = SPACES
005570         MOVE "SUCURSAL DESCONOCIDA" TO LDK-NOMBRE
005580     ELSE
005590         MOVE VSU-NOMBRE TO LDK-NOMBRE
005600     END-IF.
005610     MOVE WS-DECK-ARCHIVO TO LDK-ARCHIVO.
005620     MOVE WS-DECK-MOVIMIENTOS TO LDK-MOVIMIENTOS.
005630     MOVE WS-DECK-MENSAJE TO LDK-MENSAJE.
005640     MOVE SPACES TO ORIGEN-RECORD.
005650     MOVE "D" TO ORI-TIPO.
005660     MOVE WS-DECK-SUCURSAL TO ORI-SUCURSAL.
005670     MOVE WS-DECK-ORDEN TO ORI-ORDEN.
005680     MOVE WS-DECK-ARCHIVO TO ORI-ARCHIVO.
005690     MOVE WS-DECK-MOVIMIENTOS TO ORI-CANTIDAD.
005700     MOVE WS-DECK-MENSAJE TO ORI-MENSAJE.
005710     IF DECK-ACEPTADO
005720         MOVE "ACEPTADO" TO LDK-ESTADO
005730         MOVE "A" TO ORI-ESTADO
005740     ELSE
005750         MOVE "RECHAZADO" TO LDK-ESTADO
005760         MOVE "R" TO ORI-ESTADO
005770         ADD 1 TO WS-CUENTA-RECHAZADOS
005780         MOVE 84 TO WS-ELOG-CODIGO
005790         MOVE SPACES TO WS-ELOG-MENSAJE
005800         STRING "SUC " RCP-SUCURSAL " " WS-DECK-ARCHIVO " "
005810             WS-DECK-MENSAJE DELIMITED BY SIZE
005820             INTO WS-ELOG-MENSAJE
005830         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005840                 WS-ELOG-MENSAJE
005850     END-IF.
005860     MOVE WS-LINEA-DECK TO RSVC-LINEA.
005870     CALL "reporte_svc" USING RSVC-AREA.
005880     WRITE ORIGEN-RECORD.
005890 2500-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 2600-ARCHIVAR-DECK - EL DECK DE SUCURSAL, ACEPTADO O NO, SE
005940*     GUARDA TAL COMO LLEGO BAJO SU NOMBRE FECHADO PARA UNA
005950*     DISPUTA O PARA REHACER LA DEVOLUCION A LA SUCURSAL. LA
005960*     COPIA SE CUENTA CONTRA EL DECK (SU SOBRE YA LO VERIFICO
005970*     2100) Y QUEDA EN EL CATALOGO (FAMILIA ENTRADAS POR SU
005980*     PREFIJO)
005990******************************************************************
006000 2600-ARCHIVAR-DECK.
006010     MOVE SPACES TO WS-NOMBRE-ORIGEN.
006020     MOVE WS-DECK-ARCHIVO TO WS-NOMBRE-ORIGEN.
006030     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIGEN
006040         WS-INFO-ARCHIVO
006050         RETURNING WS-RC-BORRADO.
006060     IF WS-RC-BORRADO NOT = ZERO
006070         GO TO 2600-EXIT
006080     END-IF.
006090*    EL NOMBRE FECHADO DEBE ENTRAR EN LOS 21 DEL CATALOGO
006100     IF WS-DECK-ARCHIVO(13:5) NOT = SPACES
006110         MOVE 90 TO WS-ELOG-CODIGO
006120         MOVE SPACES TO WS-ELOG-MENSAJE
006130         STRING "NOMBRE DEMASIADO LARGO PARA ARCHIVAR: "
006140             WS-DECK-ARCHIVO DELIMITED BY SIZE
006150             INTO WS-ELOG-MENSAJE
006160         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
006170                 WS-ELOG-MENSAJE
006180         GO TO 2600-EXIT
006190     END-IF.
006200     MOVE SPACES TO WS-NOMBRE-DESTINO.
006210     STRING WS-DECK-ARCHIVO DELIMITED BY SPACE
006220         "." DELIMITED BY SIZE
006230         WS-FECHA-HOY DELIMITED BY SIZE
006240         INTO WS-NOMBRE-DESTINO.
006250     CALL "CBL_COPY_FILE" USING WS-NOMBRE-ORIGEN
006260         WS-NOMBRE-DESTINO
006270         RETURNING WS-RC-BORRADO.
006280     IF WS-RC-BORRADO NOT = ZERO
006290         MOVE 90 TO WS-ELOG-CODIGO
006300         MOVE SPACES TO WS-ELOG-MENSAJE
006310         STRING "NO SE PUDO ARCHIVAR EL DECK "
006320             WS-NOMBRE-ORIGEN DELIMITED BY SIZE
006330             INTO WS-ELOG-MENSAJE
006340         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
006350                 WS-ELOG-MENSAJE
006360         GO TO 2600-EXIT
006370     END-IF.
006380*    LA COPIA DEBE TENER LOS MISMOS REGISTROS QUE EL DECK
006390     MOVE WS-NOMBRE-ORIGEN TO WS-DYN-CONTEO.
006400     PERFORM 2610-CONTAR-REGISTROS THRU 2610-EXIT.
006410     MOVE WS-CUENTA-CONTEO TO WS-CUENTA-DECK.
006420     MOVE WS-NOMBRE-DESTINO TO WS-DYN-CONTEO.
006430     PERFORM 2610-CONTAR-REGISTROS THRU 2610-EXIT.
006440     IF WS-CUENTA-CONTEO NOT = WS-CUENTA-DECK
006450         MOVE 90 TO WS-ELOG-CODIGO
006460         MOVE SPACES TO WS-ELOG-MENSAJE
006470         STRING WS-NOMBRE-DESTINO DELIMITED BY SPACE
006480             " NO CUADRA: DECK " WS-CUENTA-DECK
006490             " COPIA " WS-CUENTA-CONTEO DELIMITED BY SIZE
006500             INTO WS-ELOG-MENSAJE
006510         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
006520                 WS-ELOG-MENSAJE
006530     END-IF.
006540*    EN EL CATALOGO VAN LOS REGISTROS, SIN EL HDR/TRL DE UN
006550*    SOBRE VALIDO
006560     MOVE WS-NOMBRE-DESTINO TO WS-CATG-ARCHIVO.
006570     MOVE WS-CUENTA-CONTEO TO WS-CATG-CANTIDAD.
006580     IF SOBRE-VALIDO AND WS-CUENTA-CONTEO NOT < 2
006590         SUBTRACT 2 FROM WS-CATG-CANTIDAD
006600     END-IF.
006610     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006620             WS-CATG-CANTIDAD.
006630 2600-EXIT.
006640     EXIT.
006650
006660 2610-CONTAR-REGISTROS.
006670     MOVE ZERO TO WS-CUENTA-CONTEO.
006680     MOVE "N" TO WS-EOF-CONTEO.
006690     OPEN INPUT CONTEO-FILE.
006700     IF WS-CNT-STATUS NOT = "00"
006710         GO TO 2610-EXIT
006720     END-IF.
006730     PERFORM 2620-LEER-CONTEO THRU 2620-EXIT
006740         UNTIL FIN-CONTEO.
006750     CLOSE CONTEO-FILE.
006760 2610-EXIT.
006770     EXIT.
006780
006790 2620-LEER-CONTEO.
006800     READ CONTEO-FILE
006810         AT END
006820             SET FIN-CONTEO TO TRUE
006830         NOT AT END
006840             ADD 1 TO WS-CUENTA-CONTEO
006850     END-READ.
006860 2620-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900* 3000-COPIAR-DECK - LOS MOVIMIENTOS DEL DECK ACEPTADO PASAN AL
006910*     PERSTRAN CONSOLIDADO; CADA POSICION DEJA SU SUCURSAL EN
006920*     TRANORIG
006930******************************************************************
006940 3000-COPIAR-DECK.
006950     IF WS-CANT-ACEPTADOS < WS-MAX-ACEPTADOS
006960         ADD 1 TO WS-CANT-ACEPTADOS
006970         MOVE WS-DECK-ARCHIVO TO ACE-ARCHIVO(WS-CANT-ACEPTADOS)
006980     END-IF.
006990     OPEN INPUT DECK-FILE.
007000     MOVE "N" TO WS-EOF-DECK.
007010     MOVE ZERO TO WS-DECK-LINEA.
007020     PERFORM 3100-COPIAR-MOVIMIENTO THRU 3100-EXIT
007030         UNTIL FIN-DECK.
007040     CLOSE DECK-FILE.
007050 3000-EXIT.
007060     EXIT.
007070
007080 3100-COPIAR-MOVIMIENTO.
007090     READ DECK-FILE
007100         AT END
007110             SET FIN-DECK TO TRUE
007120             GO TO 3100-EXIT
007130     END-READ.
007140     IF DECK-RECORD(1:3) = "HDR" OR DECK-RECORD(1:3) = "TRL"
007150         GO TO 3100-EXIT
007160     END-IF.
007170     ADD 1 TO WS-DECK-LINEA.
007180     ADD 1 TO WS-POSICION.
007190     MOVE DECK-RECORD TO TRAN-RECORD.
007200     WRITE TRAN-RECORD.
007210     IF DDET-DNI IS NUMERIC
007220         MOVE DDET-DNI TO WS-VALOR-CLAVE
007230         COMPUTE WS-HASH-CONSOLIDADO = FUNCTION MOD(
007240             WS-HASH-CONSOLIDADO + WS-VALOR-CLAVE, 100000000000)
007250     END-IF.
007260     MOVE SPACES TO ORIGEN-RECORD.
007270     MOVE "M" TO ORI-TIPO.
007280     MOVE WS-DECK-SUCURSAL TO ORI-SUCURSAL.
007290     MOVE WS-POSICION TO ORI-ORDEN.
007300     MOVE WS-DECK-ARCHIVO TO ORI-ARCHIVO.
007310     MOVE WS-DECK-LINEA TO ORI-CANTIDAD.
007320     WRITE ORIGEN-RECORD.
007330 3100-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 8000-CERRAR-PERSTRAN - TRAILER TRL CON CANTIDAD Y HASH (LA MISMA
007380*     REGLA QUE VALIDAR_SOBRE VERIFICA EN PERSONAMANTBAT)
007390******************************************************************
007400 8000-CERRAR-PERSTRAN.
007410     MOVE SPACES TO TRAN-RECORD.
007420     MOVE "TRL" TO TTRL-TIPO.
007430     MOVE WS-POSICION TO TTRL-CANTIDAD.
007440     MOVE WS-HASH-CONSOLIDADO TO TTRL-HASH.
007450     WRITE TRAN-RECORD.
007460     CLOSE TRAN-FILE.
007470     CLOSE ORIGEN-FILE.
007480 8000-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 9000-TERMINAR - TOTALES, CATALOGO, AUDITORIA Y RETURN-CODE
007530******************************************************************
007540 9000-TERMINAR.
007550     MOVE SPACES TO RSVC-LINEA.
007560     CALL "reporte_svc" USING RSVC-AREA.
007570     MOVE SPACES TO WS-LINEA-TRAILER.
007580     MOVE "DECKS RECIBIDOS...................." TO TRA-ETIQUETA.
007590     MOVE WS-CUENTA-DECKS TO TRA-VALOR.
007600     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007610     CALL "reporte_svc" USING RSVC-AREA.
007620     MOVE SPACES TO WS-LINEA-TRAILER.
007630     MOVE "DECKS RECHAZADOS..................." TO TRA-ETIQUETA.
007640     MOVE WS-CUENTA-RECHAZADOS TO TRA-VALOR.
007650     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007660     CALL "reporte_svc" USING RSVC-AREA.
007670     MOVE SPACES TO WS-LINEA-TRAILER.
007680     MOVE "MOVIMIENTOS EN PERSTRAN............" TO TRA-ETIQUETA.
007690     MOVE WS-POSICION TO TRA-VALOR.
007700     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007710     CALL "reporte_svc" USING RSVC-AREA.
007720     MOVE "C" TO RSVC-FUNCION.
007730     CALL "reporte_svc" USING RSVC-AREA.
007740     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
007750     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
007760     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007770             WS-CATG-CANTIDAD.
007780     MOVE WS-POSICION TO WS-AUDT-CANTIDAD.
007790     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007800     DISPLAY " CONSOLIDACION PERSTRAN: " WS-CUENTA-DECKS
007810         " DECK(S), " WS-CUENTA-RECHAZADOS " RECHAZADO(S), "
007820         WS-POSICION " MOVIMIENTO(S)."
007830     IF WS-CUENTA-RECHAZADOS > ZERO
007840         MOVE 4 TO RETURN-CODE
007850     END-IF.
007860 9000-EXIT.
007870     EXIT.
007880
007890 END PROGRAM consolidar_perstran.
