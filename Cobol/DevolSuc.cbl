000100******************************************************************
000110* PROGRAM-ID: devolver_sucursal
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    RETURNS TO EACH SUCURSAL THE RESULT OF THE
000170*             PERSTRAN DECKS IT SENT, ONCE PERSONAMANTBAT HAS
000180*             APPLIED THE PERSTRAN BUILT BY CONSOLIDAR_PERSTRAN.
000190*             TRANORIG GIVES THE VERDICT OF EACH DECK AND THE
000200*             BRANCH OF EVERY POSITION; THE TRAZAS REGISTER GIVES
000210*             THE OUTCOME OF EVERY POSITION FOR THE BUSINESS DATE
000220*             (ID FECHA-NNNNN, STAGE APLICADA OR RECHAZADA WITH
000230*             ITS REASON). EACH BRANCH THAT SENT A DECK GETS:
000240*                 PERSDVnn.AAAAMMDD  ITS DECKS (ACCEPTED OR
000250*                                    REJECTED WHOLE, WITH THE
000260*                                    REASON) AND ONE LINE PER
000270*                                    MOVEMENT: LINE OF ITS DECK,
000280*                                    ACTION, MASKED DNI, RESULT,
000290*                                    REASON AND TRACE ID
000300*                 RECICLnn.AAAAMMDD  ITS REJECTED MOVEMENTS AS
000310*                                    THEY ARRIVED, UNDER A
000320*                                    HDR/TRL ENVELOPE, READY TO
000330*                                    CORRECT AND SEND AGAIN
000340*             BOTH ARE CATALOGUED, SO DISTRIBUIR ROUTES FAMILIES
000350*             PERSDVnn AND RECICLnn TO BRANCH nn. A MOVEMENT WITH
000360*             NO OUTCOME IN TRAZAS (PERSONAMANTBAT DID NOT REACH
000370*             IT) IS SHOWN AS PENDIENTE, IS NOT RECYCLED, AND
000380*             ENDS THE STEP WITH ERRORLOG 85 AND RETURN-CODE 4.
000390* TECTONICS:  cobc
000400******************************************************************
000410* MODIFICATION HISTORY
000420* DATE       INIT DESCRIPTION
000430* 2026-10-15 RW   INITIAL VERSION.
000440* 2026-10-15 RW   EL ENCABEZADO DE CADA REPORTE LLEVA EL NOMBRE DE
000450*                 LA SUCURSAL SEGUN EL REFERENCIAL SUCREF
000460*                 (VALIDAR_SUCURSAL).
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. devolver_sucursal.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ORIGEN-FILE ASSIGN TO "TRANORIG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ORI-STATUS.
000570
000580     SELECT TRAZAS-FILE ASSIGN TO "TRAZAS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TRZ-STATUS.
000610
000620     SELECT TRAN-FILE ASSIGN TO "PERSTRAN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-TRAN-STATUS.
000650
000660     SELECT RECICLO-FILE ASSIGN DYNAMIC WS-DYN-RECICLO
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REC-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  ORIGEN-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 77 CHARACTERS.
000750 01  ORIGEN-RECORD.
000760     05  ORI-TIPO                PIC X(01).
000770         88  ORI-ES-DECK         VALUE "D".
000780         88  ORI-ES-MOVIMIENTO   VALUE "M".
000790     05  FILLER                  PIC X(01).
000800     05  ORI-SUCURSAL            PIC 9(02).
000810     05  FILLER                  PIC X(01).
000820     05  ORI-ORDEN               PIC 9(05).
000830     05  FILLER                  PIC X(01).
000840     05  ORI-ARCHIVO             PIC X(17).
000850     05  FILLER                  PIC X(01).
000860     05  ORI-ESTADO              PIC X(01).
000870     05  FILLER                  PIC X(01).
000880     05  ORI-CANTIDAD            PIC 9(05).
000890     05  FILLER                  PIC X(01).
000900     05  ORI-MENSAJE             PIC X(40).
000910
000920 FD  TRAZAS-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  TRAZAS-RECORD.
000960     05  TRZ-ID.
000970         10  TRZ-ID-FECHA        PIC X(08).
000980         10  FILLER              PIC X(01).
000990         10  TRZ-ID-NUMERO       PIC X(05).
001000     05  FILLER                  PIC X(01).
001010     05  TRZ-TIMESTAMP           PIC X(14).
001020     05  FILLER                  PIC X(01).
001030     05  TRZ-ETAPA               PIC X(10).
001040     05  FILLER                  PIC X(01).
001050     05  TRZ-DNI                 PIC X(08).
001060     05  FILLER                  PIC X(01).
001070     05  TRZ-DETALLE             PIC X(30).
001080
001090 FD  TRAN-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 109 CHARACTERS.
001120 01  TRAN-RECORD                 PIC X(109).
001130 01  TRAN-DETALLE REDEFINES TRAN-RECORD.
001140     05  PTRN-ACCION             PIC X(01).
001150     05  PTRN-DNI                PIC X(08).
001160     05  FILLER                  PIC X(100).
001170
001180 FD  RECICLO-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 109 CHARACTERS.
001210 01  RECICLO-RECORD              PIC X(109).
001220 01  RECICLO-HEADER REDEFINES RECICLO-RECORD.
001230     05  RHDR-TIPO               PIC X(03).
001240     05  RHDR-ORIGEN             PIC X(08).
001250     05  RHDR-FECHA              PIC X(08).
001260     05  FILLER                  PIC X(90).
001270 01  RECICLO-TRAILER REDEFINES RECICLO-RECORD.
001280     05  RTRL-TIPO               PIC X(03).
001290     05  RTRL-CANTIDAD           PIC 9(07).
001300     05  RTRL-HASH               PIC 9(11).
001310     05  FILLER                  PIC X(88).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-ORI-STATUS               PIC X(02).
001350 01  WS-TRZ-STATUS               PIC X(02).
001360 01  WS-TRAN-STATUS              PIC X(02).
001370 01  WS-REC-STATUS               PIC X(02).
001380 01  WS-EOF-ORI                  PIC X(01) VALUE "N".
001390     88  FIN-ORIGENES            VALUE "S".
001400 01  WS-EOF-TRZ                  PIC X(01) VALUE "N".
001410     88  FIN-TRAZAS              VALUE "S".
001420 01  WS-EOF-TRAN                 PIC X(01) VALUE "N".
001430     88  FIN-TRAN                VALUE "S".
001440 01  WS-SW-RECICLO-ABIERTO       PIC X(01) VALUE "N".
001450     88  RECICLO-ABIERTO         VALUE "S".
001460
001470*----------------------------------------------------------------
001480*    DECKS RECIBIDOS Y SUCURSALES QUE LOS MANDARON (TRANORIG "D")
001490*----------------------------------------------------------------
001500 01  WS-MAX-DECKS                PIC 9(03) VALUE 50.
001510 01  WS-CANT-DECKS               PIC 9(03) VALUE ZERO.
001520 01  TABLA-DECKS.
001530     05  DCK-ENTRADA OCCURS 50 TIMES.
001540         10  DCK-SUCURSAL        PIC 9(02).
001550         10  DCK-ORDEN           PIC 9(05).
001560         10  DCK-ARCHIVO         PIC X(17).
001570         10  DCK-ESTADO          PIC X(01).
001580         10  DCK-CANTIDAD        PIC 9(05).
001590         10  DCK-MENSAJE         PIC X(40).
001600 01  WS-IDX-DECK                 PIC 9(03) COMP.
001610 01  WS-CANT-SUCURSALES          PIC 9(03) VALUE ZERO.
001620 01  TABLA-SUCURSALES.
001630     05  SUC-CODIGO              PIC 9(02) OCCURS 99 TIMES.
001640 01  WS-IDX-SUC                  PIC 9(03) COMP.
001650 01  WS-IDX-BUSCA                PIC 9(03) COMP.
001660 01  WS-SW-SUC-HALLADA           PIC X(01).
001670     88  SUCURSAL-HALLADA        VALUE "S".
001680
001690*----------------------------------------------------------------
001700*    CADA POSICION DEL PERSTRAN CONSOLIDADO: SUCURSAL, LINEA DE SU
001710*    DECK (TRANORIG "M") Y RESULTADO EN TRAZAS
001720*----------------------------------------------------------------
001730 01  WS-MAX-POSICIONES           PIC 9(05) VALUE 9999.
001740 01  TABLA-POSICIONES.
001750     05  POS-ENTRADA OCCURS 9999 TIMES.
001760         10  POS-SUCURSAL        PIC 9(02).
001770         10  POS-LINEA           PIC 9(05).
001780         10  POS-RESULTADO       PIC X(01).
001790         10  POS-MOTIVO          PIC X(30).
001800 01  WS-POSICION                 PIC 9(07).
001810 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
001820
001830*----------------------------------------------------------------
001840*    SUCURSAL EN CURSO Y TOTALES
001850*----------------------------------------------------------------
001860 01  WS-SUCURSAL                 PIC 9(02).
001870 01  WS-CUENTA-SUC-MOVIM         PIC 9(05).
001880 01  WS-CUENTA-SUC-APLICADAS     PIC 9(05).
001890 01  WS-CUENTA-SUC-RECHAZADAS    PIC 9(05).
001900 01  WS-CUENTA-SUC-PENDIENTES    PIC 9(05).
001910 01  WS-CUENTA-RECICLADAS        PIC 9(07).
001920 01  WS-HASH-RECICLO             PIC 9(11).
001930 01  WS-VALOR-CLAVE              PIC 9(11).
001940 01  WS-CUENTA-PENDIENTES        PIC 9(05) VALUE ZERO.
001950 01  WS-CUENTA-REPORTES          PIC 9(03) VALUE ZERO.
001960 01  WS-CUENTA-MOVIMIENTOS       PIC 9(07) VALUE ZERO.
001970
001980*----------------------------------------------------------------
001990*    REPORTES (REPORTE_SVC) Y DECKS DE RECICLO POR SUCURSAL
002000*----------------------------------------------------------------
002010 01  WS-FECHA-HOY                PIC X(08).
002020 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002030 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002040 01  WS-DYN-RECICLO              PIC X(21) VALUE SPACES.
002050 01  WS-PREFIJO-REPORTE.
002060     05  FILLER                  PIC X(06) VALUE "PERSDV".
002070     05  WS-PREFIJO-REP-SUC      PIC 9(02).
002080 01  WS-PREFIJO-RECICLO.
002090     05  FILLER                  PIC X(06) VALUE "RECICL".
002100     05  WS-PREFIJO-REC-SUC      PIC 9(02).
002110 01  RSVC-AREA.
002120     05  RSVC-FUNCION            PIC X(01).
002130     05  RSVC-ARCHIVO            PIC X(21).
002140     05  RSVC-TITULO             PIC X(40).
002150     05  RSVC-LINEA              PIC X(132).
002160     05  RSVC-CANT-LINEAS        PIC 9(07).
002170*----------------------------------------------------------------
002180*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
002190*----------------------------------------------------------------
002200 01  VSU-AREA.
002210     05  VSU-CODIGO              PIC 9(02).
002220     05  VSU-RESULTADO           PIC X(01).
002230         88  VSU-ABIERTA         VALUE "S".
002240         88  VSU-CERRADA         VALUE "C".
002250         88  VSU-INEXISTENTE     VALUE "X".
002260         88  VSU-SIN-REFERENCIAL VALUE "N".
002270     05  VSU-NOMBRE              PIC X(30).
002280     05  VSU-FECHA-CIERRE        PIC 9(08).
002290     05  VSU-SUCESORA            PIC 9(02).
002300 01  WS-LINEA-SUCURSAL.
002310     05  FILLER                  PIC X(10) VALUE "SUCURSAL: ".
002320     05  LSU-SUCURSAL            PIC 9(02).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  LSU-NOMBRE              PIC X(30).
002350     05  FILLER                  PIC X(89) VALUE SPACES.
002360 01  WS-LINEA-DECK.
002370     05  FILLER                  PIC X(05) VALUE "DECK ".
002380     05  LDK-ORDEN               PIC ZZZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  LDK-ARCHIVO             PIC X(17).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  LDK-ESTADO              PIC X(09).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  LDK-CANTIDAD            PIC ZZZZ9.
002450     05  FILLER                  PIC X(08) VALUE " MOVIM. ".
002460     05  LDK-MENSAJE             PIC X(40).
002470     05  FILLER                  PIC X(37) VALUE SPACES.
002480 01  WS-LINEA-ENCABEZADO-COL.
002490     05  FILLER                  PIC X(07) VALUE "LINEA".
002500     05  FILLER                  PIC X(07) VALUE "ACCION".
002510     05  FILLER                  PIC X(10) VALUE "DNI".
002520     05  FILLER                  PIC X(11) VALUE "RESULTADO".
002530     05  FILLER                  PIC X(32) VALUE "MOTIVO".
002540     05  FILLER                  PIC X(65) VALUE "TRAZA".
002550 01  WS-LINEA-DETALLE.
002560     05  DET-LINEA               PIC ZZZZ9.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  DET-ACCION              PIC X(01).
002590     05  FILLER                  PIC X(06) VALUE SPACES.
002600     05  DET-DNI                 PIC X(08).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  DET-RESULTADO           PIC X(09).
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  DET-MOTIVO              PIC X(30).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  DET-TRAZA.
002670         10  DET-TRAZA-FECHA     PIC X(08).
002680         10  FILLER              PIC X(01) VALUE "-".
002690         10  DET-TRAZA-NUMERO    PIC 9(05).
002700     05  FILLER                  PIC X(51) VALUE SPACES.
002710 01  WS-LINEA-TRAILER.
002720     05  TRA-ETIQUETA            PIC X(35).
002730     05  TRA-VALOR               PIC ZZZ,ZZ9.
002740     05  FILLER                  PIC X(90) VALUE SPACES.
002750 01  WS-DNI-NUMERICO             PIC 9(08).
002760 01  WS-DNI-ENMASCARADO          PIC X(08).
002770
002780*----------------------------------------------------------------
002790*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
002800*----------------------------------------------------------------
002810 01  WS-ELOG-PROGRAMA            PIC X(20)
002820             VALUE "devolver_sucursal".
002830 01  WS-ELOG-CODIGO              PIC 9(04).
002840 01  WS-ELOG-MENSAJE             PIC X(59).
002850 01  WS-AUDT-PROGRAMA            PIC X(20)
002860             VALUE "devolver_sucursal".
002870 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002880 01  WS-CATG-ARCHIVO             PIC X(21).
002890 01  WS-CATG-CANTIDAD            PIC 9(07).
002900
002910 PROCEDURE DIVISION.
002920
002930******************************************************************
002940* 0000-MAINLINE
002950******************************************************************
002960 0000-MAINLINE.
002970     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002980     PERFORM 1000-CARGAR-ORIGENES THRU 1000-EXIT.
002990     IF WS-CANT-SUCURSALES = ZERO
003000         DISPLAY " SIN DECKS DE SUCURSAL: NADA QUE DEVOLVER."
003010         GOBACK
003020     END-IF.
003030     PERFORM 2000-CARGAR-RESULTADOS THRU 2000-EXIT.
003040     PERFORM 3000-DEVOLVER-SUCURSAL THRU 3000-EXIT
003050         VARYING WS-IDX-SUC FROM 1 BY 1
003060             UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES.
003070     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003080     GOBACK.
003090
003100******************************************************************
003110* 1000-CARGAR-ORIGENES - TRANORIG DE CONSOLIDAR_PERSTRAN: LOS
003120*     DECKS CON SU VEREDICTO Y LA SUCURSAL DE CADA POSICION
003130******************************************************************
003140 1000-CARGAR-ORIGENES.
003150     INITIALIZE TABLA-POSICIONES.
003160     OPEN INPUT ORIGEN-FILE.
003170     IF WS-ORI-STATUS NOT = "00"
003180         GO TO 1000-EXIT
003190     END-IF.
003200     PERFORM 1100-LEER-ORIGEN THRU 1100-EXIT
003210         UNTIL FIN-ORIGENES.
003220     CLOSE ORIGEN-FILE.
003230 1000-EXIT.
003240     EXIT.
003250
003260 1100-LEER-ORIGEN.
003270     READ ORIGEN-FILE
003280         AT END
003290             SET FIN-ORIGENES TO TRUE
003300             GO TO 1100-EXIT
003310     END-READ.
003320     IF ORI-SUCURSAL IS NOT NUMERIC OR ORI-ORDEN IS NOT NUMERIC
003330         GO TO 1100-EXIT
003340     END-IF.
003350     EVALUATE TRUE
003360         WHEN ORI-ES-DECK
003370             PERFORM 1200-REGISTRAR-DECK THRU 1200-EXIT
003380         WHEN ORI-ES-MOVIMIENTO
003390             IF ORI-ORDEN > ZERO
003400                     AND ORI-ORDEN <= WS-MAX-POSICIONES
003410                 MOVE ORI-SUCURSAL TO POS-SUCURSAL(ORI-ORDEN)
003420                 MOVE ORI-CANTIDAD TO POS-LINEA(ORI-ORDEN)
003430             ELSE
003440                 ADD 1 TO WS-CANT-PERDIDOS
003450             END-IF
003460     END-EVALUATE.
003470 1100-EXIT.
003480     EXIT.
003490
003500 1200-REGISTRAR-DECK.
003510     IF WS-CANT-DECKS >= WS-MAX-DECKS
003520         ADD 1 TO WS-CANT-PERDIDOS
003530         GO TO 1200-EXIT
003540     END-IF.
003550     ADD 1 TO WS-CANT-DECKS.
003560     MOVE ORI-SUCURSAL TO DCK-SUCURSAL(WS-CANT-DECKS).
003570     MOVE ORI-ORDEN TO DCK-ORDEN(WS-CANT-DECKS).
003580     MOVE ORI-ARCHIVO TO DCK-ARCHIVO(WS-CANT-DECKS).
003590     MOVE ORI-ESTADO TO DCK-ESTADO(WS-CANT-DECKS).
003600     MOVE ORI-CANTIDAD TO DCK-CANTIDAD(WS-CANT-DECKS).
003610     MOVE ORI-MENSAJE TO DCK-MENSAJE(WS-CANT-DECKS).
003620     IF ORI-SUCURSAL = ZERO
003630         GO TO 1200-EXIT
003640     END-IF.
003650     MOVE "N" TO WS-SW-SUC-HALLADA.
003660     PERFORM 1210-COMPARAR-SUCURSAL THRU 1210-EXIT
003670         VARYING WS-IDX-BUSCA FROM 1 BY 1
003680             UNTIL WS-IDX-BUSCA > WS-CANT-SUCURSALES
003690                 OR SUCURSAL-HALLADA.
003700     IF NOT SUCURSAL-HALLADA
003710         ADD 1 TO WS-CANT-SUCURSALES
003720         MOVE ORI-SUCURSAL TO SUC-CODIGO(WS-CANT-SUCURSALES)
003730     END-IF.
003740 1200-EXIT.
003750     EXIT.
003760
003770 1210-COMPARAR-SUCURSAL.
003780     IF SUC-CODIGO(WS-IDX-BUSCA) = ORI-SUCURSAL
003790         SET SUCURSAL-HALLADA TO TRUE
003800     END-IF.
003810 1210-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 2000-CARGAR-RESULTADOS - DE TRAZAS, LAS ETAPAS APLICADA Y
003860*     RECHAZADA DE LA FECHA DE NEGOCIO; SI UNA POSICION SE
003870*     REPROCESO QUEDA LA ULTIMA
003880******************************************************************
003890 2000-CARGAR-RESULTADOS.
003900     OPEN INPUT TRAZAS-FILE.
003910     IF WS-TRZ-STATUS NOT = "00"
003920         GO TO 2000-EXIT
003930     END-IF.
003940     PERFORM 2100-LEER-TRAZA THRU 2100-EXIT
003950         UNTIL FIN-TRAZAS.
003960     CLOSE TRAZAS-FILE.
003970 2000-EXIT.
003980     EXIT.
003990
004000 2100-LEER-TRAZA.
004010     READ TRAZAS-FILE
004020         AT END
004030             SET FIN-TRAZAS TO TRUE
004040             GO TO 2100-EXIT
004050     END-READ.
004060     IF TRZ-ID-FECHA NOT = WS-FECHA-HOY
004070             OR TRZ-ID-NUMERO IS NOT NUMERIC
004080         GO TO 2100-EXIT
004090     END-IF.
004100     MOVE TRZ-ID-NUMERO TO WS-POSICION.
004110     IF WS-POSICION = ZERO OR WS-POSICION > WS-MAX-POSICIONES
004120         GO TO 2100-EXIT
004130     END-IF.
004140     EVALUATE TRZ-ETAPA
004150         WHEN "APLICADA"
004160             MOVE "A" TO POS-RESULTADO(WS-POSICION)
004170             MOVE SPACES TO POS-MOTIVO(WS-POSICION)
004180         WHEN "RECHAZADA"
004190             MOVE "R" TO POS-RESULTADO(WS-POSICION)
004200             MOVE TRZ-DETALLE TO POS-MOTIVO(WS-POSICION)
004210     END-EVALUATE.
004220 2100-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 3000-DEVOLVER-SUCURSAL - PERSDVnn CON SUS DECKS Y SUS
004270*     MOVIMIENTOS, Y RECICLnn CON LOS RECHAZADOS
004280******************************************************************
004290 3000-DEVOLVER-SUCURSAL.
004300     MOVE SUC-CODIGO(WS-IDX-SUC) TO WS-SUCURSAL.
004310     MOVE ZERO TO WS-CUENTA-SUC-MOVIM.
004320     MOVE ZERO TO WS-CUENTA-SUC-APLICADAS.
004330     MOVE ZERO TO WS-CUENTA-SUC-RECHAZADAS.
004340     MOVE ZERO TO WS-CUENTA-SUC-PENDIENTES.
004350     MOVE ZERO TO WS-CUENTA-RECICLADAS.
004360     MOVE ZERO TO WS-HASH-RECICLO.
004370     MOVE "N" TO WS-SW-RECICLO-ABIERTO.
004380     MOVE WS-SUCURSAL TO WS-PREFIJO-REP-SUC.
004390     MOVE SPACES TO WS-DYN-REPORT-FILE.
004400     STRING WS-PREFIJO-REPORTE "." WS-FECHA-HOY
004410         DELIMITED BY SIZE
004420         WS-SUFIJO-CICLO DELIMITED BY SPACE
004430         INTO WS-DYN-REPORT-FILE.
004440     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
004450     MOVE "DEVOLUCION DE MOVIMIENTOS PERSTRAN" TO RSVC-TITULO.
004460     MOVE "A" TO RSVC-FUNCION.
004470     CALL "reporte_svc" USING RSVC-AREA.
004480     MOVE "E" TO RSVC-FUNCION.
004490     MOVE WS-SUCURSAL TO LSU-SUCURSAL.
004500     MOVE WS-SUCURSAL TO VSU-CODIGO.
004510     CALL "validar_sucursal" USING VSU-AREA.
004520     MOVE VSU-NOMBRE TO LSU-NOMBRE.
004530     MOVE WS-LINEA-SUCURSAL TO RSVC-LINEA.
004540     CALL "reporte_svc" USING RSVC-AREA.
004550     PERFORM 3100-LISTAR-DECK THRU 3100-EXIT
004560         VARYING WS-IDX-DECK FROM 1 BY 1
004570             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
004580     MOVE SPACES TO RSVC-LINEA.
004590     CALL "reporte_svc" USING RSVC-AREA.
004600     MOVE WS-LINEA-ENCABEZADO-COL TO RSVC-LINEA.
004610     CALL "reporte_svc" USING RSVC-AREA.
004620     MOVE "N" TO WS-EOF-TRAN.
004630     MOVE ZERO TO WS-POSICION.
004640     OPEN INPUT TRAN-FILE.
004650     IF WS-TRAN-STATUS = "00"
004660         PERFORM 3200-LEER-MOVIMIENTO THRU 3200-EXIT
004670             UNTIL FIN-TRAN
004680         CLOSE TRAN-FILE
004690     END-IF.
004700     PERFORM 3500-CERRAR-SUCURSAL THRU 3500-EXIT.
004710 3000-EXIT.
004720     EXIT.
004730
004740 3100-LISTAR-DECK.
004750     IF DCK-SUCURSAL(WS-IDX-DECK) NOT = WS-SUCURSAL
004760         GO TO 3100-EXIT
004770     END-IF.
004780     MOVE DCK-ORDEN(WS-IDX-DECK) TO LDK-ORDEN.
004790     MOVE DCK-ARCHIVO(WS-IDX-DECK) TO LDK-ARCHIVO.
004800     IF DCK-ESTADO(WS-IDX-DECK) = "A"
004810         MOVE "ACEPTADO" TO LDK-ESTADO
004820     ELSE
004830         MOVE "RECHAZADO" TO LDK-ESTADO
004840     END-IF.
004850     MOVE DCK-CANTIDAD(WS-IDX-DECK) TO LDK-CANTIDAD.
004860     MOVE DCK-MENSAJE(WS-IDX-DECK) TO LDK-MENSAJE.
004870     MOVE WS-LINEA-DECK TO RSVC-LINEA.
004880     CALL "reporte_svc" USING RSVC-AREA.
004890 3100-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 3200-LEER-MOVIMIENTO - RECORRE EL PERSTRAN CONSOLIDADO; SOLO
004940*     INTERESAN LAS POSICIONES DE LA SUCURSAL EN CURSO
004950******************************************************************
004960 3200-LEER-MOVIMIENTO.
004970     READ TRAN-FILE
004980         AT END
004990             SET FIN-TRAN TO TRUE
005000             GO TO 3200-EXIT
005010     END-READ.
005020     IF TRAN-RECORD(1:3) = "HDR" OR TRAN-RECORD(1:3) = "TRL"
005030         GO TO 3200-EXIT
005040     END-IF.
005050     ADD 1 TO WS-POSICION.
005060     IF WS-POSICION > WS-MAX-POSICIONES
005070         GO TO 3200-EXIT
005080     END-IF.
005090     IF POS-SUCURSAL(WS-POSICION) NOT = WS-SUCURSAL
005100         GO TO 3200-EXIT
005110     END-IF.
005120     ADD 1 TO WS-CUENTA-SUC-MOVIM.
005130     ADD 1 TO WS-CUENTA-MOVIMIENTOS.
005140     MOVE SPACES TO WS-LINEA-DETALLE.
005150     MOVE POS-LINEA(WS-POSICION) TO DET-LINEA.
005160     MOVE PTRN-ACCION TO DET-ACCION.
005170     IF PTRN-DNI IS NUMERIC
005180         MOVE PTRN-DNI TO WS-DNI-NUMERICO
005190         CALL "enmascarar_dni" USING WS-DNI-NUMERICO
005200             WS-DNI-ENMASCARADO
005210         MOVE WS-DNI-ENMASCARADO TO DET-DNI
005220     ELSE
005230         MOVE "????????" TO DET-DNI
005240     END-IF.
005250     MOVE WS-FECHA-HOY TO DET-TRAZA-FECHA.
005260     MOVE "-" TO DET-TRAZA(9:1).
005270     MOVE WS-POSICION TO DET-TRAZA-NUMERO.
005280     EVALUATE POS-RESULTADO(WS-POSICION)
005290         WHEN "A"
005300             MOVE "APLICADA" TO DET-RESULTADO
005310             ADD 1 TO WS-CUENTA-SUC-APLICADAS
005320         WHEN "R"
005330             MOVE "RECHAZADA" TO DET-RESULTADO
005340             MOVE POS-MOTIVO(WS-POSICION) TO DET-MOTIVO
005350             ADD 1 TO WS-CUENTA-SUC-RECHAZADAS
005360             PERFORM 3300-RECICLAR THRU 3300-EXIT
005370         WHEN OTHER
005380             MOVE "PENDIENTE" TO DET-RESULTADO
005390             MOVE "SIN RESULTADO EN TRAZAS" TO DET-MOTIVO
005400             ADD 1 TO WS-CUENTA-SUC-PENDIENTES
005410             ADD 1 TO WS-CUENTA-PENDIENTES
005420     END-EVALUATE.
005430     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
005440     CALL "reporte_svc" USING RSVC-AREA.
005450 3200-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490* 3300-RECICLAR - EL RECHAZADO VA TAL CUAL LLEGO AL RECICLO DE SU
005500*     SUCURSAL, QUE SE ABRE CON SU ENCABEZADO HDR AL PRIMERO
005510******************************************************************
005520 3300-RECICLAR.
005530     IF NOT RECICLO-ABIERTO
005540         MOVE WS-SUCURSAL TO WS-PREFIJO-REC-SUC
005550         MOVE SPACES TO WS-DYN-RECICLO
005560         STRING WS-PREFIJO-RECICLO "." WS-FECHA-HOY
005570             DELIMITED BY SIZE
005580             WS-SUFIJO-CICLO DELIMITED BY SPACE
005590             INTO WS-DYN-RECICLO
005600         OPEN OUTPUT RECICLO-FILE
005610         MOVE SPACES TO RECICLO-RECORD
005620         MOVE "HDR" TO RHDR-TIPO
005630         MOVE WS-PREFIJO-RECICLO TO RHDR-ORIGEN
005640         MOVE WS-FECHA-HOY TO RHDR-FECHA
005650         WRITE RECICLO-RECORD
005660         SET RECICLO-ABIERTO TO TRUE
005670     END-IF.
005680     MOVE TRAN-RECORD TO RECICLO-RECORD.
005690     WRITE RECICLO-RECORD.
005700     ADD 1 TO WS-CUENTA-RECICLADAS.
005710     IF PTRN-DNI IS NUMERIC
005720         MOVE PTRN-DNI TO WS-VALOR-CLAVE
005730         COMPUTE WS-HASH-RECICLO = FUNCTION MOD(
005740             WS-HASH-RECICLO + WS-VALOR-CLAVE, 100000000000)
005750     END-IF.
005760 3300-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 3500-CERRAR-SUCURSAL - TOTALES DE LA SUCURSAL, TRAILER DEL
005810*     RECICLO Y CATALOGO DE AMBAS SALIDAS
005820******************************************************************
005830 3500-CERRAR-SUCURSAL.
005840     MOVE SPACES TO RSVC-LINEA.
005850     CALL "reporte_svc" USING RSVC-AREA.
005860     MOVE SPACES TO WS-LINEA-TRAILER.
005870     MOVE "MOVIMIENTOS DE LA SUCURSAL........." TO TRA-ETIQUETA.
005880     MOVE WS-CUENTA-SUC-MOVIM TO TRA-VALOR.
005890     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005900     CALL "reporte_svc" USING RSVC-AREA.
005910     MOVE SPACES TO WS-LINEA-TRAILER.
005920     MOVE "MOVIMIENTOS APLICADOS.............." TO TRA-ETIQUETA.
005930     MOVE WS-CUENTA-SUC-APLICADAS TO TRA-VALOR.
005940     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005950     CALL "reporte_svc" USING RSVC-AREA.
005960     MOVE SPACES TO WS-LINEA-TRAILER.
005970     MOVE "MOVIMIENTOS RECHAZADOS (RECICLO)..." TO TRA-ETIQUETA.
005980     MOVE WS-CUENTA-SUC-RECHAZADAS TO TRA-VALOR.
005990     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006000     CALL "reporte_svc" USING RSVC-AREA.
006010     MOVE SPACES TO WS-LINEA-TRAILER.
006020     MOVE "MOVIMIENTOS PENDIENTES............." TO TRA-ETIQUETA.
006030     MOVE WS-CUENTA-SUC-PENDIENTES TO TRA-VALOR.
006040     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006050     CALL "reporte_svc" USING RSVC-AREA.
006060     MOVE "C" TO RSVC-FUNCION.
006070     CALL "reporte_svc" USING RSVC-AREA.
006080     ADD 1 TO WS-CUENTA-REPORTES.
006090     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
006100     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
006110     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006120             WS-CATG-CANTIDAD.
006130     IF NOT RECICLO-ABIERTO
006140         GO TO 3500-EXIT
006150     END-IF.
006160     MOVE SPACES TO RECICLO-RECORD.
006170     MOVE "TRL" TO RTRL-TIPO.
006180     MOVE WS-CUENTA-RECICLADAS TO RTRL-CANTIDAD.
006190     MOVE WS-HASH-RECICLO TO RTRL-HASH.
006200     WRITE RECICLO-RECORD.
006210     CLOSE RECICLO-FILE.
006220     MOVE WS-DYN-RECICLO TO WS-CATG-ARCHIVO.
006230     MOVE WS-CUENTA-RECICLADAS TO WS-CATG-CANTIDAD.
006240     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006250             WS-CATG-CANTIDAD.
006260 3500-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 9000-TERMINAR - AUDITORIA, AVISO DE PENDIENTES Y RETURN-CODE
006310******************************************************************
006320 9000-TERMINAR.
006330     MOVE WS-CUENTA-MOVIMIENTOS TO WS-AUDT-CANTIDAD.
006340     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
006350     IF WS-CANT-PERDIDOS > ZERO
006360         DISPLAY "ATENCION: TABLAS DE DEVOLUCION LLENAS, "
006370             WS-CANT-PERDIDOS " REGISTROS DE TRANORIG SIN "
006380             "CONSIDERAR."
006390     END-IF.
006400     DISPLAY " DEVOLUCION A SUCURSALES: " WS-CUENTA-REPORTES
006410         " SUCURSAL(ES), " WS-CUENTA-MOVIMIENTOS
006420         " MOVIMIENTO(S), "
006430         WS-CUENTA-PENDIENTES " PENDIENTE(S).".
006440     IF WS-CUENTA-PENDIENTES = ZERO
006450         GO TO 9000-EXIT
006460     END-IF.
006470     MOVE 85 TO WS-ELOG-CODIGO.
006480     MOVE SPACES TO WS-ELOG-MENSAJE.
006490     STRING WS-CUENTA-PENDIENTES
006500         " MOVIMIENTOS DE SUCURSAL SIN RESULTADO EN TRAZAS"
006510         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
006520     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
006530             WS-ELOG-MENSAJE.
006540     MOVE 4 TO RETURN-CODE.
006550 9000-EXIT.
006560     EXIT.
006570
006580 END PROGRAM devolver_sucursal.
