000100******************************************************************
000110* PROGRAM-ID: linaje_impacto
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    DATA-LINEAGE AND IMPACT INQUIRY OVER PASODEP AND
000170*             THE CATALOGO. THE OPERATOR KEYS A FILE (FAMILY,
000180*             CATALOGUED NAME OR BUNDLE), A BUSINESS DATE AND
000190*             A DIRECTION:
000200*               A  FORWARD IMPACT - WALKING THE PASOS IN CYCLE
000210*                  ORDER, EVERY PASO THAT READ THE FILE (OR
000220*                  ANYTHING WRITTEN FROM IT EARLIER IN THE
000230*                  CYCLE), EVERY OUTPUT THOSE PASOS CATALOGUED
000240*                  THAT DAY, AND EVERY BUNDLE (DISTENTR) AND
000250*                  RECIPIENT THAT CARRIED ONE OF THEM.
000260*               R  BACKWARD LINEAGE - FROM AN OUTPUT OR A
000270*                  BUNDLE BACK THROUGH THE PASOS THAT PRODUCED
000280*                  IT TO THE INBOUND DECKS (AND THE FILES THAT
000290*                  COME FROM THE PREVIOUS CYCLE).
000300*             THE LIST IS PRINTED THROUGH REPORTE_SVC AS
000310*             LINAJE.AAAAMMDD, SO OPERATIONS CAN DECIDE WHICH
000320*             PASOS TO RERUN AND WHICH RECIPIENTS TO WARN.
000330*             THE PASO NUMBERS ARE THOSE OF PASODEP: THE CYCLE
000340*             ORDER OF PASOS.CPY, OR OF PASOSCTL WHEN PRESENT.
000350* TECTONICS:  cobc
000360******************************************************************
000370* MODIFICATION HISTORY
000380* DATE       INIT DESCRIPTION
000390* 2026-10-15 RW   INITIAL VERSION.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. linaje_impacto.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PASOSCTL-FILE ASSIGN TO "PASOSCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PSC-STATUS.
000500
000510     SELECT PASODEP-FILE ASSIGN TO "PASODEP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DEP-STATUS.
000540
000550     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CAT-STATUS.
000580
000590     SELECT DISTENTR-FILE ASSIGN TO "DISTENTR"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ENT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PASOSCTL-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 59 CHARACTERS.
000680 01  PASOSCTL-RECORD.
000690     05  PCTL-ORDEN              PIC 9(02).
000700     05  FILLER                  PIC X(01).
000710     05  PCTL-ACTIVO             PIC X(01).
000720     05  FILLER                  PIC X(01).
000730     05  PCTL-EN-HABIL           PIC X(01).
000740     05  PCTL-EN-CIERRE          PIC X(01).
000750     05  FILLER                  PIC X(01).
000760     05  PCTL-PROGRAMA           PIC X(20).
000770     05  FILLER                  PIC X(01).
000780     05  PCTL-DESCRIPCION        PIC X(30).
000790
000800 FD  PASODEP-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 124 CHARACTERS.
000830 01  PASODEP-RECORD.
000840     05  DEP-REC-PASO            PIC 9(02).
000850     05  FILLER                  PIC X(01).
000860     05  DEP-REC-LEE.
000870         10  DEP-REC-LEE-NOM     PIC X(10) OCCURS 6 TIMES.
000880     05  FILLER                  PIC X(01).
000890     05  DEP-REC-ESCRIBE.
000900         10  DEP-REC-ESC-NOM     PIC X(10) OCCURS 6 TIMES.
000910
000920 FD  CATALOGO-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 59 CHARACTERS.
000950 01  CATALOGO-RECORD.
000960     05  CATG-FECHA              PIC 9(08).
000970     05  FILLER                  PIC X(01).
000980     05  CATG-ARCHIVO            PIC X(21).
000990     05  FILLER                  PIC X(01).
001000     05  CATG-PROGRAMA           PIC X(20).
001010     05  FILLER                  PIC X(01).
001020     05  CATG-CANTIDAD           PIC 9(07).
001030
001040 FD  DISTENTR-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 67 CHARACTERS.
001070 COPY DISTENTR.
001080
001090 WORKING-STORAGE SECTION.
001100 01  WS-PSC-STATUS               PIC X(02).
001110 01  WS-DEP-STATUS               PIC X(02).
001120 01  WS-CAT-STATUS               PIC X(02).
001130 01  WS-ENT-STATUS               PIC X(02).
001140 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001150     88  FIN-ARCHIVO             VALUE "S".
001160
001170*----------------------------------------------------------------
001180*    PEDIDO DEL OPERADOR
001190*----------------------------------------------------------------
001200 01  WS-SENTIDO                  PIC X(01).
001210     88  SENTIDO-ADELANTE        VALUE "A".
001220     88  SENTIDO-ATRAS           VALUE "R".
001230 01  WS-ARCHIVO-PEDIDO           PIC X(21).
001240 01  WS-FAMILIA-PEDIDA           PIC X(10).
001250 01  WS-NOMBRE-RECORRIDO         PIC X(10).
001260 01  WS-LARGO-NOMBRE             PIC 9(02) COMP.
001270 01  WS-FECHA-PEDIDA             PIC X(08).
001280 01  WS-FECHA-CONSULTA           PIC 9(08).
001290 01  WS-FECHA-HOY                PIC X(08).
001300 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001310
001320*    TABLA DE PASOS - VER COBOL/COPY/PASOS.CPY
001330 COPY PASOS.
001340 01  WS-EOF-PSC                  PIC X(01) VALUE "N".
001350     88  FIN-PASOSCTL            VALUE "S".
001360 01  WS-CANT-PSC                 PIC 9(02) VALUE ZERO.
001370
001380*----------------------------------------------------------------
001390*    PASODEP EN MEMORIA, CON LA MARCA DE CADA PASO ALCANZADO
001400*----------------------------------------------------------------
001410 01  TABLA-DEPENDENCIAS.
001420     05  DEP-ENTRADA OCCURS 24 TIMES.
001430         10  DEP-DEFINIDO        PIC X(01).
001440         10  DEP-LEE-NOM         PIC X(10) OCCURS 6 TIMES.
001450         10  DEP-ESC-NOM         PIC X(10) OCCURS 6 TIMES.
001460         10  DEP-ALCANZADO       PIC X(01).
001470             88  PASO-ALCANZADO  VALUE "S".
001480         10  DEP-MOTIVO          PIC X(10).
001490 01  WS-CANT-DEFINIDOS           PIC 9(02) VALUE ZERO.
001500 01  WS-IDX-PASO                 PIC 9(02) COMP.
001510 01  WS-IDX-NOM                  PIC 9(02) COMP.
001520 01  WS-PASO-PRODUCTOR           PIC S9(03) COMP.
001530 01  WS-PASO-HALLADO             PIC 9(02) VALUE ZERO.
001540 01  WS-PROGRAMA-MAY             PIC X(20).
001550
001560*----------------------------------------------------------------
001570*    HACIA ADELANTE: ARCHIVOS CONTAMINADOS Y DESDE QUE PASO
001580*    (0 = EL ARCHIVO PEDIDO, CONTAMINADO DESDE EL INICIO)
001590*----------------------------------------------------------------
001600 01  WS-MAX-NOMBRES              PIC 9(03) VALUE 150.
001610 01  WS-CANT-NOMBRES             PIC 9(03) VALUE ZERO.
001620 01  TABLA-NOMBRES.
001630     05  NOM-ENTRADA OCCURS 150 TIMES.
001640         10  NOM-NOMBRE          PIC X(10).
001650         10  NOM-DESDE           PIC 9(02).
001660 01  WS-IDX-CONT                 PIC 9(03) COMP.
001670 01  WS-NOMBRE-BUSCADO           PIC X(10).
001680 01  WS-SW-NOMBRE                PIC X(01).
001690     88  NOMBRE-HALLADO          VALUE "S".
001700
001710*----------------------------------------------------------------
001720*    HACIA ATRAS: ARCHIVOS A RASTREAR (NOMBRE Y PASO ANTES DEL
001730*    CUAL HAY QUE BUSCAR QUIEN LO ESCRIBIO) Y ORIGENES HALLADOS
001740*----------------------------------------------------------------
001750 01  WS-MAX-PEDIDOS              PIC 9(03) VALUE 150.
001760 01  WS-CANT-PEDIDOS             PIC 9(03) VALUE ZERO.
001770 01  TABLA-PEDIDOS.
001780     05  PED-ENTRADA OCCURS 150 TIMES.
001790         10  PED-NOMBRE          PIC X(10).
001800         10  PED-HASTA           PIC 9(02).
001810 01  WS-IDX-PED                  PIC 9(03) COMP.
001820 01  WS-HASTA-NUEVO              PIC 9(02).
001830 01  WS-MAX-ORIGENES             PIC 9(02) VALUE 50.
001840 01  WS-CANT-ORIGENES            PIC 9(02) VALUE ZERO.
001850 01  TABLA-ORIGENES.
001860     05  ORIG-ENTRADA OCCURS 50 TIMES.
001870         10  ORIG-NOMBRE         PIC X(10).
001880         10  ORIG-TIPO           PIC X(30).
001890 01  WS-IDX-ORIG                 PIC 9(02) COMP.
001900
001910*----------------------------------------------------------------
001920*    SALIDAS CATALOGADAS DE LA FECHA CONSULTADA
001930*----------------------------------------------------------------
001940 01  WS-MAX-CATALOGO             PIC 9(03) VALUE 300.
001950 01  WS-CANT-CATALOGO            PIC 9(03) VALUE ZERO.
001960 01  TABLA-CATALOGO.
001970     05  CATT-ENTRADA OCCURS 300 TIMES.
001980         10  CATT-ARCHIVO        PIC X(21).
001990         10  CATT-FAMILIA        PIC X(10).
002000         10  CATT-PROGRAMA       PIC X(20).
002010         10  CATT-PROGRAMA-MAY   PIC X(20).
002020         10  CATT-CANTIDAD       PIC 9(07).
002030         10  CATT-AFECTADA       PIC X(01).
002040             88  SALIDA-AFECTADA VALUE "S".
002050 01  WS-IDX-CAT                  PIC 9(03) COMP.
002060 01  WS-FAMILIA-ACTUAL           PIC X(10).
002070
002080*----------------------------------------------------------------
002090*    PAQUETES PRODUCIDOS EN LA FECHA (DISTENTR), SIN REPETIR
002100*    LAS LINEAS DE UNA CORRIDA RELANZADA
002110*----------------------------------------------------------------
002120 01  WS-MAX-ENTREGAS             PIC 9(03) VALUE 300.
002130 01  WS-CANT-ENTREGAS            PIC 9(03) VALUE ZERO.
002140 01  TABLA-ENTREGAS.
002150     05  ENT-ENTRADA OCCURS 300 TIMES.
002160         10  ENT-DESTINATARIO    PIC X(12).
002170         10  ENT-FAMILIA         PIC X(08).
002180         10  ENT-PAQUETE         PIC X(21).
002190         10  ENT-PAQ-FAMILIA     PIC X(10).
002200         10  ENT-AFECTADA        PIC X(01).
002210             88  ENTREGA-AFECTADA VALUE "S".
002220 01  WS-IDX-ENT                  PIC 9(03) COMP.
002230 01  WS-IDX-ENT-B                PIC 9(03) COMP.
002240 01  WS-SW-REPETIDA              PIC X(01).
002250     88  ENTREGA-REPETIDA        VALUE "S".
002260 01  WS-SW-ENTRADA               PIC X(01) VALUE "N".
002270     88  DISTENTR-PRESENTE       VALUE "S".
002280 01  WS-SW-PAQUETE               PIC X(01) VALUE "N".
002290     88  PEDIDO-ES-PAQUETE       VALUE "S".
002300
002310*----------------------------------------------------------------
002320*    CONTADORES Y REPORTE POR EL SERVICIO COMPARTIDO
002330*----------------------------------------------------------------
002340 01  WS-CUENTA-PASOS             PIC 9(03) VALUE ZERO.
002350 01  WS-CUENTA-SALIDAS           PIC 9(05) VALUE ZERO.
002360 01  WS-CUENTA-PAQUETES          PIC 9(05) VALUE ZERO.
002370 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002380 01  RSVC-AREA.
002390     05  RSVC-FUNCION            PIC X(01).
002400     05  RSVC-ARCHIVO            PIC X(21).
002410     05  RSVC-TITULO             PIC X(40).
002420     05  RSVC-LINEA              PIC X(132).
002430     05  RSVC-CANT-LINEAS        PIC 9(07).
002440
002450 01  WS-LINEA-PASO.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  FILLER                  PIC X(05) VALUE "PASO ".
002480     05  LPA-PASO                PIC Z9.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  LPA-PROGRAMA            PIC X(20).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  LPA-DESCRIPCION         PIC X(30).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  LPA-ROTULO              PIC X(08).
002550     05  LPA-MOTIVO              PIC X(10).
002560     05  FILLER                  PIC X(49) VALUE SPACES.
002570 01  WS-LINEA-SALIDA.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  LSA-ARCHIVO             PIC X(21).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  LSA-PROGRAMA            PIC X(20).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  LSA-CANTIDAD            PIC ZZZ,ZZZ,ZZ9.
002640     05  FILLER                  PIC X(74) VALUE SPACES.
002650 01  WS-LINEA-PAQUETE.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  LPQ-PAQUETE             PIC X(21).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  LPQ-DESTINATARIO        PIC X(12).
002700     05  FILLER                  PIC X(10) VALUE "  FAMILIA ".
002710     05  LPQ-FAMILIA             PIC X(08).
002720     05  FILLER                  PIC X(77) VALUE SPACES.
002730 01  WS-LINEA-ORIGEN.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  LOR-NOMBRE              PIC X(10).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  LOR-TIPO                PIC X(30).
002780     05  FILLER                  PIC X(88) VALUE SPACES.
002790
002800*----------------------------------------------------------------
002810*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
002820*----------------------------------------------------------------
002830 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "linaje_impacto".
002840 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002850 01  WS-CATG-ARCHIVO             PIC X(21).
002860 01  WS-CATG-CANTIDAD            PIC 9(07).
002870
002880 PROCEDURE DIVISION.
002890
002900******************************************************************
002910* 0000-MAINLINE
002920******************************************************************
002930 0000-MAINLINE.
002940     PERFORM 1000-PEDIR-DATOS THRU 1000-EXIT.
002950     IF NOT SENTIDO-ADELANTE AND NOT SENTIDO-ATRAS
002960         GOBACK
002970     END-IF.
002980     PERFORM 1200-CARGAR-PASOSCTL THRU 1200-EXIT.
002990     PERFORM 1300-CARGAR-PASODEP THRU 1300-EXIT.
003000     IF WS-CANT-DEFINIDOS = ZERO
003010         DISPLAY "SIN TABLA PASODEP NO HAY CADENA QUE RECORRER."
003020         GOBACK
003030     END-IF.
003040     PERFORM 1400-CARGAR-CATALOGO THRU 1400-EXIT.
003050     PERFORM 1450-CARGAR-ENTREGAS THRU 1450-EXIT.
003060     PERFORM 1500-NORMALIZAR-PEDIDO THRU 1500-EXIT.
003070     STRING "LINAJE." WS-FECHA-CONSULTA DELIMITED BY SIZE
003080         INTO WS-DYN-REPORT-FILE.
003090     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003100     MOVE "IMPACTO Y LINAJE DE ARCHIVOS" TO RSVC-TITULO.
003110     MOVE "A" TO RSVC-FUNCION.
003120     CALL "reporte_svc" USING RSVC-AREA.
003130     MOVE "E" TO RSVC-FUNCION.
003140     IF SENTIDO-ADELANTE
003150         PERFORM 2000-IMPACTO-ADELANTE THRU 2000-EXIT
003160         PERFORM 4000-EMITIR-ADELANTE THRU 4000-EXIT
003170     ELSE
003180         PERFORM 3000-LINAJE-ATRAS THRU 3000-EXIT
003190         PERFORM 5000-EMITIR-ATRAS THRU 5000-EXIT
003200     END-IF.
003210     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003220     GOBACK.
003230
003240******************************************************************
003250* 1000-PEDIR-DATOS - SENTIDO, ARCHIVO Y FECHA DE NEGOCIO (EN
003260*     BLANCO, LA FECHA DE NEGOCIO ACTUAL)
003270******************************************************************
003280 1000-PEDIR-DATOS.
003290     DISPLAY "CONSULTA DE IMPACTO Y LINAJE DE ARCHIVOS".
003300     DISPLAY "SENTIDO (A = IMPACTO HACIA ADELANTE, "
003310         "R = LINAJE HACIA ATRAS): ".
003320     ACCEPT WS-SENTIDO.
003330     MOVE FUNCTION UPPER-CASE(WS-SENTIDO) TO WS-SENTIDO.
003340     IF NOT SENTIDO-ADELANTE AND NOT SENTIDO-ATRAS
003350         DISPLAY "SENTIDO INVALIDO."
003360         GO TO 1000-EXIT
003370     END-IF.
003380     DISPLAY "ARCHIVO (FAMILIA, NOMBRE CATALOGADO O PAQUETE): ".
003390     ACCEPT WS-ARCHIVO-PEDIDO.
003400     MOVE FUNCTION UPPER-CASE(WS-ARCHIVO-PEDIDO)
003410         TO WS-ARCHIVO-PEDIDO.
003420     MOVE SPACES TO WS-FAMILIA-PEDIDA.
003430     UNSTRING WS-ARCHIVO-PEDIDO DELIMITED BY "."
003440         INTO WS-FAMILIA-PEDIDA.
003450     IF WS-FAMILIA-PEDIDA = SPACES
003460         DISPLAY "ARCHIVO INVALIDO."
003470         MOVE SPACE TO WS-SENTIDO
003480         GO TO 1000-EXIT
003490     END-IF.
003500     DISPLAY "FECHA DE NEGOCIO (AAAAMMDD, EN BLANCO = LA "
003510         "ACTUAL): ".
003520     ACCEPT WS-FECHA-PEDIDA.
003530     IF WS-FECHA-PEDIDA = SPACES
003540         CALL "fecha_negocio" USING WS-FECHA-HOY
003550             WS-SUFIJO-CICLO
003560         MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
003570     END-IF.
003580     IF WS-FECHA-PEDIDA IS NOT NUMERIC
003590         DISPLAY "FECHA INVALIDA."
003600         MOVE SPACE TO WS-SENTIDO
003610         GO TO 1000-EXIT
003620     END-IF.
003630     MOVE WS-FECHA-PEDIDA TO WS-FECHA-CONSULTA.
003640 1000-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* 1200-CARGAR-PASOSCTL - LOS NUMEROS DE PASO DE PASODEP SON LOS
003690*     DEL CICLO: LOS DE PASOSCTL SI EXISTE, SI NO LOS COMPILADOS
003700******************************************************************
003710 1200-CARGAR-PASOSCTL.
003720     OPEN INPUT PASOSCTL-FILE.
003730     IF WS-PSC-STATUS NOT = "00"
003740         GO TO 1200-EXIT
003750     END-IF.
003760     MOVE ZERO TO WS-CANT-PSC.
003770     MOVE "N" TO WS-EOF-PSC.
003780     PERFORM 1210-LEER-PASOCTL THRU 1210-EXIT
003790         UNTIL FIN-PASOSCTL.
003800     CLOSE PASOSCTL-FILE.
003810     IF WS-CANT-PSC > ZERO
003820         MOVE WS-CANT-PSC TO WS-CANT-PASOS
003830     END-IF.
003840 1200-EXIT.
003850     EXIT.
003860
003870 1210-LEER-PASOCTL.
003880     READ PASOSCTL-FILE
003890         AT END
003900             SET FIN-PASOSCTL TO TRUE
003910         NOT AT END
003920             IF PCTL-ORDEN IS NUMERIC
003930                     AND PCTL-PROGRAMA NOT = SPACES
003940                     AND WS-CANT-PSC < WS-MAX-PASOS
003950                 ADD 1 TO WS-CANT-PSC
003960                 MOVE PCTL-PROGRAMA TO
003970                     PASO-PROGRAMA(WS-CANT-PSC)
003980                 MOVE PCTL-DESCRIPCION TO
003990                     PASO-DESCRIPCION(WS-CANT-PSC)
004000             END-IF
004010     END-READ.
004020 1210-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 1300-CARGAR-PASODEP - QUE LEE Y QUE ESCRIBE CADA PASO (MISMA
004070*     TABLA QUE USA CICLO_DIARIO PARA ARMAR LAS TANDAS)
004080******************************************************************
004090 1300-CARGAR-PASODEP.
004100     MOVE SPACES TO TABLA-DEPENDENCIAS.
004110     MOVE "N" TO WS-EOF-ARCHIVO.
004120     OPEN INPUT PASODEP-FILE.
004130     IF WS-DEP-STATUS NOT = "00"
004140         GO TO 1300-EXIT
004150     END-IF.
004160     PERFORM 1310-LEER-DEPENDENCIA THRU 1310-EXIT
004170         UNTIL FIN-ARCHIVO.
004180     CLOSE PASODEP-FILE.
004190 1300-EXIT.
004200     EXIT.
004210
004220 1310-LEER-DEPENDENCIA.
004230     READ PASODEP-FILE
004240         AT END
004250             SET FIN-ARCHIVO TO TRUE
004260             GO TO 1310-EXIT
004270     END-READ.
004280     IF DEP-REC-PASO IS NOT NUMERIC
004290             OR DEP-REC-PASO < 1
004300             OR DEP-REC-PASO > WS-CANT-PASOS
004310         GO TO 1310-EXIT
004320     END-IF.
004330     IF DEP-DEFINIDO(DEP-REC-PASO) NOT = "S"
004340         ADD 1 TO WS-CANT-DEFINIDOS
004350     END-IF.
004360     MOVE "S" TO DEP-DEFINIDO(DEP-REC-PASO).
004370     PERFORM 1315-CARGAR-NOMBRES THRU 1315-EXIT
004380         VARYING WS-IDX-NOM FROM 1 BY 1
004390             UNTIL WS-IDX-NOM > 6.
004400 1310-EXIT.
004410     EXIT.
004420
004430 1315-CARGAR-NOMBRES.
004440     MOVE FUNCTION UPPER-CASE(DEP-REC-LEE-NOM(WS-IDX-NOM)) TO
004450         DEP-LEE-NOM(DEP-REC-PASO WS-IDX-NOM).
004460     MOVE FUNCTION UPPER-CASE(DEP-REC-ESC-NOM(WS-IDX-NOM)) TO
004470         DEP-ESC-NOM(DEP-REC-PASO WS-IDX-NOM).
004480 1315-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 1400-CARGAR-CATALOGO - LAS SALIDAS DE LA FECHA CONSULTADA,
004530*     CON SU FAMILIA (EL NOMBRE HASTA EL PRIMER PUNTO)
004540******************************************************************
004550 1400-CARGAR-CATALOGO.
004560     MOVE "N" TO WS-EOF-ARCHIVO.
004570     OPEN INPUT CATALOGO-FILE.
004580     IF WS-CAT-STATUS NOT = "00"
004590         GO TO 1400-EXIT
004600     END-IF.
004610     PERFORM 1410-LEER-CATALOGO THRU 1410-EXIT
004620         UNTIL FIN-ARCHIVO.
004630     CLOSE CATALOGO-FILE.
004640 1400-EXIT.
004650     EXIT.
004660
004670 1410-LEER-CATALOGO.
004680     READ CATALOGO-FILE
004690         AT END
004700             SET FIN-ARCHIVO TO TRUE
004710             GO TO 1410-EXIT
004720     END-READ.
004730     IF CATG-FECHA NOT = WS-FECHA-CONSULTA
004740             OR WS-CANT-CATALOGO >= WS-MAX-CATALOGO
004750         GO TO 1410-EXIT
004760     END-IF.
004770     ADD 1 TO WS-CANT-CATALOGO.
004780     MOVE CATG-ARCHIVO TO CATT-ARCHIVO(WS-CANT-CATALOGO).
004790     MOVE CATG-PROGRAMA TO CATT-PROGRAMA(WS-CANT-CATALOGO).
004800     MOVE FUNCTION UPPER-CASE(CATG-PROGRAMA)
004810         TO CATT-PROGRAMA-MAY(WS-CANT-CATALOGO).
004820     MOVE CATG-CANTIDAD TO CATT-CANTIDAD(WS-CANT-CATALOGO).
004830     MOVE "N" TO CATT-AFECTADA(WS-CANT-CATALOGO).
004840     MOVE SPACES TO WS-FAMILIA-ACTUAL.
004850     UNSTRING CATG-ARCHIVO DELIMITED BY "."
004860         INTO WS-FAMILIA-ACTUAL.
004870     MOVE FUNCTION UPPER-CASE(WS-FAMILIA-ACTUAL)
004880         TO CATT-FAMILIA(WS-CANT-CATALOGO).
004890 1410-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 1450-CARGAR-ENTREGAS - LOS PAQUETES QUE DISTRIBUIR CERRO EN
004940*     LA FECHA, UNA LINEA POR DESTINATARIO Y FAMILIA
004950******************************************************************
004960 1450-CARGAR-ENTREGAS.
004970     MOVE "N" TO WS-EOF-ARCHIVO.
004980     OPEN INPUT DISTENTR-FILE.
004990     IF WS-ENT-STATUS NOT = "00"
005000         GO TO 1450-EXIT
005010     END-IF.
005020     SET DISTENTR-PRESENTE TO TRUE.
005030     PERFORM 1460-LEER-ENTREGA THRU 1460-EXIT
005040         UNTIL FIN-ARCHIVO.
005050     CLOSE DISTENTR-FILE.
005060 1450-EXIT.
005070     EXIT.
005080
005090 1460-LEER-ENTREGA.
005100     READ DISTENTR-FILE
005110         AT END
005120             SET FIN-ARCHIVO TO TRUE
005130             GO TO 1460-EXIT
005140     END-READ.
005150     IF DENT-FECHA NOT = WS-FECHA-CONSULTA
005160             OR WS-CANT-ENTREGAS >= WS-MAX-ENTREGAS
005170         GO TO 1460-EXIT
005180     END-IF.
005190     MOVE "N" TO WS-SW-REPETIDA.
005200     PERFORM 1465-BUSCAR-REPETIDA THRU 1465-EXIT
005210         VARYING WS-IDX-ENT FROM 1 BY 1
005220             UNTIL WS-IDX-ENT > WS-CANT-ENTREGAS
005230                 OR ENTREGA-REPETIDA.
005240     IF ENTREGA-REPETIDA
005250         GO TO 1460-EXIT
005260     END-IF.
005270     ADD 1 TO WS-CANT-ENTREGAS.
005280     MOVE DENT-DESTINATARIO TO
005290         ENT-DESTINATARIO(WS-CANT-ENTREGAS).
005300     MOVE FUNCTION UPPER-CASE(DENT-FAMILIA) TO
005310         ENT-FAMILIA(WS-CANT-ENTREGAS).
005320     MOVE DENT-PAQUETE TO ENT-PAQUETE(WS-CANT-ENTREGAS).
005330     MOVE SPACES TO WS-FAMILIA-ACTUAL.
005340     UNSTRING DENT-PAQUETE DELIMITED BY "."
005350         INTO WS-FAMILIA-ACTUAL.
005360     MOVE FUNCTION UPPER-CASE(WS-FAMILIA-ACTUAL)
005370         TO ENT-PAQ-FAMILIA(WS-CANT-ENTREGAS).
005380     MOVE "N" TO ENT-AFECTADA(WS-CANT-ENTREGAS).
005390 1460-EXIT.
005400     EXIT.
005410
005420 1465-BUSCAR-REPETIDA.
005430     IF ENT-DESTINATARIO(WS-IDX-ENT) = DENT-DESTINATARIO
005440             AND ENT-PAQUETE(WS-IDX-ENT) = DENT-PAQUETE
005450             AND ENT-FAMILIA(WS-IDX-ENT) =
005460                 FUNCTION UPPER-CASE(DENT-FAMILIA)
005470         SET ENTREGA-REPETIDA TO TRUE
005480     END-IF.
005490 1465-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530* 1500-NORMALIZAR-PEDIDO - SI LA FAMILIA PEDIDA NO FIGURA TAL
005540*     CUAL EN PASODEP PERO EMPIEZA CON UN NOMBRE DE PASODEP (LA
005550*     VARIANTE PERSCSVC DE PERSCSV, POR EJEMPLO), SE RECORRE
005560*     CON EL NOMBRE DE PASODEP
005570******************************************************************
005580 1500-NORMALIZAR-PEDIDO.
005590     MOVE WS-FAMILIA-PEDIDA TO WS-NOMBRE-RECORRIDO.
005600     MOVE WS-FAMILIA-PEDIDA TO WS-NOMBRE-BUSCADO.
005610     MOVE "N" TO WS-SW-NOMBRE.
005620     PERFORM 1510-BUSCAR-EXACTO THRU 1510-EXIT
005630         VARYING WS-IDX-PASO FROM 1 BY 1
005640             UNTIL WS-IDX-PASO > WS-CANT-PASOS
005650                 OR NOMBRE-HALLADO.
005660     IF NOMBRE-HALLADO
005670         GO TO 1500-EXIT
005680     END-IF.
005690     PERFORM 1520-BUSCAR-PREFIJO THRU 1520-EXIT
005700         VARYING WS-IDX-PASO FROM 1 BY 1
005710             UNTIL WS-IDX-PASO > WS-CANT-PASOS
005720                 OR NOMBRE-HALLADO.
005730 1500-EXIT.
005740     EXIT.
005750
005760 1510-BUSCAR-EXACTO.
005770     PERFORM 1515-COMPARAR-EXACTO THRU 1515-EXIT
005780         VARYING WS-IDX-NOM FROM 1 BY 1
005790             UNTIL WS-IDX-NOM > 6 OR NOMBRE-HALLADO.
005800 1510-EXIT.
005810     EXIT.
005820
005830 1515-COMPARAR-EXACTO.
005840     IF DEP-LEE-NOM(WS-IDX-PASO WS-IDX-NOM) = WS-NOMBRE-BUSCADO
005850             OR DEP-ESC-NOM(WS-IDX-PASO WS-IDX-NOM) =
005860                 WS-NOMBRE-BUSCADO
005870         SET NOMBRE-HALLADO TO TRUE
005880     END-IF.
005890 1515-EXIT.
005900     EXIT.
005910
005920 1520-BUSCAR-PREFIJO.
005930     PERFORM 1525-COMPARAR-PREFIJO THRU 1525-EXIT
005940         VARYING WS-IDX-NOM FROM 1 BY 1
005950             UNTIL WS-IDX-NOM > 6 OR NOMBRE-HALLADO.
005960 1520-EXIT.
005970     EXIT.
005980
005990 1525-COMPARAR-PREFIJO.
006000     MOVE DEP-ESC-NOM(WS-IDX-PASO WS-IDX-NOM)
006010         TO WS-FAMILIA-ACTUAL.
006020     IF WS-FAMILIA-ACTUAL = SPACES
006030         GO TO 1525-EXIT
006040     END-IF.
006050     MOVE ZERO TO WS-LARGO-NOMBRE.
006060     INSPECT WS-FAMILIA-ACTUAL TALLYING WS-LARGO-NOMBRE
006070         FOR CHARACTERS BEFORE INITIAL SPACE.
006080     IF WS-FAMILIA-PEDIDA(1:WS-LARGO-NOMBRE) =
006090             WS-FAMILIA-ACTUAL(1:WS-LARGO-NOMBRE)
006100         SET NOMBRE-HALLADO TO TRUE
006110         MOVE WS-FAMILIA-ACTUAL TO WS-NOMBRE-RECORRIDO
006120     END-IF.
006130 1525-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 2000-IMPACTO-ADELANTE - RECORRE LOS PASOS EN EL ORDEN DEL
006180*     CICLO: UN PASO QUEDA ALCANZADO SI LEE UN ARCHIVO YA
006190*     CONTAMINADO ANTES DE EL (EL PEDIDO, O ALGO ESCRITO POR UN
006200*     PASO ANTERIOR ALCANZADO), Y TODO LO QUE ESCRIBE QUEDA
006210*     CONTAMINADO DESDE ESE PASO. UN PASO QUE CORRE ANTES DE
006220*     QUE EL ARCHIVO SE CONTAMINE NO LO VIO ESE DIA.
006230******************************************************************
006240 2000-IMPACTO-ADELANTE.
006250     MOVE WS-NOMBRE-RECORRIDO TO WS-NOMBRE-BUSCADO.
006260     MOVE ZERO TO WS-PASO-HALLADO.
006270     PERFORM 2160-AGREGAR-NOMBRE THRU 2160-EXIT.
006280     PERFORM 2100-REVISAR-PASO THRU 2100-EXIT
006290         VARYING WS-IDX-PASO FROM 1 BY 1
006300             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
006310     PERFORM 2200-MARCAR-SALIDA THRU 2200-EXIT
006320         VARYING WS-IDX-CAT FROM 1 BY 1
006330             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO.
006340     PERFORM 2300-MARCAR-ENTREGA THRU 2300-EXIT
006350         VARYING WS-IDX-ENT FROM 1 BY 1
006360             UNTIL WS-IDX-ENT > WS-CANT-ENTREGAS.
006370 2000-EXIT.
006380     EXIT.
006390
006400 2100-REVISAR-PASO.
006410     IF DEP-DEFINIDO(WS-IDX-PASO) NOT = "S"
006420         GO TO 2100-EXIT
006430     END-IF.
006440     PERFORM 2110-REVISAR-LECTURA THRU 2110-EXIT
006450         VARYING WS-IDX-NOM FROM 1 BY 1
006460             UNTIL WS-IDX-NOM > 6
006470                 OR PASO-ALCANZADO(WS-IDX-PASO).
006480     IF NOT PASO-ALCANZADO(WS-IDX-PASO)
006490         GO TO 2100-EXIT
006500     END-IF.
006510     ADD 1 TO WS-CUENTA-PASOS.
006520     MOVE WS-IDX-PASO TO WS-PASO-HALLADO.
006530     PERFORM 2150-CONTAMINAR-ESCRITURA THRU 2150-EXIT
006540         VARYING WS-IDX-NOM FROM 1 BY 1
006550             UNTIL WS-IDX-NOM > 6.
006560 2100-EXIT.
006570     EXIT.
006580
006590 2110-REVISAR-LECTURA.
006600     MOVE DEP-LEE-NOM(WS-IDX-PASO WS-IDX-NOM)
006610         TO WS-NOMBRE-BUSCADO.
006620     IF WS-NOMBRE-BUSCADO = SPACES
006630         GO TO 2110-EXIT
006640     END-IF.
006650     MOVE "N" TO WS-SW-NOMBRE.
006660     PERFORM 2120-BUSCAR-CONTAMINADO THRU 2120-EXIT
006670         VARYING WS-IDX-CONT FROM 1 BY 1
006680             UNTIL WS-IDX-CONT > WS-CANT-NOMBRES
006690                 OR NOMBRE-HALLADO.
006700     IF NOMBRE-HALLADO
006710         SUBTRACT 1 FROM WS-IDX-CONT
006720         IF NOM-DESDE(WS-IDX-CONT) < WS-IDX-PASO
006730             SET PASO-ALCANZADO(WS-IDX-PASO) TO TRUE
006740             MOVE WS-NOMBRE-BUSCADO TO DEP-MOTIVO(WS-IDX-PASO)
006750         END-IF
006760     END-IF.
006770 2110-EXIT.
006780     EXIT.
006790
006800 2120-BUSCAR-CONTAMINADO.
006810     IF NOM-NOMBRE(WS-IDX-CONT) = WS-NOMBRE-BUSCADO
006820         SET NOMBRE-HALLADO TO TRUE
006830     END-IF.
006840 2120-EXIT.
006850     EXIT.
006860
006870 2150-CONTAMINAR-ESCRITURA.
006880     MOVE DEP-ESC-NOM(WS-IDX-PASO WS-IDX-NOM)
006890         TO WS-NOMBRE-BUSCADO.
006900     IF WS-NOMBRE-BUSCADO = SPACES
006910         GO TO 2150-EXIT
006920     END-IF.
006930     PERFORM 2160-AGREGAR-NOMBRE THRU 2160-EXIT.
006940 2150-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980* 2160-AGREGAR-NOMBRE - WS-NOMBRE-BUSCADO QUEDA CONTAMINADO
006990*     DESDE WS-PASO-HALLADO, SALVO QUE YA LO ESTUVIERA ANTES
007000******************************************************************
007010 2160-AGREGAR-NOMBRE.
007020     MOVE "N" TO WS-SW-NOMBRE.
007030     PERFORM 2120-BUSCAR-CONTAMINADO THRU 2120-EXIT
007040         VARYING WS-IDX-CONT FROM 1 BY 1
007050             UNTIL WS-IDX-CONT > WS-CANT-NOMBRES
007060                 OR NOMBRE-HALLADO.
007070     IF NOMBRE-HALLADO
007080             OR WS-CANT-NOMBRES >= WS-MAX-NOMBRES
007090         GO TO 2160-EXIT
007100     END-IF.
007110     ADD 1 TO WS-CANT-NOMBRES.
007120     MOVE WS-NOMBRE-BUSCADO TO NOM-NOMBRE(WS-CANT-NOMBRES).
007130     MOVE WS-PASO-HALLADO TO NOM-DESDE(WS-CANT-NOMBRES).
007140 2160-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180* 2200-MARCAR-SALIDA - UNA SALIDA DEL DIA ESTA AFECTADA SI LA
007190*     CATALOGO UN PASO ALCANZADO, O SI ES EL MISMO ARCHIVO PEDIDO
007200******************************************************************
007210 2200-MARCAR-SALIDA.
007220     IF CATT-FAMILIA(WS-IDX-CAT) = WS-FAMILIA-PEDIDA
007230         SET SALIDA-AFECTADA(WS-IDX-CAT) TO TRUE
007240         ADD 1 TO WS-CUENTA-SALIDAS
007250         GO TO 2200-EXIT
007260     END-IF.
007270     MOVE CATT-PROGRAMA-MAY(WS-IDX-CAT) TO WS-PROGRAMA-MAY.
007280     PERFORM 2210-BUSCAR-PASO-DEL-PROGRAMA THRU 2210-EXIT.
007290     IF WS-PASO-HALLADO > ZERO
007300         IF PASO-ALCANZADO(WS-PASO-HALLADO)
007310             SET SALIDA-AFECTADA(WS-IDX-CAT) TO TRUE
007320             ADD 1 TO WS-CUENTA-SALIDAS
007330         END-IF
007340     END-IF.
007350 2200-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 2210-BUSCAR-PASO-DEL-PROGRAMA - EL PASO DEL CICLO QUE CORRE
007400*     WS-PROGRAMA-MAY (CERO SI NO ES UN PASO DEL CICLO)
007410******************************************************************
007420 2210-BUSCAR-PASO-DEL-PROGRAMA.
007430     MOVE ZERO TO WS-PASO-HALLADO.
007440     PERFORM 2215-COMPARAR-PROGRAMA THRU 2215-EXIT
007450         VARYING WS-IDX-NOM FROM 1 BY 1
007460             UNTIL WS-IDX-NOM > WS-CANT-PASOS
007470                 OR WS-PASO-HALLADO > ZERO.
007480 2210-EXIT.
007490     EXIT.
007500
007510 2215-COMPARAR-PROGRAMA.
007520     IF FUNCTION UPPER-CASE(PASO-PROGRAMA(WS-IDX-NOM)) =
007530             WS-PROGRAMA-MAY
007540         MOVE WS-IDX-NOM TO WS-PASO-HALLADO
007550     END-IF.
007560 2215-EXIT.
007570     EXIT.
007580
007590 2300-MARCAR-ENTREGA.
007600     PERFORM 2310-BUSCAR-SALIDA-ENTREGADA THRU 2310-EXIT
007610         VARYING WS-IDX-CAT FROM 1 BY 1
007620             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO
007630                 OR ENTREGA-AFECTADA(WS-IDX-ENT).
007640     IF ENTREGA-AFECTADA(WS-IDX-ENT)
007650         ADD 1 TO WS-CUENTA-PAQUETES
007660     END-IF.
007670 2300-EXIT.
007680     EXIT.
007690
007700 2310-BUSCAR-SALIDA-ENTREGADA.
007710     IF SALIDA-AFECTADA(WS-IDX-CAT)
007720             AND CATT-FAMILIA(WS-IDX-CAT) =
007730                 ENT-FAMILIA(WS-IDX-ENT)
007740         SET ENTREGA-AFECTADA(WS-IDX-ENT) TO TRUE
007750     END-IF.
007760 2310-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 3000-LINAJE-ATRAS - DESDE LA SALIDA (O DESDE CADA FAMILIA DEL
007810*     PAQUETE PEDIDO) HACIA ATRAS: EL PRODUCTOR DE UN ARCHIVO ES
007820*     EL ULTIMO PASO ANTERIOR QUE LO ESCRIBE, Y SUS LECTURAS SE
007830*     RASTREAN A SU VEZ DESDE ESE PASO. LO QUE NINGUN PASO
007840*     ANTERIOR ESCRIBE ES UN ORIGEN.
007850******************************************************************
007860 3000-LINAJE-ATRAS.
007870     PERFORM 3050-SEMBRAR-PAQUETE THRU 3050-EXIT
007880         VARYING WS-IDX-ENT FROM 1 BY 1
007890             UNTIL WS-IDX-ENT > WS-CANT-ENTREGAS.
007900     IF NOT PEDIDO-ES-PAQUETE
007910         MOVE WS-FAMILIA-PEDIDA TO WS-FAMILIA-ACTUAL
007920         PERFORM 3100-SEMBRAR-FAMILIA THRU 3100-EXIT
007930     END-IF.
007940     PERFORM 3200-PROCESAR-PEDIDO THRU 3200-EXIT
007950         VARYING WS-IDX-PED FROM 1 BY 1
007960             UNTIL WS-IDX-PED > WS-CANT-PEDIDOS.
007970 3000-EXIT.
007980     EXIT.
007990
008000 3050-SEMBRAR-PAQUETE.
008010     IF ENT-PAQ-FAMILIA(WS-IDX-ENT) NOT = WS-FAMILIA-PEDIDA
008020         GO TO 3050-EXIT
008030     END-IF.
008040     SET PEDIDO-ES-PAQUETE TO TRUE.
008050     SET ENTREGA-AFECTADA(WS-IDX-ENT) TO TRUE.
008060     ADD 1 TO WS-CUENTA-PAQUETES.
008070     MOVE ENT-FAMILIA(WS-IDX-ENT) TO WS-FAMILIA-ACTUAL.
008080     PERFORM 3100-SEMBRAR-FAMILIA THRU 3100-EXIT.
008090 3050-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130* 3100-SEMBRAR-FAMILIA - SI LA FAMILIA FUE CATALOGADA ESE DIA
008140*     POR UN PASO DEL CICLO, ESE PASO ES EL PRODUCTOR Y SE
008150*     RASTREAN SUS LECTURAS; SI NO, SE RASTREA EL NOMBRE EN
008160*     PASODEP DESDE EL FINAL DEL CICLO
008170******************************************************************
008180 3100-SEMBRAR-FAMILIA.
008190     MOVE ZERO TO WS-PASO-HALLADO.
008200     PERFORM 3110-BUSCAR-CATALOGADA THRU 3110-EXIT
008210         VARYING WS-IDX-CAT FROM 1 BY 1
008220             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO
008230                 OR WS-PASO-HALLADO > ZERO.
008240     IF WS-PASO-HALLADO > ZERO
008250         MOVE WS-PASO-HALLADO TO WS-IDX-PASO
008260         IF NOT PASO-ALCANZADO(WS-IDX-PASO)
008270             SET PASO-ALCANZADO(WS-IDX-PASO) TO TRUE
008280             MOVE WS-FAMILIA-ACTUAL TO DEP-MOTIVO(WS-IDX-PASO)
008290             ADD 1 TO WS-CUENTA-PASOS
008300             PERFORM 3220-AGREGAR-LECTURAS THRU 3220-EXIT
008310         END-IF
008320         GO TO 3100-EXIT
008330     END-IF.
008340     MOVE WS-FAMILIA-ACTUAL TO WS-NOMBRE-BUSCADO.
008350     IF WS-FAMILIA-ACTUAL = WS-FAMILIA-PEDIDA
008360         MOVE WS-NOMBRE-RECORRIDO TO WS-NOMBRE-BUSCADO
008370     END-IF.
008380     COMPUTE WS-HASTA-NUEVO = WS-CANT-PASOS + 1.
008390     PERFORM 3230-AGREGAR-PEDIDO THRU 3230-EXIT.
008400 3100-EXIT.
008410     EXIT.
008420
008430 3110-BUSCAR-CATALOGADA.
008440     IF CATT-FAMILIA(WS-IDX-CAT) = WS-FAMILIA-ACTUAL
008450         IF NOT SALIDA-AFECTADA(WS-IDX-CAT)
008460             SET SALIDA-AFECTADA(WS-IDX-CAT) TO TRUE
008470             ADD 1 TO WS-CUENTA-SALIDAS
008480         END-IF
008490         MOVE CATT-PROGRAMA-MAY(WS-IDX-CAT) TO WS-PROGRAMA-MAY
008500         PERFORM 2210-BUSCAR-PASO-DEL-PROGRAMA THRU 2210-EXIT
008510     END-IF.
008520 3110-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560* 3200-PROCESAR-PEDIDO - BUSCA HACIA ATRAS, DESDE EL PASO
008570*     ANTERIOR A PED-HASTA, EL ULTIMO PASO QUE ESCRIBE EL
008580*     ARCHIVO
008590******************************************************************
008600 3200-PROCESAR-PEDIDO.
008610     MOVE PED-NOMBRE(WS-IDX-PED) TO WS-NOMBRE-BUSCADO.
008620     MOVE ZERO TO WS-PASO-HALLADO.
008630     MOVE "N" TO WS-SW-NOMBRE.
008640     COMPUTE WS-PASO-PRODUCTOR = PED-HASTA(WS-IDX-PED) - 1.
008650     PERFORM 3210-BUSCAR-PRODUCTOR THRU 3210-EXIT
008660         UNTIL WS-PASO-PRODUCTOR < 1 OR NOMBRE-HALLADO.
008670     IF NOT NOMBRE-HALLADO
008680         PERFORM 3300-AGREGAR-ORIGEN THRU 3300-EXIT
008690         GO TO 3200-EXIT
008700     END-IF.
008710     MOVE WS-PASO-PRODUCTOR TO WS-IDX-PASO.
008720     IF PASO-ALCANZADO(WS-IDX-PASO)
008730         GO TO 3200-EXIT
008740     END-IF.
008750     SET PASO-ALCANZADO(WS-IDX-PASO) TO TRUE.
008760     MOVE WS-NOMBRE-BUSCADO TO DEP-MOTIVO(WS-IDX-PASO).
008770     ADD 1 TO WS-CUENTA-PASOS.
008780     PERFORM 3220-AGREGAR-LECTURAS THRU 3220-EXIT.
008790 3200-EXIT.
008800     EXIT.
008810
008820 3210-BUSCAR-PRODUCTOR.
008830     MOVE WS-PASO-PRODUCTOR TO WS-IDX-PASO.
008840     IF DEP-DEFINIDO(WS-IDX-PASO) = "S"
008850         PERFORM 3215-COMPARAR-ESCRITURA THRU 3215-EXIT
008860             VARYING WS-IDX-NOM FROM 1 BY 1
008870                 UNTIL WS-IDX-NOM > 6 OR NOMBRE-HALLADO
008880     END-IF.
008890     IF NOT NOMBRE-HALLADO
008900         SUBTRACT 1 FROM WS-PASO-PRODUCTOR
008910     END-IF.
008920 3210-EXIT.
008930     EXIT.
008940
008950 3215-COMPARAR-ESCRITURA.
008960     IF DEP-ESC-NOM(WS-IDX-PASO WS-IDX-NOM) = WS-NOMBRE-BUSCADO
008970         SET NOMBRE-HALLADO TO TRUE
008980     END-IF.
008990 3215-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030* 3220-AGREGAR-LECTURAS - CADA ARCHIVO QUE LEE EL PASO
009040*     WS-IDX-PASO SE RASTREA DESDE ESE PASO HACIA ATRAS
009050******************************************************************
009060 3220-AGREGAR-LECTURAS.
009070     MOVE WS-IDX-PASO TO WS-HASTA-NUEVO.
009080     PERFORM 3225-AGREGAR-UNA-LECTURA THRU 3225-EXIT
009090         VARYING WS-IDX-NOM FROM 1 BY 1
009100             UNTIL WS-IDX-NOM > 6.
009110 3220-EXIT.
009120     EXIT.
009130
009140 3225-AGREGAR-UNA-LECTURA.
009150     MOVE DEP-LEE-NOM(WS-HASTA-NUEVO WS-IDX-NOM)
009160         TO WS-NOMBRE-BUSCADO.
009170     IF WS-NOMBRE-BUSCADO NOT = SPACES
009180         PERFORM 3230-AGREGAR-PEDIDO THRU 3230-EXIT
009190     END-IF.
009200 3225-EXIT.
009210     EXIT.
009220
009230 3230-AGREGAR-PEDIDO.
009240     MOVE "N" TO WS-SW-REPETIDA.
009250     PERFORM 3235-BUSCAR-PEDIDO THRU 3235-EXIT
009260         VARYING WS-IDX-CONT FROM 1 BY 1
009270             UNTIL WS-IDX-CONT > WS-CANT-PEDIDOS
009280                 OR ENTREGA-REPETIDA.
009290     IF ENTREGA-REPETIDA
009300             OR WS-CANT-PEDIDOS >= WS-MAX-PEDIDOS
009310         GO TO 3230-EXIT
009320     END-IF.
009330     ADD 1 TO WS-CANT-PEDIDOS.
009340     MOVE WS-NOMBRE-BUSCADO TO PED-NOMBRE(WS-CANT-PEDIDOS).
009350     MOVE WS-HASTA-NUEVO TO PED-HASTA(WS-CANT-PEDIDOS).
009360 3230-EXIT.
009370     EXIT.
009380
009390 3235-BUSCAR-PEDIDO.
009400     IF PED-NOMBRE(WS-IDX-CONT) = WS-NOMBRE-BUSCADO
009410             AND PED-HASTA(WS-IDX-CONT) = WS-HASTA-NUEVO
009420         SET ENTREGA-REPETIDA TO TRUE
009430     END-IF.
009440 3235-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480* 3300-AGREGAR-ORIGEN - NINGUN PASO ANTERIOR LO ESCRIBE: SI
009490*     NINGUN PASO LO ESCRIBE EN TODO EL CICLO ES UN DECK DE
009500*     ENTRADA; SI LO ESCRIBE UNO POSTERIOR, VIENE DEL CICLO
009510*     ANTERIOR
009520******************************************************************
009530 3300-AGREGAR-ORIGEN.
009540     MOVE "N" TO WS-SW-REPETIDA.
009550     PERFORM 3310-BUSCAR-ORIGEN THRU 3310-EXIT
009560         VARYING WS-IDX-ORIG FROM 1 BY 1
009570             UNTIL WS-IDX-ORIG > WS-CANT-ORIGENES
009580                 OR ENTREGA-REPETIDA.
009590     IF ENTREGA-REPETIDA
009600             OR WS-CANT-ORIGENES >= WS-MAX-ORIGENES
009610         GO TO 3300-EXIT
009620     END-IF.
009630     ADD 1 TO WS-CANT-ORIGENES.
009640     MOVE WS-NOMBRE-BUSCADO TO ORIG-NOMBRE(WS-CANT-ORIGENES).
009650     MOVE "N" TO WS-SW-NOMBRE.
009660     MOVE WS-CANT-PASOS TO WS-PASO-PRODUCTOR.
009670     PERFORM 3210-BUSCAR-PRODUCTOR THRU 3210-EXIT
009680         UNTIL WS-PASO-PRODUCTOR < 1 OR NOMBRE-HALLADO.
009690     IF NOMBRE-HALLADO
009700         MOVE "ARCHIVO DEL CICLO ANTERIOR" TO
009710             ORIG-TIPO(WS-CANT-ORIGENES)
009720     ELSE
009730         MOVE "DECK DE ENTRADA" TO ORIG-TIPO(WS-CANT-ORIGENES)
009740     END-IF.
009750 3300-EXIT.
009760     EXIT.
009770
009780 3310-BUSCAR-ORIGEN.
009790     IF ORIG-NOMBRE(WS-IDX-ORIG) = WS-NOMBRE-BUSCADO
009800         SET ENTREGA-REPETIDA TO TRUE
009810     END-IF.
009820 3310-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860* 4000-EMITIR-ADELANTE - PASOS A RELANZAR, SALIDAS DEL DIA
009870*     AFECTADAS Y PAQUETES / DESTINATARIOS A AVISAR
009880******************************************************************
009890 4000-EMITIR-ADELANTE.
009900     MOVE SPACES TO RSVC-LINEA.
009910     STRING "IMPACTO HACIA ADELANTE DE " DELIMITED BY SIZE
009920         WS-FAMILIA-PEDIDA DELIMITED BY SPACE
009930         " EN LA FECHA " WS-FECHA-CONSULTA
009940         DELIMITED BY SIZE INTO RSVC-LINEA.
009950     CALL "reporte_svc" USING RSVC-AREA.
009960     MOVE SPACES TO RSVC-LINEA.
009970     CALL "reporte_svc" USING RSVC-AREA.
009980     MOVE "PASOS A RELANZAR (EN ESTE ORDEN):" TO RSVC-LINEA.
009990     CALL "reporte_svc" USING RSVC-AREA.
010000     MOVE "LEE     " TO LPA-ROTULO.
010010     PERFORM 6000-EMITIR-PASO THRU 6000-EXIT
010020         VARYING WS-IDX-PASO FROM 1 BY 1
010030             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
010040     IF WS-CUENTA-PASOS = ZERO
010050         MOVE "  (NINGUN PASO LO LEE DESPUES DE PRODUCIDO)"
010060             TO RSVC-LINEA
010070         CALL "reporte_svc" USING RSVC-AREA
010080     END-IF.
010090     PERFORM 6100-EMITIR-SALIDAS THRU 6100-EXIT.
010100     MOVE SPACES TO RSVC-LINEA.
010110     CALL "reporte_svc" USING RSVC-AREA.
010120     MOVE "PAQUETES Y DESTINATARIOS A AVISAR:" TO RSVC-LINEA.
010130     CALL "reporte_svc" USING RSVC-AREA.
010140     PERFORM 6200-EMITIR-ENTREGA THRU 6200-EXIT
010150         VARYING WS-IDX-ENT FROM 1 BY 1
010160             UNTIL WS-IDX-ENT > WS-CANT-ENTREGAS.
010170     IF NOT DISTENTR-PRESENTE
010180         MOVE "  (SIN REGISTRO DE ENTREGAS DISTENTR)"
010190             TO RSVC-LINEA
010200         CALL "reporte_svc" USING RSVC-AREA
010210     ELSE
010220         IF WS-CUENTA-PAQUETES = ZERO
010230             MOVE "  (NINGUN PAQUETE DE LA FECHA LAS LLEVO)"
010240                 TO RSVC-LINEA
010250             CALL "reporte_svc" USING RSVC-AREA
010260         END-IF
010270     END-IF.
010280 4000-EXIT.
010290     EXIT.
010300
010310******************************************************************
010320* 5000-EMITIR-ATRAS - PASOS DE LA CADENA, SALIDAS DEL DIA QUE
010330*     SE RASTREARON Y ORIGENES
010340******************************************************************
010350 5000-EMITIR-ATRAS.
010360     MOVE SPACES TO RSVC-LINEA.
010370     STRING "LINAJE HACIA ATRAS DE " DELIMITED BY SIZE
010380         WS-FAMILIA-PEDIDA DELIMITED BY SPACE
010390         " EN LA FECHA " WS-FECHA-CONSULTA
010400         DELIMITED BY SIZE INTO RSVC-LINEA.
010410     CALL "reporte_svc" USING RSVC-AREA.
010420     IF PEDIDO-ES-PAQUETE
010430         MOVE SPACES TO RSVC-LINEA
010440         CALL "reporte_svc" USING RSVC-AREA
010450         MOVE "FAMILIAS DEL PAQUETE:" TO RSVC-LINEA
010460         CALL "reporte_svc" USING RSVC-AREA
010470         PERFORM 6200-EMITIR-ENTREGA THRU 6200-EXIT
010480             VARYING WS-IDX-ENT FROM 1 BY 1
010490                 UNTIL WS-IDX-ENT > WS-CANT-ENTREGAS
010500     END-IF.
010510     MOVE SPACES TO RSVC-LINEA.
010520     CALL "reporte_svc" USING RSVC-AREA.
010530     MOVE "PASOS DE LA CADENA (EN ORDEN DEL CICLO):"
010540         TO RSVC-LINEA.
010550     CALL "reporte_svc" USING RSVC-AREA.
010560     MOVE "ESCRIBE " TO LPA-ROTULO.
010570     PERFORM 6000-EMITIR-PASO THRU 6000-EXIT
010580         VARYING WS-IDX-PASO FROM 1 BY 1
010590             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
010600     IF WS-CUENTA-PASOS = ZERO
010610         MOVE "  (NINGUN PASO DEL CICLO LO PRODUCE)"
010620             TO RSVC-LINEA
010630         CALL "reporte_svc" USING RSVC-AREA
010640     END-IF.
010650     PERFORM 6100-EMITIR-SALIDAS THRU 6100-EXIT.
010660     MOVE SPACES TO RSVC-LINEA.
010670     CALL "reporte_svc" USING RSVC-AREA.
010680     MOVE "ORIGENES:" TO RSVC-LINEA.
010690     CALL "reporte_svc" USING RSVC-AREA.
010700     PERFORM 6300-EMITIR-ORIGEN THRU 6300-EXIT
010710         VARYING WS-IDX-ORIG FROM 1 BY 1
010720             UNTIL WS-IDX-ORIG > WS-CANT-ORIGENES.
010730     IF WS-CANT-ORIGENES = ZERO
010740         MOVE "  (NINGUNO)" TO RSVC-LINEA
010750         CALL "reporte_svc" USING RSVC-AREA
010760     END-IF.
010770 5000-EXIT.
010780     EXIT.
010790
010800 6000-EMITIR-PASO.
010810     IF NOT PASO-ALCANZADO(WS-IDX-PASO)
010820         GO TO 6000-EXIT
010830     END-IF.
010840     MOVE WS-IDX-PASO TO LPA-PASO.
010850     MOVE PASO-PROGRAMA(WS-IDX-PASO) TO LPA-PROGRAMA.
010860     MOVE PASO-DESCRIPCION(WS-IDX-PASO) TO LPA-DESCRIPCION.
010870     MOVE DEP-MOTIVO(WS-IDX-PASO) TO LPA-MOTIVO.
010880     MOVE WS-LINEA-PASO TO RSVC-LINEA.
010890     CALL "reporte_svc" USING RSVC-AREA.
010900 6000-EXIT.
010910     EXIT.
010920
010930 6100-EMITIR-SALIDAS.
010940     MOVE SPACES TO RSVC-LINEA.
010950     CALL "reporte_svc" USING RSVC-AREA.
010960     MOVE "SALIDAS CATALOGADAS (REPORTES Y EXTRACTOS CSV):"
010970         TO RSVC-LINEA.
010980     CALL "reporte_svc" USING RSVC-AREA.
010990     PERFORM 6110-EMITIR-SALIDA THRU 6110-EXIT
011000         VARYING WS-IDX-CAT FROM 1 BY 1
011010             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO.
011020     IF WS-CUENTA-SALIDAS = ZERO
011030         MOVE "  (NINGUNA CATALOGADA EN LA FECHA)"
011040             TO RSVC-LINEA
011050         CALL "reporte_svc" USING RSVC-AREA
011060     END-IF.
011070 6100-EXIT.
011080     EXIT.
011090
011100 6110-EMITIR-SALIDA.
011110     IF NOT SALIDA-AFECTADA(WS-IDX-CAT)
011120         GO TO 6110-EXIT
011130     END-IF.
011140     MOVE CATT-ARCHIVO(WS-IDX-CAT) TO LSA-ARCHIVO.
011150     MOVE CATT-PROGRAMA(WS-IDX-CAT) TO LSA-PROGRAMA.
011160     MOVE CATT-CANTIDAD(WS-IDX-CAT) TO LSA-CANTIDAD.
011170     MOVE WS-LINEA-SALIDA TO RSVC-LINEA.
011180     CALL "reporte_svc" USING RSVC-AREA.
011190 6110-EXIT.
011200     EXIT.
011210
011220 6200-EMITIR-ENTREGA.
011230     IF NOT ENTREGA-AFECTADA(WS-IDX-ENT)
011240         GO TO 6200-EXIT
011250     END-IF.
011260     MOVE ENT-PAQUETE(WS-IDX-ENT) TO LPQ-PAQUETE.
011270     MOVE ENT-DESTINATARIO(WS-IDX-ENT) TO LPQ-DESTINATARIO.
011280     MOVE ENT-FAMILIA(WS-IDX-ENT) TO LPQ-FAMILIA.
011290     MOVE WS-LINEA-PAQUETE TO RSVC-LINEA.
011300     CALL "reporte_svc" USING RSVC-AREA.
011310 6200-EXIT.
011320     EXIT.
011330
011340 6300-EMITIR-ORIGEN.
011350     MOVE ORIG-NOMBRE(WS-IDX-ORIG) TO LOR-NOMBRE.
011360     MOVE ORIG-TIPO(WS-IDX-ORIG) TO LOR-TIPO.
011370     MOVE WS-LINEA-ORIGEN TO RSVC-LINEA.
011380     CALL "reporte_svc" USING RSVC-AREA.
011390 6300-EXIT.
011400     EXIT.
011410
011420******************************************************************
011430* 9000-TERMINAR - CIERRE DEL REPORTE, AUDITORIA Y CATALOGO
011440******************************************************************
011450 9000-TERMINAR.
011460     MOVE "C" TO RSVC-FUNCION.
011470     CALL "reporte_svc" USING RSVC-AREA.
011480     COMPUTE WS-AUDT-CANTIDAD = WS-CUENTA-PASOS
011490         + WS-CUENTA-SALIDAS + WS-CUENTA-PAQUETES.
011500     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
011510     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
011520     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
011530     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
011540             WS-CATG-CANTIDAD.
011550     DISPLAY WS-CUENTA-PASOS " PASO(S), " WS-CUENTA-SALIDAS
011560         " SALIDA(S), " WS-CUENTA-PAQUETES
011570         " ENTREGA(S) DE PAQUETE. LISTADO EN "
011580         WS-DYN-REPORT-FILE.
011590 9000-EXIT.
011600     EXIT.
