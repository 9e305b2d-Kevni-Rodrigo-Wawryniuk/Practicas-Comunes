000250*                 R REABRIR EN EXTEND (REINICIOS CON CHECKPOINT)
000260*                 E ESCRIBIR UNA LINEA (CORTA LA PAGINA SOLO)
000270*                 C CERRAR
000280*                 T TITULOS DE COLUMNA DEL ARCHIVO DE DATOS
000290*                 D UNA LINEA DEL ARCHIVO DE DATOS
000300*                 G ABRIR SOLO EL ARCHIVO DE DATOS (REPORTES
000310*                   QUE IMPRIMEN POR SU CUENTA)
000320*             RSVC-CANT-LINEAS DEVUELVE LAS LINEAS ESCRITAS
000330*             (ENCABEZADOS INCLUIDOS) PARA EL CATALOGO.
000340*             ARCHIVO DE DATOS: SI LA FAMILIA DEL REPORTE (EL
000350*             NOMBRE HASTA EL PUNTO) FIGURA EN LA TARJETA
000360*             DATOSCTL (FAMILIA X8, BLANCO, FAMILIA DE DATOS
000370*             X8), JUNTO AL REPORTE SE ESCRIBE FAMDATOS.<RESTO
000380*             DEL NOMBRE>: LA LINEA T COMO PRIMERA LINEA Y LAS
000390*             LINEAS D (DETALLE Y TOTALES SEPARADOS POR COMA,
000400*             COMO LOS CSV DE EXPORTAR_DATOS), SIN ENCABEZADOS
000410*             NI CORTES DE PAGINA. AL CERRAR SE CATALOGA COMO
000420*             SU PROPIA FAMILIA CON LA CANTIDAD DE LINEAS D,
000430*             ASI DISTRIBUIR LO ENVIA Y LIMPIEZA LO VENCE. EL
000440*             ARCHIVO SE CREA CON LA PRIMERA LINEA T O D: SI EL
000450*             LLAMADOR NO MANDA NINGUNA, NO HAY ARCHIVO. SIN
000460*             TARJETA, O EN MODO ENTRENAMIENTO, T Y D NO HACEN
000470*             NADA.
000480* TECTONICS:  cobc
000490******************************************************************
000500* MODIFICATION HISTORY
000510* DATE       INIT DESCRIPTION
000520* 2026-08-12 RW   INITIAL VERSION.
000530* 2026-09-01 RW   EN MODO ENTRENAMIENTO (MARCA MODO_ENTRENO DEL
000540*                 MENU) EL TITULO DE CADA PAGINA SE PREFIJA CON
000550*                 "ENTRENAMIENTO - ", ASI NINGUN REPORTE DE
000560*                 PRACTICA PUEDE CONFUNDIRSE CON UNO REAL.
000570* 2026-10-15 RW   ARCHIVO DE DATOS DELIMITADO JUNTO AL REPORTE
000580*                 (FUNCIONES T, D Y G), POR FAMILIA SEGUN LA
000590*                 TARJETA DATOSCTL, CATALOGADO AL CERRAR.
000600* 2026-10-15 RW   EL ARCHIVO DE DATOS SE ABRE CON LA PRIMERA
000610*                 LINEA T O D, NO AL ABRIR EL REPORTE: UN REPORTE
000620*                 CON TARJETA QUE NO MANDA DATOS NO DEJA UN
000630*                 ARCHIVO VACIO NI LO CATALOGA. UN REINICIO (R)
000640*                 SIGUE REABRIENDO EN EXTEND EL QUE YA EXISTE.
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. reporte_svc.
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT REPORTE-FILE ASSIGN DYNAMIC WS-ARCHIVO-ACTUAL
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-STATUS.
000750
000760     SELECT DATOS-FILE ASSIGN DYNAMIC WS-ARCHIVO-DATOS
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-DAT-STATUS.
000790
000800     SELECT DATOSCTL-FILE ASSIGN TO "DATOSCTL"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-DCTL-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  REPORTE-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 132 CHARACTERS.
000890 01  REPORTE-RECORD              PIC X(132).
000900
000910 FD  DATOS-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  DATOS-RECORD                PIC X(132).
000950
000960 FD  DATOSCTL-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 17 CHARACTERS.
000990 01  DATOSCTL-RECORD.
001000     05  DCTL-FAMILIA            PIC X(08).
001010     05  FILLER                  PIC X(01).
001020     05  DCTL-FAMILIA-DATOS      PIC X(08).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-RPT-STATUS               PIC X(02).
001060 01  WS-ARCHIVO-ACTUAL           PIC X(21) VALUE SPACES.
001070 01  WS-TITULO-ACTUAL            PIC X(40) VALUE SPACES.
001080 01  WS-FECHA-NEGOCIO            PIC X(08).
001090 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001100 01  WS-LINEAS-POR-PAGINA        PIC 9(02) VALUE 60.
001110 01  WS-LINEA-ACTUAL             PIC 9(02) VALUE 99.
001120 01  WS-PAGINA-ACTUAL            PIC 9(03) VALUE ZERO.
001130 01  WS-SW-ABIERTO               PIC X(01) VALUE "N".
001140     88  REPORTE-ABIERTO         VALUE "S".
001150 01  WS-MODO-ENTRENO             PIC X(01) VALUE "N".
001160 01  WS-TITULO-ARMADO            PIC X(40).
001170
001180*----------------------------------------------------------------
001190*    ARCHIVO DE DATOS GEMELO DEL REPORTE
001200*----------------------------------------------------------------
001210 01  WS-DAT-STATUS               PIC X(02).
001220 01  WS-DCTL-STATUS              PIC X(02).
001230 01  WS-EOF-DCTL                 PIC X(01) VALUE "N".
001240     88  FIN-DATOSCTL            VALUE "S".
001250 01  WS-ARCHIVO-DATOS            PIC X(21) VALUE SPACES.
001260 01  WS-FAMILIA-REPORTE          PIC X(08).
001270 01  WS-RESTO-NOMBRE             PIC X(21).
001280 01  WS-FAMILIA-DATOS            PIC X(08).
001290 01  WS-SW-DATOS                 PIC X(01) VALUE "N".
001300     88  DATOS-ABIERTO           VALUE "S".
001310 01  WS-SW-DATOS-PEND            PIC X(01) VALUE "N".
001320     88  DATOS-PENDIENTE         VALUE "S".
001330 01  WS-SW-COLUMNAS              PIC X(01) VALUE "N".
001340     88  COLUMNAS-ESCRITAS       VALUE "S".
001350 01  WS-CANT-DATOS               PIC 9(07) VALUE ZERO.
001360 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "reporte_svc".
001370
001380 01  WS-LINEA-ENCABEZADO.
001390     05  FILLER                  PIC X(10) VALUE "REPORTE - ".
001400     05  ENC-TITULO              PIC X(40).
001410     05  FILLER                  PIC X(08) VALUE "FECHA: ".
001420     05  ENC-FECHA               PIC X(08).
001430     05  ENC-SUFIJO              PIC X(04).
001440     05  FILLER                  PIC X(10) VALUE "   PAGINA ".
001450     05  ENC-PAGINA              PIC ZZ9.
001460     05  FILLER                  PIC X(49) VALUE SPACES.
001470
001480 LINKAGE SECTION.
001490 01  RSVC-AREA.
001500     05  RSVC-FUNCION            PIC X(01).
001510     05  RSVC-ARCHIVO            PIC X(21).
001520     05  RSVC-TITULO             PIC X(40).
001530     05  RSVC-LINEA              PIC X(132).
001540     05  RSVC-CANT-LINEAS        PIC 9(07).
001550
001560 PROCEDURE DIVISION USING RSVC-AREA.
001570
001580******************************************************************
001590* 0000-MAINLINE - DESPACHA LA FUNCION PEDIDA
001600******************************************************************
001610 0000-MAINLINE.
001620     EVALUATE RSVC-FUNCION
001630         WHEN "A"
001640             PERFORM 1000-ABRIR THRU 1000-EXIT
001650         WHEN "R"
001660             PERFORM 1500-REABRIR THRU 1500-EXIT
001670         WHEN "E"
001680             PERFORM 2000-ESCRIBIR THRU 2000-EXIT
001690         WHEN "C"
001700             PERFORM 3000-CERRAR THRU 3000-EXIT
001710         WHEN "T"
001720             PERFORM 2200-TITULOS-DATOS THRU 2200-EXIT
001730         WHEN "D"
001740             PERFORM 2300-ESCRIBIR-DATO THRU 2300-EXIT
001750         WHEN "G"
001760             PERFORM 1200-MARCAR-ENTRENAMIENTO THRU 1200-EXIT
001770             PERFORM 1300-ABRIR-DATOS THRU 1300-EXIT
001780         WHEN OTHER
001790             CONTINUE
001800     END-EVALUATE.
001810     GOBACK.
001820
001830******************************************************************
001840* 1000-ABRIR - ABRE EL REPORTE NUEVO Y DEJA PREPARADO EL PRIMER
001850*     ENCABEZADO PARA LA PRIMERA LINEA
001860******************************************************************
001870 1000-ABRIR.
001880     MOVE RSVC-ARCHIVO TO WS-ARCHIVO-ACTUAL.
001890     MOVE RSVC-TITULO TO WS-TITULO-ACTUAL.
001900     PERFORM 1200-MARCAR-ENTRENAMIENTO THRU 1200-EXIT.
001910     CALL "fecha_negocio" USING WS-FECHA-NEGOCIO WS-SUFIJO-CICLO.
001920     OPEN OUTPUT REPORTE-FILE.
001930     SET REPORTE-ABIERTO TO TRUE.
001940     MOVE 99 TO WS-LINEA-ACTUAL.
001950     MOVE ZERO TO WS-PAGINA-ACTUAL.
001960     MOVE ZERO TO RSVC-CANT-LINEAS.
001970     PERFORM 1300-ABRIR-DATOS THRU 1300-EXIT.
001980 1000-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020* 1500-REABRIR - REABRE EN EXTEND (REINICIO CON CHECKPOINT): LO
002030*     YA IMPRESO SE CONSERVA Y LA PAGINACION SIGUE EN PAGINA
002040*     NUEVA
002050******************************************************************
002060 1500-REABRIR.
002070     MOVE RSVC-ARCHIVO TO WS-ARCHIVO-ACTUAL.
002080     MOVE RSVC-TITULO TO WS-TITULO-ACTUAL.
002090     PERFORM 1200-MARCAR-ENTRENAMIENTO THRU 1200-EXIT.
002100     CALL "fecha_negocio" USING WS-FECHA-NEGOCIO WS-SUFIJO-CICLO.
002110     OPEN EXTEND REPORTE-FILE.
002120     IF WS-RPT-STATUS NOT = "00"
002130         OPEN OUTPUT REPORTE-FILE
002140     END-IF.
002150     SET REPORTE-ABIERTO TO TRUE.
002160     MOVE 99 TO WS-LINEA-ACTUAL.
002170     MOVE ZERO TO WS-PAGINA-ACTUAL.
002180     MOVE ZERO TO RSVC-CANT-LINEAS.
002190     PERFORM 1300-ABRIR-DATOS THRU 1300-EXIT.
002200 1500-EXIT.
002210     EXIT.
002220
002230******************************************************************
002240* 1200-MARCAR-ENTRENAMIENTO - SI LA SESION CORRE EN MODO
002250*     ENTRENAMIENTO (MARCA MODO_ENTRENO DEJADA POR EL MENU),
002260*     CADA ENCABEZADO DE PAGINA LLEVA EL BANNER ENTRENAMIENTO
002270*     PARA QUE NINGUN REPORTE DE PRACTICA PASE POR REAL
002280******************************************************************
002290 1200-MARCAR-ENTRENAMIENTO.
002300     MOVE "N" TO WS-MODO-ENTRENO.
002310     ACCEPT WS-MODO-ENTRENO FROM ENVIRONMENT "MODO_ENTRENO".
002320     IF WS-MODO-ENTRENO = "S"
002330         MOVE SPACES TO WS-TITULO-ARMADO
002340         STRING "ENTRENAMIENTO - " WS-TITULO-ACTUAL
002350             DELIMITED BY SIZE INTO WS-TITULO-ARMADO
002360         MOVE WS-TITULO-ARMADO TO WS-TITULO-ACTUAL
002370     END-IF.
002380 1200-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420* 1300-ABRIR-DATOS - SI LA FAMILIA DEL REPORTE ESTA EN DATOSCTL,
002430*     ARMA EL NOMBRE DE SU ARCHIVO DE DATOS, QUE SE ABRE CON LA
002440*     PRIMERA LINEA T O D (1400). EN UN REINICIO EL ARCHIVO QUE
002450*     YA EXISTE SE REABRE AHORA EN EXTEND, CON LOS TITULOS YA
002460*     ESCRITOS
002470******************************************************************
002480 1300-ABRIR-DATOS.
002490     IF DATOS-ABIERTO
002500         CLOSE DATOS-FILE
002510     END-IF.
002520     MOVE "N" TO WS-SW-DATOS.
002530     MOVE "N" TO WS-SW-DATOS-PEND.
002540     MOVE "N" TO WS-SW-COLUMNAS.
002550     MOVE ZERO TO WS-CANT-DATOS.
002560     IF WS-MODO-ENTRENO = "S"
002570         GO TO 1300-EXIT
002580     END-IF.
002590     MOVE SPACES TO WS-FAMILIA-REPORTE WS-RESTO-NOMBRE.
002600     UNSTRING RSVC-ARCHIVO DELIMITED BY "."
002610         INTO WS-FAMILIA-REPORTE WS-RESTO-NOMBRE.
002620     MOVE SPACES TO WS-FAMILIA-DATOS.
002630     MOVE "N" TO WS-EOF-DCTL.
002640     OPEN INPUT DATOSCTL-FILE.
002650     IF WS-DCTL-STATUS NOT = "00"
002660         GO TO 1300-EXIT
002670     END-IF.
002680     PERFORM 1310-BUSCAR-FAMILIA THRU 1310-EXIT
002690         UNTIL FIN-DATOSCTL.
002700     CLOSE DATOSCTL-FILE.
002710     IF WS-FAMILIA-DATOS = SPACES
002720         GO TO 1300-EXIT
002730     END-IF.
002740     MOVE SPACES TO WS-ARCHIVO-DATOS.
002750     STRING WS-FAMILIA-DATOS DELIMITED BY SPACE
002760         "." DELIMITED BY SIZE
002770         WS-RESTO-NOMBRE DELIMITED BY SPACE
002780         INTO WS-ARCHIVO-DATOS.
002790     IF RSVC-FUNCION = "R"
002800         OPEN EXTEND DATOS-FILE
002810         IF WS-DAT-STATUS = "00"
002820             SET COLUMNAS-ESCRITAS TO TRUE
002830             SET DATOS-ABIERTO TO TRUE
002840             GO TO 1300-EXIT
002850         END-IF
002860     END-IF.
002870     SET DATOS-PENDIENTE TO TRUE.
002880 1300-EXIT.
002890     EXIT.
002900
002910 1310-BUSCAR-FAMILIA.
002920     READ DATOSCTL-FILE
002930         AT END
002940             SET FIN-DATOSCTL TO TRUE
002950             GO TO 1310-EXIT
002960     END-READ.
002970     IF DCTL-FAMILIA = WS-FAMILIA-REPORTE
002980             AND DCTL-FAMILIA-DATOS NOT = SPACES
002990         MOVE DCTL-FAMILIA-DATOS TO WS-FAMILIA-DATOS
003000         SET FIN-DATOSCTL TO TRUE
003010     END-IF.
003020 1310-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060* 1400-CREAR-DATOS - LA PRIMERA LINEA T O D CREA EL ARCHIVO DE
003070*     DATOS CUYO NOMBRE DEJO ARMADO 1300
003080******************************************************************
003090 1400-CREAR-DATOS.
003100     MOVE "N" TO WS-SW-DATOS-PEND.
003110     OPEN OUTPUT DATOS-FILE.
003120     IF WS-DAT-STATUS = "00"
003130         SET DATOS-ABIERTO TO TRUE
003140     END-IF.
003150 1400-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 2000-ESCRIBIR - CORTA LA PAGINA SI HACE FALTA Y ESCRIBE LA
003200*     LINEA DEL LLAMADOR
003210******************************************************************
003220 2000-ESCRIBIR.
003230     IF NOT REPORTE-ABIERTO
003240         GO TO 2000-EXIT
003250     END-IF.
003260     IF WS-LINEA-ACTUAL >= WS-LINEAS-POR-PAGINA
003270         PERFORM 2100-ENCABEZAR-PAGINA THRU 2100-EXIT
003280     END-IF.
003290     MOVE RSVC-LINEA TO REPORTE-RECORD.
003300     WRITE REPORTE-RECORD.
003310     ADD 1 TO WS-LINEA-ACTUAL.
003320     ADD 1 TO RSVC-CANT-LINEAS.
003330 2000-EXIT.
003340     EXIT.
003350
003360 2100-ENCABEZAR-PAGINA.
003370     ADD 1 TO WS-PAGINA-ACTUAL.
003380     MOVE WS-TITULO-ACTUAL TO ENC-TITULO.
003390     MOVE WS-FECHA-NEGOCIO TO ENC-FECHA.
003400     MOVE WS-SUFIJO-CICLO TO ENC-SUFIJO.
003410     MOVE WS-PAGINA-ACTUAL TO ENC-PAGINA.
003420     MOVE WS-LINEA-ENCABEZADO TO REPORTE-RECORD.
003430     WRITE REPORTE-RECORD.
003440     MOVE SPACES TO REPORTE-RECORD.
003450     WRITE REPORTE-RECORD.
003460     MOVE 2 TO WS-LINEA-ACTUAL.
003470     ADD 2 TO RSVC-CANT-LINEAS.
003480 2100-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 2200-TITULOS-DATOS - LA LINEA DE TITULOS DE COLUMNA, UNA SOLA
003530*     VEZ Y COMO PRIMERA LINEA DEL ARCHIVO DE DATOS
003540******************************************************************
003550 2200-TITULOS-DATOS.
003560     IF DATOS-PENDIENTE
003570         PERFORM 1400-CREAR-DATOS THRU 1400-EXIT
003580     END-IF.
003590     IF NOT DATOS-ABIERTO OR COLUMNAS-ESCRITAS
003600         GO TO 2200-EXIT
003610     END-IF.
003620     MOVE RSVC-LINEA TO DATOS-RECORD.
003630     WRITE DATOS-RECORD.
003640     SET COLUMNAS-ESCRITAS TO TRUE.
003650 2200-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690* 2300-ESCRIBIR-DATO - UNA LINEA DE DETALLE O DE TOTAL, YA
003700*     SEPARADA POR COMAS POR EL LLAMADOR
003710******************************************************************
003720 2300-ESCRIBIR-DATO.
003730     IF DATOS-PENDIENTE
003740         PERFORM 1400-CREAR-DATOS THRU 1400-EXIT
003750     END-IF.
003760     IF NOT DATOS-ABIERTO
003770         GO TO 2300-EXIT
003780     END-IF.
003790     MOVE RSVC-LINEA TO DATOS-RECORD.
003800     WRITE DATOS-RECORD.
003810     ADD 1 TO WS-CANT-DATOS.
003820 2300-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860* 3000-CERRAR - CIERRA EL REPORTE EN CURSO Y SU ARCHIVO DE
003870*     DATOS, QUE SE CATALOGA CON LA CANTIDAD DE LINEAS D. SI
003880*     NUNCA LLEGO UNA LINEA T O D, NO HAY ARCHIVO QUE CATALOGAR
003890******************************************************************
003900 3000-CERRAR.
003910     IF REPORTE-ABIERTO
003920         CLOSE REPORTE-FILE
003930         MOVE "N" TO WS-SW-ABIERTO
003940     END-IF.
003950     MOVE "N" TO WS-SW-DATOS-PEND.
003960     IF DATOS-ABIERTO
003970         CLOSE DATOS-FILE
003980         MOVE "N" TO WS-SW-DATOS
003990         CALL "catalogo" USING WS-ARCHIVO-DATOS WS-CATG-PROGRAMA
004000             WS-CANT-DATOS
004010     END-IF.
004020 3000-EXIT.
004030     EXIT.
004040
004050 END PROGRAM reporte_svc.
