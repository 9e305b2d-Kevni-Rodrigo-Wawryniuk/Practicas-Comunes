000520*                 (RC 8) SALVO MARCA DISTOVR DEL OPERADOR - SE
000530*                 ACABO EL DESPACHO SILENCIOSO DE NUMEROS
000540*                 VIEJOS.
000550* 2026-10-15 RW   CADA PAQUETE CERRADO DEJA UNA LINEA POR FAMILIA
000560*                 EN DISTENTR CON EL MOMENTO REAL EN QUE SE
000570*                 PRODUJO; SI DISTSLA COMPROMETE UNA HORA PARA ESE
000580*                 DESTINATARIO Y FAMILIA Y YA PASO, SE AVISA POR
000590*                 ERRORLOG (64). EL CUMPLIMIENTO DEL MES LO MIDE
000600*                 SLA_ENTREGA.
000610* 2026-10-15 RW   LAS FAMILIAS MENSUALES (SUFIJO AAAAMM, COMO
000620*                 TABLKPI O SLAENTR) QUEDAN FUERA DEL CONTROL DE
000630*                 FRESCURA: SE DESPACHAN EL DIA QUE SE PRODUCEN Y
000640*                 EL RESTO DEL MES NO FRENAN EL PASO.
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. distribuir.
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT DISTCTL-FILE ASSIGN TO "DISTCTL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DIS-STATUS.
000750
000760     SELECT MANIFCTL-FILE ASSIGN TO "MANIFCTL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-MAN-STATUS.
000790
000800     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CAL-STATUS.
000830
000840     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CAT-STATUS.
000870
000880     SELECT REPORTE-FILE ASSIGN DYNAMIC WS-DYN-REPORTE
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RPT-STATUS.
000910
000920     SELECT PAQUETE-FILE ASSIGN DYNAMIC WS-DYN-PAQUETE
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-PAQ-STATUS.
000950
000960     SELECT DISTSLA-FILE ASSIGN TO "DISTSLA"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-SLA-STATUS.
000990
001000     SELECT DISTENTR-FILE ASSIGN TO "DISTENTR"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-ENT-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  DISTCTL-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 24 CHARACTERS.
001090 01  DISTCTL-RECORD.
001100     05  DIS-FAMILIA             PIC X(08).
001110     05  FILLER                  PIC X(01).
001120     05  DIS-DESTINATARIO        PIC X(12).
001130     05  FILLER                  PIC X(01).
001140     05  DIS-COPIAS              PIC 9(02).
001150
001160 FD  MANIFCTL-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 18 CHARACTERS.
001190 01  MANIFCTL-RECORD.
001200     05  MAN-TIPO-DIA            PIC X(01).
001210     05  FILLER                  PIC X(01).
001220     05  MAN-FAMILIA             PIC X(08).
001230     05  FILLER                  PIC X(01).
001240     05  MAN-MINIMO              PIC 9(07).
001250
001260 FD  CALENDAR-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 09 CHARACTERS.
001290 01  CALENDAR-RECORD.
001300     05  CAL-FECHA               PIC 9(08).
001310     05  CAL-TIPO                PIC X(01).
001320
001330 FD  CATALOGO-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 59 CHARACTERS.
001360 01  CATALOGO-RECORD.
001370     05  CATG-FECHA              PIC 9(08).
001380     05  FILLER                  PIC X(01).
001390     05  CATG-ARCHIVO            PIC X(21).
001400     05  FILLER                  PIC X(01).
001410     05  CATG-PROGRAMA           PIC X(20).
001420     05  FILLER                  PIC X(01).
001430     05  CATG-CANTIDAD           PIC 9(07).
001440
001450 FD  REPORTE-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 132 CHARACTERS.
001480 01  REPORTE-RECORD              PIC X(132).
001490
001500 FD  PAQUETE-FILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 132 CHARACTERS.
001530 01  PAQUETE-RECORD              PIC X(132).
001540
001550 FD  DISTSLA-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 28 CHARACTERS.
001580 COPY DISTSLA.
001590
001600 FD  DISTENTR-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 67 CHARACTERS.
001630 COPY DISTENTR.
001640
001650 WORKING-STORAGE SECTION.
001660 01  WS-DIS-STATUS               PIC X(02).
001670 01  WS-CAT-STATUS               PIC X(02).
001680 01  WS-RPT-STATUS               PIC X(02).
001690 01  WS-PAQ-STATUS               PIC X(02).
001700 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001710     88  FIN-ARCHIVO             VALUE "S".
001720 01  WS-FECHA-HOY                PIC X(08).
001730 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001740 01  WS-FECHA-NUMERICA           PIC 9(08).
001750 01  WS-DYN-REPORTE              PIC X(21) VALUE SPACES.
001760 01  WS-DYN-PAQUETE              PIC X(30) VALUE SPACES.
001770
001780*----------------------------------------------------------------
001790*    CONTROL DE DISTRIBUCION (DISTCTL) EN MEMORIA
001800*----------------------------------------------------------------
001810 01  WS-MAX-DIST                 PIC 9(02) VALUE 50.
001820 01  WS-CANT-DIST                PIC 9(02) VALUE ZERO.
001830 01  TABLA-DIST.
001840     05  DIST-ENTRADA OCCURS 50 TIMES.
001850         10  DIST-FAMILIA        PIC X(08).
001860         10  DIST-DESTINATARIO   PIC X(12).
001870         10  DIST-COPIAS         PIC 9(02).
001880 01  WS-IDX-DIST                 PIC 9(02) COMP.
001890
001900*----------------------------------------------------------------
001910*    SALIDAS CATALOGADAS DE LA FECHA, EN MEMORIA
001920*----------------------------------------------------------------
001930 01  WS-MAX-CATALOGO             PIC 9(03) VALUE 200.
001940 01  WS-CANT-CATALOGO            PIC 9(03) VALUE ZERO.
001950 01  TABLA-CATALOGO.
001960     05  CATT-ENTRADA OCCURS 200 TIMES.
001970         10  CATT-ARCHIVO        PIC X(21).
001980         10  CATT-FAMILIA        PIC X(08).
001990         10  CATT-CANTIDAD       PIC 9(07).
002000 01  WS-IDX-CAT                  PIC 9(03) COMP.
002010
002020*----------------------------------------------------------------
002030*    DESTINATARIOS DISTINTOS DEL CONTROL
002040*----------------------------------------------------------------
002050 01  WS-MAX-DESTINOS             PIC 9(02) VALUE 20.
002060 01  WS-CANT-DESTINOS            PIC 9(02) VALUE ZERO.
002070 01  TABLA-DESTINOS.
002080     05  DEST-NOMBRE OCCURS 20 TIMES PIC X(12).
002090 01  WS-IDX-DEST                 PIC 9(02) COMP.
002100 01  WS-SW-DEST                  PIC X(01) VALUE "N".
002110     88  DESTINO-HALLADO         VALUE "S".
002120 01  WS-DEST-ACTUAL              PIC X(12).
002130 01  WS-IDX-ASIGNADA             PIC 9(02) COMP VALUE ZERO.
002140 01  WS-FAMILIA-ACTUAL           PIC X(08).
002150 01  WS-CUENTA-CONTENIDOS        PIC 9(03) VALUE ZERO.
002160 01  WS-CUENTA-PAQUETES          PIC 9(03) VALUE ZERO.
002170
002180*----------------------------------------------------------------
002190*    COMPROMISO DE ENTREGA (DISTSLA) Y FAMILIAS DEL PAQUETE EN
002200*    CURSO, PARA REGISTRAR EN DISTENTR CUANDO SE PRODUJO CADA UNA
002210*----------------------------------------------------------------
002220 01  WS-SLA-STATUS               PIC X(02).
002230 01  WS-ENT-STATUS               PIC X(02).
002240 01  WS-EOF-SLA                  PIC X(01) VALUE "N".
002250     88  FIN-SLA                 VALUE "S".
002260 01  WS-MAX-SLA                  PIC 9(03) VALUE 100.
002270 01  WS-CANT-SLA                 PIC 9(03) VALUE ZERO.
002280 01  TABLA-SLA.
002290     05  SLAT-ENTRADA OCCURS 100 TIMES.
002300         10  SLAT-DESTINATARIO   PIC X(12).
002310         10  SLAT-FAMILIA        PIC X(08).
002320         10  SLAT-DIAS           PIC 9(01).
002330         10  SLAT-HH             PIC 9(02).
002340         10  SLAT-MM             PIC 9(02).
002350 01  WS-IDX-SLA                  PIC 9(03) COMP.
002360 01  WS-SW-SLA                   PIC X(01) VALUE "N".
002370     88  SLA-HALLADO             VALUE "S".
002380 01  WS-MAX-FAM-PAQ              PIC 9(02) VALUE 30.
002390 01  WS-CANT-FAM-PAQ             PIC 9(02) VALUE ZERO.
002400 01  TABLA-FAM-PAQ.
002410     05  FPAQ-FAMILIA OCCURS 30 TIMES PIC X(08).
002420 01  WS-IDX-FPAQ                 PIC 9(02) COMP.
002430 01  WS-SW-FPAQ                  PIC X(01) VALUE "N".
002440     88  FAMILIA-EN-PAQUETE      VALUE "S".
002450 01  WS-PRODUCIDO                PIC X(14).
002460 01  WS-PRODUCIDO-X REDEFINES WS-PRODUCIDO.
002470     05  WS-PROD-FECHA           PIC 9(08).
002480     05  WS-PROD-HH              PIC 9(02).
002490     05  WS-PROD-MM              PIC 9(02).
002500     05  WS-PROD-SS              PIC 9(02).
002510 01  WS-MIN-LIMITE               PIC 9(11).
002520 01  WS-MIN-REAL                 PIC 9(11).
002530 01  WS-MIN-DEMORA               PIC 9(05).
002540
002550*----------------------------------------------------------------
002560*    MANIFIESTO DE SALIDAS ESPERADAS POR TIPO DE DIA (MANIFCTL):
002570*    ANTES DE ARMAR PAQUETES SE VERIFICA QUE CADA FAMILIA
002580*    ESPERADA ESTE EN EL CATALOGO DEL DIA CON UNA CANTIDAD
002590*    PLAUSIBLE; UNA FALTANTE O SOSPECHOSAMENTE CHICA FRENA EL
002600*    PASO CON RETURN-CODE 8 EN VEZ DE DESPACHAR UN AGUJERO
002610*----------------------------------------------------------------
002620 01  WS-MAN-STATUS               PIC X(02).
002630 01  WS-CAL-STATUS               PIC X(02).
002640 01  WS-EOF-MANIF                PIC X(01) VALUE "N".
002650     88  FIN-MANIFIESTO          VALUE "S".
002660 01  WS-EOF-CAL                  PIC X(01) VALUE "N".
002670     88  FIN-CALENDARIO          VALUE "S".
002680 01  WS-TIPO-DIA                 PIC X(01) VALUE "H".
002690 01  WS-MAX-ESPERADAS            PIC 9(02) VALUE 30.
002700 01  WS-CANT-ESPERADAS           PIC 9(02) VALUE ZERO.
002710 01  TABLA-ESPERADAS.
002720     05  ESP-ENTRADA OCCURS 30 TIMES.
002730         10  ESP-FAMILIA         PIC X(08).
002740         10  ESP-MINIMO          PIC 9(07).
002750 01  WS-IDX-ESP                  PIC 9(02) COMP.
002760 01  WS-SW-ESPERADA              PIC X(01) VALUE "N".
002770     88  ESPERADA-HALLADA        VALUE "S".
002780 01  WS-CANT-HALLADA             PIC 9(07).
002790 01  WS-CUENTA-FALTANTES         PIC 9(02) VALUE ZERO.
002800
002810*----------------------------------------------------------------
002820*    FRESCURA DE LAS FAMILIAS: LA GENERACION MAS NUEVA DE CADA
002830*    FAMILIA SEGUN TODO EL CATALOGO; UNA FAMILIA A DISTRIBUIR
002840*    CUYA GENERACION MAS NUEVA ES ANTERIOR A LA FECHA DE
002850*    NEGOCIO NO SE EMPAQUETA, SALVO MARCA DISTOVR DEL OPERADOR
002860*----------------------------------------------------------------
002870 01  WS-MAX-FRESCURA             PIC 9(02) VALUE 50.
002880 01  WS-CANT-FRESCURA            PIC 9(02) VALUE ZERO.
002890 01  TABLA-FRESCURA.
002900     05  FRE-ENTRADA OCCURS 50 TIMES.
002910         10  FRE-FAMILIA         PIC X(08).
002920         10  FRE-FECHA           PIC 9(08).
002930         10  FRE-AVISADA         PIC X(01).
002940         10  FRE-MENSUAL         PIC X(01).
002950 77  WS-IDX-FRE                  PIC 9(02) COMP.
002960 01  WS-SW-FRESCURA              PIC X(01).
002970     88  FRESCURA-HALLADA        VALUE "S".
002980 01  WS-CUENTA-VIEJAS            PIC 9(02) VALUE ZERO.
002990 01  WS-SUFIJO-ARCHIVO           PIC X(12).
003000 01  WS-LARGO-SUFIJO             PIC 9(02).
003010 01  WS-NOMBRE-DISTOVR           PIC X(20) VALUE "DISTOVR".
003020 01  WS-RC-DISTOVR               PIC S9(09) COMP-5.
003030 01  WS-INFO-ARCHIVO.
003040     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
003050     05  FILLER                  PIC X(08).
003060
003070*----------------------------------------------------------------
003080*    LINEAS DE LA CARATULA DEL PAQUETE
003090*----------------------------------------------------------------
003100 01  WS-LINEA-CARATULA.
003110     05  FILLER                  PIC X(13)
003120             VALUE "PAQUETE PARA ".
003130     05  CAR-DESTINATARIO        PIC X(12).
003140     05  FILLER                  PIC X(20)
003150             VALUE "  FECHA DE NEGOCIO: ".
003160     05  CAR-FECHA               PIC 9(08).
003170     05  CAR-SUFIJO              PIC X(04).
003180     05  FILLER                  PIC X(75) VALUE SPACES.
003190 01  WS-LINEA-CONTENIDO.
003200     05  FILLER                  PIC X(03) VALUE " - ".
003210     05  CON-ARCHIVO             PIC X(21).
003220     05  FILLER                  PIC X(09) VALUE "  COPIAS ".
003230     05  CON-COPIAS              PIC 9(02).
003240     05  FILLER                  PIC X(97) VALUE SPACES.
003250 01  WS-LINEA-SEPARADOR          PIC X(132) VALUE ALL "=".
003260
003270*----------------------------------------------------------------
003280*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
003290*----------------------------------------------------------------
003300*----------------------------------------------------------------
003310*    SOBRE HDR/TRL DE CADA PAQUETE, CON HASH DE SUMA DE BYTES
003320*----------------------------------------------------------------
003330 01  WS-SOBRE-HDR-PAQ.
003340     05  FILLER                  PIC X(03) VALUE "HDR".
003350     05  PHDR-ORIGEN             PIC X(08) VALUE "DISTRIB".
003360     05  PHDR-FECHA              PIC 9(08).
003370 01  WS-SOBRE-TRL-PAQ.
003380     05  FILLER                  PIC X(03) VALUE "TRL".
003390     05  PTRL-CANTIDAD           PIC 9(07).
003400     05  PTRL-HASH               PIC 9(11).
003410 01  WS-CANT-LINEAS-PAQ          PIC 9(07) VALUE ZERO.
003420 01  WS-HASH-PAQ                 PIC 9(11) VALUE ZERO.
003430 01  WS-SUMA-BYTES               PIC 9(09) COMP.
003440 77  WS-SUB-BYTE                 PIC 9(03) COMP.
003450 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "distribuir".
003460 01  WS-ELOG-CODIGO              PIC 9(04).
003470 01  WS-ELOG-MENSAJE             PIC X(59).
003480 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "distribuir".
003490 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003500 01  WS-CATG-ARCHIVO             PIC X(21).
003510 01  WS-CATG-CANTIDAD            PIC 9(07).
003520
003530 PROCEDURE DIVISION.
003540
003550******************************************************************
003560* 0000-MAINLINE
003570******************************************************************
003580 0000-MAINLINE.
003590     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003600     IF WS-CANT-DIST = ZERO
003610         DISPLAY "SIN CONTROL DISTCTL, NADA QUE DISTRIBUIR."
003620     ELSE
003630         PERFORM 2000-CARGAR-CATALOGO-DEL-DIA THRU 2000-EXIT
003640         PERFORM 2500-VERIFICAR-MANIFIESTO THRU 2500-EXIT
003650         IF WS-CUENTA-FALTANTES > ZERO
003660             DISPLAY "SALIDAS ESPERADAS FALTANTES O CHICAS: "
003670                 WS-CUENTA-FALTANTES ". NO SE DISTRIBUYE."
003680             MOVE 49 TO WS-ELOG-CODIGO
003690             MOVE "MANIFIESTO DE SALIDAS INCOMPLETO" TO
003700                 WS-ELOG-MENSAJE
003710             CALL "errorlog" USING WS-ELOG-PROGRAMA
003720                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
003730             MOVE 8 TO RETURN-CODE
003740         ELSE
003750             PERFORM 2600-VERIFICAR-FRESCURA THRU 2600-EXIT
003760             IF WS-CUENTA-VIEJAS > ZERO
003770                 DISPLAY "FAMILIAS CON NUMEROS VIEJOS: "
003780                     WS-CUENTA-VIEJAS ". NO SE DISTRIBUYE "
003790                     "(MARCA DISTOVR PARA FORZAR)."
003800                 MOVE 50 TO WS-ELOG-CODIGO
003810                 MOVE "FAMILIA VIEJA EN EL PAQUETE - NO SE ENVIA"
003820                     TO WS-ELOG-MENSAJE
003830                 CALL "errorlog" USING WS-ELOG-PROGRAMA
003840                         WS-ELOG-CODIGO WS-ELOG-MENSAJE
003850                 MOVE 8 TO RETURN-CODE
003860             ELSE
003870                 PERFORM 3000-ARMAR-PAQUETES THRU 3000-EXIT
003880             END-IF
003890         END-IF
003900     END-IF.
003910     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003920     GOBACK.
003930
003940******************************************************************
003950* 1000-INICIALIZAR - CARGA EL CONTROL DE DISTRIBUCION Y LA LISTA
003960*     DE DESTINATARIOS DISTINTOS
003970******************************************************************
003980 1000-INICIALIZAR.
003990     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
004000     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
004010     OPEN INPUT DISTCTL-FILE.
004020     IF WS-DIS-STATUS = "00"
004030         PERFORM 1100-LEER-CONTROL THRU 1100-EXIT
004040             UNTIL FIN-ARCHIVO
004050         CLOSE DISTCTL-FILE
004060     END-IF.
004070     PERFORM 1300-CARGAR-SLA THRU 1300-EXIT.
004080 1000-EXIT.
004090     EXIT.
004100
004110 1100-LEER-CONTROL.
004120     READ DISTCTL-FILE
004130         AT END
004140             SET FIN-ARCHIVO TO TRUE
004150         NOT AT END
004160             IF WS-CANT-DIST < WS-MAX-DIST
004170                 ADD 1 TO WS-CANT-DIST
004180                 MOVE DIS-FAMILIA TO DIST-FAMILIA(WS-CANT-DIST)
004190                 MOVE DIS-DESTINATARIO TO
004200                     DIST-DESTINATARIO(WS-CANT-DIST)
004210                 MOVE DIS-COPIAS TO DIST-COPIAS(WS-CANT-DIST)
004220                 PERFORM 1200-ANOTAR-DESTINO THRU 1200-EXIT
004230             END-IF
004240     END-READ.
004250 1100-EXIT.
004260     EXIT.
004270
004280 1200-ANOTAR-DESTINO.
004290     MOVE "N" TO WS-SW-DEST.
004300     PERFORM VARYING WS-IDX-DEST FROM 1 BY 1
004310             UNTIL WS-IDX-DEST > WS-CANT-DESTINOS
004320                 OR DESTINO-HALLADO
004330         PERFORM 1210-COMPARAR-DESTINO THRU 1210-EXIT
004340     END-PERFORM.
004350     IF NOT DESTINO-HALLADO
004360             AND WS-CANT-DESTINOS < WS-MAX-DESTINOS
004370         ADD 1 TO WS-CANT-DESTINOS
004380         MOVE DIS-DESTINATARIO TO
004390             DEST-NOMBRE(WS-CANT-DESTINOS)
004400     END-IF.
004410 1200-EXIT.
004420     EXIT.
004430
004440 1210-COMPARAR-DESTINO.
004450     IF DEST-NOMBRE(WS-IDX-DEST) = DIS-DESTINATARIO
004460         SET DESTINO-HALLADO TO TRUE
004470     END-IF.
004480 1210-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 1300-CARGAR-SLA - HORA COMPROMETIDA POR DESTINATARIO Y FAMILIA.
004530*     SIN DISTSLA NO HAY AVISO DE DEMORA, PERO DISTENTR SE GRABA
004540*     IGUAL
004550******************************************************************
004560 1300-CARGAR-SLA.
004570     OPEN INPUT DISTSLA-FILE.
004580     IF WS-SLA-STATUS NOT = "00"
004590         GO TO 1300-EXIT
004600     END-IF.
004610     PERFORM 1310-LEER-SLA THRU 1310-EXIT
004620         UNTIL FIN-SLA.
004630     CLOSE DISTSLA-FILE.
004640 1300-EXIT.
004650     EXIT.
004660
004670 1310-LEER-SLA.
004680     READ DISTSLA-FILE
004690         AT END
004700             SET FIN-SLA TO TRUE
004710         NOT AT END
004720             IF DSLA-DIAS IS NUMERIC
004730                     AND DSLA-HORA IS NUMERIC
004740                     AND DSLA-DESTINATARIO NOT = SPACES
004750                     AND WS-CANT-SLA < WS-MAX-SLA
004760                 ADD 1 TO WS-CANT-SLA
004770                 MOVE DSLA-DESTINATARIO TO
004780                     SLAT-DESTINATARIO(WS-CANT-SLA)
004790                 MOVE DSLA-FAMILIA TO SLAT-FAMILIA(WS-CANT-SLA)
004800                 MOVE DSLA-DIAS TO SLAT-DIAS(WS-CANT-SLA)
004810                 MOVE DSLA-HH TO SLAT-HH(WS-CANT-SLA)
004820                 MOVE DSLA-MM TO SLAT-MM(WS-CANT-SLA)
004830             END-IF
004840     END-READ.
004850 1310-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890* 2000-CARGAR-CATALOGO-DEL-DIA - LAS SALIDAS CATALOGADAS PARA LA
004900*     FECHA DE NEGOCIO, CON SU FAMILIA DERIVADA
004910******************************************************************
004920 2000-CARGAR-CATALOGO-DEL-DIA.
004930     MOVE "N" TO WS-EOF-ARCHIVO.
004940     OPEN INPUT CATALOGO-FILE.
004950     IF WS-CAT-STATUS = "00"
004960         PERFORM 2100-LEER-CATALOGO THRU 2100-EXIT
004970             UNTIL FIN-ARCHIVO
004980         CLOSE CATALOGO-FILE
004990     END-IF.
005000 2000-EXIT.
005010     EXIT.
005020
005030 2100-LEER-CATALOGO.
005040     READ CATALOGO-FILE
005050         AT END
005060             SET FIN-ARCHIVO TO TRUE
005070         NOT AT END
005080             PERFORM 2150-ANOTAR-FRESCURA THRU 2150-EXIT
005090             IF CATG-FECHA = WS-FECHA-NUMERICA
005100                     AND WS-CANT-CATALOGO < WS-MAX-CATALOGO
005110                 ADD 1 TO WS-CANT-CATALOGO
005120                 MOVE CATG-ARCHIVO TO
005130                     CATT-ARCHIVO(WS-CANT-CATALOGO)
005140                 MOVE CATG-CANTIDAD TO
005150                     CATT-CANTIDAD(WS-CANT-CATALOGO)
005160                 MOVE SPACES TO WS-FAMILIA-ACTUAL
005170                 UNSTRING CATG-ARCHIVO DELIMITED BY "."
005180                     INTO WS-FAMILIA-ACTUAL
005190                 MOVE WS-FAMILIA-ACTUAL TO
005200                     CATT-FAMILIA(WS-CANT-CATALOGO)
005210             END-IF
005220     END-READ.
005230 2100-EXIT.
005240     EXIT.
005250
005260 2150-ANOTAR-FRESCURA.
005270     IF CATG-FECHA IS NOT NUMERIC
005280         GO TO 2150-EXIT
005290     END-IF.
005300     MOVE SPACES TO WS-FAMILIA-ACTUAL WS-SUFIJO-ARCHIVO.
005310     MOVE ZERO TO WS-LARGO-SUFIJO.
005320     UNSTRING CATG-ARCHIVO DELIMITED BY "." OR SPACE
005330         INTO WS-FAMILIA-ACTUAL
005340              WS-SUFIJO-ARCHIVO COUNT IN WS-LARGO-SUFIJO.
005350     MOVE "N" TO WS-SW-FRESCURA.
005360     PERFORM 2160-BUSCAR-FRESCURA THRU 2160-EXIT
005370         VARYING WS-IDX-FRE FROM 1 BY 1
005380             UNTIL WS-IDX-FRE > WS-CANT-FRESCURA
005390                 OR FRESCURA-HALLADA.
005400     IF NOT FRESCURA-HALLADA
005410         IF WS-CANT-FRESCURA >= WS-MAX-FRESCURA
005420             GO TO 2150-EXIT
005430         END-IF
005440         ADD 1 TO WS-CANT-FRESCURA
005450         MOVE WS-CANT-FRESCURA TO WS-IDX-FRE
005460         MOVE WS-FAMILIA-ACTUAL TO FRE-FAMILIA(WS-IDX-FRE)
005470         MOVE ZERO TO FRE-FECHA(WS-IDX-FRE)
005480         MOVE "N" TO FRE-AVISADA(WS-IDX-FRE)
005490         MOVE "N" TO FRE-MENSUAL(WS-IDX-FRE)
005500     END-IF.
005510     IF WS-LARGO-SUFIJO = 6
005520             AND WS-SUFIJO-ARCHIVO(1:6) IS NUMERIC
005530         MOVE "S" TO FRE-MENSUAL(WS-IDX-FRE)
005540     END-IF.
005550     IF CATG-FECHA > FRE-FECHA(WS-IDX-FRE)
005560         MOVE CATG-FECHA TO FRE-FECHA(WS-IDX-FRE)
005570     END-IF.
005580 2150-EXIT.
005590     EXIT.
005600
005610 2160-BUSCAR-FRESCURA.
005620     IF FRE-FAMILIA(WS-IDX-FRE) = WS-FAMILIA-ACTUAL
005630         SET FRESCURA-HALLADA TO TRUE
005640         SUBTRACT 1 FROM WS-IDX-FRE
005650     END-IF.
005660 2160-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700* 2600-VERIFICAR-FRESCURA - UNA FAMILIA A DISTRIBUIR CUYA
005710*     GENERACION MAS NUEVA DEL CATALOGO ES ANTERIOR A LA FECHA
005720*     DE NEGOCIO ES NUMEROS VIEJOS: SE DENUNCIA Y NO SE
005730*     DESPACHA, SALVO MARCA DISTOVR
005740******************************************************************
005750 2600-VERIFICAR-FRESCURA.
005760     MOVE ZERO TO WS-CUENTA-VIEJAS.
005770     PERFORM 2610-REVISAR-FAMILIA THRU 2610-EXIT
005780         VARYING WS-IDX-DIST FROM 1 BY 1
005790             UNTIL WS-IDX-DIST > WS-CANT-DIST.
005800     IF WS-CUENTA-VIEJAS = ZERO
005810         GO TO 2600-EXIT
005820     END-IF.
005830     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-DISTOVR
005840         WS-INFO-ARCHIVO
005850         RETURNING WS-RC-DISTOVR.
005860     IF WS-RC-DISTOVR = ZERO
005870         DISPLAY "MARCA DISTOVR DEL OPERADOR: SE DISTRIBUYE "
005880             "IGUAL CON " WS-CUENTA-VIEJAS " FAMILIA(S) VIEJA(S)."
005890         MOVE ZERO TO WS-CUENTA-VIEJAS
005900     END-IF.
005910 2600-EXIT.
005920     EXIT.
005930
005940 2610-REVISAR-FAMILIA.
005950     MOVE DIST-FAMILIA(WS-IDX-DIST) TO WS-FAMILIA-ACTUAL.
005960     MOVE "N" TO WS-SW-FRESCURA.
005970     PERFORM 2160-BUSCAR-FRESCURA THRU 2160-EXIT
005980         VARYING WS-IDX-FRE FROM 1 BY 1
005990             UNTIL WS-IDX-FRE > WS-CANT-FRESCURA
006000                 OR FRESCURA-HALLADA.
006010     IF NOT FRESCURA-HALLADA
006020*        SIN NINGUNA GENERACION EN EL CATALOGO: LO RESUELVE EL
006030*        MANIFIESTO MANIFCTL, NO ESTE CONTROL
006040         GO TO 2610-EXIT
006050     END-IF.
006060     IF FRE-MENSUAL(WS-IDX-FRE) = "S"
006070*        SALIDA MENSUAL: NO HAY GENERACION DIARIA QUE EXIGIR
006080         GO TO 2610-EXIT
006090     END-IF.
006100     IF FRE-FECHA(WS-IDX-FRE) < WS-FECHA-NUMERICA
006110             AND FRE-AVISADA(WS-IDX-FRE) = "N"
006120         MOVE "S" TO FRE-AVISADA(WS-IDX-FRE)
006130         ADD 1 TO WS-CUENTA-VIEJAS
006140         DISPLAY "FAMILIA " WS-FAMILIA-ACTUAL " VIEJA: SU "
006150             "GENERACION MAS NUEVA ES DEL "
006160             FRE-FECHA(WS-IDX-FRE) "."
006170     END-IF.
006180 2610-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 2500-VERIFICAR-MANIFIESTO - CARGA LAS FAMILIAS ESPERADAS PARA
006230*     EL TIPO DE DIA (MANIFCTL + CALENDARIO) Y VERIFICA QUE CADA
006240*     UNA ESTE EN EL CATALOGO DEL DIA CON AL MENOS SU CANTIDAD
006250*     MINIMA. SIN MANIFCTL NO HAY PUERTA: SE DISTRIBUYE COMO
006260*     SIEMPRE.
006270******************************************************************
006280 2500-VERIFICAR-MANIFIESTO.
006290     PERFORM 2510-LEER-TIPO-DE-DIA THRU 2510-EXIT.
006300     OPEN INPUT MANIFCTL-FILE.
006310     IF WS-MAN-STATUS NOT = "00"
006320         GO TO 2500-EXIT
006330     END-IF.
006340     PERFORM 2520-CARGAR-ESPERADA THRU 2520-EXIT
006350         UNTIL FIN-MANIFIESTO.
006360     CLOSE MANIFCTL-FILE.
006370     PERFORM 2540-VERIFICAR-ESPERADA THRU 2540-EXIT
006380         VARYING WS-IDX-ESP FROM 1 BY 1
006390             UNTIL WS-IDX-ESP > WS-CANT-ESPERADAS.
006400 2500-EXIT.
006410     EXIT.
006420
006430 2510-LEER-TIPO-DE-DIA.
006440     MOVE "H" TO WS-TIPO-DIA.
006450     OPEN INPUT CALENDAR-FILE.
006460     IF WS-CAL-STATUS = "00"
006470         PERFORM 2515-LEER-CALENDARIO THRU 2515-EXIT
006480             UNTIL FIN-CALENDARIO
006490         CLOSE CALENDAR-FILE
006500     END-IF.
006510 2510-EXIT.
006520     EXIT.
006530
006540 2515-LEER-CALENDARIO.
006550     READ CALENDAR-FILE
006560         AT END
006570             SET FIN-CALENDARIO TO TRUE
006580         NOT AT END
006590             IF CAL-FECHA = WS-FECHA-NUMERICA
006600                 MOVE CAL-TIPO TO WS-TIPO-DIA
006610                 SET FIN-CALENDARIO TO TRUE
006620             END-IF
006630     END-READ.
006640 2515-EXIT.
006650     EXIT.
006660
006670 2520-CARGAR-ESPERADA.
006680     READ MANIFCTL-FILE
006690         AT END
006700             SET FIN-MANIFIESTO TO TRUE
006710         NOT AT END
006720             IF MAN-TIPO-DIA = WS-TIPO-DIA
006730                     AND WS-CANT-ESPERADAS < WS-MAX-ESPERADAS
006740                 ADD 1 TO WS-CANT-ESPERADAS
006750                 MOVE MAN-FAMILIA TO
006760                     ESP-FAMILIA(WS-CANT-ESPERADAS)
006770                 IF MAN-MINIMO IS NUMERIC
006780                     MOVE MAN-MINIMO TO
006790                         ESP-MINIMO(WS-CANT-ESPERADAS)
006800                 ELSE
006810                     MOVE ZERO TO
006820                         ESP-MINIMO(WS-CANT-ESPERADAS)
006830                 END-IF
006840             END-IF
006850     END-READ.
006860 2520-EXIT.
006870     EXIT.
006880
006890 2540-VERIFICAR-ESPERADA.
006900     MOVE "N" TO WS-SW-ESPERADA.
006910     MOVE ZERO TO WS-CANT-HALLADA.
006920     PERFORM 2550-BUSCAR-EN-CATALOGO THRU 2550-EXIT
006930         VARYING WS-IDX-CAT FROM 1 BY 1
006940             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO.
006950     EVALUATE TRUE
006960         WHEN NOT ESPERADA-HALLADA
006970             ADD 1 TO WS-CUENTA-FALTANTES
006980             DISPLAY " FALTA LA SALIDA ESPERADA "
006990                 ESP-FAMILIA(WS-IDX-ESP)
007000         WHEN WS-CANT-HALLADA < ESP-MINIMO(WS-IDX-ESP)
007010             ADD 1 TO WS-CUENTA-FALTANTES
007020             DISPLAY " SALIDA SOSPECHOSAMENTE CHICA: "
007030                 ESP-FAMILIA(WS-IDX-ESP) " ("
007040                 WS-CANT-HALLADA " REGISTROS, MINIMO "
007050                 ESP-MINIMO(WS-IDX-ESP) ")"
007060         WHEN OTHER
007070             CONTINUE
007080     END-EVALUATE.
007090 2540-EXIT.
007100     EXIT.
007110
007120 2550-BUSCAR-EN-CATALOGO.
007130     IF CATT-FAMILIA(WS-IDX-CAT) = ESP-FAMILIA(WS-IDX-ESP)
007140         SET ESPERADA-HALLADA TO TRUE
007150         IF CATT-CANTIDAD(WS-IDX-CAT) > WS-CANT-HALLADA
007160             MOVE CATT-CANTIDAD(WS-IDX-CAT) TO WS-CANT-HALLADA
007170         END-IF
007180     END-IF.
007190 2550-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230* 3000-ARMAR-PAQUETES - UN PAQUETE POR DESTINATARIO: CARATULA
007240*     CON EL CONTENIDO Y LUEGO CADA REPORTE COMPLETO
007250******************************************************************
007260 3000-ARMAR-PAQUETES.
007270     PERFORM 3100-ARMAR-UN-PAQUETE THRU 3100-EXIT
007280         VARYING WS-IDX-DEST FROM 1 BY 1
007290             UNTIL WS-IDX-DEST > WS-CANT-DESTINOS.
007300 3000-EXIT.
007310     EXIT.
007320
007330 3100-ARMAR-UN-PAQUETE.
007340     MOVE DEST-NOMBRE(WS-IDX-DEST) TO WS-DEST-ACTUAL.
007350     MOVE ZERO TO WS-CUENTA-CONTENIDOS.
007360     MOVE ZERO TO WS-CANT-FAM-PAQ.
007370     MOVE SPACES TO WS-DYN-PAQUETE.
007380     STRING WS-DEST-ACTUAL(1:8) DELIMITED BY SPACE
007390         "." DELIMITED BY SIZE
007400         WS-FECHA-HOY DELIMITED BY SIZE
007410         WS-SUFIJO-CICLO DELIMITED BY SPACE
007420         INTO WS-DYN-PAQUETE.
007430     OPEN OUTPUT PAQUETE-FILE.
007440*    EL PAQUETE SALE CON EL MISMO SOBRE HDR/TRL QUE EXIGIMOS A
007450*    LOS DECKS DE ENTRADA; EL HASH ES LA SUMA DE BYTES DE CADA
007460*    LINEA (MOD 10**11), RECALCULABLE POR EL RECEPTOR
007470     MOVE WS-FECHA-NUMERICA TO PHDR-FECHA.
007480     MOVE WS-SOBRE-HDR-PAQ TO PAQUETE-RECORD.
007490     WRITE PAQUETE-RECORD.
007500     MOVE ZERO TO WS-CANT-LINEAS-PAQ.
007510     MOVE ZERO TO WS-HASH-PAQ.
007520     MOVE WS-DEST-ACTUAL TO CAR-DESTINATARIO.
007530     MOVE WS-FECHA-NUMERICA TO CAR-FECHA.
007540     MOVE WS-SUFIJO-CICLO TO CAR-SUFIJO.
007550     MOVE WS-LINEA-CARATULA TO PAQUETE-RECORD.
007560     PERFORM 3600-GRABAR-LINEA-PAQUETE THRU 3600-EXIT.
007570     MOVE "CONTENIDO DEL PAQUETE:" TO PAQUETE-RECORD.
007580     PERFORM 3600-GRABAR-LINEA-PAQUETE THRU 3600-EXIT.
007590     PERFORM 3200-LISTAR-CONTENIDO THRU 3200-EXIT
007600         VARYING WS-IDX-CAT FROM 1 BY 1
007610             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO.
007620     PERFORM 3400-COPIAR-CONTENIDOS THRU 3400-EXIT.
007630     MOVE WS-CANT-LINEAS-PAQ TO PTRL-CANTIDAD.
007640     MOVE WS-HASH-PAQ TO PTRL-HASH.
007650     MOVE WS-SOBRE-TRL-PAQ TO PAQUETE-RECORD.
007660     WRITE PAQUETE-RECORD.
007670     CLOSE PAQUETE-FILE.
007680     IF WS-CUENTA-CONTENIDOS > ZERO
007690         ADD 1 TO WS-CUENTA-PAQUETES
007700         MOVE WS-DYN-PAQUETE(1:21) TO WS-CATG-ARCHIVO
007710         MOVE WS-CUENTA-CONTENIDOS TO WS-CATG-CANTIDAD
007720         CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007730                 WS-CATG-CANTIDAD
007740         DISPLAY " PAQUETE ARMADO: " WS-DYN-PAQUETE
007750         PERFORM 3700-REGISTRAR-ENTREGA THRU 3700-EXIT
007760     END-IF.
007770 3100-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810* 3200-LISTAR-CONTENIDO - LINEA DE CARATULA POR CADA REPORTE DE
007820*     UNA FAMILIA ASIGNADA A ESTE DESTINATARIO
007830******************************************************************
007840 3200-LISTAR-CONTENIDO.
007850     PERFORM 3300-BUSCAR-ASIGNACION THRU 3300-EXIT.
007860     IF NOT DESTINO-HALLADO
007870         GO TO 3200-EXIT
007880     END-IF.
007890     ADD 1 TO WS-CUENTA-CONTENIDOS.
007900     PERFORM 3210-ANOTAR-FAMILIA THRU 3210-EXIT.
007910     MOVE CATT-ARCHIVO(WS-IDX-CAT) TO CON-ARCHIVO.
007920     MOVE DIST-COPIAS(WS-IDX-ASIGNADA) TO CON-COPIAS.
007930     MOVE WS-LINEA-CONTENIDO TO PAQUETE-RECORD.
007940     PERFORM 3600-GRABAR-LINEA-PAQUETE THRU 3600-EXIT.
007950 3200-EXIT.
007960     EXIT.
007970
007980 3210-ANOTAR-FAMILIA.
007990     MOVE "N" TO WS-SW-FPAQ.
008000     PERFORM 3220-COMPARAR-FAMILIA THRU 3220-EXIT
008010         VARYING WS-IDX-FPAQ FROM 1 BY 1
008020             UNTIL WS-IDX-FPAQ > WS-CANT-FAM-PAQ
008030                 OR FAMILIA-EN-PAQUETE.
008040     IF NOT FAMILIA-EN-PAQUETE
008050             AND WS-CANT-FAM-PAQ < WS-MAX-FAM-PAQ
008060         ADD 1 TO WS-CANT-FAM-PAQ
008070         MOVE CATT-FAMILIA(WS-IDX-CAT) TO
008080             FPAQ-FAMILIA(WS-CANT-FAM-PAQ)
008090     END-IF.
008100 3210-EXIT.
008110     EXIT.
008120
008130 3220-COMPARAR-FAMILIA.
008140     IF FPAQ-FAMILIA(WS-IDX-FPAQ) = CATT-FAMILIA(WS-IDX-CAT)
008150         SET FAMILIA-EN-PAQUETE TO TRUE
008160     END-IF.
008170 3220-EXIT.
008180     EXIT.
008190
008200******************************************************************
008210* 3300-BUSCAR-ASIGNACION - HAY UNA ENTRADA DE DISTCTL QUE ASIGNE
008220*     LA FAMILIA DE ESTE REPORTE A ESTE DESTINATARIO? (DEJA
008230*     WS-IDX-DIST EN LA ENTRADA HALLADA, POR SUS COPIAS)
008240******************************************************************
008250 3300-BUSCAR-ASIGNACION.
008260     MOVE "N" TO WS-SW-DEST.
008270     PERFORM VARYING WS-IDX-DIST FROM 1 BY 1
008280             UNTIL WS-IDX-DIST > WS-CANT-DIST
008290                 OR DESTINO-HALLADO
008300         PERFORM 3310-COMPARAR-ASIGNACION THRU 3310-EXIT
008310     END-PERFORM.
008320 3300-EXIT.
008330     EXIT.
008340
008350 3310-COMPARAR-ASIGNACION.
008360     IF DIST-FAMILIA(WS-IDX-DIST) = CATT-FAMILIA(WS-IDX-CAT)
008370             AND DIST-DESTINATARIO(WS-IDX-DIST) = WS-DEST-ACTUAL
008380         SET DESTINO-HALLADO TO TRUE
008390         MOVE WS-IDX-DIST TO WS-IDX-ASIGNADA
008400     END-IF.
008410 3310-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450* 3400-COPIAR-CONTENIDOS - DESPUES DE LA CARATULA, CADA REPORTE
008460*     ASIGNADO SE COPIA COMPLETO AL PAQUETE
008470******************************************************************
008480 3400-COPIAR-CONTENIDOS.
008490     PERFORM 3500-COPIAR-UN-REPORTE THRU 3500-EXIT
008500         VARYING WS-IDX-CAT FROM 1 BY 1
008510             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO.
008520 3400-EXIT.
008530     EXIT.
008540
008550 3500-COPIAR-UN-REPORTE.
008560     PERFORM 3300-BUSCAR-ASIGNACION THRU 3300-EXIT.
008570     IF NOT DESTINO-HALLADO
008580         GO TO 3500-EXIT
008590     END-IF.
008600     MOVE SPACES TO WS-DYN-REPORTE.
008610     MOVE CATT-ARCHIVO(WS-IDX-CAT) TO WS-DYN-REPORTE.
008620     OPEN INPUT REPORTE-FILE.
008630     IF WS-RPT-STATUS NOT = "00"
008640         DISPLAY " NO SE PUDO ABRIR " WS-DYN-REPORTE
008650         GO TO 3500-EXIT
008660     END-IF.
008670     MOVE WS-LINEA-SEPARADOR TO PAQUETE-RECORD.
008680     PERFORM 3600-GRABAR-LINEA-PAQUETE THRU 3600-EXIT.
008690     MOVE CATT-ARCHIVO(WS-IDX-CAT) TO PAQUETE-RECORD.
008700     PERFORM 3600-GRABAR-LINEA-PAQUETE THRU 3600-EXIT.
008710     MOVE "N" TO WS-EOF-ARCHIVO.
008720     PERFORM 3510-COPIAR-LINEA THRU 3510-EXIT
008730         UNTIL FIN-ARCHIVO.
008740     CLOSE REPORTE-FILE.
008750 3500-EXIT.
008760     EXIT.
008770
008780 3510-COPIAR-LINEA.
008790     READ REPORTE-FILE
008800         AT END
008810             SET FIN-ARCHIVO TO TRUE
008820         NOT AT END
008830             MOVE REPORTE-RECORD TO PAQUETE-RECORD
008840             PERFORM 3600-GRABAR-LINEA-PAQUETE
008850          THRU 3600-EXIT
008860     END-READ.
008870 3510-EXIT.
008880     EXIT.
008890
008900******************************************************************
008910* 3600-GRABAR-LINEA-PAQUETE - TODA LINEA DE DETALLE DEL PAQUETE
008920*     PASA POR AQUI: SE CUENTA PARA EL TRL Y SU SUMA DE BYTES
008930*     ALIMENTA EL HASH DEL SOBRE
008940******************************************************************
008950 3600-GRABAR-LINEA-PAQUETE.
008960     MOVE ZERO TO WS-SUMA-BYTES.
008970     PERFORM VARYING WS-SUB-BYTE FROM 1 BY 1
008980             UNTIL WS-SUB-BYTE > 132
008990         PERFORM 3610-SUMAR-BYTE THRU 3610-EXIT
009000     END-PERFORM.
009010     COMPUTE WS-HASH-PAQ = FUNCTION MOD(
009020         WS-HASH-PAQ + WS-SUMA-BYTES, 100000000000).
009030     ADD 1 TO WS-CANT-LINEAS-PAQ.
009040     WRITE PAQUETE-RECORD.
009050 3600-EXIT.
009060     EXIT.
009070
009080 3610-SUMAR-BYTE.
009090     COMPUTE WS-SUMA-BYTES = WS-SUMA-BYTES
009100         + FUNCTION ORD(PAQUETE-RECORD(WS-SUB-BYTE:1)).
009110 3610-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150* 3700-REGISTRAR-ENTREGA - UNA LINEA EN DISTENTR POR CADA FAMILIA
009160*     DEL PAQUETE RECIEN CERRADO, CON EL MOMENTO REAL EN QUE SE
009170*     PRODUJO, Y AVISO SI YA PASO LA HORA COMPROMETIDA
009180******************************************************************
009190 3700-REGISTRAR-ENTREGA.
009200     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PRODUCIDO.
009210     OPEN EXTEND DISTENTR-FILE.
009220     IF WS-ENT-STATUS NOT = "00"
009230         OPEN OUTPUT DISTENTR-FILE
009240     END-IF.
009250     PERFORM 3710-GRABAR-ENTREGA THRU 3710-EXIT
009260         VARYING WS-IDX-FPAQ FROM 1 BY 1
009270             UNTIL WS-IDX-FPAQ > WS-CANT-FAM-PAQ.
009280     CLOSE DISTENTR-FILE.
009290 3700-EXIT.
009300     EXIT.
009310
009320 3710-GRABAR-ENTREGA.
009330     MOVE SPACES TO DISTENTR-RECORD.
009340     MOVE WS-FECHA-NUMERICA TO DENT-FECHA.
009350     MOVE WS-DEST-ACTUAL TO DENT-DESTINATARIO.
009360     MOVE FPAQ-FAMILIA(WS-IDX-FPAQ) TO DENT-FAMILIA.
009370     MOVE WS-PRODUCIDO TO DENT-PRODUCIDO.
009380     MOVE WS-DYN-PAQUETE(1:21) TO DENT-PAQUETE.
009390     WRITE DISTENTR-RECORD.
009400     MOVE "N" TO WS-SW-SLA.
009410     PERFORM 3720-BUSCAR-SLA THRU 3720-EXIT
009420         VARYING WS-IDX-SLA FROM 1 BY 1
009430             UNTIL WS-IDX-SLA > WS-CANT-SLA
009440                 OR SLA-HALLADO.
009450     IF NOT SLA-HALLADO
009460         GO TO 3710-EXIT
009470     END-IF.
009480     COMPUTE WS-MIN-LIMITE =
009490         (FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA)
009500             + SLAT-DIAS(WS-IDX-SLA)) * 1440
009510         + SLAT-HH(WS-IDX-SLA) * 60 + SLAT-MM(WS-IDX-SLA).
009520     COMPUTE WS-MIN-REAL =
009530         FUNCTION INTEGER-OF-DATE(WS-PROD-FECHA) * 1440
009540         + WS-PROD-HH * 60 + WS-PROD-MM.
009550     IF WS-MIN-REAL > WS-MIN-LIMITE
009560         COMPUTE WS-MIN-DEMORA = WS-MIN-REAL - WS-MIN-LIMITE
009570         DISPLAY " PAQUETE FUERA DE HORA: " WS-DEST-ACTUAL " "
009580             FPAQ-FAMILIA(WS-IDX-FPAQ) " " WS-MIN-DEMORA
009590             " MINUTOS TARDE."
009600         MOVE 64 TO WS-ELOG-CODIGO
009610         MOVE SPACES TO WS-ELOG-MENSAJE
009620         STRING "ENTREGA TARDE " WS-DEST-ACTUAL " "
009630             FPAQ-FAMILIA(WS-IDX-FPAQ) " MIN " WS-MIN-DEMORA
009640             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
009650         CALL "errorlog" USING WS-ELOG-PROGRAMA
009660                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
009670     END-IF.
009680 3710-EXIT.
009690     EXIT.
009700
009710 3720-BUSCAR-SLA.
009720     IF SLAT-DESTINATARIO(WS-IDX-SLA) = WS-DEST-ACTUAL
009730             AND SLAT-FAMILIA(WS-IDX-SLA) =
009740                 FPAQ-FAMILIA(WS-IDX-FPAQ)
009750         SET SLA-HALLADO TO TRUE
009760         SUBTRACT 1 FROM WS-IDX-SLA
009770     END-IF.
009780 3720-EXIT.
009790     EXIT.
009800
009810******************************************************************
009820* 9000-TERMINAR - RESUMEN Y AUDITORIA DE LA DISTRIBUCION
009830******************************************************************
009840 9000-TERMINAR.
009850     MOVE WS-CUENTA-PAQUETES TO WS-AUDT-CANTIDAD.
009860     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
009870     DISPLAY " PAQUETES DISTRIBUIDOS: " WS-CUENTA-PAQUETES.
009880 9000-EXIT.
009890     EXIT.
009900
009910 END PROGRAM distribuir.
