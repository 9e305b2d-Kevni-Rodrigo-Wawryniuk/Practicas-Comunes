000560*                 AVISA POR CONSOLA Y QUEDA ASENTADA EN EL
000570*                 REPORTE DE SUPRESIONES, PORQUE UN OPT-OUT
000580*                 LEGAL NO PUEDE DESAPARECER SIN RASTRO.
000590* 2026-10-15 RW   NO SE ESCRIBE A UN DOMICILIO QUE EL CORREO
000600*                 DEVOLVIO (REGISTRO DEVUELTO, CARGADO POR
000610*                 CORREODEVOL) MIENTRAS EL EXTRACTO TRAIGA ESE
000620*                 MISMO DOMICILIO: LA CARTA NO SE EMITE NI VA
000630*                 AL MANIFIESTO, Y LA PAGINA DE CONTROL LISTA
000640*                 LAS PERSONAS QUE QUEDARON SIN CARTA POR ESO.
000650* 2026-10-15 RW   LA MARCA F DE NOCONTAC (FALLECIDO, GRABADA POR
000660*                 DEFUNCIONBAT) RETIENE LA CARTA COMO LA N Y ES
000670*                 DEFINITIVA: UNA MARCA POSTERIOR DEL MISMO DNI
000680*                 NO LA LEVANTA.
000690* 2026-10-15 RW   EDADNUEVO TRAE LA SUCURSAL (91 -> 93): AL CIERRE
000700*                 SE AGREGA A CARTASUC UNA LINEA POR SUCURSAL CON
000710*                 LAS CARTAS EMITIDAS EN EL DIA, QUE EL PRORRATEO
000720*                 MENSUAL (CARGO_SUCURSAL) USA COMO PARTICIPACION
000730*                 EN LA CORRESPONDENCIA.
000740* 2026-10-15 RW   CARTA POR HOGAR: SI LA PRIMERA LINEA DE CARTAMOD
000750*                 ES &HOGAR, LAS CARTAS DEL DIA SE AGRUPAN POR EL
000760*                 HOGAR DE HOGMIEM (PERSONA_HOGAR) Y SE EMITE UNA
000770*                 SOLA POR HOGAR, DIRIGIDA AL PRIMER MIEMBRO; LAS
000780*                 LINEAS CON &NOMBRE O &DNI SE REPITEN POR CADA
000790*                 MIEMBRO. MANIFIESTO Y CARTASUC CUENTAN PIEZAS.
000800******************************************************************
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID. PersonaCarta.
000830
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT NUEVOS-FILE ASSIGN TO "EDADNUEVO"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-NUEVOS-STATUS.
000900
000910     SELECT PLANTILLA-FILE ASSIGN TO "CARTAMOD"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-PLA-STATUS.
000940
000950     SELECT CARTAS-FILE ASSIGN DYNAMIC WS-DYN-CARTAS-FILE
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-CAR-STATUS.
000980
000990     SELECT MANIF-FILE ASSIGN DYNAMIC WS-DYN-MANIF-FILE
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-MAN-STATUS.
001020
001030     SELECT NOCONTAC-FILE ASSIGN TO "NOCONTAC"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-NOC-STATUS.
001060
001070     SELECT SUPR-FILE ASSIGN DYNAMIC WS-DYN-SUPR-FILE
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-SUP-STATUS.
001100
001110     SELECT DEVUELTO-FILE ASSIGN TO "DEVUELTO"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-DEV-STATUS.
001140
001150     SELECT CARTASUC-FILE ASSIGN TO "CARTASUC"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-CSUC-STATUS.
001180
001190     SELECT HOGMIEM-FILE ASSIGN TO "HOGMIEM"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-HGM-STATUS.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  NUEVOS-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 93 CHARACTERS.
001280 01  NUEVOS-RECORD.
001290     05  NUEV-DNI                PIC 9(08).
001300     05  NUEV-NOMBRE             PIC X(30).
001310     05  NUEV-DIRECCION.
001320         10  NUEV-CALLE          PIC X(20).
001330         10  NUEV-NUMERO         PIC 9(05).
001340         10  NUEV-LOCALIDAD      PIC X(20).
001350         10  NUEV-CODIGO-POSTAL  PIC X(08).
001360     05  NUEV-SUCURSAL           PIC 9(02).
001370
001380 FD  PLANTILLA-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  PLANTILLA-RECORD            PIC X(80).
001420
001430 FD  CARTAS-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 80 CHARACTERS.
001460 01  CARTAS-RECORD               PIC X(80).
001470
001480 FD  MANIF-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 80 CHARACTERS.
001510 01  MANIF-RECORD                PIC X(80).
001520
001530 FD  NOCONTAC-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 50 CHARACTERS.
001560 01  NOCONTAC-RECORD.
001570     05  NOC-DNI                 PIC 9(08).
001580     05  FILLER                  PIC X(01).
001590     05  NOC-MARCA               PIC X(01).
001600     05  FILLER                  PIC X(01).
001610     05  NOC-FECHA               PIC 9(08).
001620     05  FILLER                  PIC X(01).
001630     05  NOC-MOTIVO              PIC X(30).
001640
001650 FD  SUPR-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 80 CHARACTERS.
001680 01  SUPR-RECORD                 PIC X(80).
001690
001700 FD  DEVUELTO-FILE
001710     LABEL RECORDS ARE STANDARD
001720     RECORD CONTAINS 113 CHARACTERS.
001730 COPY DEVUELTO.
001740
001750 FD  CARTASUC-FILE
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 19 CHARACTERS.
001780 01  CARTASUC-RECORD.
001790     05  CSUC-FECHA              PIC 9(08).
001800     05  FILLER                  PIC X(01).
001810     05  CSUC-SUCURSAL           PIC 9(02).
001820     05  FILLER                  PIC X(01).
001830     05  CSUC-CANTIDAD           PIC 9(07).
001840
001850 FD  HOGMIEM-FILE
001860     LABEL RECORDS ARE STANDARD
001870     RECORD CONTAINS 19 CHARACTERS.
001880 COPY HOGMIEM.
001890
001900 WORKING-STORAGE SECTION.
001910 01  WS-NUEVOS-STATUS            PIC X(02).
001920 01  WS-PLA-STATUS               PIC X(02).
001930 01  WS-CAR-STATUS               PIC X(02).
001940 01  WS-FECHA-HOY                PIC X(08).
001950 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001960 01  WS-DYN-CARTAS-FILE          PIC X(19) VALUE SPACES.
001970 01  WS-MAN-STATUS               PIC X(02).
001980 01  WS-DYN-MANIF-FILE           PIC X(21) VALUE SPACES.
001990 01  WS-CATG-ARCHIVO             PIC X(21).
002000 01  WS-CATG-CANTIDAD            PIC 9(07).
002010
002020 01  WS-EOF-NUEVOS               PIC X(01) VALUE "N".
002030     88  FIN-NUEVOS              VALUE "S".
002040 01  WS-EOF-PLANTILLA            PIC X(01) VALUE "N".
002050     88  FIN-PLANTILLA           VALUE "S".
002060
002070*----------------------------------------------------------------
002080*    PLANTILLA EN MEMORIA (DE CARTAMOD O LA PLANTILLA POR
002090*    DEFECTO), UNA PASADA DE CARGA AL INICIO
002100*----------------------------------------------------------------
002110 01  WS-MAX-LINEAS-PLA           PIC 9(02) VALUE 30.
002120 01  WS-CANT-LINEAS-PLA          PIC 9(02) VALUE ZERO.
002130 01  TABLA-PLANTILLA.
002140     05  PLA-LINEA OCCURS 30 TIMES PIC X(80).
002150
002160*----------------------------------------------------------------
002170*    CAMPOS DE TRABAJO DE LA SUSTITUCION DE MARCAS
002180*----------------------------------------------------------------
002190 01  WS-LINEA-TRABAJO            PIC X(80).
002200 01  WS-LINEA-ARMADA             PIC X(120).
002210 01  WS-POS-MARCA                PIC 9(03) COMP.
002220 01  WS-LON-MARCA                PIC 9(02) COMP.
002230 01  WS-LON-VALOR                PIC 9(02) COMP.
002240 01  WS-VALOR-SUSTITUIR          PIC X(30).
002250 01  WS-PUNTERO                  PIC 9(03) COMP.
002260 01  WS-POS-RESTO                PIC 9(03) COMP.
002270 01  WS-LON-RESTO                PIC S9(03) COMP.
002280 01  WS-SW-MARCA                 PIC X(01) VALUE "N".
002290     88  MARCA-ENCONTRADA        VALUE "S".
002300 01  WS-IDX-LINEA                PIC 9(02) COMP.
002310 01  WS-DNI-ENMASCARADO          PIC X(08).
002320 01  WS-CUENTA-CARTAS            PIC 9(05) VALUE ZERO.
002330
002340*----------------------------------------------------------------
002350*    CARTAS EMITIDAS POR SUCURSAL (CASILLERO = SUC + 1), PARA EL
002360*    REGISTRO CARTASUC
002370*----------------------------------------------------------------
002380 01  WS-CSUC-STATUS              PIC X(02).
002390 01  TABLA-CARTAS-SUC.
002400     05  CSUT-CANTIDAD OCCURS 100 TIMES PIC 9(07)
002410             VALUE ZERO.
002420 77  WS-IDX-SUC                  PIC 9(03) COMP.
002430
002440*----------------------------------------------------------------
002450*    CARTA POR HOGAR (PLANTILLA QUE EMPIEZA CON &HOGAR): LAS
002460*    PERSONAS HABILITADAS SE RETIENEN HASTA EL FIN DEL EXTRACTO,
002470*    SE LES BUSCA EL HOGAR EN HOGMIEM Y SE EMITE UNA CARTA POR
002480*    HOGAR (HOGAR CERO = SIN HOGAR, CARTA PROPIA)
002490*----------------------------------------------------------------
002500 01  WS-SW-MODO-HOGAR            PIC X(01) VALUE "N".
002510     88  CARTA-POR-HOGAR         VALUE "S".
002520 01  WS-HGM-STATUS               PIC X(02).
002530 01  WS-EOF-HGM                  PIC X(01) VALUE "N".
002540     88  FIN-HOGMIEM             VALUE "S".
002550 01  WS-MAX-PENDIENTES           PIC 9(03) VALUE 500.
002560 01  WS-CANT-PENDIENTES          PIC 9(03) VALUE ZERO.
002570 01  TABLA-PENDIENTES.
002580     05  PEND-ENTRADA OCCURS 500 TIMES.
002590         10  PEND-HOGAR          PIC 9(07).
002600         10  PEND-EMITIDA        PIC X(01).
002610         10  PEND-REGISTRO.
002620             15  PEND-DNI        PIC 9(08).
002630             15  FILLER          PIC X(85).
002640 77  WS-IDX-PEND                 PIC 9(03) COMP.
002650 77  WS-IDX-BUSCA-PEND           PIC 9(03) COMP.
002660 77  WS-IDX-CABEZA               PIC 9(03) COMP.
002670 01  WS-CANT-MIEMBROS            PIC 9(03) VALUE ZERO.
002680 01  TABLA-MIEMBROS-CARTA.
002690     05  MIEM-IDX OCCURS 500 TIMES PIC 9(03) COMP.
002700 77  WS-IDX-MIEM                 PIC 9(03) COMP.
002710 77  WS-CANT-MARCAS-MIEMBRO      PIC 9(02) COMP.
002720 01  WS-CUENTA-PERSONAS-HOGAR    PIC 9(05) VALUE ZERO.
002730 01  WS-CUENTA-FUERA-HOGAR       PIC 9(05) VALUE ZERO.
002740 01  WS-LINEA-CONTROL-HOGAR.
002750     05  FILLER                  PIC X(27)
002760             VALUE "PERSONAS EN CARTAS/HOGAR: ".
002770     05  CTLH-CUENTA             PIC ZZZ,ZZ9.
002780     05  FILLER                  PIC X(46) VALUE SPACES.
002790
002800*----------------------------------------------------------------
002810*    MANIFIESTO DE CORREO: UNA ENTRADA POR CARTA EMITIDA,
002820*    ORDENADO POR CODIGO POSTAL ANTES DE ESCRIBIRSE
002830*----------------------------------------------------------------
002840 01  WS-MAX-MANIFIESTO           PIC 9(03) VALUE 500.
002850 01  WS-CANT-MANIFIESTO          PIC 9(03) VALUE ZERO.
002860 01  WS-SW-MANIF-DEMAS           PIC X(01) VALUE "N".
002870     88  MANIFIESTO-DESBORDADO   VALUE "S".
002880 01  TABLA-MANIFIESTO.
002890     05  MANF-ENTRADA OCCURS 500 TIMES.
002900         10  MANF-CP             PIC X(08).
002910         10  MANF-DNI-MASK       PIC X(08).
002920         10  MANF-NOMBRE         PIC X(30).
002930         10  MANF-LOCALIDAD      PIC X(20).
002940 01  WS-ENTRADA-AUXILIAR.
002950     05  AUX-CP                  PIC X(08).
002960     05  AUX-DNI-MASK            PIC X(08).
002970     05  AUX-NOMBRE              PIC X(30).
002980     05  AUX-LOCALIDAD           PIC X(20).
002990 77  WS-SUB-I                    PIC 9(03) COMP.
003000 77  WS-SUB-J                    PIC 9(03) COMP.
003010 01  WS-LINEA-MANIF.
003020     05  MLIN-CP                 PIC X(08).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  MLIN-DNI                PIC X(08).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  MLIN-NOMBRE             PIC X(30).
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  MLIN-LOCALIDAD          PIC X(20).
003090     05  FILLER                  PIC X(08) VALUE SPACES.
003100 01  WS-LINEA-MANIF-TITULO       PIC X(50)
003110         VALUE "MANIFIESTO DE CORREO POR CODIGO POSTAL".
003120*----------------------------------------------------------------
003130*    REGISTRO DE NO CONTACTAR EN MEMORIA (LA ULTIMA MARCA DE
003140*    CADA DNI VALE) Y REPORTE DE CARTAS SUPRIMIDAS
003150*----------------------------------------------------------------
003160 01  WS-NOC-STATUS               PIC X(02).
003170 01  WS-SUP-STATUS               PIC X(02).
003180 01  WS-DYN-SUPR-FILE            PIC X(21) VALUE SPACES.
003190 01  WS-EOF-NOC                  PIC X(01) VALUE "N".
003200     88  FIN-NOCONTAC            VALUE "S".
003210 01  WS-MAX-NOCONTAC             PIC 9(03) VALUE 200.
003220 01  WS-CANT-NOCONTAC            PIC 9(03) VALUE ZERO.
003230 01  TABLA-NOCONTAC.
003240     05  NOCT-ENTRADA OCCURS 200 TIMES.
003250         10  NOCT-DNI            PIC 9(08).
003260         10  NOCT-MARCA          PIC X(01).
003270         10  NOCT-MOTIVO         PIC X(30).
003280 01  WS-IDX-NOC                  PIC 9(03) COMP.
003290 77  WS-IDX-BUSCA-NOC            PIC 9(03) COMP.
003300 01  WS-SW-NO-CONTACTAR          PIC X(01) VALUE "N".
003310     88  NO-CONTACTAR            VALUE "S".
003320 01  WS-MOTIVO-SUPRESION         PIC X(30).
003330 01  WS-CUENTA-SUPRIMIDAS        PIC 9(05) VALUE ZERO.
003340 77  WS-CUENTA-NOC-PERDIDAS      PIC 9(03) VALUE ZERO.
003350 01  WS-LINEA-SUPRESION.
003360     05  FILLER                  PIC X(11)
003370             VALUE "RETENIDA:  ".
003380     05  SUP-DNI                 PIC X(08).
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  SUP-NOMBRE              PIC X(30).
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  SUP-MOTIVO              PIC X(27).
003430 01  WS-LINEA-SUPR-TRAILER.
003440     05  FILLER                  PIC X(27)
003450             VALUE "TOTAL DE CARTAS RETENIDAS: ".
003460     05  STRA-CUENTA             PIC ZZZ,ZZ9.
003470     05  FILLER                  PIC X(46) VALUE SPACES.
003480*----------------------------------------------------------------
003490*    DOMICILIOS DEVUELTOS POR EL CORREO (LA ULTIMA LINEA DE
003500*    CADA DNI VALE) Y CARTAS NO EMITIDAS POR ESA CAUSA, QUE SE
003510*    LISTAN EN LA PAGINA DE CONTROL
003520*----------------------------------------------------------------
003530 01  WS-DEV-STATUS               PIC X(02).
003540 01  WS-EOF-DEV                  PIC X(01) VALUE "N".
003550     88  FIN-DEVUELTO            VALUE "S".
003560 01  WS-MAX-DEVUELTOS            PIC 9(03) VALUE 500.
003570 01  WS-CANT-DEVUELTOS           PIC 9(03) VALUE ZERO.
003580 01  TABLA-DEVUELTOS.
003590     05  DEVT-ENTRADA OCCURS 500 TIMES.
003600         10  DEVT-DNI            PIC 9(08).
003610         10  DEVT-MOTIVO         PIC X(20).
003620         10  DEVT-DIRECCION      PIC X(53).
003630 01  WS-IDX-DEV                  PIC 9(03) COMP.
003640 77  WS-IDX-BUSCA-DEV            PIC 9(03) COMP.
003650 77  WS-CUENTA-DEV-PERDIDOS      PIC 9(03) VALUE ZERO.
003660 01  WS-SW-NO-ENTREGABLE         PIC X(01) VALUE "N".
003670     88  DOMICILIO-NO-ENTREGABLE VALUE "S".
003680 01  WS-MAX-NO-ENTREGADAS        PIC 9(03) VALUE 200.
003690 01  WS-CANT-NO-ENTREGADAS       PIC 9(03) VALUE ZERO.
003700 01  WS-CUENTA-NO-ENTREGADAS     PIC 9(05) VALUE ZERO.
003710 01  TABLA-NO-ENTREGADAS.
003720     05  NOEN-ENTRADA OCCURS 200 TIMES.
003730         10  NOEN-DNI-MASK       PIC X(08).
003740         10  NOEN-NOMBRE         PIC X(30).
003750         10  NOEN-CP             PIC X(08).
003760         10  NOEN-MOTIVO         PIC X(20).
003770 01  WS-LINEA-NO-ENTREGADA.
003780     05  FILLER                  PIC X(02) VALUE SPACES.
003790     05  NENT-DNI                PIC X(08).
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003810     05  NENT-NOMBRE             PIC X(30).
003820     05  FILLER                  PIC X(02) VALUE SPACES.
003830     05  NENT-CP                 PIC X(08).
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  NENT-MOTIVO             PIC X(20).
003860     05  FILLER                  PIC X(06) VALUE SPACES.
003870 01  WS-LINEA-NO-ENTREGADA-TIT   PIC X(80)
003880         VALUE
003890         "CARTAS NO EMITIDAS - DOMICILIO DEVUELTO POR EL CORREO:".
003900 01  WS-LINEA-NO-ENTREGADA-TOT.
003910     05  FILLER                  PIC X(27)
003920             VALUE "TOTAL DE CARTAS SIN EMITIR:".
003930     05  NTOT-CUENTA             PIC ZZZ,ZZ9.
003940     05  FILLER                  PIC X(46) VALUE SPACES.
003950 01  WS-LINEA-MANIF-TRAILER.
003960     05  FILLER                  PIC X(27)
003970             VALUE "TOTAL DE PIEZAS DE CORREO: ".
003980     05  MTRA-CUENTA             PIC ZZZ,ZZ9.
003990     05  FILLER                  PIC X(46) VALUE SPACES.
004000
004010*----------------------------------------------------------------
004020*    LINEAS FIJAS DE LAS CARTAS Y DE LA PAGINA DE CONTROL
004030*----------------------------------------------------------------
004040 01  WS-LINEA-SEPARADOR          PIC X(80) VALUE ALL "-".
004050 01  WS-LINEA-CONTROL.
004060     05  FILLER                  PIC X(27)
004070             VALUE "TOTAL DE CARTAS EMITIDAS: ".
004080     05  CTL-CUENTA              PIC ZZZ,ZZ9.
004090     05  FILLER                  PIC X(46) VALUE SPACES.
004100
004110*----------------------------------------------------------------
004120*    PLANTILLA POR DEFECTO SI CARTAMOD NO ESTA DISPONIBLE
004130*----------------------------------------------------------------
004140 01  WS-PLANTILLA-DEFECTO.
004150     05  FILLER PIC X(80) VALUE
004160         "ESTIMADO/A &NOMBRE".
004170     05  FILLER PIC X(80) VALUE
004180         "&DIRECCION".
004190     05  FILLER PIC X(80) VALUE
004200         "&LOCALIDAD".
004210     05  FILLER PIC X(80) VALUE
004220         "CODIGO POSTAL &CP".
004230     05  FILLER PIC X(80) VALUE SPACES.
004240     05  FILLER PIC X(80) VALUE
004250         "NUESTROS REGISTROS (DOCUMENTO &DNI) INDICAN QUE USTED".
004260     05  FILLER PIC X(80) VALUE
004270         "HA ALCANZADO LA MAYORIA DE EDAD.".
004280     05  FILLER PIC X(80) VALUE SPACES.
004290     05  FILLER PIC X(80) VALUE
004300         "EMITIDA EL &FECHA POR EL CICLO DIARIO.".
004310 01  TABLA-PLANTILLA-DEFECTO REDEFINES WS-PLANTILLA-DEFECTO.
004320     05  PLA-DEF-LINEA OCCURS 9 TIMES PIC X(80).
004330 01  WS-CANT-LINEAS-DEFECTO      PIC 9(02) VALUE 9.
004340
004350*----------------------------------------------------------------
004360*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
004370*----------------------------------------------------------------
004380 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaCarta".
004390 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
004400
004410 PROCEDURE DIVISION.
004420
004430******************************************************************
004440* 0000-MAINLINE
004450******************************************************************
004460 0000-MAINLINE.
004470     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004480     IF WS-NUEVOS-STATUS = "00"
004490         PERFORM 2000-GENERAR-CARTAS THRU 2000-EXIT
004500         CLOSE NUEVOS-FILE
004510     ELSE
004520         DISPLAY "EDADNUEVO NO DISPONIBLE, NO HAY CARTAS QUE "
004530             "EMITIR."
004540     END-IF.
004550     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004560     GOBACK.
004570
004580******************************************************************
004590* 1000-INICIALIZAR - CARGA LA PLANTILLA (ARCHIVO O DEFECTO) Y
004600*     ABRE LA ENTRADA Y EL ARCHIVO DE CARTAS DEL DIA
004610******************************************************************
004620 1000-INICIALIZAR.
004630     OPEN INPUT PLANTILLA-FILE.
004640     IF WS-PLA-STATUS = "00"
004650         PERFORM 1100-CARGAR-LINEA-PLANTILLA THRU 1100-EXIT
004660             UNTIL FIN-PLANTILLA
004670         CLOSE PLANTILLA-FILE
004680     END-IF.
004690     IF WS-CANT-LINEAS-PLA = ZERO
004700         PERFORM 1200-CARGAR-PLANTILLA-DEFECTO THRU 1200-EXIT
004710     END-IF.
004720     CALL "fecha_negocio" USING WS-FECHA-HOY
004730             WS-SUFIJO-CICLO.
004740     STRING "CARTAS." WS-FECHA-HOY DELIMITED BY SIZE
004750         WS-SUFIJO-CICLO DELIMITED BY SPACE
004760         INTO WS-DYN-CARTAS-FILE.
004770     STRING "MANIFCOR." WS-FECHA-HOY DELIMITED BY SIZE
004780         WS-SUFIJO-CICLO DELIMITED BY SPACE
004790         INTO WS-DYN-MANIF-FILE.
004800     OPEN INPUT NUEVOS-FILE.
004810     OPEN OUTPUT CARTAS-FILE.
004820     STRING "SUPRRPT." WS-FECHA-HOY DELIMITED BY SIZE
004830         WS-SUFIJO-CICLO DELIMITED BY SPACE
004840         INTO WS-DYN-SUPR-FILE.
004850     OPEN OUTPUT SUPR-FILE.
004860     PERFORM 1300-CARGAR-NOCONTAC THRU 1300-EXIT.
004870     PERFORM 1400-CARGAR-DEVUELTOS THRU 1400-EXIT.
004880 1000-EXIT.
004890     EXIT.
004900
004910 1100-CARGAR-LINEA-PLANTILLA.
004920     READ PLANTILLA-FILE
004930         AT END
004940             SET FIN-PLANTILLA TO TRUE
004950         NOT AT END
004960             IF WS-CANT-LINEAS-PLA = ZERO
004970                     AND NOT CARTA-POR-HOGAR
004980                     AND PLANTILLA-RECORD = "&HOGAR"
004990*                LINEA DE CONTROL: NO SE GUARDA NI SE IMPRIME
005000                 SET CARTA-POR-HOGAR TO TRUE
005010                 GO TO 1100-EXIT
005020             END-IF
005030             IF WS-CANT-LINEAS-PLA < WS-MAX-LINEAS-PLA
005040                 ADD 1 TO WS-CANT-LINEAS-PLA
005050                 MOVE PLANTILLA-RECORD TO
005060                     PLA-LINEA(WS-CANT-LINEAS-PLA)
005070             END-IF
005080     END-READ.
005090 1100-EXIT.
005100     EXIT.
005110
005120 1200-CARGAR-PLANTILLA-DEFECTO.
005130     PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
005140             UNTIL WS-IDX-LINEA > WS-CANT-LINEAS-DEFECTO
005150         PERFORM 1210-COPIAR-LINEA-DEFECTO THRU 1210-EXIT
005160     END-PERFORM.
005170     MOVE WS-CANT-LINEAS-DEFECTO TO WS-CANT-LINEAS-PLA.
005180 1200-EXIT.
005190     EXIT.
005200
005210 1210-COPIAR-LINEA-DEFECTO.
005220     MOVE PLA-DEF-LINEA(WS-IDX-LINEA) TO PLA-LINEA(WS-IDX-LINEA).
005230 1210-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* 1300-CARGAR-NOCONTAC - CARGA EL REGISTRO DE NO CONTACTAR EN
005280*     MEMORIA. ES SOLO POR AGREGADO: LA MARCA MAS RECIENTE DE
005290*     CADA DNI PISA A LAS ANTERIORES DE LA TABLA.
005300******************************************************************
005310 1300-CARGAR-NOCONTAC.
005320     OPEN INPUT NOCONTAC-FILE.
005330     IF WS-NOC-STATUS NOT = "00"
005340         GO TO 1300-EXIT
005350     END-IF.
005360     PERFORM 1310-LEER-NOCONTAC THRU 1310-EXIT
005370         UNTIL FIN-NOCONTAC.
005380     CLOSE NOCONTAC-FILE.
005390 1300-EXIT.
005400     EXIT.
005410
005420 1310-LEER-NOCONTAC.
005430     READ NOCONTAC-FILE
005440         AT END
005450             SET FIN-NOCONTAC TO TRUE
005460         NOT AT END
005470             PERFORM 1320-UBICAR-MARCA THRU 1320-EXIT
005480     END-READ.
005490 1310-EXIT.
005500     EXIT.
005510
005520 1320-UBICAR-MARCA.
005530     MOVE ZERO TO WS-IDX-NOC.
005540     PERFORM 1330-BUSCAR-DNI THRU 1330-EXIT
005550         VARYING WS-IDX-BUSCA-NOC FROM 1 BY 1
005560             UNTIL WS-IDX-BUSCA-NOC > WS-CANT-NOCONTAC
005570                 OR WS-IDX-NOC > ZERO.
005580     IF WS-IDX-NOC = ZERO
005590         IF WS-CANT-NOCONTAC >= WS-MAX-NOCONTAC
005600*            UNA MARCA LEGAL NO PUEDE PERDERSE EN SILENCIO:
005610*            SE AVISA Y EL REPORTE DE SUPRESIONES LO DEJA
005620*            ASENTADO AL CIERRE
005630             ADD 1 TO WS-CUENTA-NOC-PERDIDAS
005640             DISPLAY "ATENCION: TABLA NOCONTAC LLENA - LA "
005650                 "MARCA DEL DNI " NOC-DNI " NO SE CARGO."
005660             GO TO 1320-EXIT
005670         END-IF
005680         ADD 1 TO WS-CANT-NOCONTAC
005690         MOVE WS-CANT-NOCONTAC TO WS-IDX-NOC
005700         MOVE NOC-DNI TO NOCT-DNI(WS-IDX-NOC)
005710         MOVE SPACE TO NOCT-MARCA(WS-IDX-NOC)
005720     END-IF.
005730*    UN FALLECIDO NO VUELVE A SER CONTACTABLE
005740     IF NOCT-MARCA(WS-IDX-NOC) = "F"
005750         GO TO 1320-EXIT
005760     END-IF.
005770     MOVE NOC-MARCA TO NOCT-MARCA(WS-IDX-NOC).
005780     MOVE NOC-MOTIVO TO NOCT-MOTIVO(WS-IDX-NOC).
005790 1320-EXIT.
005800     EXIT.
005810
005820 1330-BUSCAR-DNI.
005830     IF NOCT-DNI(WS-IDX-BUSCA-NOC) = NOC-DNI
005840         MOVE WS-IDX-BUSCA-NOC TO WS-IDX-NOC
005850     END-IF.
005860 1330-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 1400-CARGAR-DEVUELTOS - CARGA EL REGISTRO DE DOMICILIOS
005910*     DEVUELTOS POR EL CORREO. ES SOLO POR AGREGADO: LA
005920*     DEVOLUCION MAS RECIENTE DE CADA DNI PISA A LAS ANTERIORES.
005930******************************************************************
005940 1400-CARGAR-DEVUELTOS.
005950     OPEN INPUT DEVUELTO-FILE.
005960     IF WS-DEV-STATUS NOT = "00"
005970         GO TO 1400-EXIT
005980     END-IF.
005990     PERFORM 1410-LEER-DEVUELTO THRU 1410-EXIT
006000         UNTIL FIN-DEVUELTO.
006010     CLOSE DEVUELTO-FILE.
006020 1400-EXIT.
006030     EXIT.
006040
006050 1410-LEER-DEVUELTO.
006060     READ DEVUELTO-FILE
006070         AT END
006080             SET FIN-DEVUELTO TO TRUE
006090         NOT AT END
006100             PERFORM 1420-UBICAR-DEVUELTO THRU 1420-EXIT
006110     END-READ.
006120 1410-EXIT.
006130     EXIT.
006140
006150 1420-UBICAR-DEVUELTO.
006160     MOVE ZERO TO WS-IDX-DEV.
006170     PERFORM 1430-BUSCAR-DNI-DEVUELTO THRU 1430-EXIT
006180         VARYING WS-IDX-BUSCA-DEV FROM 1 BY 1
006190             UNTIL WS-IDX-BUSCA-DEV > WS-CANT-DEVUELTOS
006200                 OR WS-IDX-DEV > ZERO.
006210     IF WS-IDX-DEV = ZERO
006220         IF WS-CANT-DEVUELTOS >= WS-MAX-DEVUELTOS
006230             ADD 1 TO WS-CUENTA-DEV-PERDIDOS
006240             DISPLAY "ATENCION: TABLA DEVUELTO LLENA - LA "
006250                 "MARCA DEL DNI " DEV-DNI " NO SE CARGO."
006260             GO TO 1420-EXIT
006270         END-IF
006280         ADD 1 TO WS-CANT-DEVUELTOS
006290         MOVE WS-CANT-DEVUELTOS TO WS-IDX-DEV
006300         MOVE DEV-DNI TO DEVT-DNI(WS-IDX-DEV)
006310     END-IF.
006320     MOVE DEV-MOTIVO TO DEVT-MOTIVO(WS-IDX-DEV).
006330     MOVE DEV-DIRECCION TO DEVT-DIRECCION(WS-IDX-DEV).
006340 1420-EXIT.
006350     EXIT.
006360
006370 1430-BUSCAR-DNI-DEVUELTO.
006380     IF DEVT-DNI(WS-IDX-BUSCA-DEV) = DEV-DNI
006390         MOVE WS-IDX-BUSCA-DEV TO WS-IDX-DEV
006400     END-IF.
006410 1430-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* 2000-GENERAR-CARTAS - UNA CARTA POR CADA NUEVO ADULTO, O
006460*     UNA POR HOGAR SI LA PLANTILLA LO PIDE
006470******************************************************************
006480 2000-GENERAR-CARTAS.
006490     PERFORM 2100-LEER-NUEVO-ADULTO THRU 2100-EXIT
006500         UNTIL FIN-NUEVOS.
006510     IF CARTA-POR-HOGAR
006520         PERFORM 2500-EMITIR-POR-HOGAR THRU 2500-EXIT
006530     END-IF.
006540 2000-EXIT.
006550     EXIT.
006560
006570 2100-LEER-NUEVO-ADULTO.
006580     READ NUEVOS-FILE
006590         AT END
006600             SET FIN-NUEVOS TO TRUE
006610         NOT AT END
006620             PERFORM 2200-EMITIR-CARTA THRU 2200-EXIT
006630     END-READ.
006640 2100-EXIT.
006650     EXIT.
006660
006670 2200-EMITIR-CARTA.
006680     CALL "enmascarar_dni" USING NUEV-DNI WS-DNI-ENMASCARADO.
006690*    EL PEDIDO FORMAL DE NO RECIBIR CORRESPONDENCIA (REGISTRO
006700*    NOCONTAC) SE HONRA ANTES DE EMITIR: LA CARTA RETENIDA VA
006710*    AL REPORTE DE SUPRESIONES CON SU MOTIVO, COMO PRUEBA
006720     PERFORM 2150-VERIFICAR-CONSENTIMIENTO THRU 2150-EXIT.
006730     IF NO-CONTACTAR
006740         PERFORM 2170-SUPRIMIR-CARTA THRU 2170-EXIT
006750         GO TO 2200-EXIT
006760     END-IF.
006770*    UN DOMICILIO QUE EL CORREO YA DEVOLVIO NO RECIBE OTRA
006780*    CARTA HASTA QUE SE LO CORRIJA EN EL MAESTRO
006790     PERFORM 2180-VERIFICAR-DOMICILIO THRU 2180-EXIT.
006800     IF DOMICILIO-NO-ENTREGABLE
006810         PERFORM 2190-RETENER-NO-ENTREGABLE THRU 2190-EXIT
006820         GO TO 2200-EXIT
006830     END-IF.
006840     IF CARTA-POR-HOGAR
006850         IF WS-CANT-PENDIENTES < WS-MAX-PENDIENTES
006860             ADD 1 TO WS-CANT-PENDIENTES
006870             MOVE ZERO TO PEND-HOGAR(WS-CANT-PENDIENTES)
006880             MOVE "N" TO PEND-EMITIDA(WS-CANT-PENDIENTES)
006890             MOVE NUEVOS-RECORD TO
006900                 PEND-REGISTRO(WS-CANT-PENDIENTES)
006910             GO TO 2200-EXIT
006920         END-IF
006930*        SIN LUGAR PARA RETENERLA, LA CARTA SALE INDIVIDUAL
006940         ADD 1 TO WS-CUENTA-FUERA-HOGAR
006950     END-IF.
006960     PERFORM 2400-REGISTRAR-PIEZA THRU 2400-EXIT.
006970     PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
006980             UNTIL WS-IDX-LINEA > WS-CANT-LINEAS-PLA
006990         PERFORM 3000-ESCRIBIR-LINEA-CARTA THRU 3000-EXIT
007000     END-PERFORM.
007010     MOVE WS-LINEA-SEPARADOR TO CARTAS-RECORD.
007020     WRITE CARTAS-RECORD.
007030 2200-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 2400-REGISTRAR-PIEZA - CUENTA LA PIEZA DE CORREO (CARTA DE UNA
007080*     PERSONA O DE UN HOGAR) POR SUCURSAL Y LA ANOTA EN EL
007090*     MANIFIESTO CON LOS DATOS DEL DESTINATARIO EN CURSO
007100******************************************************************
007110 2400-REGISTRAR-PIEZA.
007120     ADD 1 TO WS-CUENTA-CARTAS.
007130     IF NUEV-SUCURSAL IS NUMERIC
007140         COMPUTE WS-IDX-SUC = NUEV-SUCURSAL + 1
007150     ELSE
007160         MOVE 1 TO WS-IDX-SUC
007170     END-IF.
007180     ADD 1 TO CSUT-CANTIDAD(WS-IDX-SUC).
007190     IF WS-CANT-MANIFIESTO < WS-MAX-MANIFIESTO
007200         ADD 1 TO WS-CANT-MANIFIESTO
007210         MOVE NUEV-CODIGO-POSTAL TO MANF-CP(WS-CANT-MANIFIESTO)
007220         MOVE WS-DNI-ENMASCARADO TO
007230             MANF-DNI-MASK(WS-CANT-MANIFIESTO)
007240         MOVE NUEV-NOMBRE TO MANF-NOMBRE(WS-CANT-MANIFIESTO)
007250         MOVE NUEV-LOCALIDAD TO
007260             MANF-LOCALIDAD(WS-CANT-MANIFIESTO)
007270     ELSE
007280         SET MANIFIESTO-DESBORDADO TO TRUE
007290     END-IF.
007300 2400-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340* 2500-EMITIR-POR-HOGAR - ASIGNA A CADA PERSONA RETENIDA SU
007350*     HOGAR SEGUN HOGMIEM Y EMITE UNA CARTA POR HOGAR, EN EL
007360*     ORDEN DEL EXTRACTO. SIN HOGMIEM TODAS QUEDAN EN HOGAR
007370*     CERO Y RECIBEN SU CARTA INDIVIDUAL
007380******************************************************************
007390 2500-EMITIR-POR-HOGAR.
007400     IF WS-CANT-PENDIENTES = ZERO
007410         GO TO 2500-EXIT
007420     END-IF.
007430     OPEN INPUT HOGMIEM-FILE.
007440     IF WS-HGM-STATUS = "00"
007450         PERFORM 2510-LEER-HOGMIEM THRU 2510-EXIT
007460             UNTIL FIN-HOGMIEM
007470         CLOSE HOGMIEM-FILE
007480     ELSE
007490         DISPLAY "HOGMIEM NO DISPONIBLE, CARTAS INDIVIDUALES."
007500     END-IF.
007510     PERFORM 2600-EMITIR-CARTA-HOGAR THRU 2600-EXIT
007520         VARYING WS-IDX-CABEZA FROM 1 BY 1
007530             UNTIL WS-IDX-CABEZA > WS-CANT-PENDIENTES.
007540 2500-EXIT.
007550     EXIT.
007560
007570 2510-LEER-HOGMIEM.
007580     READ HOGMIEM-FILE
007590         AT END
007600             SET FIN-HOGMIEM TO TRUE
007610         NOT AT END
007620             PERFORM 2520-ASIGNAR-HOGAR THRU 2520-EXIT
007630                 VARYING WS-IDX-BUSCA-PEND FROM 1 BY 1
007640                     UNTIL WS-IDX-BUSCA-PEND > WS-CANT-PENDIENTES
007650     END-READ.
007660 2510-EXIT.
007670     EXIT.
007680
007690 2520-ASIGNAR-HOGAR.
007700     IF PEND-DNI(WS-IDX-BUSCA-PEND) = HGM-DNI
007710             AND HGM-HOGAR IS NUMERIC
007720         MOVE HGM-HOGAR TO PEND-HOGAR(WS-IDX-BUSCA-PEND)
007730     END-IF.
007740 2520-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780* 2600-EMITIR-CARTA-HOGAR - SI LA PERSONA NO SALIO EN UNA CARTA
007790*     ANTERIOR, JUNTA A LOS DEMAS DEL MISMO HOGAR Y EMITE LA
007800*     CARTA, DIRIGIDA A ELLA COMO PRIMER MIEMBRO
007810******************************************************************
007820 2600-EMITIR-CARTA-HOGAR.
007830     IF PEND-EMITIDA(WS-IDX-CABEZA) = "S"
007840         GO TO 2600-EXIT
007850     END-IF.
007860     MOVE ZERO TO WS-CANT-MIEMBROS.
007870     PERFORM 2610-JUNTAR-MIEMBRO THRU 2610-EXIT
007880         VARYING WS-IDX-PEND FROM WS-IDX-CABEZA BY 1
007890             UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES.
007900     ADD WS-CANT-MIEMBROS TO WS-CUENTA-PERSONAS-HOGAR.
007910     MOVE PEND-REGISTRO(WS-IDX-CABEZA) TO NUEVOS-RECORD.
007920     CALL "enmascarar_dni" USING NUEV-DNI WS-DNI-ENMASCARADO.
007930     PERFORM 2400-REGISTRAR-PIEZA THRU 2400-EXIT.
007940     PERFORM 2620-ESCRIBIR-LINEA-HOGAR THRU 2620-EXIT
007950         VARYING WS-IDX-LINEA FROM 1 BY 1
007960             UNTIL WS-IDX-LINEA > WS-CANT-LINEAS-PLA.
007970     MOVE WS-LINEA-SEPARADOR TO CARTAS-RECORD.
007980     WRITE CARTAS-RECORD.
007990 2600-EXIT.
008000     EXIT.
008010
008020 2610-JUNTAR-MIEMBRO.
008030     IF PEND-EMITIDA(WS-IDX-PEND) = "S"
008040         GO TO 2610-EXIT
008050     END-IF.
008060     IF WS-IDX-PEND NOT = WS-IDX-CABEZA
008070         IF PEND-HOGAR(WS-IDX-CABEZA) = ZERO
008080                 OR PEND-HOGAR(WS-IDX-PEND) NOT =
008090                     PEND-HOGAR(WS-IDX-CABEZA)
008100             GO TO 2610-EXIT
008110         END-IF
008120     END-IF.
008130     MOVE "S" TO PEND-EMITIDA(WS-IDX-PEND).
008140     ADD 1 TO WS-CANT-MIEMBROS.
008150     MOVE WS-IDX-PEND TO MIEM-IDX(WS-CANT-MIEMBROS).
008160 2610-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 2620-ESCRIBIR-LINEA-HOGAR - UNA LINEA CON &NOMBRE O &DNI SE
008210*     ESCRIBE UNA VEZ POR MIEMBRO; LAS DEMAS, UNA SOLA VEZ CON
008220*     LOS DATOS DEL PRIMER MIEMBRO
008230******************************************************************
008240 2620-ESCRIBIR-LINEA-HOGAR.
008250     MOVE ZERO TO WS-CANT-MARCAS-MIEMBRO.
008260     INSPECT PLA-LINEA(WS-IDX-LINEA) TALLYING
008270         WS-CANT-MARCAS-MIEMBRO FOR ALL "&NOMBRE" ALL "&DNI".
008280     IF WS-CANT-MARCAS-MIEMBRO = ZERO
008290         PERFORM 3000-ESCRIBIR-LINEA-CARTA THRU 3000-EXIT
008300         GO TO 2620-EXIT
008310     END-IF.
008320     PERFORM 2630-LINEA-POR-MIEMBRO THRU 2630-EXIT
008330         VARYING WS-IDX-MIEM FROM 1 BY 1
008340             UNTIL WS-IDX-MIEM > WS-CANT-MIEMBROS.
008350     MOVE PEND-REGISTRO(WS-IDX-CABEZA) TO NUEVOS-RECORD.
008360     CALL "enmascarar_dni" USING NUEV-DNI WS-DNI-ENMASCARADO.
008370 2620-EXIT.
008380     EXIT.
008390
008400 2630-LINEA-POR-MIEMBRO.
008410     MOVE PEND-REGISTRO(MIEM-IDX(WS-IDX-MIEM)) TO NUEVOS-RECORD.
008420     CALL "enmascarar_dni" USING NUEV-DNI WS-DNI-ENMASCARADO.
008430     PERFORM 3000-ESCRIBIR-LINEA-CARTA THRU 3000-EXIT.
008440 2630-EXIT.
008450     EXIT.
008460
008470 2150-VERIFICAR-CONSENTIMIENTO.
008480     MOVE "N" TO WS-SW-NO-CONTACTAR.
008490     MOVE SPACES TO WS-MOTIVO-SUPRESION.
008500     PERFORM 2160-COMPARAR-CONSENTIMIENTO THRU 2160-EXIT
008510         VARYING WS-IDX-NOC FROM 1 BY 1
008520             UNTIL WS-IDX-NOC > WS-CANT-NOCONTAC.
008530 2150-EXIT.
008540     EXIT.
008550
008560 2160-COMPARAR-CONSENTIMIENTO.
008570     IF NOCT-DNI(WS-IDX-NOC) = NUEV-DNI
008580*        LA ULTIMA MARCA DEL REGISTRO ES LA QUE VALE
008590         IF NOCT-MARCA(WS-IDX-NOC) = "N" OR "F"
008600             SET NO-CONTACTAR TO TRUE
008610             MOVE NOCT-MOTIVO(WS-IDX-NOC) TO
008620                 WS-MOTIVO-SUPRESION
008630         ELSE
008640             MOVE "N" TO WS-SW-NO-CONTACTAR
008650         END-IF
008660     END-IF.
008670 2160-EXIT.
008680     EXIT.
008690
008700 2170-SUPRIMIR-CARTA.
008710     ADD 1 TO WS-CUENTA-SUPRIMIDAS.
008720     MOVE SPACES TO WS-LINEA-SUPRESION.
008730     MOVE WS-DNI-ENMASCARADO TO SUP-DNI.
008740     MOVE NUEV-NOMBRE TO SUP-NOMBRE.
008750     MOVE WS-MOTIVO-SUPRESION TO SUP-MOTIVO.
008760     MOVE WS-LINEA-SUPRESION TO SUPR-RECORD.
008770     WRITE SUPR-RECORD.
008780 2170-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820* 2180-VERIFICAR-DOMICILIO - EL DOMICILIO ES NO ENTREGABLE SI
008830*     LA ULTIMA DEVOLUCION DEL DNI FUE A ESTE MISMO DOMICILIO;
008840*     SI EL MAESTRO YA TRAE OTRO, LA MARCA QUEDO SIN EFECTO
008850******************************************************************
008860 2180-VERIFICAR-DOMICILIO.
008870     MOVE "N" TO WS-SW-NO-ENTREGABLE.
008880     MOVE ZERO TO WS-IDX-DEV.
008890     PERFORM 2185-BUSCAR-DEVUELTO THRU 2185-EXIT
008900         VARYING WS-IDX-BUSCA-DEV FROM 1 BY 1
008910             UNTIL WS-IDX-BUSCA-DEV > WS-CANT-DEVUELTOS
008920                 OR WS-IDX-DEV > ZERO.
008930     IF WS-IDX-DEV > ZERO
008940         IF DEVT-DIRECCION(WS-IDX-DEV) = NUEV-DIRECCION
008950             SET DOMICILIO-NO-ENTREGABLE TO TRUE
008960         END-IF
008970     END-IF.
008980 2180-EXIT.
008990     EXIT.
009000
009010 2185-BUSCAR-DEVUELTO.
009020     IF DEVT-DNI(WS-IDX-BUSCA-DEV) = NUEV-DNI
009030         MOVE WS-IDX-BUSCA-DEV TO WS-IDX-DEV
009040     END-IF.
009050 2185-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090* 2190-RETENER-NO-ENTREGABLE - GUARDA LA CARTA NO EMITIDA PARA
009100*     LISTARLA EN LA PAGINA DE CONTROL, AL FINAL DE LAS CARTAS
009110******************************************************************
009120 2190-RETENER-NO-ENTREGABLE.
009130     ADD 1 TO WS-CUENTA-NO-ENTREGADAS.
009140     IF WS-CANT-NO-ENTREGADAS >= WS-MAX-NO-ENTREGADAS
009150         GO TO 2190-EXIT
009160     END-IF.
009170     ADD 1 TO WS-CANT-NO-ENTREGADAS.
009180     MOVE WS-DNI-ENMASCARADO TO
009190         NOEN-DNI-MASK(WS-CANT-NO-ENTREGADAS).
009200     MOVE NUEV-NOMBRE TO NOEN-NOMBRE(WS-CANT-NO-ENTREGADAS).
009210     MOVE NUEV-CODIGO-POSTAL TO
009220         NOEN-CP(WS-CANT-NO-ENTREGADAS).
009230     MOVE DEVT-MOTIVO(WS-IDX-DEV) TO
009240         NOEN-MOTIVO(WS-CANT-NO-ENTREGADAS).
009250 2190-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290* 3000-ESCRIBIR-LINEA-CARTA - SUSTITUYE LA MARCA DE LA LINEA DE
009300*     PLANTILLA EN CURSO (A LO SUMO UNA POR LINEA) Y LA ESCRIBE
009310******************************************************************
009320 3000-ESCRIBIR-LINEA-CARTA.
009330     MOVE PLA-LINEA(WS-IDX-LINEA) TO WS-LINEA-TRABAJO.
009340     PERFORM 3100-BUSCAR-MARCA THRU 3100-EXIT.
009350     IF MARCA-ENCONTRADA
009360         PERFORM 3200-SUSTITUIR-MARCA THRU 3200-EXIT
009370     END-IF.
009380     MOVE WS-LINEA-TRABAJO TO CARTAS-RECORD.
009390     WRITE CARTAS-RECORD.
009400 3000-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440* 3100-BUSCAR-MARCA - LOCALIZA &NOMBRE, &DNI O &FECHA Y DEJA LA
009450*     POSICION, EL LARGO DE LA MARCA Y EL VALOR A PONER
009460******************************************************************
009470 3100-BUSCAR-MARCA.
009480     MOVE "N" TO WS-SW-MARCA.
009490     PERFORM VARYING WS-POS-MARCA FROM 1 BY 1
009500             UNTIL WS-POS-MARCA > 74
009510                 OR MARCA-ENCONTRADA
009520         PERFORM 3110-PROBAR-MARCA THRU 3110-EXIT
009530     END-PERFORM.
009540 3100-EXIT.
009550     EXIT.
009560
009570 3110-PROBAR-MARCA.
009580     EVALUATE TRUE
009590         WHEN WS-LINEA-TRABAJO(WS-POS-MARCA:7) = "&NOMBRE"
009600             SET MARCA-ENCONTRADA TO TRUE
009610             MOVE 7 TO WS-LON-MARCA
009620             MOVE NUEV-NOMBRE TO WS-VALOR-SUSTITUIR
009630             MOVE 30 TO WS-LON-VALOR
009640         WHEN WS-LINEA-TRABAJO(WS-POS-MARCA:6) = "&FECHA"
009650             SET MARCA-ENCONTRADA TO TRUE
009660             MOVE 6 TO WS-LON-MARCA
009670             MOVE WS-FECHA-HOY TO WS-VALOR-SUSTITUIR
009680             MOVE 8 TO WS-LON-VALOR
009690         WHEN WS-POS-MARCA <= 71
009700                 AND WS-LINEA-TRABAJO(WS-POS-MARCA:10) =
009710                     "&DIRECCION"
009720             SET MARCA-ENCONTRADA TO TRUE
009730             MOVE 10 TO WS-LON-MARCA
009740             MOVE SPACES TO WS-VALOR-SUSTITUIR
009750             STRING NUEV-CALLE DELIMITED BY SIZE
009760                 " " DELIMITED BY SIZE
009770                 NUEV-NUMERO DELIMITED BY SIZE
009780                 INTO WS-VALOR-SUSTITUIR
009790             MOVE 26 TO WS-LON-VALOR
009800         WHEN WS-POS-MARCA <= 71
009810                 AND WS-LINEA-TRABAJO(WS-POS-MARCA:10) =
009820                     "&LOCALIDAD"
009830             SET MARCA-ENCONTRADA TO TRUE
009840             MOVE 10 TO WS-LON-MARCA
009850             MOVE NUEV-LOCALIDAD TO WS-VALOR-SUSTITUIR
009860             MOVE 20 TO WS-LON-VALOR
009870         WHEN WS-LINEA-TRABAJO(WS-POS-MARCA:3) = "&CP"
009880             SET MARCA-ENCONTRADA TO TRUE
009890             MOVE 3 TO WS-LON-MARCA
009900             MOVE NUEV-CODIGO-POSTAL TO WS-VALOR-SUSTITUIR
009910             MOVE 8 TO WS-LON-VALOR
009920         WHEN WS-LINEA-TRABAJO(WS-POS-MARCA:4) = "&DNI"
009930             SET MARCA-ENCONTRADA TO TRUE
009940             MOVE 4 TO WS-LON-MARCA
009950             MOVE WS-DNI-ENMASCARADO TO WS-VALOR-SUSTITUIR
009960             MOVE 8 TO WS-LON-VALOR
009970     END-EVALUATE.
009980 3110-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020* 3200-SUSTITUIR-MARCA - REARMA LA LINEA: PREFIJO + VALOR + RESTO
010030*     (LA PERFORM DE 3100 DEJO WS-POS-MARCA UNA POSICION DESPUES
010040*     DE LA MARCA HALLADA)
010050******************************************************************
010060 3200-SUSTITUIR-MARCA.
010070     SUBTRACT 1 FROM WS-POS-MARCA.
010080     MOVE SPACES TO WS-LINEA-ARMADA.
010090     MOVE 1 TO WS-PUNTERO.
010100     IF WS-POS-MARCA > 1
010110         STRING WS-LINEA-TRABAJO(1:WS-POS-MARCA - 1)
010120             DELIMITED BY SIZE
010130             INTO WS-LINEA-ARMADA
010140             WITH POINTER WS-PUNTERO
010150     END-IF.
010160     STRING WS-VALOR-SUSTITUIR(1:WS-LON-VALOR)
010170         DELIMITED BY SIZE
010180         INTO WS-LINEA-ARMADA
010190         WITH POINTER WS-PUNTERO.
010200     COMPUTE WS-POS-RESTO = WS-POS-MARCA + WS-LON-MARCA.
010210     COMPUTE WS-LON-RESTO = 81 - WS-POS-RESTO.
010220     IF WS-LON-RESTO > 0
010230         STRING WS-LINEA-TRABAJO(WS-POS-RESTO:WS-LON-RESTO)
010240             DELIMITED BY SIZE
010250             INTO WS-LINEA-ARMADA
010260             WITH POINTER WS-PUNTERO
010270     END-IF.
010280     MOVE WS-LINEA-ARMADA(1:80) TO WS-LINEA-TRABAJO.
010290 3200-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330* 9000-TERMINAR - PAGINA DE CONTROL, CIERRE Y AUDITORIA
010340******************************************************************
010350 9000-TERMINAR.
010360     MOVE WS-CUENTA-CARTAS TO CTL-CUENTA.
010370     MOVE WS-LINEA-CONTROL TO CARTAS-RECORD.
010380     WRITE CARTAS-RECORD.
010390     IF CARTA-POR-HOGAR
010400         MOVE WS-CUENTA-PERSONAS-HOGAR TO CTLH-CUENTA
010410         MOVE WS-LINEA-CONTROL-HOGAR TO CARTAS-RECORD
010420         WRITE CARTAS-RECORD
010430         IF WS-CUENTA-FUERA-HOGAR > ZERO
010440             MOVE SPACES TO CARTAS-RECORD
010450             STRING "ATENCION: " WS-CUENTA-FUERA-HOGAR
010460                 " CARTA(S) INDIVIDUALES (TABLA DE HOGAR LLENA)"
010470                 DELIMITED BY SIZE INTO CARTAS-RECORD
010480             WRITE CARTAS-RECORD
010490         END-IF
010500     END-IF.
010510     PERFORM 9200-LISTAR-NO-ENTREGADAS THRU 9200-EXIT.
010520     CLOSE CARTAS-FILE.
010530     MOVE WS-CUENTA-CARTAS TO WS-AUDT-CANTIDAD.
010540     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
010550     MOVE WS-DYN-CARTAS-FILE TO WS-CATG-ARCHIVO.
010560     MOVE WS-CUENTA-CARTAS TO WS-CATG-CANTIDAD.
010570     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
010580             WS-CATG-CANTIDAD.
010590     PERFORM 9300-GRABAR-CARTASUC THRU 9300-EXIT.
010600     PERFORM 8000-EMITIR-MANIFIESTO THRU 8000-EXIT.
010610     IF WS-CUENTA-NOC-PERDIDAS > ZERO
010620         MOVE SPACES TO SUPR-RECORD
010630         STRING "ATENCION: " WS-CUENTA-NOC-PERDIDAS
010640             " MARCA(S) NOCONTAC NO CARGADAS (TABLA LLENA)"
010650             DELIMITED BY SIZE INTO SUPR-RECORD
010660         WRITE SUPR-RECORD
010670         MOVE "ESAS PERSONAS PUDIERON RECIBIR CARTA - REVISAR."
010680             TO SUPR-RECORD
010690         WRITE SUPR-RECORD
010700         DISPLAY "ATENCION: " WS-CUENTA-NOC-PERDIDAS
010710             " MARCA(S) NOCONTAC NO CARGADAS (TABLA LLENA)."
010720     END-IF.
010730     MOVE WS-CUENTA-SUPRIMIDAS TO STRA-CUENTA.
010740     MOVE WS-LINEA-SUPR-TRAILER TO SUPR-RECORD.
010750     WRITE SUPR-RECORD.
010760     CLOSE SUPR-FILE.
010770     MOVE WS-DYN-SUPR-FILE TO WS-CATG-ARCHIVO.
010780     MOVE WS-CUENTA-SUPRIMIDAS TO WS-CATG-CANTIDAD.
010790     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
010800             WS-CATG-CANTIDAD.
010810     DISPLAY " CARTAS RETENIDAS POR NO CONTACTAR: "
010820         WS-CUENTA-SUPRIMIDAS.
010830     DISPLAY " CARTAS NO EMITIDAS POR DOMICILIO DEVUELTO: "
010840         WS-CUENTA-NO-ENTREGADAS.
010850     DISPLAY " CARTAS EMITIDAS: " WS-CUENTA-CARTAS.
010860 9000-EXIT.
010870     EXIT.
010880
010890******************************************************************
010900* 9200-LISTAR-NO-ENTREGADAS - EN LA PAGINA DE CONTROL, LAS
010910*     PERSONAS QUE NO RECIBIERON CARTA PORQUE SU DOMICILIO
010920*     FIGURA DEVUELTO POR EL CORREO
010930******************************************************************
010940 9200-LISTAR-NO-ENTREGADAS.
010950     IF WS-CUENTA-NO-ENTREGADAS = ZERO
010960         GO TO 9200-EXIT
010970     END-IF.
010980     MOVE WS-LINEA-NO-ENTREGADA-TIT TO CARTAS-RECORD.
010990     WRITE CARTAS-RECORD.
011000     PERFORM 9210-ESCRIBIR-NO-ENTREGADA THRU 9210-EXIT
011010         VARYING WS-SUB-I FROM 1 BY 1
011020             UNTIL WS-SUB-I > WS-CANT-NO-ENTREGADAS.
011030     MOVE WS-CUENTA-NO-ENTREGADAS TO NTOT-CUENTA.
011040     MOVE WS-LINEA-NO-ENTREGADA-TOT TO CARTAS-RECORD.
011050     WRITE CARTAS-RECORD.
011060     IF WS-CUENTA-NO-ENTREGADAS > WS-CANT-NO-ENTREGADAS
011070         MOVE "ATENCION: MAS DE 200 CARTAS SIN EMITIR."
011080             TO CARTAS-RECORD
011090         WRITE CARTAS-RECORD
011100     END-IF.
011110     IF WS-CUENTA-DEV-PERDIDOS > ZERO
011120         MOVE SPACES TO CARTAS-RECORD
011130         STRING "ATENCION: " WS-CUENTA-DEV-PERDIDOS
011140             " MARCA(S) DEVUELTO NO CARGADAS (TABLA LLENA)"
011150             DELIMITED BY SIZE INTO CARTAS-RECORD
011160         WRITE CARTAS-RECORD
011170     END-IF.
011180 9200-EXIT.
011190     EXIT.
011200
011210 9210-ESCRIBIR-NO-ENTREGADA.
011220     MOVE SPACES TO WS-LINEA-NO-ENTREGADA.
011230     MOVE NOEN-DNI-MASK(WS-SUB-I) TO NENT-DNI.
011240     MOVE NOEN-NOMBRE(WS-SUB-I) TO NENT-NOMBRE.
011250     MOVE NOEN-CP(WS-SUB-I) TO NENT-CP.
011260     MOVE NOEN-MOTIVO(WS-SUB-I) TO NENT-MOTIVO.
011270     MOVE WS-LINEA-NO-ENTREGADA TO CARTAS-RECORD.
011280     WRITE CARTAS-RECORD.
011290 9210-EXIT.
011300     EXIT.
011310
011320******************************************************************
011330* 9300-GRABAR-CARTASUC - UNA LINEA POR SUCURSAL CON CARTAS EN EL
011340*     DIA, AGREGADA AL REGISTRO CARTASUC
011350******************************************************************
011360 9300-GRABAR-CARTASUC.
011370     IF WS-CUENTA-CARTAS = ZERO
011380         GO TO 9300-EXIT
011390     END-IF.
011400     OPEN EXTEND CARTASUC-FILE.
011410     IF WS-CSUC-STATUS NOT = "00"
011420         OPEN OUTPUT CARTASUC-FILE
011430     END-IF.
011440     PERFORM 9310-ESCRIBIR-CARTASUC THRU 9310-EXIT
011450         VARYING WS-IDX-SUC FROM 1 BY 1 UNTIL WS-IDX-SUC > 100.
011460     CLOSE CARTASUC-FILE.
011470 9300-EXIT.
011480     EXIT.
011490
011500 9310-ESCRIBIR-CARTASUC.
011510     IF CSUT-CANTIDAD(WS-IDX-SUC) = ZERO
011520         GO TO 9310-EXIT
011530     END-IF.
011540     MOVE SPACES TO CARTASUC-RECORD.
011550     MOVE WS-FECHA-HOY TO CSUC-FECHA.
011560     COMPUTE CSUC-SUCURSAL = WS-IDX-SUC - 1.
011570     MOVE CSUT-CANTIDAD(WS-IDX-SUC) TO CSUC-CANTIDAD.
011580     WRITE CARTASUC-RECORD.
011590 9310-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630* 8000-EMITIR-MANIFIESTO - ORDENA LAS PIEZAS POR CODIGO POSTAL Y
011640*     ESCRIBE EL MANIFIESTO DEL DIA PARA EL CORREO
011650******************************************************************
011660 8000-EMITIR-MANIFIESTO.
011670     PERFORM 8100-ORDENAR-MANIFIESTO THRU 8100-EXIT.
011680     OPEN OUTPUT MANIF-FILE.
011690     MOVE WS-LINEA-MANIF-TITULO TO MANIF-RECORD.
011700     WRITE MANIF-RECORD.
011710     PERFORM 8300-ESCRIBIR-PIEZA THRU 8300-EXIT
011720         VARYING WS-SUB-I FROM 1 BY 1
011730             UNTIL WS-SUB-I > WS-CANT-MANIFIESTO.
011740     MOVE WS-CANT-MANIFIESTO TO MTRA-CUENTA.
011750     MOVE WS-LINEA-MANIF-TRAILER TO MANIF-RECORD.
011760     WRITE MANIF-RECORD.
011770     IF MANIFIESTO-DESBORDADO
011780         MOVE "ATENCION: MAS DE 500 CARTAS, MANIFIESTO PARCIAL."
011790             TO MANIF-RECORD
011800         WRITE MANIF-RECORD
011810     END-IF.
011820     CLOSE MANIF-FILE.
011830     MOVE WS-DYN-MANIF-FILE TO WS-CATG-ARCHIVO.
011840     MOVE WS-CANT-MANIFIESTO TO WS-CATG-CANTIDAD.
011850     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
011860             WS-CATG-CANTIDAD.
011870 8000-EXIT.
011880     EXIT.
011890
011900******************************************************************
011910* 8100-ORDENAR-MANIFIESTO - BURBUJA ASCENDENTE POR CODIGO POSTAL
011920*     (EL MISMO ORDENAMIENTO EN MEMORIA QUE USA MAESTRODIARIO)
011930******************************************************************
011940 8100-ORDENAR-MANIFIESTO.
011950     IF WS-CANT-MANIFIESTO < 2
011960         GO TO 8100-EXIT
011970     END-IF.
011980     PERFORM VARYING WS-SUB-I FROM 1 BY 1
011990             UNTIL WS-SUB-I >= WS-CANT-MANIFIESTO
012000         PERFORM VARYING WS-SUB-J FROM 1 BY 1
012010                 UNTIL WS-SUB-J >
012020                     WS-CANT-MANIFIESTO - WS-SUB-I
012030             PERFORM 8200-COMPARAR-E-INTERCAMBIAR THRU 8200-EXIT
012040         END-PERFORM
012050     END-PERFORM.
012060 8100-EXIT.
012070     EXIT.
012080
012090 8200-COMPARAR-E-INTERCAMBIAR.
012100     IF MANF-CP(WS-SUB-J) > MANF-CP(WS-SUB-J + 1)
012110         MOVE MANF-ENTRADA(WS-SUB-J) TO WS-ENTRADA-AUXILIAR
012120         MOVE MANF-ENTRADA(WS-SUB-J + 1) TO
012130             MANF-ENTRADA(WS-SUB-J)
012140         MOVE WS-ENTRADA-AUXILIAR TO MANF-ENTRADA(WS-SUB-J + 1)
012150     END-IF.
012160 8200-EXIT.
012170     EXIT.
012180
012190 8300-ESCRIBIR-PIEZA.
012200     MOVE SPACES TO WS-LINEA-MANIF.
012210     MOVE MANF-CP(WS-SUB-I) TO MLIN-CP.
012220     MOVE MANF-DNI-MASK(WS-SUB-I) TO MLIN-DNI.
012230     MOVE MANF-NOMBRE(WS-SUB-I) TO MLIN-NOMBRE.
012240     MOVE MANF-LOCALIDAD(WS-SUB-I) TO MLIN-LOCALIDAD.
012250     MOVE WS-LINEA-MANIF TO MANIF-RECORD.
012260     WRITE MANIF-RECORD.
012270 8300-EXIT.
012280     EXIT.
012290
012300 END PROGRAM PersonaCarta.
