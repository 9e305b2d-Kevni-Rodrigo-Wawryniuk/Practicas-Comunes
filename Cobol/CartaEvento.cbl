000100******************************************************************
000110* PROGRAM-ID: carta_evento
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    EVENT-DRIVEN CORRESPONDENCE. PERSONACARTA ONLY
000170*             WRITES THE MAJORITY LETTER; THIS STEP READS THE
000180*             DAY'S PERSJRNL ENTRIES (THROUGH JOURNAL_LECTOR)
000190*             AND WRITES A CONFIRMATION LETTER FOR EVERY EVENT
000200*             THE CITIZEN MUST BE TOLD ABOUT:
000210*                 AL  ALTA (ACCION A)
000220*                 NO  CAMBIO DE NOMBRE
000230*                 TR  TRASLADO ENTRE SUCURSALES
000240*                 FU  FUSION DE PERSONAMERGE (ENTRADA F; LA
000250*                     REGRABACION Y LA BAJA DE LA FUSION NO
000260*                     GENERAN CARTA PROPIA)
000270*                 BA  BAJA (ACTIVO -> I; UN FALLECIDO NO)
000280*             THE TEMPLATE CATALOGUE CARTACAT GIVES, PER EVENT
000290*             TYPE, THE TEMPLATE FILE AND THE SUBJECT LINE; A
000300*             TYPE NOT IN CARTACAT KEEPS ITS BUILT-IN ENTRY, AND
000310*             A TEMPLATE FILE THAT IS MISSING FALLS BACK TO THE
000320*             DEFAULT TEMPLATE WITH THE SUBJECT AS ITS BODY.
000330*             EACH TYPE IS SWITCHED ON BY AN EVTCTL CARD (TIPO,
000340*             S/N); WITHOUT ITS CARD A TYPE IS OFF, SO NO
000350*             CITIZEN GETS A LETTER NOBODY ASKED FOR. LETTERS
000360*             USE THE SAME MARKERS AS PERSONACARTA AND PASS THE
000370*             SAME NOCONTAC AND DEVUELTO CHECKS (PLUS A RECORD
000380*             WITH NO ADDRESS ON FILE). OUTPUT: CARTAEV.AAAAMMDD
000390*             WITH A CONTROL PAGE PER EVENT TYPE, SUPREV.AAAAMMDD
000400*             (RETAINED LETTERS), MANIFEV.AAAAMMDD (MAIL
000410*             MANIFEST BY CODIGO POSTAL) AND THE DAY'S LINES IN
000420*             CARTASUC. RUNS AFTER THE DAY'S MAINTENANCE.
000430* TECTONICS:  cobc
000440******************************************************************
000450* MODIFICATION HISTORY
000460* DATE       INIT DESCRIPTION
000470* 2026-10-15 RW   INITIAL VERSION.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. carta_evento.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT EVTCTL-FILE ASSIGN TO "EVTCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-EVC-STATUS.
000580
000590     SELECT CARTACAT-FILE ASSIGN TO "CARTACAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CAT-STATUS.
000620
000630     SELECT PLANTILLA-FILE ASSIGN DYNAMIC WS-DYN-PLANTILLA
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PLA-STATUS.
000660
000670     SELECT CARTAS-FILE ASSIGN DYNAMIC WS-DYN-CARTAS-FILE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CAR-STATUS.
000700
000710     SELECT MANIF-FILE ASSIGN DYNAMIC WS-DYN-MANIF-FILE
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-MAN-STATUS.
000740
000750     SELECT NOCONTAC-FILE ASSIGN TO "NOCONTAC"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-NOC-STATUS.
000780
000790     SELECT SUPR-FILE ASSIGN DYNAMIC WS-DYN-SUPR-FILE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-SUP-STATUS.
000820
000830     SELECT DEVUELTO-FILE ASSIGN TO "DEVUELTO"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-DEV-STATUS.
000860
000870     SELECT CARTASUC-FILE ASSIGN TO "CARTASUC"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-CSUC-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  EVTCTL-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  EVTCTL-RECORD.
000970     05  EVC-TIPO                PIC X(02).
000980     05  FILLER                  PIC X(01).
000990     05  EVC-ACTIVO              PIC X(01).
001000     05  FILLER                  PIC X(76).
001010
001020 FD  CARTACAT-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  CARTACAT-RECORD.
001060     05  CAT-TIPO                PIC X(02).
001070     05  FILLER                  PIC X(01).
001080     05  CAT-PLANTILLA           PIC X(08).
001090     05  FILLER                  PIC X(01).
001100     05  CAT-ASUNTO              PIC X(40).
001110     05  FILLER                  PIC X(28).
001120
001130 FD  PLANTILLA-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS.
001160 01  PLANTILLA-RECORD            PIC X(80).
001170
001180 FD  CARTAS-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  CARTAS-RECORD               PIC X(80).
001220
001230 FD  MANIF-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  MANIF-RECORD                PIC X(80).
001270
001280 FD  NOCONTAC-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 50 CHARACTERS.
001310 01  NOCONTAC-RECORD.
001320     05  NOC-DNI                 PIC 9(08).
001330     05  FILLER                  PIC X(01).
001340     05  NOC-MARCA               PIC X(01).
001350     05  FILLER                  PIC X(01).
001360     05  NOC-FECHA               PIC 9(08).
001370     05  FILLER                  PIC X(01).
001380     05  NOC-MOTIVO              PIC X(30).
001390
001400 FD  SUPR-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORD CONTAINS 80 CHARACTERS.
001430 01  SUPR-RECORD                 PIC X(80).
001440
001450 FD  DEVUELTO-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 113 CHARACTERS.
001480 COPY DEVUELTO.
001490
001500 FD  CARTASUC-FILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 19 CHARACTERS.
001530 01  CARTASUC-RECORD.
001540     05  CSUC-FECHA              PIC 9(08).
001550     05  FILLER                  PIC X(01).
001560     05  CSUC-SUCURSAL           PIC 9(02).
001570     05  FILLER                  PIC X(01).
001580     05  CSUC-CANTIDAD           PIC 9(07).
001590
001600 WORKING-STORAGE SECTION.
001610 01  WS-EVC-STATUS               PIC X(02).
001620 01  WS-CAT-STATUS               PIC X(02).
001630 01  WS-PLA-STATUS               PIC X(02).
001640 01  WS-CAR-STATUS               PIC X(02).
001650 01  WS-MAN-STATUS               PIC X(02).
001660 01  WS-FECHA-HOY                PIC X(08).
001670 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001680 01  WS-DYN-PLANTILLA            PIC X(08) VALUE SPACES.
001690 01  WS-DYN-CARTAS-FILE          PIC X(21) VALUE SPACES.
001700 01  WS-DYN-MANIF-FILE           PIC X(21) VALUE SPACES.
001710 01  WS-CATG-ARCHIVO             PIC X(21).
001720 01  WS-CATG-CANTIDAD            PIC 9(07).
001730
001740 01  WS-EOF-EVTCTL               PIC X(01) VALUE "N".
001750     88  FIN-EVTCTL              VALUE "S".
001760 01  WS-EOF-CARTACAT             PIC X(01) VALUE "N".
001770     88  FIN-CARTACAT            VALUE "S".
001780 01  WS-EOF-PLANTILLA            PIC X(01) VALUE "N".
001790     88  FIN-PLANTILLA           VALUE "S".
001800 01  WS-EOF-JOURNAL              PIC X(01) VALUE "N".
001810     88  FIN-JOURNAL             VALUE "S".
001820
001830*----------------------------------------------------------------
001840*    ENTRADA DE PERSJRNL COMO LA ENTREGA JOURNAL_LECTOR, Y LA
001850*    IMAGEN DESPUES VISTA COMO REGISTRO DE PERSONA
001860*----------------------------------------------------------------
001870 01  JOURNAL-RECORD.
001880     05  PJRN-TIMESTAMP          PIC X(21).
001890     05  FILLER                  PIC X(01).
001900     05  PJRN-PROGRAMA           PIC X(20).
001910     05  FILLER                  PIC X(01).
001920     05  PJRN-ACCION             PIC X(01).
001930     05  FILLER                  PIC X(01).
001940     05  PJRN-IMAGEN-ANTES       PIC X(117).
001950     05  FILLER                  PIC X(01).
001960     05  PJRN-IMAGEN-DESPUES     PIC X(117).
001970     05  FILLER                  PIC X(01).
001980     05  PJRN-HASH               PIC X(11).
001990
002000 01  JLC-AREA.
002010     05  JLC-FUNCION             PIC X(01).
002020     05  JLC-GEN-DESDE           PIC 9(06).
002030     05  JLC-GEN-HASTA           PIC 9(06).
002040     05  JLC-DNI                 PIC 9(08).
002050     05  JLC-FECHA-DESDE         PIC 9(08).
002060     05  JLC-FECHA-HASTA         PIC 9(08).
002070     05  JLC-RESULTADO           PIC X(01).
002080         88  JLC-OK              VALUE "0".
002090     05  JLC-GENERACION          PIC 9(06).
002100     05  JLC-ORDINAL             PIC 9(07).
002110     05  JLC-MENSAJE             PIC X(40).
002120
002130 COPY PERSONA.
002140
002150*----------------------------------------------------------------
002160*    CATALOGO DE CARTAS POR TIPO DE EVENTO: LOS VALORES DE
002170*    ABAJO VALEN SI CARTACAT NO TRAE EL TIPO
002180*----------------------------------------------------------------
002190 01  WS-CATALOGO-DEFECTO.
002200     05  FILLER                  PIC X(52) VALUE
002210         "AL CARTAALT HA SIDO INSCRIPTO/A EN NUESTRO REGISTRO.".
002220     05  FILLER                  PIC X(52) VALUE
002230         "NO CARTANOM SE REGISTRO EL CAMBIO DE SU NOMBRE.".
002240     05  FILLER                  PIC X(52) VALUE
002250         "TR CARTATRA SU LEGAJO FUE TRASLADADO DE SUCURSAL.".
002260     05  FILLER                  PIC X(52) VALUE
002270         "FU CARTAFUS SUS REGISTROS DUPLICADOS SE UNIFICARON.".
002280     05  FILLER                  PIC X(52) VALUE
002290         "BA CARTABAJ SU REGISTRO HA SIDO DADO DE BAJA.".
002300 01  TABLA-CATALOGO-DEFECTO REDEFINES WS-CATALOGO-DEFECTO.
002310     05  CATD-ENTRADA OCCURS 5 TIMES.
002320         10  CATD-TIPO           PIC X(02).
002330         10  FILLER              PIC X(01).
002340         10  CATD-PLANTILLA      PIC X(08).
002350         10  FILLER              PIC X(01).
002360         10  CATD-ASUNTO         PIC X(40).
002370
002380*----------------------------------------------------------------
002390*    UNA ENTRADA POR TIPO DE EVENTO: INTERRUPTOR, PLANTILLA EN
002400*    MEMORIA Y CONTADORES DE SU PAGINA DE CONTROL
002410*----------------------------------------------------------------
002420 01  WS-CANT-TIPOS               PIC 9(01) VALUE 5.
002430 01  WS-MAX-LINEAS-PLA           PIC 9(02) VALUE 30.
002440 01  TABLA-TIPOS.
002450     05  TIPO-ENTRADA OCCURS 5 TIMES.
002460         10  TIPO-CODIGO         PIC X(02).
002470         10  TIPO-PLANTILLA      PIC X(08).
002480         10  TIPO-ASUNTO         PIC X(40).
002490         10  TIPO-ACTIVO         PIC X(01).
002500             88  TIPO-ACTIVADO   VALUE "S".
002510         10  TIPO-ORIGEN-PLA     PIC X(01).
002520             88  PLA-DE-ARCHIVO  VALUE "A".
002530         10  TIPO-DETECTADOS     PIC 9(05).
002540         10  TIPO-EMITIDAS       PIC 9(05).
002550         10  TIPO-RETENIDAS      PIC 9(05).
002560         10  TIPO-NO-ENTREGADAS  PIC 9(05).
002570         10  TIPO-APAGADOS       PIC 9(05).
002580         10  TIPO-CANT-LINEAS    PIC 9(02).
002590         10  TIPO-LINEA OCCURS 30 TIMES PIC X(80).
002600 77  WS-IDX-TIPO                 PIC 9(02) COMP.
002610 77  WS-IDX-BUSCA-TIPO           PIC 9(02) COMP.
002620 01  WS-TIPO-EVENTO              PIC X(02).
002630 01  WS-CANT-ACTIVADOS           PIC 9(01) VALUE ZERO.
002640
002650*----------------------------------------------------------------
002660*    CAMPOS DE TRABAJO DE LA SUSTITUCION DE MARCAS
002670*----------------------------------------------------------------
002680 01  WS-LINEA-TRABAJO            PIC X(80).
002690 01  WS-LINEA-ARMADA             PIC X(120).
002700 01  WS-POS-MARCA                PIC 9(03) COMP.
002710 01  WS-LON-MARCA                PIC 9(02) COMP.
002720 01  WS-LON-VALOR                PIC 9(02) COMP.
002730 01  WS-VALOR-SUSTITUIR          PIC X(30).
002740 01  WS-PUNTERO                  PIC 9(03) COMP.
002750 01  WS-POS-RESTO                PIC 9(03) COMP.
002760 01  WS-LON-RESTO                PIC S9(03) COMP.
002770 01  WS-SW-MARCA                 PIC X(01) VALUE "N".
002780     88  MARCA-ENCONTRADA        VALUE "S".
002790 01  WS-IDX-LINEA                PIC 9(02) COMP.
002800 01  WS-DNI-ENMASCARADO          PIC X(08).
002810 01  WS-CUENTA-CARTAS            PIC 9(05) VALUE ZERO.
002820
002830*----------------------------------------------------------------
002840*    CARTAS EMITIDAS POR SUCURSAL (CASILLERO = SUC + 1), PARA EL
002850*    REGISTRO CARTASUC
002860*----------------------------------------------------------------
002870 01  WS-CSUC-STATUS              PIC X(02).
002880 01  TABLA-CARTAS-SUC.
002890     05  CSUT-CANTIDAD OCCURS 100 TIMES PIC 9(07)
002900             VALUE ZERO.
002910 77  WS-IDX-SUC                  PIC 9(03) COMP.
002920
002930*----------------------------------------------------------------
002940*    MANIFIESTO DE CORREO: UNA ENTRADA POR CARTA EMITIDA,
002950*    ORDENADO POR CODIGO POSTAL ANTES DE ESCRIBIRSE
002960*----------------------------------------------------------------
002970 01  WS-MAX-MANIFIESTO           PIC 9(03) VALUE 500.
002980 01  WS-CANT-MANIFIESTO          PIC 9(03) VALUE ZERO.
002990 01  WS-SW-MANIF-DEMAS           PIC X(01) VALUE "N".
003000     88  MANIFIESTO-DESBORDADO   VALUE "S".
003010 01  TABLA-MANIFIESTO.
003020     05  MANF-ENTRADA OCCURS 500 TIMES.
003030         10  MANF-CP             PIC X(08).
003040         10  MANF-DNI-MASK       PIC X(08).
003050         10  MANF-NOMBRE         PIC X(30).
003060         10  MANF-LOCALIDAD      PIC X(20).
003070 01  WS-ENTRADA-AUXILIAR.
003080     05  AUX-CP                  PIC X(08).
003090     05  AUX-DNI-MASK            PIC X(08).
003100     05  AUX-NOMBRE              PIC X(30).
003110     05  AUX-LOCALIDAD           PIC X(20).
003120 77  WS-SUB-I                    PIC 9(03) COMP.
003130 77  WS-SUB-J                    PIC 9(03) COMP.
003140 01  WS-LINEA-MANIF.
003150     05  MLIN-CP                 PIC X(08).
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  MLIN-DNI                PIC X(08).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  MLIN-NOMBRE             PIC X(30).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  MLIN-LOCALIDAD          PIC X(20).
003220     05  FILLER                  PIC X(08) VALUE SPACES.
003230 01  WS-LINEA-MANIF-TITULO       PIC X(50)
003240         VALUE "MANIFIESTO DE CORREO POR CODIGO POSTAL - EVENTOS".
003250 01  WS-LINEA-MANIF-TRAILER.
003260     05  FILLER                  PIC X(27)
003270             VALUE "TOTAL DE PIEZAS DE CORREO: ".
003280     05  MTRA-CUENTA             PIC ZZZ,ZZ9.
003290     05  FILLER                  PIC X(46) VALUE SPACES.
003300*----------------------------------------------------------------
003310*    REGISTRO DE NO CONTACTAR EN MEMORIA (LA ULTIMA MARCA DE
003320*    CADA DNI VALE) Y REPORTE DE CARTAS SUPRIMIDAS
003330*----------------------------------------------------------------
003340 01  WS-NOC-STATUS               PIC X(02).
003350 01  WS-SUP-STATUS               PIC X(02).
003360 01  WS-DYN-SUPR-FILE            PIC X(21) VALUE SPACES.
003370 01  WS-EOF-NOC                  PIC X(01) VALUE "N".
003380     88  FIN-NOCONTAC            VALUE "S".
003390 01  WS-MAX-NOCONTAC             PIC 9(03) VALUE 200.
003400 01  WS-CANT-NOCONTAC            PIC 9(03) VALUE ZERO.
003410 01  TABLA-NOCONTAC.
003420     05  NOCT-ENTRADA OCCURS 200 TIMES.
003430         10  NOCT-DNI            PIC 9(08).
003440         10  NOCT-MARCA          PIC X(01).
003450         10  NOCT-MOTIVO         PIC X(30).
003460 01  WS-IDX-NOC                  PIC 9(03) COMP.
003470 77  WS-IDX-BUSCA-NOC            PIC 9(03) COMP.
003480 01  WS-SW-NO-CONTACTAR          PIC X(01) VALUE "N".
003490     88  NO-CONTACTAR            VALUE "S".
003500 01  WS-MOTIVO-SUPRESION         PIC X(30).
003510 01  WS-CUENTA-SUPRIMIDAS        PIC 9(05) VALUE ZERO.
003520 77  WS-CUENTA-NOC-PERDIDAS      PIC 9(03) VALUE ZERO.
003530 01  WS-LINEA-SUPRESION.
003540     05  FILLER                  PIC X(09)
003550             VALUE "RETENIDA ".
003560     05  SUP-TIPO                PIC X(02).
003570     05  FILLER                  PIC X(01) VALUE SPACE.
003580     05  SUP-DNI                 PIC X(08).
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  SUP-NOMBRE              PIC X(30).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  SUP-MOTIVO              PIC X(26).
003630 01  WS-LINEA-SUPR-TRAILER.
003640     05  FILLER                  PIC X(27)
003650             VALUE "TOTAL DE CARTAS RETENIDAS: ".
003660     05  STRA-CUENTA             PIC ZZZ,ZZ9.
003670     05  FILLER                  PIC X(46) VALUE SPACES.
003680*----------------------------------------------------------------
003690*    DOMICILIOS DEVUELTOS POR EL CORREO (LA ULTIMA LINEA DE
003700*    CADA DNI VALE) Y CARTAS NO EMITIDAS POR NO TENER DONDE
003710*    ENVIARLAS, QUE SE LISTAN AL PIE DE LAS PAGINAS DE CONTROL
003720*----------------------------------------------------------------
003730 01  WS-DEV-STATUS               PIC X(02).
003740 01  WS-EOF-DEV                  PIC X(01) VALUE "N".
003750     88  FIN-DEVUELTO            VALUE "S".
003760 01  WS-MAX-DEVUELTOS            PIC 9(03) VALUE 500.
003770 01  WS-CANT-DEVUELTOS           PIC 9(03) VALUE ZERO.
003780 01  TABLA-DEVUELTOS.
003790     05  DEVT-ENTRADA OCCURS 500 TIMES.
003800         10  DEVT-DNI            PIC 9(08).
003810         10  DEVT-MOTIVO         PIC X(20).
003820         10  DEVT-DIRECCION      PIC X(53).
003830 01  WS-IDX-DEV                  PIC 9(03) COMP.
003840 77  WS-IDX-BUSCA-DEV            PIC 9(03) COMP.
003850 77  WS-CUENTA-DEV-PERDIDOS      PIC 9(03) VALUE ZERO.
003860 01  WS-SW-NO-ENTREGABLE         PIC X(01) VALUE "N".
003870     88  DOMICILIO-NO-ENTREGABLE VALUE "S".
003880 01  WS-MOTIVO-NO-ENTREGA        PIC X(20).
003890 01  WS-MAX-NO-ENTREGADAS        PIC 9(03) VALUE 200.
003900 01  WS-CANT-NO-ENTREGADAS       PIC 9(03) VALUE ZERO.
003910 01  WS-CUENTA-NO-ENTREGADAS     PIC 9(05) VALUE ZERO.
003920 01  TABLA-NO-ENTREGADAS.
003930     05  NOEN-ENTRADA OCCURS 200 TIMES.
003940         10  NOEN-TIPO           PIC X(02).
003950         10  NOEN-DNI-MASK       PIC X(08).
003960         10  NOEN-NOMBRE         PIC X(30).
003970         10  NOEN-CP             PIC X(08).
003980         10  NOEN-MOTIVO         PIC X(20).
003990 01  WS-LINEA-NO-ENTREGADA.
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  NENT-TIPO               PIC X(02).
004020     05  FILLER                  PIC X(02) VALUE SPACES.
004030     05  NENT-DNI                PIC X(08).
004040     05  FILLER                  PIC X(02) VALUE SPACES.
004050     05  NENT-NOMBRE             PIC X(30).
004060     05  FILLER                  PIC X(02) VALUE SPACES.
004070     05  NENT-CP                 PIC X(08).
004080     05  FILLER                  PIC X(02) VALUE SPACES.
004090     05  NENT-MOTIVO             PIC X(20).
004100     05  FILLER                  PIC X(02) VALUE SPACES.
004110 01  WS-LINEA-NO-ENTREGADA-TIT   PIC X(80)
004120         VALUE
004130         "CARTAS NO EMITIDAS - SIN DOMICILIO O DEVUELTO:".
004140 01  WS-LINEA-NO-ENTREGADA-TOT.
004150     05  FILLER                  PIC X(27)
004160             VALUE "TOTAL DE CARTAS SIN EMITIR:".
004170     05  NTOT-CUENTA             PIC ZZZ,ZZ9.
004180     05  FILLER                  PIC X(46) VALUE SPACES.
004190
004200*----------------------------------------------------------------
004210*    LINEAS FIJAS DE LAS CARTAS Y DE LAS PAGINAS DE CONTROL
004220*----------------------------------------------------------------
004230 01  WS-LINEA-SEPARADOR          PIC X(80) VALUE ALL "-".
004240 01  WS-LINEA-PAGINA             PIC X(80) VALUE ALL "=".
004250 01  WS-LINEA-CONTROL.
004260     05  FILLER                  PIC X(27)
004270             VALUE "TOTAL DE CARTAS EMITIDAS: ".
004280     05  CTL-CUENTA              PIC ZZZ,ZZ9.
004290     05  FILLER                  PIC X(46) VALUE SPACES.
004300 01  WS-LINEA-CTL-TITULO.
004310     05  FILLER                  PIC X(25)
004320             VALUE "CONTROL DE CARTAS - TIPO ".
004330     05  CTT-TIPO                PIC X(02).
004340     05  FILLER                  PIC X(02) VALUE SPACES.
004350     05  CTT-ASUNTO              PIC X(40).
004360     05  FILLER                  PIC X(11) VALUE SPACES.
004370 01  WS-LINEA-CTL-DETALLE.
004380     05  FILLER                  PIC X(02) VALUE SPACES.
004390     05  CTD-ROTULO              PIC X(36).
004400     05  CTD-CUENTA              PIC ZZZ,ZZ9.
004410     05  FILLER                  PIC X(35) VALUE SPACES.
004420
004430*----------------------------------------------------------------
004440*    PLANTILLA POR DEFECTO PARA EL TIPO SIN ARCHIVO DE PLANTILLA:
004450*    LA LINEA 7 LLEVA EL ASUNTO DEL CATALOGO
004460*----------------------------------------------------------------
004470 01  WS-PLANTILLA-DEFECTO.
004480     05  FILLER PIC X(80) VALUE
004490         "ESTIMADO/A &NOMBRE".
004500     05  FILLER PIC X(80) VALUE
004510         "&DIRECCION".
004520     05  FILLER PIC X(80) VALUE
004530         "&LOCALIDAD".
004540     05  FILLER PIC X(80) VALUE
004550         "CODIGO POSTAL &CP".
004560     05  FILLER PIC X(80) VALUE SPACES.
004570     05  FILLER PIC X(80) VALUE
004580         "LE INFORMAMOS, RESPECTO DE SU DOCUMENTO &DNI, QUE".
004590     05  FILLER PIC X(80) VALUE SPACES.
004600     05  FILLER PIC X(80) VALUE SPACES.
004610     05  FILLER PIC X(80) VALUE
004620         "EMITIDA EL &FECHA POR EL CICLO DIARIO.".
004630 01  TABLA-PLANTILLA-DEFECTO REDEFINES WS-PLANTILLA-DEFECTO.
004640     05  PLA-DEF-LINEA OCCURS 9 TIMES PIC X(80).
004650 01  WS-CANT-LINEAS-DEFECTO      PIC 9(02) VALUE 9.
004660 01  WS-LINEA-ASUNTO-DEFECTO     PIC 9(02) VALUE 7.
004670
004680*----------------------------------------------------------------
004690*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
004700*----------------------------------------------------------------
004710 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "carta_evento".
004720 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
004730
004740 PROCEDURE DIVISION.
004750
004760******************************************************************
004770* 0000-MAINLINE
004780******************************************************************
004790 0000-MAINLINE.
004800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004810     IF WS-CANT-ACTIVADOS = ZERO
004820         DISPLAY "NINGUN TIPO DE EVENTO ACTIVADO EN EVTCTL: "
004830             "SOLO SE CUENTAN LOS EVENTOS."
004840     END-IF.
004850     PERFORM 2000-RECORRER-JOURNAL THRU 2000-EXIT.
004860     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004870     GOBACK.
004880
004890******************************************************************
004900* 1000-INICIALIZAR - CATALOGO, INTERRUPTORES Y PLANTILLAS POR
004910*     TIPO, REGISTROS DE NO CONTACTAR Y DEVUELTOS, Y APERTURA
004920*     DE LAS SALIDAS DEL DIA
004930******************************************************************
004940 1000-INICIALIZAR.
004950     CALL "fecha_negocio" USING WS-FECHA-HOY
004960             WS-SUFIJO-CICLO.
004970     PERFORM 1100-CARGAR-CATALOGO THRU 1100-EXIT.
004980     PERFORM 1200-CARGAR-INTERRUPTORES THRU 1200-EXIT.
004990     PERFORM 1300-CARGAR-PLANTILLA-TIPO THRU 1300-EXIT
005000         VARYING WS-IDX-TIPO FROM 1 BY 1
005010             UNTIL WS-IDX-TIPO > WS-CANT-TIPOS.
005020     PERFORM 1400-CARGAR-NOCONTAC THRU 1400-EXIT.
005030     PERFORM 1500-CARGAR-DEVUELTOS THRU 1500-EXIT.
005040     STRING "CARTAEV." WS-FECHA-HOY DELIMITED BY SIZE
005050         WS-SUFIJO-CICLO DELIMITED BY SPACE
005060         INTO WS-DYN-CARTAS-FILE.
005070     STRING "MANIFEV." WS-FECHA-HOY DELIMITED BY SIZE
005080         WS-SUFIJO-CICLO DELIMITED BY SPACE
005090         INTO WS-DYN-MANIF-FILE.
005100     STRING "SUPREV." WS-FECHA-HOY DELIMITED BY SIZE
005110         WS-SUFIJO-CICLO DELIMITED BY SPACE
005120         INTO WS-DYN-SUPR-FILE.
005130     OPEN OUTPUT CARTAS-FILE.
005140     OPEN OUTPUT SUPR-FILE.
005150 1000-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 1100-CARGAR-CATALOGO - ARMA LA TABLA DE TIPOS CON LOS VALORES
005200*     POR DEFECTO Y LE APLICA LAS LINEAS DE CARTACAT
005210******************************************************************
005220 1100-CARGAR-CATALOGO.
005230     INITIALIZE TABLA-TIPOS.
005240     PERFORM 1110-TIPO-POR-DEFECTO THRU 1110-EXIT
005250         VARYING WS-IDX-TIPO FROM 1 BY 1
005260             UNTIL WS-IDX-TIPO > WS-CANT-TIPOS.
005270     OPEN INPUT CARTACAT-FILE.
005280     IF WS-CAT-STATUS NOT = "00"
005290         DISPLAY "CARTACAT NO DISPONIBLE, SE USA EL CATALOGO "
005300             "POR DEFECTO."
005310         GO TO 1100-EXIT
005320     END-IF.
005330     PERFORM 1120-LEER-CARTACAT THRU 1120-EXIT
005340         UNTIL FIN-CARTACAT.
005350     CLOSE CARTACAT-FILE.
005360 1100-EXIT.
005370     EXIT.
005380
005390 1110-TIPO-POR-DEFECTO.
005400     MOVE CATD-TIPO(WS-IDX-TIPO) TO TIPO-CODIGO(WS-IDX-TIPO).
005410     MOVE CATD-PLANTILLA(WS-IDX-TIPO) TO
005420         TIPO-PLANTILLA(WS-IDX-TIPO).
005430     MOVE CATD-ASUNTO(WS-IDX-TIPO) TO TIPO-ASUNTO(WS-IDX-TIPO).
005440     MOVE "N" TO TIPO-ACTIVO(WS-IDX-TIPO).
005450 1110-EXIT.
005460     EXIT.
005470
005480 1120-LEER-CARTACAT.
005490     READ CARTACAT-FILE
005500         AT END
005510             SET FIN-CARTACAT TO TRUE
005520             GO TO 1120-EXIT
005530     END-READ.
005540     IF CARTACAT-RECORD = SPACES
005550         GO TO 1120-EXIT
005560     END-IF.
005570     MOVE CAT-TIPO TO WS-TIPO-EVENTO.
005580     PERFORM 1900-UBICAR-TIPO THRU 1900-EXIT.
005590     IF WS-IDX-TIPO = ZERO
005600         DISPLAY "CARTACAT: TIPO DE EVENTO DESCONOCIDO "
005610             CAT-TIPO " - LINEA IGNORADA."
005620         GO TO 1120-EXIT
005630     END-IF.
005640     IF CAT-PLANTILLA NOT = SPACES
005650         MOVE CAT-PLANTILLA TO TIPO-PLANTILLA(WS-IDX-TIPO)
005660     END-IF.
005670     IF CAT-ASUNTO NOT = SPACES
005680         MOVE CAT-ASUNTO TO TIPO-ASUNTO(WS-IDX-TIPO)
005690     END-IF.
005700 1120-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 1200-CARGAR-INTERRUPTORES - UNA TARJETA EVTCTL POR TIPO (S
005750*     ACTIVA, N APAGA); LA ULTIMA TARJETA DE CADA TIPO VALE
005760******************************************************************
005770 1200-CARGAR-INTERRUPTORES.
005780     OPEN INPUT EVTCTL-FILE.
005790     IF WS-EVC-STATUS NOT = "00"
005800         DISPLAY "EVTCTL NO DISPONIBLE: TODOS LOS TIPOS QUEDAN "
005810             "APAGADOS."
005820         GO TO 1200-EXIT
005830     END-IF.
005840     PERFORM 1210-LEER-EVTCTL THRU 1210-EXIT
005850         UNTIL FIN-EVTCTL.
005860     CLOSE EVTCTL-FILE.
005870 1200-EXIT.
005880     EXIT.
005890
005900 1210-LEER-EVTCTL.
005910     READ EVTCTL-FILE
005920         AT END
005930             SET FIN-EVTCTL TO TRUE
005940             GO TO 1210-EXIT
005950     END-READ.
005960     IF EVTCTL-RECORD = SPACES
005970         GO TO 1210-EXIT
005980     END-IF.
005990     MOVE EVC-TIPO TO WS-TIPO-EVENTO.
006000     PERFORM 1900-UBICAR-TIPO THRU 1900-EXIT.
006010     IF WS-IDX-TIPO = ZERO
006020             OR (EVC-ACTIVO NOT = "S" AND EVC-ACTIVO NOT = "N")
006030         DISPLAY "EVTCTL: TARJETA INVALIDA " EVTCTL-RECORD(1:4)
006040             " - IGNORADA."
006050         GO TO 1210-EXIT
006060     END-IF.
006070     MOVE EVC-ACTIVO TO TIPO-ACTIVO(WS-IDX-TIPO).
006080 1210-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 1300-CARGAR-PLANTILLA-TIPO - LEE LA PLANTILLA DEL TIPO EN
006130*     CURSO SI ESTA ACTIVADO; SIN ARCHIVO (O VACIO) SE USA LA
006140*     PLANTILLA POR DEFECTO CON EL ASUNTO DEL CATALOGO
006150******************************************************************
006160 1300-CARGAR-PLANTILLA-TIPO.
006170     IF NOT TIPO-ACTIVADO(WS-IDX-TIPO)
006180         GO TO 1300-EXIT
006190     END-IF.
006200     ADD 1 TO WS-CANT-ACTIVADOS.
006210     MOVE TIPO-PLANTILLA(WS-IDX-TIPO) TO WS-DYN-PLANTILLA.
006220     MOVE "N" TO WS-EOF-PLANTILLA.
006230     OPEN INPUT PLANTILLA-FILE.
006240     IF WS-PLA-STATUS = "00"
006250         PERFORM 1310-CARGAR-LINEA-PLANTILLA THRU 1310-EXIT
006260             UNTIL FIN-PLANTILLA
006270         CLOSE PLANTILLA-FILE
006280     END-IF.
006290     IF TIPO-CANT-LINEAS(WS-IDX-TIPO) > ZERO
006300         MOVE "A" TO TIPO-ORIGEN-PLA(WS-IDX-TIPO)
006310         GO TO 1300-EXIT
006320     END-IF.
006330     MOVE "D" TO TIPO-ORIGEN-PLA(WS-IDX-TIPO).
006340     PERFORM 1320-COPIAR-LINEA-DEFECTO THRU 1320-EXIT
006350         VARYING WS-IDX-LINEA FROM 1 BY 1
006360             UNTIL WS-IDX-LINEA > WS-CANT-LINEAS-DEFECTO.
006370     MOVE WS-CANT-LINEAS-DEFECTO TO TIPO-CANT-LINEAS(WS-IDX-TIPO).
006380     MOVE TIPO-ASUNTO(WS-IDX-TIPO) TO
006390         TIPO-LINEA(WS-IDX-TIPO, WS-LINEA-ASUNTO-DEFECTO).
006400 1300-EXIT.
006410     EXIT.
006420
006430 1310-CARGAR-LINEA-PLANTILLA.
006440     READ PLANTILLA-FILE
006450         AT END
006460             SET FIN-PLANTILLA TO TRUE
006470             GO TO 1310-EXIT
006480     END-READ.
006490*    LA CARTA DE EVENTO ES PERSONAL: LA LINEA DE CONTROL &HOGAR
006500*    DE PERSONACARTA NO APLICA Y NO SE IMPRIME
006510     IF TIPO-CANT-LINEAS(WS-IDX-TIPO) = ZERO
006520             AND PLANTILLA-RECORD = "&HOGAR"
006530         GO TO 1310-EXIT
006540     END-IF.
006550     IF TIPO-CANT-LINEAS(WS-IDX-TIPO) < WS-MAX-LINEAS-PLA
006560         ADD 1 TO TIPO-CANT-LINEAS(WS-IDX-TIPO)
006570         MOVE PLANTILLA-RECORD TO TIPO-LINEA(WS-IDX-TIPO,
006580             TIPO-CANT-LINEAS(WS-IDX-TIPO))
006590     END-IF.
006600 1310-EXIT.
006610     EXIT.
006620
006630 1320-COPIAR-LINEA-DEFECTO.
006640     MOVE PLA-DEF-LINEA(WS-IDX-LINEA) TO
006650         TIPO-LINEA(WS-IDX-TIPO, WS-IDX-LINEA).
006660 1320-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700* 1400-CARGAR-NOCONTAC - CARGA EL REGISTRO DE NO CONTACTAR EN
006710*     MEMORIA. ES SOLO POR AGREGADO: LA MARCA MAS RECIENTE DE
006720*     CADA DNI PISA A LAS ANTERIORES DE LA TABLA.
006730******************************************************************
006740 1400-CARGAR-NOCONTAC.
006750     OPEN INPUT NOCONTAC-FILE.
006760     IF WS-NOC-STATUS NOT = "00"
006770         GO TO 1400-EXIT
006780     END-IF.
006790     PERFORM 1410-LEER-NOCONTAC THRU 1410-EXIT
006800         UNTIL FIN-NOCONTAC.
006810     CLOSE NOCONTAC-FILE.
006820 1400-EXIT.
006830     EXIT.
006840
006850 1410-LEER-NOCONTAC.
006860     READ NOCONTAC-FILE
006870         AT END
006880             SET FIN-NOCONTAC TO TRUE
006890         NOT AT END
006900             PERFORM 1420-UBICAR-MARCA THRU 1420-EXIT
006910     END-READ.
006920 1410-EXIT.
006930     EXIT.
006940
006950 1420-UBICAR-MARCA.
006960     MOVE ZERO TO WS-IDX-NOC.
006970     PERFORM 1430-BUSCAR-DNI THRU 1430-EXIT
006980         VARYING WS-IDX-BUSCA-NOC FROM 1 BY 1
006990             UNTIL WS-IDX-BUSCA-NOC > WS-CANT-NOCONTAC
007000                 OR WS-IDX-NOC > ZERO.
007010     IF WS-IDX-NOC = ZERO
007020         IF WS-CANT-NOCONTAC >= WS-MAX-NOCONTAC
007030*            UNA MARCA LEGAL NO PUEDE PERDERSE EN SILENCIO:
007040*            SE AVISA Y EL REPORTE DE SUPRESIONES LO DEJA
007050*            ASENTADO AL CIERRE
007060             ADD 1 TO WS-CUENTA-NOC-PERDIDAS
007070             DISPLAY "ATENCION: TABLA NOCONTAC LLENA - LA "
007080                 "MARCA DEL DNI " NOC-DNI " NO SE CARGO."
007090             GO TO 1420-EXIT
007100         END-IF
007110         ADD 1 TO WS-CANT-NOCONTAC
007120         MOVE WS-CANT-NOCONTAC TO WS-IDX-NOC
007130         MOVE NOC-DNI TO NOCT-DNI(WS-IDX-NOC)
007140         MOVE SPACE TO NOCT-MARCA(WS-IDX-NOC)
007150     END-IF.
007160*    UN FALLECIDO NO VUELVE A SER CONTACTABLE
007170     IF NOCT-MARCA(WS-IDX-NOC) = "F"
007180         GO TO 1420-EXIT
007190     END-IF.
007200     MOVE NOC-MARCA TO NOCT-MARCA(WS-IDX-NOC).
007210     MOVE NOC-MOTIVO TO NOCT-MOTIVO(WS-IDX-NOC).
007220 1420-EXIT.
007230     EXIT.
007240
007250 1430-BUSCAR-DNI.
007260     IF NOCT-DNI(WS-IDX-BUSCA-NOC) = NOC-DNI
007270         MOVE WS-IDX-BUSCA-NOC TO WS-IDX-NOC
007280     END-IF.
007290 1430-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330* 1500-CARGAR-DEVUELTOS - CARGA EL REGISTRO DE DOMICILIOS
007340*     DEVUELTOS POR EL CORREO. ES SOLO POR AGREGADO: LA
007350*     DEVOLUCION MAS RECIENTE DE CADA DNI PISA A LAS ANTERIORES.
007360******************************************************************
007370 1500-CARGAR-DEVUELTOS.
007380     OPEN INPUT DEVUELTO-FILE.
007390     IF WS-DEV-STATUS NOT = "00"
007400         GO TO 1500-EXIT
007410     END-IF.
007420     PERFORM 1510-LEER-DEVUELTO THRU 1510-EXIT
007430         UNTIL FIN-DEVUELTO.
007440     CLOSE DEVUELTO-FILE.
007450 1500-EXIT.
007460     EXIT.
007470
007480 1510-LEER-DEVUELTO.
007490     READ DEVUELTO-FILE
007500         AT END
007510             SET FIN-DEVUELTO TO TRUE
007520         NOT AT END
007530             PERFORM 1520-UBICAR-DEVUELTO THRU 1520-EXIT
007540     END-READ.
007550 1510-EXIT.
007560     EXIT.
007570
007580 1520-UBICAR-DEVUELTO.
007590     MOVE ZERO TO WS-IDX-DEV.
007600     PERFORM 1530-BUSCAR-DNI-DEVUELTO THRU 1530-EXIT
007610         VARYING WS-IDX-BUSCA-DEV FROM 1 BY 1
007620             UNTIL WS-IDX-BUSCA-DEV > WS-CANT-DEVUELTOS
007630                 OR WS-IDX-DEV > ZERO.
007640     IF WS-IDX-DEV = ZERO
007650         IF WS-CANT-DEVUELTOS >= WS-MAX-DEVUELTOS
007660             ADD 1 TO WS-CUENTA-DEV-PERDIDOS
007670             DISPLAY "ATENCION: TABLA DEVUELTO LLENA - LA "
007680                 "MARCA DEL DNI " DEV-DNI " NO SE CARGO."
007690             GO TO 1520-EXIT
007700         END-IF
007710         ADD 1 TO WS-CANT-DEVUELTOS
007720         MOVE WS-CANT-DEVUELTOS TO WS-IDX-DEV
007730         MOVE DEV-DNI TO DEVT-DNI(WS-IDX-DEV)
007740     END-IF.
007750     MOVE DEV-MOTIVO TO DEVT-MOTIVO(WS-IDX-DEV).
007760     MOVE DEV-DIRECCION TO DEVT-DIRECCION(WS-IDX-DEV).
007770 1520-EXIT.
007780     EXIT.
007790
007800 1530-BUSCAR-DNI-DEVUELTO.
007810     IF DEVT-DNI(WS-IDX-BUSCA-DEV) = DEV-DNI
007820         MOVE WS-IDX-BUSCA-DEV TO WS-IDX-DEV
007830     END-IF.
007840 1530-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 1900-UBICAR-TIPO - DEJA EN WS-IDX-TIPO LA ENTRADA DEL TIPO
007890*     WS-TIPO-EVENTO (CERO SI NO ES UN TIPO CONOCIDO)
007900******************************************************************
007910 1900-UBICAR-TIPO.
007920     MOVE ZERO TO WS-IDX-TIPO.
007930     PERFORM 1910-COMPARAR-TIPO THRU 1910-EXIT
007940         VARYING WS-IDX-BUSCA-TIPO FROM 1 BY 1
007950             UNTIL WS-IDX-BUSCA-TIPO > WS-CANT-TIPOS
007960                 OR WS-IDX-TIPO > ZERO.
007970 1900-EXIT.
007980     EXIT.
007990
008000 1910-COMPARAR-TIPO.
008010     IF TIPO-CODIGO(WS-IDX-BUSCA-TIPO) = WS-TIPO-EVENTO
008020         MOVE WS-IDX-BUSCA-TIPO TO WS-IDX-TIPO
008030     END-IF.
008040 1910-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* 2000-RECORRER-JOURNAL - LEE PERSJRNL DESDE LA GENERACION DEL
008090*     MES ANTERIOR Y ATIENDE SOLO LAS ENTRADAS DE HOY
008100******************************************************************
008110 2000-RECORRER-JOURNAL.
008120     MOVE SPACES TO JLC-AREA.
008130     MOVE "R" TO JLC-FUNCION.
008140     MOVE WS-FECHA-HOY(1:6) TO JLC-GEN-DESDE.
008150     SUBTRACT 1 FROM JLC-GEN-DESDE.
008160     IF JLC-GEN-DESDE(5:2) = "00"
008170         SUBTRACT 88 FROM JLC-GEN-DESDE
008180     END-IF.
008190     MOVE 999999 TO JLC-GEN-HASTA.
008200     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
008210     IF NOT JLC-OK
008220         DISPLAY "PERSJRNL NO DISPONIBLE, NO HAY CARTAS DE "
008230             "EVENTO QUE EMITIR."
008240         GO TO 2000-EXIT
008250     END-IF.
008260     PERFORM 2100-LEER-JOURNAL THRU 2100-EXIT
008270         UNTIL FIN-JOURNAL.
008280     MOVE "C" TO JLC-FUNCION.
008290     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
008300 2000-EXIT.
008310     EXIT.
008320
008330 2100-LEER-JOURNAL.
008340     MOVE "S" TO JLC-FUNCION.
008350     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
008360     IF NOT JLC-OK
008370         SET FIN-JOURNAL TO TRUE
008380         GO TO 2100-EXIT
008390     END-IF.
008400     IF PJRN-TIMESTAMP(1:8) = WS-FECHA-HOY
008410         PERFORM 2200-CLASIFICAR-ENTRADA THRU 2200-EXIT
008420     END-IF.
008430 2100-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470* 2200-CLASIFICAR-ENTRADA - DECIDE QUE EVENTO (O EVENTOS: UN
008480*     MISMO CAMBIO PUEDE SER DE NOMBRE Y DE SUCURSAL) HAY EN LA
008490*     ENTRADA, POR LA ACCION Y LA COMPARACION DE LAS IMAGENES.
008500*     LA CARTA VA SIEMPRE AL DOMICILIO DE LA IMAGEN DESPUES.
008510******************************************************************
008520 2200-CLASIFICAR-ENTRADA.
008530     IF PJRN-IMAGEN-DESPUES(1:8) IS NOT NUMERIC
008540         GO TO 2200-EXIT
008550     END-IF.
008560     MOVE PJRN-IMAGEN-DESPUES TO PERSONA-RECORD.
008570     IF PJRN-ACCION = "A"
008580         MOVE "AL" TO WS-TIPO-EVENTO
008590         PERFORM 2300-ATENDER-EVENTO THRU 2300-EXIT
008600         GO TO 2200-EXIT
008610     END-IF.
008620*    LA ENTRADA F DE PERSONAMERGE TRAE AL SOBREVIVIENTE COMO
008630*    IMAGEN DESPUES; SU REGRABACION (M) Y LA BAJA DEL ABSORBIDO
008640*    (B) SON PARTE DE LA MISMA FUSION Y NO LLEVAN CARTA PROPIA
008650     IF PJRN-ACCION = "F"
008660         MOVE "FU" TO WS-TIPO-EVENTO
008670         PERFORM 2300-ATENDER-EVENTO THRU 2300-EXIT
008680         GO TO 2200-EXIT
008690     END-IF.
008700     IF PJRN-PROGRAMA = "PersonaMerge"
008710         GO TO 2200-EXIT
008720     END-IF.
008730     IF PJRN-ACCION NOT = "M" AND PJRN-ACCION NOT = "T"
008740             AND PJRN-ACCION NOT = "B"
008750         GO TO 2200-EXIT
008760     END-IF.
008770     IF PJRN-IMAGEN-ANTES(1:8) IS NOT NUMERIC
008780         GO TO 2200-EXIT
008790     END-IF.
008800*    BAJA: DE ACTIVO A INACTIVO. EL PASO A F (DEFUNCIONBAT) NO
008810*    LLEVA CARTA
008820     IF PJRN-IMAGEN-ANTES(54:1) NOT = "I"
008830             AND PJRN-IMAGEN-ANTES(54:1) NOT = "F"
008840             AND PJRN-IMAGEN-DESPUES(54:1) = "I"
008850         MOVE "BA" TO WS-TIPO-EVENTO
008860         PERFORM 2300-ATENDER-EVENTO THRU 2300-EXIT
008870         GO TO 2200-EXIT
008880     END-IF.
008890     IF PERS-INACTIVO
008900         GO TO 2200-EXIT
008910     END-IF.
008920     IF PJRN-IMAGEN-ANTES(10:30) NOT = PERS-NOMBRE
008930         MOVE "NO" TO WS-TIPO-EVENTO
008940         PERFORM 2300-ATENDER-EVENTO THRU 2300-EXIT
008950     END-IF.
008960     IF PJRN-IMAGEN-ANTES(63:2) NOT = PJRN-IMAGEN-DESPUES(63:2)
008970         MOVE "TR" TO WS-TIPO-EVENTO
008980         PERFORM 2300-ATENDER-EVENTO THRU 2300-EXIT
008990     END-IF.
009000 2200-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040* 2300-ATENDER-EVENTO - CUENTA EL EVENTO EN SU TIPO Y, SI EL
009050*     TIPO ESTA ACTIVADO, EMITE LA CARTA CON SU PLANTILLA
009060*     DESPUES DE LOS CONTROLES DE CONTACTO Y DOMICILIO
009070******************************************************************
009080 2300-ATENDER-EVENTO.
009090     PERFORM 1900-UBICAR-TIPO THRU 1900-EXIT.
009100     ADD 1 TO TIPO-DETECTADOS(WS-IDX-TIPO).
009110     IF NOT TIPO-ACTIVADO(WS-IDX-TIPO)
009120         ADD 1 TO TIPO-APAGADOS(WS-IDX-TIPO)
009130         GO TO 2300-EXIT
009140     END-IF.
009150     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
009160*    EL PEDIDO FORMAL DE NO RECIBIR CORRESPONDENCIA (REGISTRO
009170*    NOCONTAC) SE HONRA ANTES DE EMITIR: LA CARTA RETENIDA VA
009180*    AL REPORTE DE SUPRESIONES CON SU MOTIVO, COMO PRUEBA
009190     PERFORM 2400-VERIFICAR-CONSENTIMIENTO THRU 2400-EXIT.
009200     IF NO-CONTACTAR
009210         PERFORM 2420-SUPRIMIR-CARTA THRU 2420-EXIT
009220         GO TO 2300-EXIT
009230     END-IF.
009240*    SIN DOMICILIO CARGADO, O CON UN DOMICILIO QUE EL CORREO YA
009250*    DEVOLVIO, LA CARTA NO SE EMITE HASTA QUE SE LO CORRIJA
009260     PERFORM 2500-VERIFICAR-DOMICILIO THRU 2500-EXIT.
009270     IF DOMICILIO-NO-ENTREGABLE
009280         PERFORM 2520-RETENER-NO-ENTREGABLE THRU 2520-EXIT
009290         GO TO 2300-EXIT
009300     END-IF.
009310     ADD 1 TO TIPO-EMITIDAS(WS-IDX-TIPO).
009320     PERFORM 2600-REGISTRAR-PIEZA THRU 2600-EXIT.
009330     PERFORM 3000-ESCRIBIR-LINEA-CARTA THRU 3000-EXIT
009340         VARYING WS-IDX-LINEA FROM 1 BY 1
009350             UNTIL WS-IDX-LINEA > TIPO-CANT-LINEAS(WS-IDX-TIPO).
009360     MOVE WS-LINEA-SEPARADOR TO CARTAS-RECORD.
009370     WRITE CARTAS-RECORD.
009380 2300-EXIT.
009390     EXIT.
009400
009410 2400-VERIFICAR-CONSENTIMIENTO.
009420     MOVE "N" TO WS-SW-NO-CONTACTAR.
009430     MOVE SPACES TO WS-MOTIVO-SUPRESION.
009440     PERFORM 2410-COMPARAR-CONSENTIMIENTO THRU 2410-EXIT
009450         VARYING WS-IDX-NOC FROM 1 BY 1
009460             UNTIL WS-IDX-NOC > WS-CANT-NOCONTAC.
009470 2400-EXIT.
009480     EXIT.
009490
009500 2410-COMPARAR-CONSENTIMIENTO.
009510     IF NOCT-DNI(WS-IDX-NOC) = PERS-DNI
009520*        LA ULTIMA MARCA DEL REGISTRO ES LA QUE VALE
009530         IF NOCT-MARCA(WS-IDX-NOC) = "N" OR "F"
009540             SET NO-CONTACTAR TO TRUE
009550             MOVE NOCT-MOTIVO(WS-IDX-NOC) TO
009560                 WS-MOTIVO-SUPRESION
009570         ELSE
009580             MOVE "N" TO WS-SW-NO-CONTACTAR
009590         END-IF
009600     END-IF.
009610 2410-EXIT.
009620     EXIT.
009630
009640 2420-SUPRIMIR-CARTA.
009650     ADD 1 TO WS-CUENTA-SUPRIMIDAS.
009660     ADD 1 TO TIPO-RETENIDAS(WS-IDX-TIPO).
009670     MOVE SPACES TO WS-LINEA-SUPRESION.
009680     MOVE "RETENIDA " TO WS-LINEA-SUPRESION(1:9).
009690     MOVE TIPO-CODIGO(WS-IDX-TIPO) TO SUP-TIPO.
009700     MOVE WS-DNI-ENMASCARADO TO SUP-DNI.
009710     MOVE PERS-NOMBRE TO SUP-NOMBRE.
009720     MOVE WS-MOTIVO-SUPRESION TO SUP-MOTIVO.
009730     MOVE WS-LINEA-SUPRESION TO SUPR-RECORD.
009740     WRITE SUPR-RECORD.
009750 2420-EXIT.
009760     EXIT.
009770
009780******************************************************************
009790* 2500-VERIFICAR-DOMICILIO - NO ENTREGABLE SI EL REGISTRO NO
009800*     TIENE DOMICILIO, O SI LA ULTIMA DEVOLUCION DEL DNI FUE A
009810*     ESTE MISMO DOMICILIO (SI YA ES OTRO, LA MARCA NO CUENTA)
009820******************************************************************
009830 2500-VERIFICAR-DOMICILIO.
009840     MOVE "N" TO WS-SW-NO-ENTREGABLE.
009850     IF PERS-CALLE = SPACES
009860         SET DOMICILIO-NO-ENTREGABLE TO TRUE
009870         MOVE "SIN DOMICILIO" TO WS-MOTIVO-NO-ENTREGA
009880         GO TO 2500-EXIT
009890     END-IF.
009900     MOVE ZERO TO WS-IDX-DEV.
009910     PERFORM 2510-BUSCAR-DEVUELTO THRU 2510-EXIT
009920         VARYING WS-IDX-BUSCA-DEV FROM 1 BY 1
009930             UNTIL WS-IDX-BUSCA-DEV > WS-CANT-DEVUELTOS
009940                 OR WS-IDX-DEV > ZERO.
009950     IF WS-IDX-DEV > ZERO
009960         IF DEVT-DIRECCION(WS-IDX-DEV) = PERS-DIRECCION
009970             SET DOMICILIO-NO-ENTREGABLE TO TRUE
009980             MOVE DEVT-MOTIVO(WS-IDX-DEV) TO WS-MOTIVO-NO-ENTREGA
009990         END-IF
010000     END-IF.
010010 2500-EXIT.
010020     EXIT.
010030
010040 2510-BUSCAR-DEVUELTO.
010050     IF DEVT-DNI(WS-IDX-BUSCA-DEV) = PERS-DNI
010060         MOVE WS-IDX-BUSCA-DEV TO WS-IDX-DEV
010070     END-IF.
010080 2510-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120* 2520-RETENER-NO-ENTREGABLE - GUARDA LA CARTA NO EMITIDA PARA
010130*     LISTARLA AL PIE DE LAS PAGINAS DE CONTROL
010140******************************************************************
010150 2520-RETENER-NO-ENTREGABLE.
010160     ADD 1 TO WS-CUENTA-NO-ENTREGADAS.
010170     ADD 1 TO TIPO-NO-ENTREGADAS(WS-IDX-TIPO).
010180     IF WS-CANT-NO-ENTREGADAS >= WS-MAX-NO-ENTREGADAS
010190         GO TO 2520-EXIT
010200     END-IF.
010210     ADD 1 TO WS-CANT-NO-ENTREGADAS.
010220     MOVE TIPO-CODIGO(WS-IDX-TIPO) TO
010230         NOEN-TIPO(WS-CANT-NO-ENTREGADAS).
010240     MOVE WS-DNI-ENMASCARADO TO
010250         NOEN-DNI-MASK(WS-CANT-NO-ENTREGADAS).
010260     MOVE PERS-NOMBRE TO NOEN-NOMBRE(WS-CANT-NO-ENTREGADAS).
010270     MOVE PERS-CODIGO-POSTAL TO
010280         NOEN-CP(WS-CANT-NO-ENTREGADAS).
010290     MOVE WS-MOTIVO-NO-ENTREGA TO
010300         NOEN-MOTIVO(WS-CANT-NO-ENTREGADAS).
010310 2520-EXIT.
010320     EXIT.
010330
010340******************************************************************
010350* 2600-REGISTRAR-PIEZA - CUENTA LA PIEZA DE CORREO POR SUCURSAL
010360*     Y LA ANOTA EN EL MANIFIESTO CON LOS DATOS DEL DESTINATARIO
010370******************************************************************
010380 2600-REGISTRAR-PIEZA.
010390     ADD 1 TO WS-CUENTA-CARTAS.
010400     IF PERS-SUCURSAL IS NUMERIC
010410         COMPUTE WS-IDX-SUC = PERS-SUCURSAL + 1
010420     ELSE
010430         MOVE 1 TO WS-IDX-SUC
010440     END-IF.
010450     ADD 1 TO CSUT-CANTIDAD(WS-IDX-SUC).
010460     IF WS-CANT-MANIFIESTO < WS-MAX-MANIFIESTO
010470         ADD 1 TO WS-CANT-MANIFIESTO
010480         MOVE PERS-CODIGO-POSTAL TO MANF-CP(WS-CANT-MANIFIESTO)
010490         MOVE WS-DNI-ENMASCARADO TO
010500             MANF-DNI-MASK(WS-CANT-MANIFIESTO)
010510         MOVE PERS-NOMBRE TO MANF-NOMBRE(WS-CANT-MANIFIESTO)
010520         MOVE PERS-LOCALIDAD TO
010530             MANF-LOCALIDAD(WS-CANT-MANIFIESTO)
010540     ELSE
010550         SET MANIFIESTO-DESBORDADO TO TRUE
010560     END-IF.
010570 2600-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 3000-ESCRIBIR-LINEA-CARTA - SUSTITUYE LA MARCA DE LA LINEA DE
010620*     PLANTILLA EN CURSO (A LO SUMO UNA POR LINEA) Y LA ESCRIBE
010630******************************************************************
010640 3000-ESCRIBIR-LINEA-CARTA.
010650     MOVE TIPO-LINEA(WS-IDX-TIPO, WS-IDX-LINEA) TO
010660         WS-LINEA-TRABAJO.
010670     PERFORM 3100-BUSCAR-MARCA THRU 3100-EXIT.
010680     IF MARCA-ENCONTRADA
010690         PERFORM 3200-SUSTITUIR-MARCA THRU 3200-EXIT
010700     END-IF.
010710     MOVE WS-LINEA-TRABAJO TO CARTAS-RECORD.
010720     WRITE CARTAS-RECORD.
010730 3000-EXIT.
010740     EXIT.
010750
010760******************************************************************
010770* 3100-BUSCAR-MARCA - LOCALIZA &NOMBRE, &DNI, &FECHA, &DIRECCION,
010780*     &LOCALIDAD O &CP Y DEJA LA POSICION, EL LARGO DE LA MARCA
010790*     Y EL VALOR A PONER
010800******************************************************************
010810 3100-BUSCAR-MARCA.
010820     MOVE "N" TO WS-SW-MARCA.
010830     PERFORM 3110-PROBAR-MARCA THRU 3110-EXIT
010840         VARYING WS-POS-MARCA FROM 1 BY 1
010850             UNTIL WS-POS-MARCA > 74
010860                 OR MARCA-ENCONTRADA.
010870 3100-EXIT.
010880     EXIT.
010890
010900 3110-PROBAR-MARCA.
010910     EVALUATE TRUE
010920         WHEN WS-LINEA-TRABAJO(WS-POS-MARCA:7) = "&NOMBRE"
010930             SET MARCA-ENCONTRADA TO TRUE
010940             MOVE 7 TO WS-LON-MARCA
010950             MOVE PERS-NOMBRE TO WS-VALOR-SUSTITUIR
010960             MOVE 30 TO WS-LON-VALOR
010970         WHEN WS-LINEA-TRABAJO(WS-POS-MARCA:6) = "&FECHA"
010980             SET MARCA-ENCONTRADA TO TRUE
010990             MOVE 6 TO WS-LON-MARCA
011000             MOVE WS-FECHA-HOY TO WS-VALOR-SUSTITUIR
011010             MOVE 8 TO WS-LON-VALOR
011020         WHEN WS-POS-MARCA <= 71
011030                 AND WS-LINEA-TRABAJO(WS-POS-MARCA:10) =
011040                     "&DIRECCION"
011050             SET MARCA-ENCONTRADA TO TRUE
011060             MOVE 10 TO WS-LON-MARCA
011070             MOVE SPACES TO WS-VALOR-SUSTITUIR
011080             STRING PERS-CALLE DELIMITED BY SIZE
011090                 " " DELIMITED BY SIZE
011100                 PERS-NUMERO DELIMITED BY SIZE
011110                 INTO WS-VALOR-SUSTITUIR
011120             MOVE 26 TO WS-LON-VALOR
011130         WHEN WS-POS-MARCA <= 71
011140                 AND WS-LINEA-TRABAJO(WS-POS-MARCA:10) =
011150                     "&LOCALIDAD"
011160             SET MARCA-ENCONTRADA TO TRUE
011170             MOVE 10 TO WS-LON-MARCA
011180             MOVE PERS-LOCALIDAD TO WS-VALOR-SUSTITUIR
011190             MOVE 20 TO WS-LON-VALOR
011200         WHEN WS-LINEA-TRABAJO(WS-POS-MARCA:3) = "&CP"
011210             SET MARCA-ENCONTRADA TO TRUE
011220             MOVE 3 TO WS-LON-MARCA
011230             MOVE PERS-CODIGO-POSTAL TO WS-VALOR-SUSTITUIR
011240             MOVE 8 TO WS-LON-VALOR
011250         WHEN WS-LINEA-TRABAJO(WS-POS-MARCA:4) = "&DNI"
011260             SET MARCA-ENCONTRADA TO TRUE
011270             MOVE 4 TO WS-LON-MARCA
011280             MOVE WS-DNI-ENMASCARADO TO WS-VALOR-SUSTITUIR
011290             MOVE 8 TO WS-LON-VALOR
011300     END-EVALUATE.
011310 3110-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350* 3200-SUSTITUIR-MARCA - REARMA LA LINEA: PREFIJO + VALOR + RESTO
011360*     (LA PERFORM DE 3100 DEJO WS-POS-MARCA UNA POSICION DESPUES
011370*     DE LA MARCA HALLADA)
011380******************************************************************
011390 3200-SUSTITUIR-MARCA.
011400     SUBTRACT 1 FROM WS-POS-MARCA.
011410     MOVE SPACES TO WS-LINEA-ARMADA.
011420     MOVE 1 TO WS-PUNTERO.
011430     IF WS-POS-MARCA > 1
011440         STRING WS-LINEA-TRABAJO(1:WS-POS-MARCA - 1)
011450             DELIMITED BY SIZE
011460             INTO WS-LINEA-ARMADA
011470             WITH POINTER WS-PUNTERO
011480     END-IF.
011490     STRING WS-VALOR-SUSTITUIR(1:WS-LON-VALOR)
011500         DELIMITED BY SIZE
011510         INTO WS-LINEA-ARMADA
011520         WITH POINTER WS-PUNTERO.
011530     COMPUTE WS-POS-RESTO = WS-POS-MARCA + WS-LON-MARCA.
011540     COMPUTE WS-LON-RESTO = 81 - WS-POS-RESTO.
011550     IF WS-LON-RESTO > 0
011560         STRING WS-LINEA-TRABAJO(WS-POS-RESTO:WS-LON-RESTO)
011570             DELIMITED BY SIZE
011580             INTO WS-LINEA-ARMADA
011590             WITH POINTER WS-PUNTERO
011600     END-IF.
011610     MOVE WS-LINEA-ARMADA(1:80) TO WS-LINEA-TRABAJO.
011620 3200-EXIT.
011630     EXIT.
011640
011650******************************************************************
011660* 9000-TERMINAR - PAGINAS DE CONTROL POR TIPO, CIERRE, CATALOGO
011670*     Y AUDITORIA
011680******************************************************************
011690 9000-TERMINAR.
011700     PERFORM 9100-PAGINA-CONTROL-TIPO THRU 9100-EXIT
011710         VARYING WS-IDX-TIPO FROM 1 BY 1
011720             UNTIL WS-IDX-TIPO > WS-CANT-TIPOS.
011730     MOVE WS-CUENTA-CARTAS TO CTL-CUENTA.
011740     MOVE WS-LINEA-CONTROL TO CARTAS-RECORD.
011750     WRITE CARTAS-RECORD.
011760     PERFORM 9200-LISTAR-NO-ENTREGADAS THRU 9200-EXIT.
011770     CLOSE CARTAS-FILE.
011780     MOVE WS-CUENTA-CARTAS TO WS-AUDT-CANTIDAD.
011790     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
011800     MOVE WS-DYN-CARTAS-FILE TO WS-CATG-ARCHIVO.
011810     MOVE WS-CUENTA-CARTAS TO WS-CATG-CANTIDAD.
011820     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
011830             WS-CATG-CANTIDAD.
011840     PERFORM 9300-GRABAR-CARTASUC THRU 9300-EXIT.
011850     PERFORM 8000-EMITIR-MANIFIESTO THRU 8000-EXIT.
011860     IF WS-CUENTA-NOC-PERDIDAS > ZERO
011870         MOVE SPACES TO SUPR-RECORD
011880         STRING "ATENCION: " WS-CUENTA-NOC-PERDIDAS
011890             " MARCA(S) NOCONTAC NO CARGADAS (TABLA LLENA)"
011900             DELIMITED BY SIZE INTO SUPR-RECORD
011910         WRITE SUPR-RECORD
011920         MOVE "ESAS PERSONAS PUDIERON RECIBIR CARTA - REVISAR."
011930             TO SUPR-RECORD
011940         WRITE SUPR-RECORD
011950         DISPLAY "ATENCION: " WS-CUENTA-NOC-PERDIDAS
011960             " MARCA(S) NOCONTAC NO CARGADAS (TABLA LLENA)."
011970     END-IF.
011980     MOVE WS-CUENTA-SUPRIMIDAS TO STRA-CUENTA.
011990     MOVE WS-LINEA-SUPR-TRAILER TO SUPR-RECORD.
012000     WRITE SUPR-RECORD.
012010     CLOSE SUPR-FILE.
012020     MOVE WS-DYN-SUPR-FILE TO WS-CATG-ARCHIVO.
012030     MOVE WS-CUENTA-SUPRIMIDAS TO WS-CATG-CANTIDAD.
012040     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
012050             WS-CATG-CANTIDAD.
012060     DISPLAY " CARTAS DE EVENTO RETENIDAS POR NO CONTACTAR: "
012070         WS-CUENTA-SUPRIMIDAS.
012080     DISPLAY " CARTAS DE EVENTO SIN DOMICILIO ENTREGABLE: "
012090         WS-CUENTA-NO-ENTREGADAS.
012100     DISPLAY " CARTAS DE EVENTO EMITIDAS: " WS-CUENTA-CARTAS.
012110 9000-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150* 9100-PAGINA-CONTROL-TIPO - UNA PAGINA POR TIPO DE EVENTO: SU
012160*     INTERRUPTOR, LA PLANTILLA USADA Y LO QUE PASO CON CADA
012170*     EVENTO DEL DIA
012180******************************************************************
012190 9100-PAGINA-CONTROL-TIPO.
012200     MOVE WS-LINEA-PAGINA TO CARTAS-RECORD.
012210     WRITE CARTAS-RECORD.
012220     MOVE TIPO-CODIGO(WS-IDX-TIPO) TO CTT-TIPO.
012230     MOVE TIPO-ASUNTO(WS-IDX-TIPO) TO CTT-ASUNTO.
012240     MOVE WS-LINEA-CTL-TITULO TO CARTAS-RECORD.
012250     WRITE CARTAS-RECORD.
012260     MOVE SPACES TO CARTAS-RECORD.
012270     EVALUATE TRUE
012280         WHEN NOT TIPO-ACTIVADO(WS-IDX-TIPO)
012290             MOVE "  TIPO APAGADO EN EVTCTL - NO SE EMITEN CARTAS"
012300                 TO CARTAS-RECORD
012310         WHEN PLA-DE-ARCHIVO(WS-IDX-TIPO)
012320             STRING "  PLANTILLA: " TIPO-PLANTILLA(WS-IDX-TIPO)
012330                 DELIMITED BY SIZE INTO CARTAS-RECORD
012340         WHEN OTHER
012350             STRING "  PLANTILLA: " TIPO-PLANTILLA(WS-IDX-TIPO)
012360                 " NO DISPONIBLE - PLANTILLA POR DEFECTO"
012370                 DELIMITED BY SIZE INTO CARTAS-RECORD
012380     END-EVALUATE.
012390     WRITE CARTAS-RECORD.
012400     MOVE "EVENTOS DEL DIA EN PERSJRNL:" TO CTD-ROTULO.
012410     MOVE TIPO-DETECTADOS(WS-IDX-TIPO) TO CTD-CUENTA.
012420     PERFORM 9110-ESCRIBIR-DETALLE THRU 9110-EXIT.
012430     MOVE "CARTAS EMITIDAS:" TO CTD-ROTULO.
012440     MOVE TIPO-EMITIDAS(WS-IDX-TIPO) TO CTD-CUENTA.
012450     PERFORM 9110-ESCRIBIR-DETALLE THRU 9110-EXIT.
012460     MOVE "RETENIDAS POR NO CONTACTAR:" TO CTD-ROTULO.
012470     MOVE TIPO-RETENIDAS(WS-IDX-TIPO) TO CTD-CUENTA.
012480     PERFORM 9110-ESCRIBIR-DETALLE THRU 9110-EXIT.
012490     MOVE "SIN EMITIR POR DOMICILIO:" TO CTD-ROTULO.
012500     MOVE TIPO-NO-ENTREGADAS(WS-IDX-TIPO) TO CTD-CUENTA.
012510     PERFORM 9110-ESCRIBIR-DETALLE THRU 9110-EXIT.
012520     MOVE "SIN CARTA POR TIPO APAGADO:" TO CTD-ROTULO.
012530     MOVE TIPO-APAGADOS(WS-IDX-TIPO) TO CTD-CUENTA.
012540     PERFORM 9110-ESCRIBIR-DETALLE THRU 9110-EXIT.
012550 9100-EXIT.
012560     EXIT.
012570
012580 9110-ESCRIBIR-DETALLE.
012590     MOVE WS-LINEA-CTL-DETALLE TO CARTAS-RECORD.
012600     WRITE CARTAS-RECORD.
012610 9110-EXIT.
012620     EXIT.
012630
012640******************************************************************
012650* 9200-LISTAR-NO-ENTREGADAS - AL PIE DE LAS PAGINAS DE CONTROL,
012660*     LAS PERSONAS QUE NO RECIBIERON CARTA POR NO TENER UN
012670*     DOMICILIO ENTREGABLE
012680******************************************************************
012690 9200-LISTAR-NO-ENTREGADAS.
012700     IF WS-CUENTA-NO-ENTREGADAS = ZERO
012710         GO TO 9200-EXIT
012720     END-IF.
012730     MOVE WS-LINEA-NO-ENTREGADA-TIT TO CARTAS-RECORD.
012740     WRITE CARTAS-RECORD.
012750     PERFORM 9210-ESCRIBIR-NO-ENTREGADA THRU 9210-EXIT
012760         VARYING WS-SUB-I FROM 1 BY 1
012770             UNTIL WS-SUB-I > WS-CANT-NO-ENTREGADAS.
012780     MOVE WS-CUENTA-NO-ENTREGADAS TO NTOT-CUENTA.
012790     MOVE WS-LINEA-NO-ENTREGADA-TOT TO CARTAS-RECORD.
012800     WRITE CARTAS-RECORD.
012810     IF WS-CUENTA-NO-ENTREGADAS > WS-CANT-NO-ENTREGADAS
012820         MOVE "ATENCION: MAS DE 200 CARTAS SIN EMITIR."
012830             TO CARTAS-RECORD
012840         WRITE CARTAS-RECORD
012850     END-IF.
012860     IF WS-CUENTA-DEV-PERDIDOS > ZERO
012870         MOVE SPACES TO CARTAS-RECORD
012880         STRING "ATENCION: " WS-CUENTA-DEV-PERDIDOS
012890             " MARCA(S) DEVUELTO NO CARGADAS (TABLA LLENA)"
012900             DELIMITED BY SIZE INTO CARTAS-RECORD
012910         WRITE CARTAS-RECORD
012920     END-IF.
012930 9200-EXIT.
012940     EXIT.
012950
012960 9210-ESCRIBIR-NO-ENTREGADA.
012970     MOVE SPACES TO WS-LINEA-NO-ENTREGADA.
012980     MOVE NOEN-TIPO(WS-SUB-I) TO NENT-TIPO.
012990     MOVE NOEN-DNI-MASK(WS-SUB-I) TO NENT-DNI.
013000     MOVE NOEN-NOMBRE(WS-SUB-I) TO NENT-NOMBRE.
013010     MOVE NOEN-CP(WS-SUB-I) TO NENT-CP.
013020     MOVE NOEN-MOTIVO(WS-SUB-I) TO NENT-MOTIVO.
013030     MOVE WS-LINEA-NO-ENTREGADA TO CARTAS-RECORD.
013040     WRITE CARTAS-RECORD.
013050 9210-EXIT.
013060     EXIT.
013070
013080******************************************************************
013090* 9300-GRABAR-CARTASUC - UNA LINEA POR SUCURSAL CON CARTAS EN EL
013100*     DIA, AGREGADA AL REGISTRO CARTASUC
013110******************************************************************
013120 9300-GRABAR-CARTASUC.
013130     IF WS-CUENTA-CARTAS = ZERO
013140         GO TO 9300-EXIT
013150     END-IF.
013160     OPEN EXTEND CARTASUC-FILE.
013170     IF WS-CSUC-STATUS NOT = "00"
013180         OPEN OUTPUT CARTASUC-FILE
013190     END-IF.
013200     PERFORM 9310-ESCRIBIR-CARTASUC THRU 9310-EXIT
013210         VARYING WS-IDX-SUC FROM 1 BY 1 UNTIL WS-IDX-SUC > 100.
013220     CLOSE CARTASUC-FILE.
013230 9300-EXIT.
013240     EXIT.
013250
013260 9310-ESCRIBIR-CARTASUC.
013270     IF CSUT-CANTIDAD(WS-IDX-SUC) = ZERO
013280         GO TO 9310-EXIT
013290     END-IF.
013300     MOVE SPACES TO CARTASUC-RECORD.
013310     MOVE WS-FECHA-HOY TO CSUC-FECHA.
013320     COMPUTE CSUC-SUCURSAL = WS-IDX-SUC - 1.
013330     MOVE CSUT-CANTIDAD(WS-IDX-SUC) TO CSUC-CANTIDAD.
013340     WRITE CARTASUC-RECORD.
013350 9310-EXIT.
013360     EXIT.
013370
013380******************************************************************
013390* 8000-EMITIR-MANIFIESTO - ORDENA LAS PIEZAS POR CODIGO POSTAL Y
013400*     ESCRIBE EL MANIFIESTO DEL DIA PARA EL CORREO
013410******************************************************************
013420 8000-EMITIR-MANIFIESTO.
013430     PERFORM 8100-ORDENAR-MANIFIESTO THRU 8100-EXIT.
013440     OPEN OUTPUT MANIF-FILE.
013450     MOVE WS-LINEA-MANIF-TITULO TO MANIF-RECORD.
013460     WRITE MANIF-RECORD.
013470     PERFORM 8300-ESCRIBIR-PIEZA THRU 8300-EXIT
013480         VARYING WS-SUB-I FROM 1 BY 1
013490             UNTIL WS-SUB-I > WS-CANT-MANIFIESTO.
013500     MOVE WS-CANT-MANIFIESTO TO MTRA-CUENTA.
013510     MOVE WS-LINEA-MANIF-TRAILER TO MANIF-RECORD.
013520     WRITE MANIF-RECORD.
013530     IF MANIFIESTO-DESBORDADO
013540         MOVE "ATENCION: MAS DE 500 CARTAS, MANIFIESTO PARCIAL."
013550             TO MANIF-RECORD
013560         WRITE MANIF-RECORD
013570     END-IF.
013580     CLOSE MANIF-FILE.
013590     MOVE WS-DYN-MANIF-FILE TO WS-CATG-ARCHIVO.
013600     MOVE WS-CANT-MANIFIESTO TO WS-CATG-CANTIDAD.
013610     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
013620             WS-CATG-CANTIDAD.
013630 8000-EXIT.
013640     EXIT.
013650
013660******************************************************************
013670* 8100-ORDENAR-MANIFIESTO - BURBUJA ASCENDENTE POR CODIGO POSTAL
013680*     (EL MISMO ORDENAMIENTO EN MEMORIA QUE USA MAESTRODIARIO)
013690******************************************************************
013700 8100-ORDENAR-MANIFIESTO.
013710     IF WS-CANT-MANIFIESTO < 2
013720         GO TO 8100-EXIT
013730     END-IF.
013740     PERFORM 8150-PASADA-BURBUJA THRU 8150-EXIT
013750         VARYING WS-SUB-I FROM 1 BY 1
013760             UNTIL WS-SUB-I >= WS-CANT-MANIFIESTO.
013770 8100-EXIT.
013780     EXIT.
013790
013800 8150-PASADA-BURBUJA.
013810     PERFORM 8200-COMPARAR-E-INTERCAMBIAR THRU 8200-EXIT
013820         VARYING WS-SUB-J FROM 1 BY 1
013830             UNTIL WS-SUB-J > WS-CANT-MANIFIESTO - WS-SUB-I.
013840 8150-EXIT.
013850     EXIT.
013860
013870 8200-COMPARAR-E-INTERCAMBIAR.
013880     IF MANF-CP(WS-SUB-J) > MANF-CP(WS-SUB-J + 1)
013890         MOVE MANF-ENTRADA(WS-SUB-J) TO WS-ENTRADA-AUXILIAR
013900         MOVE MANF-ENTRADA(WS-SUB-J + 1) TO
013910             MANF-ENTRADA(WS-SUB-J)
013920         MOVE WS-ENTRADA-AUXILIAR TO MANF-ENTRADA(WS-SUB-J + 1)
013930     END-IF.
013940 8200-EXIT.
013950     EXIT.
013960
013970 8300-ESCRIBIR-PIEZA.
013980     MOVE SPACES TO WS-LINEA-MANIF.
013990     MOVE MANF-CP(WS-SUB-I) TO MLIN-CP.
014000     MOVE MANF-DNI-MASK(WS-SUB-I) TO MLIN-DNI.
014010     MOVE MANF-NOMBRE(WS-SUB-I) TO MLIN-NOMBRE.
014020     MOVE MANF-LOCALIDAD(WS-SUB-I) TO MLIN-LOCALIDAD.
014030     MOVE WS-LINEA-MANIF TO MANIF-RECORD.
014040     WRITE MANIF-RECORD.
014050 8300-EXIT.
014060     EXIT.
014070
014080 END PROGRAM carta_evento.
