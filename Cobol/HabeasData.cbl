000100******************************************************************
000110* PROGRAM-ID: habeas_data
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    SUBJECT-ACCESS (HABEAS DATA) DOSSIER FOR ONE
000170*             PERSON. AN AUTHORIZED SUPERVISOR (SESION OPERATOR
000180*             CHECKED AGAINST AUTORIZA, AS IN DNI_DESCUBRIR)
000190*             TYPES THE DNI AND THE DATE THE REQUEST CAME IN;
000200*             EVERY REQUEST - GRANTED OR DENIED - IS APPENDED
000210*             TO ACCESOLOG WITH MOTIVO HDAT. A GRANTED REQUEST
000220*             PRODUCES ONE DATED DOSSIER HDATNNNN.AAAAMMDD
000230*             (REPORTE_SVC) WITH EVERYTHING WE HOLD ON THE DNI:
000240*                 1 THE CURRENT PERSONA-RECORD AND ITS CLASIREF
000250*                   DESCRIPTION
000260*                 2 EVERY PERSJRNL ENTRY (BEFORE/AFTER IMAGES)
000270*                 3 EVERY LETTER FOUND IN THE CATALOGUED CARTAS
000280*                   FILES (DNI ENMASCARADO Y NOMBRE EN LA CARTA)
000290*                 4 ITS NOCONTAC CONSENT ENTRIES
000300*                 5 ITS ARCHIVE COPIES IN PERSARCH (VIA PERSAIDX)
000310*                 6 SUSPENSO ITEMS THAT MENTION THE DNI
000320*             THE LEGAL TERM TO ANSWER (HABEASCTL CARD, DAYS;
000330*             10 CORRIDOS BY DEFAULT) GIVES THE DUE DATE PRINTED
000340*             ON THE DOSSIER. AS PROOF OF WHAT WAS SENT, THE
000350*             DOSSIER IS CATALOGUED WITH ITS LINE COUNT AND A
000360*             LINE IS APPENDED TO THE HABEASREG REGISTER
000370*             (NUMERO, PEDIDO, VENCIMIENTO, EMISION, DNI,
000380*             OPERADOR, ARCHIVO, LINEAS).
000390* TECTONICS:  cobc
000400******************************************************************
000410* MODIFICATION HISTORY
000420* DATE       INIT DESCRIPTION
000430* 2026-10-15 RW   INITIAL VERSION.
000440* 2026-10-15 RW   ACCESOLOG CRECE 46 -> 57 (VIA Y TOKEN, VER
000450*                 DNI_DESCUBRIR); ESTE PEDIDO QUEDA CON VIA H.
000460* 2026-10-15 RW   LA SECCION 2 PIDE A JOURNAL_LECTOR SOLO LAS
000470*                 ENTRADAS DEL DNI (INDICE PJRNIDX SOBRE LAS
000480*                 GENERACIONES MENSUALES DE PERSJRNL).
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. habeas_data.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SESION-FILE ASSIGN TO "SESION"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SES-STATUS.
000590
000600     SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZA"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUT-STATUS.
000630
000640     SELECT ACCESO-FILE ASSIGN TO "ACCESOLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ACC-STATUS.
000670
000680     SELECT PARM-FILE ASSIGN TO "HABEASCTL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PARM-STATUS.
000710
000720     SELECT REGISTRO-FILE ASSIGN TO "HABEASREG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REG-STATUS.
000750
000760     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS PERS-DNI
000800         FILE STATUS IS WS-PER-STATUS.
000810
000820     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CREF-STATUS.
000850
000860     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-CAT-STATUS.
000890
000900     SELECT CARTAS-FILE ASSIGN DYNAMIC WS-DYN-CARTAS-FILE
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CAR-STATUS.
000930
000940     SELECT NOCONTAC-FILE ASSIGN TO "NOCONTAC"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-NOC-STATUS.
000970
000980     SELECT AIDX-FILE ASSIGN TO "PERSAIDX"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-AIDX-STATUS.
001010
001020     SELECT ARCH-FILE ASSIGN DYNAMIC WS-DYN-ARCHIVO
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-ARCH-STATUS.
001050
001060     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-SUSP-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  SESION-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 08 CHARACTERS.
001150 01  SESION-RECORD.
001160     05  SES-OPERADOR            PIC X(08).
001170
001180 FD  AUTORIZA-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 08 CHARACTERS.
001210 01  AUTORIZA-RECORD.
001220     05  AUT-ID                  PIC X(08).
001230
001240 FD  ACCESO-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 57 CHARACTERS.
001270 01  ACCESO-RECORD.
001280     05  ACC-TIMESTAMP           PIC X(21).
001290     05  FILLER                  PIC X(01).
001300     05  ACC-OPERADOR            PIC X(08).
001310     05  FILLER                  PIC X(01).
001320     05  ACC-DNI                 PIC 9(08).
001330     05  FILLER                  PIC X(01).
001340     05  ACC-MOTIVO              PIC X(04).
001350     05  FILLER                  PIC X(01).
001360     05  ACC-RESULTADO           PIC X(01).
001370     05  FILLER                  PIC X(01).
001380     05  ACC-VIA                 PIC X(01).
001390     05  FILLER                  PIC X(01).
001400     05  ACC-TOKEN               PIC X(08).
001410
001420 FD  PARM-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 03 CHARACTERS.
001450 01  PARM-RECORD.
001460     05  PARM-DIAS-PLAZO         PIC 9(03).
001470
001480 FD  REGISTRO-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 79 CHARACTERS.
001510 01  REGISTRO-RECORD.
001520     05  HREG-NUMERO             PIC 9(04).
001530     05  FILLER                  PIC X(01).
001540     05  HREG-FECHA-PEDIDO       PIC 9(08).
001550     05  FILLER                  PIC X(01).
001560     05  HREG-VENCIMIENTO        PIC 9(08).
001570     05  FILLER                  PIC X(01).
001580     05  HREG-FECHA-EMISION      PIC 9(08).
001590     05  FILLER                  PIC X(01).
001600     05  HREG-DNI                PIC 9(08).
001610     05  FILLER                  PIC X(01).
001620     05  HREG-OPERADOR           PIC X(08).
001630     05  FILLER                  PIC X(01).
001640     05  HREG-ARCHIVO            PIC X(21).
001650     05  FILLER                  PIC X(01).
001660     05  HREG-CANT-LINEAS        PIC 9(07).
001670
001680 FD  PERSONA-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 117 CHARACTERS.
001710 COPY PERSONA.
001720
001730 FD  CLASIREF-FILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORD CONTAINS 22 CHARACTERS.
001760 01  CLASIREF-RECORD.
001770     05  CREF-CODIGO             PIC 9(02).
001780     05  CREF-DESCRIPCION        PIC X(20).
001790
001800 FD  CATALOGO-FILE
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 59 CHARACTERS.
001830 01  CATALOGO-RECORD.
001840     05  CATG-FECHA              PIC 9(08).
001850     05  FILLER                  PIC X(01).
001860     05  CATG-ARCHIVO            PIC X(21).
001870     05  FILLER                  PIC X(01).
001880     05  CATG-PROGRAMA           PIC X(20).
001890     05  FILLER                  PIC X(01).
001900     05  CATG-CANTIDAD           PIC 9(07).
001910
001920 FD  CARTAS-FILE
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 80 CHARACTERS.
001950 01  CARTAS-RECORD               PIC X(80).
001960
001970 FD  NOCONTAC-FILE
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 50 CHARACTERS.
002000 01  NOCONTAC-RECORD.
002010     05  NOC-DNI                 PIC 9(08).
002020     05  FILLER                  PIC X(01).
002030     05  NOC-MARCA               PIC X(01).
002040     05  FILLER                  PIC X(01).
002050     05  NOC-FECHA               PIC 9(08).
002060     05  FILLER                  PIC X(01).
002070     05  NOC-MOTIVO              PIC X(30).
002080
002090 FD  AIDX-FILE
002100     LABEL RECORDS ARE STANDARD
002110     RECORD CONTAINS 70 CHARACTERS.
002120 01  AIDX-RECORD.
002130     05  AIDX-DNI                PIC 9(08).
002140     05  FILLER                  PIC X(01).
002150     05  AIDX-NOMBRE             PIC X(30).
002160     05  FILLER                  PIC X(01).
002170     05  AIDX-FECHA-BAJA         PIC 9(08).
002180     05  FILLER                  PIC X(01).
002190     05  AIDX-ARCHIVO            PIC X(21).
002200
002210 FD  ARCH-FILE
002220     LABEL RECORDS ARE STANDARD
002230     RECORD CONTAINS 117 CHARACTERS.
002240 01  ARCH-RECORD.
002250     05  ARCH-DNI                PIC 9(08).
002260     05  ARCH-RESTO              PIC X(109).
002270
002280 FD  SUSPENSO-FILE
002290     LABEL RECORDS ARE STANDARD
002300     RECORD CONTAINS 112 CHARACTERS.
002310 01  SUSPENSO-RECORD.
002320     05  SUSP-ESTADO             PIC X(01).
002330     05  FILLER                  PIC X(01).
002340     05  SUSP-FECHA-ALTA         PIC 9(08).
002350     05  FILLER                  PIC X(01).
002360     05  SUSP-PROGRAMA           PIC X(20).
002370     05  FILLER                  PIC X(01).
002380     05  SUSP-VALOR              PIC X(03).
002390     05  FILLER                  PIC X(01).
002400     05  SUSP-MOTIVO             PIC X(30).
002410     05  FILLER                  PIC X(01).
002420     05  SUSP-INICIALES          PIC X(03).
002430     05  FILLER                  PIC X(01).
002440     05  SUSP-NOTA               PIC X(30).
002450     05  FILLER                  PIC X(01).
002460     05  SUSP-COLA               PIC X(10).
002470
002480 WORKING-STORAGE SECTION.
002490 01  WS-SES-STATUS               PIC X(02).
002500 01  WS-AUT-STATUS               PIC X(02).
002510 01  WS-ACC-STATUS               PIC X(02).
002520 01  WS-PARM-STATUS              PIC X(02).
002530 01  WS-REG-STATUS               PIC X(02).
002540 01  WS-PER-STATUS               PIC X(02).
002550 01  WS-CREF-STATUS              PIC X(02).
002560 01  WS-CAT-STATUS               PIC X(02).
002570 01  WS-CAR-STATUS               PIC X(02).
002580 01  WS-NOC-STATUS               PIC X(02).
002590 01  WS-AIDX-STATUS              PIC X(02).
002600 01  WS-ARCH-STATUS              PIC X(02).
002610 01  WS-SUSP-STATUS              PIC X(02).
002620
002630*----------------------------------------------------------------
002640*    OPERADOR Y AUTORIZACION (MISMA PUERTA QUE DNI_DESCUBRIR)
002650*----------------------------------------------------------------
002660 01  WS-EOF-AUT                  PIC X(01) VALUE "N".
002670     88  FIN-AUTORIZA            VALUE "S".
002680 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE SPACES.
002690 01  WS-SW-AUTORIZADO            PIC X(01) VALUE "N".
002700     88  OPERADOR-AUTORIZADO     VALUE "S".
002710 01  WS-MOTIVO-ACCESO            PIC X(04) VALUE "HDAT".
002720
002730*----------------------------------------------------------------
002740*    PEDIDO: DNI, FECHA DE INGRESO Y PLAZO LEGAL
002750*----------------------------------------------------------------
002760 01  WS-DNI-PEDIDO               PIC 9(08) VALUE ZERO.
002770 01  WS-DNI-ALFA REDEFINES WS-DNI-PEDIDO
002780                                 PIC X(08).
002790 01  WS-DNI-ENMASCARADO          PIC X(08).
002800 01  WS-FECHA-PEDIDO             PIC 9(08) VALUE ZERO.
002810 01  WS-DIAS-PLAZO               PIC 9(03) VALUE 10.
002820 01  WS-VENCIMIENTO              PIC 9(08) VALUE ZERO.
002830 01  WS-DIA-ENTERO               PIC 9(07).
002840 01  WS-SW-PEDIDO-VALIDO         PIC X(01) VALUE "N".
002850     88  PEDIDO-VALIDO           VALUE "S".
002860 01  WS-NUMERO-PEDIDO            PIC 9(04) VALUE ZERO.
002870 01  WS-EOF-REG                  PIC X(01) VALUE "N".
002880     88  FIN-REGISTRO            VALUE "S".
002890
002900*----------------------------------------------------------------
002910*    FECHA DE NEGOCIO Y NOMBRE DEL LEGAJO
002920*----------------------------------------------------------------
002930 01  WS-FECHA-HOY                PIC X(08).
002940 01  WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY
002950                                 PIC 9(08).
002960 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002970 01  WS-DYN-LEGAJO               PIC X(21) VALUE SPACES.
002980 01  WS-CATG-ARCHIVO             PIC X(21).
002990 01  WS-CATG-CANTIDAD            PIC 9(07).
003000
003010*----------------------------------------------------------------
003020*    DESCRIPCIONES DE CLASIFICACION (CLASIREF)
003030*----------------------------------------------------------------
003040 01  WS-EOF-CREF                 PIC X(01) VALUE "N".
003050     88  FIN-CLASIREF            VALUE "S".
003060 01  WS-MAX-CLASIF               PIC 9(02) VALUE 99.
003070 01  WS-CANT-CLASIF              PIC 9(02) VALUE ZERO.
003080 01  TABLA-CLASIF.
003090     05  CLAT-ENTRADA OCCURS 99 TIMES.
003100         10  CLAT-CODIGO         PIC 9(02).
003110         10  CLAT-DESCRIPCION    PIC X(20).
003120 77  WS-IDX-CLAS                 PIC 9(02) COMP.
003130 01  WS-DESCRIPCION-CLASIF       PIC X(20).
003140
003150*----------------------------------------------------------------
003160*    NOMBRES QUE TUVO LA PERSONA (MAESTRO, JOURNAL, ARCHIVO):
003170*    UNA CARTA ES SUYA SI LLEVA SU DNI ENMASCARADO Y UNO DE ELLOS
003180*----------------------------------------------------------------
003190 01  WS-MAX-NOMBRES              PIC 9(02) VALUE 10.
003200 01  WS-CANT-NOMBRES             PIC 9(02) VALUE ZERO.
003210 01  TABLA-NOMBRES.
003220     05  NOMT-ENTRADA OCCURS 10 TIMES.
003230         10  NOMT-NOMBRE         PIC X(30).
003240         10  NOMT-LON            PIC 9(02) COMP.
003250 77  WS-IDX-NOM                  PIC 9(02) COMP.
003260 01  WS-NOMBRE-MEDIR             PIC X(30).
003270 01  WS-LON-NOMBRE               PIC 9(02) COMP.
003280 01  WS-SW-NOMBRE-REPETIDO       PIC X(01) VALUE "N".
003290     88  NOMBRE-REPETIDO         VALUE "S".
003300
003310*----------------------------------------------------------------
003320*    CARTAS: ARCHIVOS CARTAS YA REVISADOS Y CARTA EN CURSO
003330*----------------------------------------------------------------
003340 01  WS-EOF-CAT                  PIC X(01) VALUE "N".
003350     88  FIN-CATALOGO            VALUE "S".
003360 01  WS-EOF-CAR                  PIC X(01) VALUE "N".
003370     88  FIN-CARTAS              VALUE "S".
003380 01  WS-DYN-CARTAS-FILE          PIC X(21) VALUE SPACES.
003390 01  WS-MAX-REVISADOS            PIC 9(03) VALUE 500.
003400 01  WS-CANT-REVISADOS           PIC 9(03) VALUE ZERO.
003410 01  TABLA-REVISADOS.
003420     05  REVT-ARCHIVO            PIC X(21) OCCURS 500 TIMES.
003430 77  WS-IDX-REV                  PIC 9(03) COMP.
003440 01  WS-SW-YA-REVISADO           PIC X(01) VALUE "N".
003450     88  YA-REVISADO             VALUE "S".
003460 01  WS-LINEA-SEPARADOR          PIC X(80) VALUE ALL "-".
003470 01  WS-MAX-LINEAS-CARTA         PIC 9(02) VALUE 60.
003480 01  WS-CANT-LINEAS-CARTA        PIC 9(02) VALUE ZERO.
003490 01  TABLA-CARTA.
003500     05  CART-LINEA              PIC X(80) OCCURS 60 TIMES.
003510 77  WS-IDX-CAR                  PIC 9(02) COMP.
003520 01  WS-SW-CARTA-DNI             PIC X(01) VALUE "N".
003530     88  CARTA-CON-DNI           VALUE "S".
003540 01  WS-SW-CARTA-NOMBRE          PIC X(01) VALUE "N".
003550     88  CARTA-CON-NOMBRE        VALUE "S".
003560 01  WS-CUENTA-TALLY             PIC 9(04) COMP.
003570
003580*----------------------------------------------------------------
003590*    ENTRADA DE PERSJRNL ENTREGADA POR JOURNAL_LECTOR
003600*----------------------------------------------------------------
003610 01  JOURNAL-RECORD.
003620     05  PJRN-TIMESTAMP          PIC X(21).
003630     05  FILLER                  PIC X(01).
003640     05  PJRN-PROGRAMA           PIC X(20).
003650     05  FILLER                  PIC X(01).
003660     05  PJRN-ACCION             PIC X(01).
003670     05  FILLER                  PIC X(01).
003680     05  PJRN-IMAGEN-ANTES       PIC X(117).
003690     05  FILLER                  PIC X(01).
003700     05  PJRN-IMAGEN-DESPUES     PIC X(117).
003710     05  FILLER                  PIC X(01).
003720     05  PJRN-HASH               PIC X(11).
003730
003740*----------------------------------------------------------------
003750*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
003760*----------------------------------------------------------------
003770 01  JLC-AREA.
003780     05  JLC-FUNCION             PIC X(01).
003790     05  JLC-GEN-DESDE           PIC 9(06).
003800     05  JLC-GEN-HASTA           PIC 9(06).
003810     05  JLC-DNI                 PIC 9(08).
003820     05  JLC-FECHA-DESDE         PIC 9(08).
003830     05  JLC-FECHA-HASTA         PIC 9(08).
003840     05  JLC-RESULTADO           PIC X(01).
003850         88  JLC-OK              VALUE "0".
003860     05  JLC-GENERACION          PIC 9(06).
003870     05  JLC-ORDINAL             PIC 9(07).
003880     05  JLC-MENSAJE             PIC X(40).
003890
003900*----------------------------------------------------------------
003910*    ARCHIVO HISTORICO Y SUSPENSO
003920*----------------------------------------------------------------
003930 01  WS-EOF-AIDX                 PIC X(01) VALUE "N".
003940     88  FIN-AIDX                VALUE "S".
003950 01  WS-EOF-ARCH                 PIC X(01) VALUE "N".
003960     88  FIN-ARCHIVO             VALUE "S".
003970 01  WS-DYN-ARCHIVO              PIC X(21) VALUE SPACES.
003980 01  WS-EOF-JRNL                 PIC X(01) VALUE "N".
003990     88  FIN-JOURNAL             VALUE "S".
004000 01  WS-EOF-NOC                  PIC X(01) VALUE "N".
004010     88  FIN-NOCONTAC            VALUE "S".
004020 01  WS-EOF-SUSP                 PIC X(01) VALUE "N".
004030     88  FIN-SUSPENSO            VALUE "S".
004040 01  WS-CUENTA-DNI-COMPLETO      PIC 9(04) COMP.
004050 01  WS-CUENTA-DNI-MASCARA       PIC 9(04) COMP.
004060
004070*----------------------------------------------------------------
004080*    CONTADORES POR SECCION DEL LEGAJO
004090*----------------------------------------------------------------
004100 01  WS-SW-EN-MAESTRO            PIC X(01) VALUE "N".
004110     88  EN-MAESTRO              VALUE "S".
004120 01  WS-CUENTA-JOURNAL           PIC 9(05) VALUE ZERO.
004130 01  WS-CUENTA-CARTAS            PIC 9(05) VALUE ZERO.
004140 01  WS-CUENTA-NOCONTAC          PIC 9(05) VALUE ZERO.
004150 01  WS-CUENTA-ARCHIVO           PIC 9(05) VALUE ZERO.
004160 01  WS-CUENTA-SUSPENSO          PIC 9(05) VALUE ZERO.
004170
004180*----------------------------------------------------------------
004190*    IMAGEN DE UN PERSONA-RECORD PARA IMPRIMIR (MAESTRO, JOURNAL
004200*    O ARCHIVO, LAS TRES CON EL MISMO FORMATO)
004210*----------------------------------------------------------------
004220 01  WS-IMAGEN                   PIC X(117).
004230 01  WS-IMAGEN-CAMPOS REDEFINES WS-IMAGEN.
004240     05  IMG-DNI                 PIC 9(08).
004250     05  IMG-DNI-DV              PIC 9(01).
004260     05  IMG-NOMBRE              PIC X(30).
004270     05  IMG-EDAD                PIC 9(03).
004280     05  IMG-MAYORDEEDAD         PIC X(01).
004290     05  IMG-CLASIF              PIC 9(02).
004300     05  IMG-FECHA-NAC           PIC 9(08).
004310     05  IMG-ESTADO              PIC X(01).
004320     05  IMG-FECHA-BAJA          PIC 9(08).
004330     05  IMG-SUCURSAL            PIC 9(02).
004340     05  IMG-CALLE               PIC X(20).
004350     05  IMG-NUMERO              PIC 9(05).
004360     05  IMG-LOCALIDAD           PIC X(20).
004370     05  IMG-CODIGO-POSTAL       PIC X(08).
004380 01  WS-ETIQUETA-IMAGEN          PIC X(07).
004390
004400*----------------------------------------------------------------
004410*    RENGLONES DEL LEGAJO
004420*----------------------------------------------------------------
004430 01  RSVC-AREA.
004440     05  RSVC-FUNCION            PIC X(01).
004450     05  RSVC-ARCHIVO            PIC X(21).
004460     05  RSVC-TITULO             PIC X(40).
004470     05  RSVC-LINEA              PIC X(132).
004480     05  RSVC-CANT-LINEAS        PIC 9(07).
004490
004500 01  WS-LINEA-PEDIDO.
004510     05  FILLER                  PIC X(36)
004520             VALUE "PEDIDO DE ACCESO (HABEAS DATA) NRO ".
004530     05  LPED-NUMERO             PIC 9(04).
004540     05  FILLER                  PIC X(15)
004550             VALUE "   TITULAR DNI ".
004560     05  LPED-DNI                PIC 9(08).
004570     05  FILLER                  PIC X(69) VALUE SPACES.
004580 01  WS-LINEA-PLAZO.
004590     05  FILLER                  PIC X(18)
004600             VALUE "PEDIDO RECIBIDO EL".
004610     05  FILLER                  PIC X(01) VALUE SPACE.
004620     05  LPLZ-PEDIDO             PIC 9(08).
004630     05  FILLER                  PIC X(21)
004640             VALUE "   PLAZO LEGAL (DIAS)".
004650     05  FILLER                  PIC X(01) VALUE SPACE.
004660     05  LPLZ-DIAS               PIC ZZ9.
004670     05  FILLER                  PIC X(11)
004680             VALUE "   VENCE EL".
004690     05  FILLER                  PIC X(01) VALUE SPACE.
004700     05  LPLZ-VENCIMIENTO        PIC 9(08).
004710     05  FILLER                  PIC X(13)
004720             VALUE "   EMITIDO EL".
004730     05  FILLER                  PIC X(01) VALUE SPACE.
004740     05  LPLZ-EMISION            PIC 9(08).
004750     05  FILLER                  PIC X(14)
004760             VALUE "   OPERADOR   ".
004770     05  LPLZ-OPERADOR           PIC X(08).
004780     05  FILLER                  PIC X(16) VALUE SPACES.
004790 01  WS-LINEA-SECCION            PIC X(132).
004800 01  WS-LINEA-COLUMNAS.
004810     05  FILLER                  PIC X(08) VALUE SPACES.
004820     05  FILLER                  PIC X(11) VALUE "DNI".
004830     05  FILLER                  PIC X(31) VALUE "NOMBRE".
004840     05  FILLER                  PIC X(09) VALUE "NACIM.".
004850     05  FILLER                  PIC X(03) VALUE "CL".
004860     05  FILLER                  PIC X(02) VALUE "E".
004870     05  FILLER                  PIC X(09) VALUE "BAJA".
004880     05  FILLER                  PIC X(03) VALUE "SU".
004890     05  FILLER                  PIC X(21) VALUE "CALLE".
004900     05  FILLER                  PIC X(06) VALUE "NUM.".
004910     05  FILLER                  PIC X(21) VALUE "LOCALIDAD".
004920     05  FILLER                  PIC X(08) VALUE "C.P.".
004930 01  WS-LINEA-IMAGEN.
004940     05  LIMG-ETIQUETA           PIC X(07).
004950     05  FILLER                  PIC X(01) VALUE SPACE.
004960     05  LIMG-DNI                PIC 9(08).
004970     05  FILLER                  PIC X(01) VALUE "-".
004980     05  LIMG-DNI-DV             PIC 9(01).
004990     05  FILLER                  PIC X(01) VALUE SPACE.
005000     05  LIMG-NOMBRE             PIC X(30).
005010     05  FILLER                  PIC X(01) VALUE SPACE.
005020     05  LIMG-FECHA-NAC          PIC 9(08).
005030     05  FILLER                  PIC X(01) VALUE SPACE.
005040     05  LIMG-CLASIF             PIC 9(02).
005050     05  FILLER                  PIC X(01) VALUE SPACE.
005060     05  LIMG-ESTADO             PIC X(01).
005070     05  FILLER                  PIC X(01) VALUE SPACE.
005080     05  LIMG-FECHA-BAJA         PIC 9(08).
005090     05  FILLER                  PIC X(01) VALUE SPACE.
005100     05  LIMG-SUCURSAL           PIC 9(02).
005110     05  FILLER                  PIC X(01) VALUE SPACE.
005120     05  LIMG-CALLE              PIC X(20).
005130     05  FILLER                  PIC X(01) VALUE SPACE.
005140     05  LIMG-NUMERO             PIC 9(05).
005150     05  FILLER                  PIC X(01) VALUE SPACE.
005160     05  LIMG-LOCALIDAD          PIC X(20).
005170     05  FILLER                  PIC X(01) VALUE SPACE.
005180     05  LIMG-CODIGO-POSTAL      PIC X(08).
005190 01  WS-LINEA-CLASIF.
005200     05  FILLER                  PIC X(09) VALUE SPACES.
005210     05  FILLER                  PIC X(15)
005220             VALUE "CLASIFICACION: ".
005230     05  LCLA-CODIGO             PIC 9(02).
005240     05  FILLER                  PIC X(03) VALUE " - ".
005250     05  LCLA-DESCRIPCION        PIC X(20).
005260     05  FILLER                  PIC X(83) VALUE SPACES.
005270 01  WS-LINEA-CAMBIO.
005280     05  FILLER                  PIC X(07) VALUE "CAMBIO ".
005290     05  LCAM-TIMESTAMP          PIC X(21).
005300     05  FILLER                  PIC X(02) VALUE SPACES.
005310     05  LCAM-ACCION             PIC X(01).
005320     05  FILLER                  PIC X(01) VALUE SPACE.
005330     05  LCAM-DESCRIPCION        PIC X(14).
005340     05  FILLER                  PIC X(10) VALUE " PROGRAMA ".
005350     05  LCAM-PROGRAMA           PIC X(20).
005360     05  FILLER                  PIC X(56) VALUE SPACES.
005370 01  WS-LINEA-CARTA-ORIGEN.
005380     05  FILLER                  PIC X(12) VALUE "CARTA EN   ".
005390     05  LCOR-ARCHIVO            PIC X(21).
005400     05  FILLER                  PIC X(99) VALUE SPACES.
005410 01  WS-LINEA-CARTA-TEXTO.
005420     05  FILLER                  PIC X(09) VALUE SPACES.
005430     05  LCTX-TEXTO              PIC X(80).
005440     05  FILLER                  PIC X(43) VALUE SPACES.
005450 01  WS-LINEA-NOCONTAC.
005460     05  FILLER                  PIC X(09) VALUE SPACES.
005470     05  FILLER                  PIC X(06) VALUE "FECHA ".
005480     05  LNOC-FECHA              PIC 9(08).
005490     05  FILLER                  PIC X(08) VALUE "  MARCA ".
005500     05  LNOC-MARCA              PIC X(01).
005510     05  FILLER                  PIC X(01) VALUE SPACE.
005520     05  LNOC-DESCRIPCION        PIC X(20).
005530     05  FILLER                  PIC X(09) VALUE "  MOTIVO ".
005540     05  LNOC-MOTIVO             PIC X(30).
005550     05  FILLER                  PIC X(40) VALUE SPACES.
005560 01  WS-LINEA-ARCHIVO.
005570     05  FILLER                  PIC X(09) VALUE SPACES.
005580     05  FILLER                  PIC X(08) VALUE "ARCHIVO ".
005590     05  LARC-ARCHIVO            PIC X(21).
005600     05  FILLER                  PIC X(16)
005610             VALUE "  FECHA DE BAJA ".
005620     05  LARC-FECHA-BAJA         PIC 9(08).
005630     05  FILLER                  PIC X(70) VALUE SPACES.
005640 01  WS-LINEA-SUSPENSO.
005650     05  FILLER                  PIC X(09) VALUE SPACES.
005660     05  LSUS-ESTADO             PIC X(01).
005670     05  FILLER                  PIC X(01) VALUE SPACE.
005680     05  LSUS-FECHA-ALTA         PIC 9(08).
005690     05  FILLER                  PIC X(01) VALUE SPACE.
005700     05  LSUS-PROGRAMA           PIC X(20).
005710     05  FILLER                  PIC X(01) VALUE SPACE.
005720     05  LSUS-MOTIVO             PIC X(30).
005730     05  FILLER                  PIC X(01) VALUE SPACE.
005740     05  LSUS-NOTA               PIC X(30).
005750     05  FILLER                  PIC X(01) VALUE SPACE.
005760     05  LSUS-COLA               PIC X(10).
005770     05  FILLER                  PIC X(01) VALUE SPACE.
005780     05  LSUS-COINCIDENCIA       PIC X(18).
005790 01  WS-LINEA-NADA.
005800     05  FILLER                  PIC X(09) VALUE SPACES.
005810     05  FILLER                  PIC X(30)
005820             VALUE "(SIN DATOS EN ESTA SECCION)".
005830     05  FILLER                  PIC X(93) VALUE SPACES.
005840 01  WS-LINEA-RESUMEN.
005850     05  FILLER                  PIC X(09) VALUE SPACES.
005860     05  LRES-ETIQUETA           PIC X(40).
005870     05  LRES-VALOR              PIC ZZ,ZZ9.
005880     05  FILLER                  PIC X(77) VALUE SPACES.
005890
005900*----------------------------------------------------------------
005910*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
005920*----------------------------------------------------------------
005930 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "habeas_data".
005940 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
005950
005960 PROCEDURE DIVISION.
005970
005980******************************************************************
005990* 0000-MAINLINE
006000******************************************************************
006010 0000-MAINLINE.
006020     PERFORM 1000-IDENTIFICAR-OPERADOR THRU 1000-EXIT.
006030     PERFORM 1100-VERIFICAR-AUTORIZACION THRU 1100-EXIT.
006040     PERFORM 1200-TOMAR-PEDIDO THRU 1200-EXIT.
006050     PERFORM 1900-REGISTRAR-ACCESO THRU 1900-EXIT.
006060     IF NOT OPERADOR-AUTORIZADO
006070         DISPLAY "ACCESO DENEGADO: OPERADOR NO AUTORIZADO "
006080             "PARA EMITIR LEGAJOS DE HABEAS DATA."
006090         GOBACK
006100     END-IF.
006110     IF NOT PEDIDO-VALIDO
006120         GOBACK
006130     END-IF.
006140     PERFORM 2000-ABRIR-LEGAJO THRU 2000-EXIT.
006150     PERFORM 3000-SECCION-MAESTRO THRU 3000-EXIT.
006160     PERFORM 4000-SECCION-JOURNAL THRU 4000-EXIT.
006170     PERFORM 5000-SECCION-CARTAS THRU 5000-EXIT.
006180     PERFORM 6000-SECCION-NOCONTAC THRU 6000-EXIT.
006190     PERFORM 7000-SECCION-ARCHIVO THRU 7000-EXIT.
006200     PERFORM 8000-SECCION-SUSPENSO THRU 8000-EXIT.
006210     PERFORM 9000-TERMINAR THRU 9000-EXIT.
006220     GOBACK.
006230
006240******************************************************************
006250* 1000-IDENTIFICAR-OPERADOR - TOMA EL OPERADOR DE LA SESION DEL
006260*     MENU; SIN SESION ABIERTA, LO PIDE POR PANTALLA
006270******************************************************************
006280 1000-IDENTIFICAR-OPERADOR.
006290     OPEN INPUT SESION-FILE.
006300     IF WS-SES-STATUS = "00"
006310         READ SESION-FILE
006320             NOT AT END
006330                 MOVE SES-OPERADOR TO WS-OPERADOR-ACTUAL
006340         END-READ
006350         CLOSE SESION-FILE
006360     END-IF.
006370     IF WS-OPERADOR-ACTUAL = SPACES
006380         DISPLAY "ID DE OPERADOR: "
006390         ACCEPT WS-OPERADOR-ACTUAL
006400     END-IF.
006410 1000-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* 1100-VERIFICAR-AUTORIZACION - EL OPERADOR DEBE FIGURAR EN LA
006460*     LISTA AUTORIZA; SIN ARCHIVO AUTORIZA NADIE ESTA AUTORIZADO
006470******************************************************************
006480 1100-VERIFICAR-AUTORIZACION.
006490     OPEN INPUT AUTORIZA-FILE.
006500     IF WS-AUT-STATUS NOT = "00"
006510         GO TO 1100-EXIT
006520     END-IF.
006530     PERFORM 1110-BUSCAR-AUTORIZACION THRU 1110-EXIT
006540         UNTIL FIN-AUTORIZA.
006550     CLOSE AUTORIZA-FILE.
006560 1100-EXIT.
006570     EXIT.
006580
006590 1110-BUSCAR-AUTORIZACION.
006600     READ AUTORIZA-FILE
006610         AT END
006620             SET FIN-AUTORIZA TO TRUE
006630         NOT AT END
006640             IF AUT-ID = WS-OPERADOR-ACTUAL
006650                 SET OPERADOR-AUTORIZADO TO TRUE
006660                 SET FIN-AUTORIZA TO TRUE
006670             END-IF
006680     END-READ.
006690 1110-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 1200-TOMAR-PEDIDO - DNI DEL TITULAR Y FECHA EN QUE INGRESO EL
006740*     PEDIDO (VACIA = HOY); CON ELLA Y EL PLAZO DE HABEASCTL SE
006750*     CALCULA EL VENCIMIENTO LEGAL
006760******************************************************************
006770 1200-TOMAR-PEDIDO.
006780     CALL "fecha_negocio" USING WS-FECHA-HOY
006790             WS-SUFIJO-CICLO.
006800     DISPLAY "DNI del titular (8 digitos): ".
006810     ACCEPT WS-DNI-PEDIDO.
006820     IF WS-DNI-PEDIDO = ZERO
006830         DISPLAY "DNI INVALIDO, PEDIDO NO REGISTRADO."
006840         GO TO 1200-EXIT
006850     END-IF.
006860     DISPLAY "Fecha de recepcion del pedido (AAAAMMDD, "
006870         "vacio = hoy): ".
006880     ACCEPT WS-FECHA-PEDIDO.
006890     IF WS-FECHA-PEDIDO = ZERO
006900         MOVE WS-FECHA-HOY-NUM TO WS-FECHA-PEDIDO
006910     END-IF.
006920     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PEDIDO) NOT = ZERO
006930             OR WS-FECHA-PEDIDO > WS-FECHA-HOY-NUM
006940         DISPLAY "FECHA DE RECEPCION INVALIDA."
006950         GO TO 1200-EXIT
006960     END-IF.
006970     OPEN INPUT PARM-FILE.
006980     IF WS-PARM-STATUS = "00"
006990         READ PARM-FILE
007000             NOT AT END
007010                 IF PARM-DIAS-PLAZO IS NUMERIC
007020                         AND PARM-DIAS-PLAZO > 0
007030                     MOVE PARM-DIAS-PLAZO TO WS-DIAS-PLAZO
007040                 END-IF
007050         END-READ
007060         CLOSE PARM-FILE
007070     END-IF.
007080     COMPUTE WS-DIA-ENTERO =
007090         FUNCTION INTEGER-OF-DATE(WS-FECHA-PEDIDO)
007100         + WS-DIAS-PLAZO.
007110     COMPUTE WS-VENCIMIENTO =
007120         FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
007130     IF WS-VENCIMIENTO < WS-FECHA-HOY-NUM
007140         DISPLAY "ATENCION: EL PLAZO LEGAL VENCIO EL "
007150             WS-VENCIMIENTO "."
007160     END-IF.
007170     SET PEDIDO-VALIDO TO TRUE.
007180 1200-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 1900-REGISTRAR-ACCESO - TODO PEDIDO QUEDA EN ACCESOLOG,
007230*     CONCEDIDO O DENEGADO, CON EL MOTIVO HDAT
007240******************************************************************
007250 1900-REGISTRAR-ACCESO.
007260     OPEN EXTEND ACCESO-FILE.
007270     IF WS-ACC-STATUS NOT = "00"
007280         OPEN OUTPUT ACCESO-FILE
007290     END-IF.
007300     MOVE SPACES TO ACCESO-RECORD.
007310     MOVE FUNCTION CURRENT-DATE TO ACC-TIMESTAMP.
007320     MOVE WS-OPERADOR-ACTUAL TO ACC-OPERADOR.
007330     MOVE WS-DNI-PEDIDO TO ACC-DNI.
007340     MOVE WS-MOTIVO-ACCESO TO ACC-MOTIVO.
007350     IF OPERADOR-AUTORIZADO AND PEDIDO-VALIDO
007360         MOVE "A" TO ACC-RESULTADO
007370     ELSE
007380         MOVE "D" TO ACC-RESULTADO
007390     END-IF.
007400     MOVE "H" TO ACC-VIA.
007410     WRITE ACCESO-RECORD.
007420     CLOSE ACCESO-FILE.
007430 1900-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470* 2000-ABRIR-LEGAJO - NUMERA EL PEDIDO SEGUN EL REGISTRO
007480*     HABEASREG, ABRE EL LEGAJO HDATNNNN.AAAAMMDD Y ESCRIBE LA
007490*     CABECERA CON EL PLAZO LEGAL
007500******************************************************************
007510 2000-ABRIR-LEGAJO.
007520     MOVE ZERO TO WS-NUMERO-PEDIDO.
007530     OPEN INPUT REGISTRO-FILE.
007540     IF WS-REG-STATUS = "00"
007550         PERFORM 2010-CONTAR-PEDIDO THRU 2010-EXIT
007560             UNTIL FIN-REGISTRO
007570         CLOSE REGISTRO-FILE
007580     END-IF.
007590     ADD 1 TO WS-NUMERO-PEDIDO.
007600     STRING "HDAT" WS-NUMERO-PEDIDO "." WS-FECHA-HOY
007610         DELIMITED BY SIZE
007620         WS-SUFIJO-CICLO DELIMITED BY SPACE
007630         INTO WS-DYN-LEGAJO.
007640     CALL "enmascarar_dni" USING WS-DNI-PEDIDO
007650             WS-DNI-ENMASCARADO.
007660     PERFORM 2100-CARGAR-CLASIREF THRU 2100-EXIT.
007670     MOVE WS-DYN-LEGAJO TO RSVC-ARCHIVO.
007680     MOVE "LEGAJO DE HABEAS DATA" TO RSVC-TITULO.
007690     MOVE "A" TO RSVC-FUNCION.
007700     CALL "reporte_svc" USING RSVC-AREA.
007710     MOVE "E" TO RSVC-FUNCION.
007720     MOVE WS-NUMERO-PEDIDO TO LPED-NUMERO.
007730     MOVE WS-DNI-PEDIDO TO LPED-DNI.
007740     MOVE WS-LINEA-PEDIDO TO RSVC-LINEA.
007750     CALL "reporte_svc" USING RSVC-AREA.
007760     MOVE WS-FECHA-PEDIDO TO LPLZ-PEDIDO.
007770     MOVE WS-DIAS-PLAZO TO LPLZ-DIAS.
007780     MOVE WS-VENCIMIENTO TO LPLZ-VENCIMIENTO.
007790     MOVE WS-FECHA-HOY-NUM TO LPLZ-EMISION.
007800     MOVE WS-OPERADOR-ACTUAL TO LPLZ-OPERADOR.
007810     MOVE WS-LINEA-PLAZO TO RSVC-LINEA.
007820     CALL "reporte_svc" USING RSVC-AREA.
007830 2000-EXIT.
007840     EXIT.
007850
007860 2010-CONTAR-PEDIDO.
007870     READ REGISTRO-FILE
007880         AT END
007890             SET FIN-REGISTRO TO TRUE
007900         NOT AT END
007910             IF HREG-NUMERO IS NUMERIC
007920                     AND HREG-NUMERO > WS-NUMERO-PEDIDO
007930                 MOVE HREG-NUMERO TO WS-NUMERO-PEDIDO
007940             END-IF
007950     END-READ.
007960 2010-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 2100-CARGAR-CLASIREF - DESCRIPCIONES DE CLASIFICACION EN
008010*     MEMORIA PARA LA SECCION DEL MAESTRO Y LAS COPIAS ARCHIVADAS
008020******************************************************************
008030 2100-CARGAR-CLASIREF.
008040     OPEN INPUT CLASIREF-FILE.
008050     IF WS-CREF-STATUS NOT = "00"
008060         GO TO 2100-EXIT
008070     END-IF.
008080     PERFORM 2110-LEER-CLASIREF THRU 2110-EXIT
008090         UNTIL FIN-CLASIREF.
008100     CLOSE CLASIREF-FILE.
008110 2100-EXIT.
008120     EXIT.
008130
008140 2110-LEER-CLASIREF.
008150     READ CLASIREF-FILE
008160         AT END
008170             SET FIN-CLASIREF TO TRUE
008180         NOT AT END
008190             IF WS-CANT-CLASIF < WS-MAX-CLASIF
008200                 ADD 1 TO WS-CANT-CLASIF
008210                 MOVE CREF-CODIGO TO
008220                     CLAT-CODIGO(WS-CANT-CLASIF)
008230                 MOVE CREF-DESCRIPCION TO
008240                     CLAT-DESCRIPCION(WS-CANT-CLASIF)
008250             END-IF
008260     END-READ.
008270 2110-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310* 2800-TITULO-SECCION - RENGLON EN BLANCO Y TITULO DE LA SECCION
008320*     (WS-LINEA-SECCION)
008330******************************************************************
008340 2800-TITULO-SECCION.
008350     MOVE SPACES TO RSVC-LINEA.
008360     CALL "reporte_svc" USING RSVC-AREA.
008370     MOVE WS-LINEA-SECCION TO RSVC-LINEA.
008380     CALL "reporte_svc" USING RSVC-AREA.
008390 2800-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430* 2850-IMPRIMIR-IMAGEN - UN RENGLON CON LOS CAMPOS DE WS-IMAGEN,
008440*     ROTULADO CON WS-ETIQUETA-IMAGEN; EL NOMBRE SE GUARDA PARA
008450*     RECONOCER LAS CARTAS
008460******************************************************************
008470 2850-IMPRIMIR-IMAGEN.
008480     MOVE ZERO TO LIMG-DNI LIMG-DNI-DV LIMG-FECHA-NAC
008490         LIMG-CLASIF LIMG-FECHA-BAJA LIMG-SUCURSAL LIMG-NUMERO.
008500     MOVE WS-ETIQUETA-IMAGEN TO LIMG-ETIQUETA.
008510     IF IMG-DNI IS NUMERIC
008520         MOVE IMG-DNI TO LIMG-DNI
008530     END-IF.
008540     IF IMG-DNI-DV IS NUMERIC
008550         MOVE IMG-DNI-DV TO LIMG-DNI-DV
008560     END-IF.
008570     MOVE IMG-NOMBRE TO LIMG-NOMBRE.
008580     IF IMG-FECHA-NAC IS NUMERIC
008590         MOVE IMG-FECHA-NAC TO LIMG-FECHA-NAC
008600     END-IF.
008610     IF IMG-CLASIF IS NUMERIC
008620         MOVE IMG-CLASIF TO LIMG-CLASIF
008630     END-IF.
008640     MOVE IMG-ESTADO TO LIMG-ESTADO.
008650     IF IMG-FECHA-BAJA IS NUMERIC
008660         MOVE IMG-FECHA-BAJA TO LIMG-FECHA-BAJA
008670     END-IF.
008680     IF IMG-SUCURSAL IS NUMERIC
008690         MOVE IMG-SUCURSAL TO LIMG-SUCURSAL
008700     END-IF.
008710     MOVE IMG-CALLE TO LIMG-CALLE.
008720     IF IMG-NUMERO IS NUMERIC
008730         MOVE IMG-NUMERO TO LIMG-NUMERO
008740     END-IF.
008750     MOVE IMG-LOCALIDAD TO LIMG-LOCALIDAD.
008760     MOVE IMG-CODIGO-POSTAL TO LIMG-CODIGO-POSTAL.
008770     MOVE WS-LINEA-IMAGEN TO RSVC-LINEA.
008780     CALL "reporte_svc" USING RSVC-AREA.
008790     MOVE IMG-NOMBRE TO WS-NOMBRE-MEDIR.
008800     PERFORM 2900-AGREGAR-NOMBRE THRU 2900-EXIT.
008810 2850-EXIT.
008820     EXIT.
008830
008840******************************************************************
008850* 2900-AGREGAR-NOMBRE - SUMA WS-NOMBRE-MEDIR A LOS NOMBRES QUE
008860*     TUVO LA PERSONA (SIN REPETIR, CON SU LARGO UTIL)
008870******************************************************************
008880 2900-AGREGAR-NOMBRE.
008890     MOVE 30 TO WS-LON-NOMBRE.
008900     PERFORM 2910-RETROCEDER THRU 2910-EXIT
008910         UNTIL WS-LON-NOMBRE < 1
008920             OR WS-NOMBRE-MEDIR(WS-LON-NOMBRE:1) NOT = SPACE.
008930     IF WS-LON-NOMBRE < 1
008940         GO TO 2900-EXIT
008950     END-IF.
008960     MOVE "N" TO WS-SW-NOMBRE-REPETIDO.
008970     PERFORM 2920-COMPARAR-NOMBRE THRU 2920-EXIT
008980         VARYING WS-IDX-NOM FROM 1 BY 1
008990             UNTIL WS-IDX-NOM > WS-CANT-NOMBRES
009000                 OR NOMBRE-REPETIDO.
009010     IF NOMBRE-REPETIDO
009020             OR WS-CANT-NOMBRES >= WS-MAX-NOMBRES
009030         GO TO 2900-EXIT
009040     END-IF.
009050     ADD 1 TO WS-CANT-NOMBRES.
009060     MOVE WS-NOMBRE-MEDIR TO NOMT-NOMBRE(WS-CANT-NOMBRES).
009070     MOVE WS-LON-NOMBRE TO NOMT-LON(WS-CANT-NOMBRES).
009080 2900-EXIT.
009090     EXIT.
009100
009110 2910-RETROCEDER.
009120     SUBTRACT 1 FROM WS-LON-NOMBRE.
009130 2910-EXIT.
009140     EXIT.
009150
009160 2920-COMPARAR-NOMBRE.
009170     IF NOMT-NOMBRE(WS-IDX-NOM) = WS-NOMBRE-MEDIR
009180         SET NOMBRE-REPETIDO TO TRUE
009190     END-IF.
009200 2920-EXIT.
009210     EXIT.
009220
009230******************************************************************
009240* 3000-SECCION-MAESTRO - EL PERSONA-RECORD VIGENTE CON LA
009250*     DESCRIPCION DE SU CLASIFICACION
009260******************************************************************
009270 3000-SECCION-MAESTRO.
009280     MOVE "1. DATOS VIGENTES EN EL MAESTRO DE PERSONAS"
009290         TO WS-LINEA-SECCION.
009300     PERFORM 2800-TITULO-SECCION THRU 2800-EXIT.
009310     OPEN INPUT PERSONA-FILE.
009320     IF WS-PER-STATUS NOT = "00"
009330         MOVE WS-LINEA-NADA TO RSVC-LINEA
009340         CALL "reporte_svc" USING RSVC-AREA
009350         GO TO 3000-EXIT
009360     END-IF.
009370     MOVE WS-DNI-PEDIDO TO PERS-DNI.
009380     READ PERSONA-FILE
009390         INVALID KEY
009400             MOVE WS-LINEA-NADA TO RSVC-LINEA
009410             CALL "reporte_svc" USING RSVC-AREA
009420             CLOSE PERSONA-FILE
009430             GO TO 3000-EXIT
009440     END-READ.
009450     SET EN-MAESTRO TO TRUE.
009460     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
009470     CALL "reporte_svc" USING RSVC-AREA.
009480     MOVE PERSONA-RECORD TO WS-IMAGEN.
009490     MOVE "VIGENTE" TO WS-ETIQUETA-IMAGEN.
009500     PERFORM 2850-IMPRIMIR-IMAGEN THRU 2850-EXIT.
009510     PERFORM 3100-DESCRIBIR-CLASIF THRU 3100-EXIT.
009520     CLOSE PERSONA-FILE.
009530 3000-EXIT.
009540     EXIT.
009550
009560 3100-DESCRIBIR-CLASIF.
009570     MOVE "(SIN DESCRIPCION)" TO WS-DESCRIPCION-CLASIF.
009580     PERFORM 3110-BUSCAR-CLASIF THRU 3110-EXIT
009590         VARYING WS-IDX-CLAS FROM 1 BY 1
009600             UNTIL WS-IDX-CLAS > WS-CANT-CLASIF.
009610     MOVE PERS-CLASIF-CODIGO TO LCLA-CODIGO.
009620     MOVE WS-DESCRIPCION-CLASIF TO LCLA-DESCRIPCION.
009630     MOVE WS-LINEA-CLASIF TO RSVC-LINEA.
009640     CALL "reporte_svc" USING RSVC-AREA.
009650 3100-EXIT.
009660     EXIT.
009670
009680 3110-BUSCAR-CLASIF.
009690     IF CLAT-CODIGO(WS-IDX-CLAS) = PERS-CLASIF-CODIGO
009700         MOVE CLAT-DESCRIPCION(WS-IDX-CLAS) TO
009710             WS-DESCRIPCION-CLASIF
009720     END-IF.
009730 3110-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770* 4000-SECCION-JOURNAL - TODA ENTRADA DE PERSJRNL CUYA IMAGEN
009780*     ANTES O DESPUES SEA DEL DNI (UN CAMBIO DE DNI APARECE POR
009790*     LOS DOS LADOS)
009800******************************************************************
009810 4000-SECCION-JOURNAL.
009820     MOVE "2. HISTORIAL DE CAMBIOS REGISTRADOS"
009830         TO WS-LINEA-SECCION.
009840     PERFORM 2800-TITULO-SECCION THRU 2800-EXIT.
009850     MOVE SPACES TO JLC-AREA.
009860     MOVE "D" TO JLC-FUNCION.
009870     MOVE WS-DNI-PEDIDO TO JLC-DNI.
009880     MOVE ZERO TO JLC-FECHA-DESDE.
009890     MOVE 99999999 TO JLC-FECHA-HASTA.
009900     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
009910     IF JLC-OK
009920         PERFORM 4100-LEER-JOURNAL THRU 4100-EXIT
009930             UNTIL FIN-JOURNAL
009940         MOVE "C" TO JLC-FUNCION
009950         CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD
009960     END-IF.
009970     IF WS-CUENTA-JOURNAL = ZERO
009980         MOVE WS-LINEA-NADA TO RSVC-LINEA
009990         CALL "reporte_svc" USING RSVC-AREA
010000     END-IF.
010010 4000-EXIT.
010020     EXIT.
010030
010040 4100-LEER-JOURNAL.
010050     MOVE "S" TO JLC-FUNCION.
010060     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
010070     IF NOT JLC-OK
010080         SET FIN-JOURNAL TO TRUE
010090         GO TO 4100-EXIT
010100     END-IF.
010110     IF PJRN-IMAGEN-ANTES(1:8) = WS-DNI-ALFA
010120             OR PJRN-IMAGEN-DESPUES(1:8) = WS-DNI-ALFA
010130         PERFORM 4200-IMPRIMIR-CAMBIO THRU 4200-EXIT
010140     END-IF.
010150 4100-EXIT.
010160     EXIT.
010170
010180 4200-IMPRIMIR-CAMBIO.
010190     ADD 1 TO WS-CUENTA-JOURNAL.
010200     IF WS-CUENTA-JOURNAL = 1
010210         MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA
010220         CALL "reporte_svc" USING RSVC-AREA
010230     END-IF.
010240     MOVE PJRN-TIMESTAMP TO LCAM-TIMESTAMP.
010250     MOVE PJRN-ACCION TO LCAM-ACCION.
010260     MOVE PJRN-PROGRAMA TO LCAM-PROGRAMA.
010270     EVALUATE PJRN-ACCION
010280         WHEN "A"
010290             MOVE "ALTA" TO LCAM-DESCRIPCION
010300         WHEN "M"
010310             MOVE "MODIFICACION" TO LCAM-DESCRIPCION
010320         WHEN "B"
010330             MOVE "BAJA" TO LCAM-DESCRIPCION
010340         WHEN "P"
010350             MOVE "PURGA" TO LCAM-DESCRIPCION
010360         WHEN "R"
010370             MOVE "RESTAURACION" TO LCAM-DESCRIPCION
010380         WHEN "T"
010390             MOVE "TRANSFERENCIA" TO LCAM-DESCRIPCION
010400         WHEN OTHER
010410             MOVE SPACES TO LCAM-DESCRIPCION
010420     END-EVALUATE.
010430     MOVE WS-LINEA-CAMBIO TO RSVC-LINEA.
010440     CALL "reporte_svc" USING RSVC-AREA.
010450     IF PJRN-IMAGEN-ANTES(1:8) IS NUMERIC
010460         MOVE PJRN-IMAGEN-ANTES TO WS-IMAGEN
010470         MOVE "ANTES" TO WS-ETIQUETA-IMAGEN
010480         PERFORM 2850-IMPRIMIR-IMAGEN THRU 2850-EXIT
010490     END-IF.
010500     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
010510         MOVE PJRN-IMAGEN-DESPUES TO WS-IMAGEN
010520         MOVE "DESPUES" TO WS-ETIQUETA-IMAGEN
010530         PERFORM 2850-IMPRIMIR-IMAGEN THRU 2850-EXIT
010540     END-IF.
010550 4200-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590* 5000-SECCION-CARTAS - RECORRE LOS ARCHIVOS CARTAS QUE FIGURAN
010600*     EN EL CATALOGO (CADA UNO UNA SOLA VEZ) Y COPIA AL LEGAJO
010610*     CADA CARTA QUE LLEVE EL DNI ENMASCARADO Y UNO DE LOS
010620*     NOMBRES DE LA PERSONA
010630******************************************************************
010640 5000-SECCION-CARTAS.
010650     MOVE "3. CARTAS EMITIDAS A NOMBRE DEL TITULAR"
010660         TO WS-LINEA-SECCION.
010670     PERFORM 2800-TITULO-SECCION THRU 2800-EXIT.
010680     OPEN INPUT CATALOGO-FILE.
010690     IF WS-CAT-STATUS = "00"
010700         PERFORM 5100-LEER-CATALOGO THRU 5100-EXIT
010710             UNTIL FIN-CATALOGO
010720         CLOSE CATALOGO-FILE
010730     END-IF.
010740     IF WS-CUENTA-CARTAS = ZERO
010750         MOVE WS-LINEA-NADA TO RSVC-LINEA
010760         CALL "reporte_svc" USING RSVC-AREA
010770     END-IF.
010780 5000-EXIT.
010790     EXIT.
010800
010810 5100-LEER-CATALOGO.
010820     READ CATALOGO-FILE
010830         AT END
010840             SET FIN-CATALOGO TO TRUE
010850         NOT AT END
010860             IF CATG-ARCHIVO(1:7) = "CARTAS."
010870                 PERFORM 5200-REVISAR-ARCHIVO THRU 5200-EXIT
010880             END-IF
010890     END-READ.
010900 5100-EXIT.
010910     EXIT.
010920
010930 5200-REVISAR-ARCHIVO.
010940     MOVE "N" TO WS-SW-YA-REVISADO.
010950     PERFORM 5210-COMPARAR-REVISADO THRU 5210-EXIT
010960         VARYING WS-IDX-REV FROM 1 BY 1
010970             UNTIL WS-IDX-REV > WS-CANT-REVISADOS
010980                 OR YA-REVISADO.
010990     IF YA-REVISADO
011000         GO TO 5200-EXIT
011010     END-IF.
011020     IF WS-CANT-REVISADOS < WS-MAX-REVISADOS
011030         ADD 1 TO WS-CANT-REVISADOS
011040         MOVE CATG-ARCHIVO TO REVT-ARCHIVO(WS-CANT-REVISADOS)
011050     END-IF.
011060     MOVE CATG-ARCHIVO TO WS-DYN-CARTAS-FILE.
011070     OPEN INPUT CARTAS-FILE.
011080     IF WS-CAR-STATUS NOT = "00"
011090         GO TO 5200-EXIT
011100     END-IF.
011110     MOVE "N" TO WS-EOF-CAR.
011120     PERFORM 5300-INICIAR-CARTA THRU 5300-EXIT.
011130     PERFORM 5400-LEER-LINEA-CARTA THRU 5400-EXIT
011140         UNTIL FIN-CARTAS.
011150     CLOSE CARTAS-FILE.
011160 5200-EXIT.
011170     EXIT.
011180
011190 5210-COMPARAR-REVISADO.
011200     IF REVT-ARCHIVO(WS-IDX-REV) = CATG-ARCHIVO
011210         SET YA-REVISADO TO TRUE
011220     END-IF.
011230 5210-EXIT.
011240     EXIT.
011250
011260 5300-INICIAR-CARTA.
011270     MOVE ZERO TO WS-CANT-LINEAS-CARTA.
011280     MOVE "N" TO WS-SW-CARTA-DNI.
011290     MOVE "N" TO WS-SW-CARTA-NOMBRE.
011300 5300-EXIT.
011310     EXIT.
011320
011330******************************************************************
011340* 5400-LEER-LINEA-CARTA - CADA CARTA TERMINA EN EL RENGLON
011350*     SEPARADOR DE PERSONACARTA; LA PAGINA DE CONTROL FINAL NO
011360*     LLEVA DNI NI NOMBRE Y NUNCA CALIFICA
011370******************************************************************
011380 5400-LEER-LINEA-CARTA.
011390     READ CARTAS-FILE
011400         AT END
011410             SET FIN-CARTAS TO TRUE
011420             GO TO 5400-EXIT
011430     END-READ.
011440     IF CARTAS-RECORD = WS-LINEA-SEPARADOR
011450         IF CARTA-CON-DNI AND CARTA-CON-NOMBRE
011460             PERFORM 5500-COPIAR-CARTA THRU 5500-EXIT
011470         END-IF
011480         PERFORM 5300-INICIAR-CARTA THRU 5300-EXIT
011490         GO TO 5400-EXIT
011500     END-IF.
011510     IF WS-CANT-LINEAS-CARTA < WS-MAX-LINEAS-CARTA
011520         ADD 1 TO WS-CANT-LINEAS-CARTA
011530         MOVE CARTAS-RECORD TO
011540             CART-LINEA(WS-CANT-LINEAS-CARTA)
011550     END-IF.
011560     MOVE ZERO TO WS-CUENTA-TALLY.
011570     INSPECT CARTAS-RECORD TALLYING WS-CUENTA-TALLY
011580         FOR ALL WS-DNI-ENMASCARADO.
011590     IF WS-CUENTA-TALLY > ZERO
011600         SET CARTA-CON-DNI TO TRUE
011610     END-IF.
011620     PERFORM 5450-BUSCAR-NOMBRE THRU 5450-EXIT
011630         VARYING WS-IDX-NOM FROM 1 BY 1
011640             UNTIL WS-IDX-NOM > WS-CANT-NOMBRES
011650                 OR CARTA-CON-NOMBRE.
011660 5400-EXIT.
011670     EXIT.
011680
011690 5450-BUSCAR-NOMBRE.
011700     MOVE ZERO TO WS-CUENTA-TALLY.
011710     INSPECT CARTAS-RECORD TALLYING WS-CUENTA-TALLY
011720         FOR ALL NOMT-NOMBRE(WS-IDX-NOM)
011730             (1:NOMT-LON(WS-IDX-NOM)).
011740     IF WS-CUENTA-TALLY > ZERO
011750         SET CARTA-CON-NOMBRE TO TRUE
011760     END-IF.
011770 5450-EXIT.
011780     EXIT.
011790
011800 5500-COPIAR-CARTA.
011810     ADD 1 TO WS-CUENTA-CARTAS.
011820     MOVE WS-DYN-CARTAS-FILE TO LCOR-ARCHIVO.
011830     MOVE WS-LINEA-CARTA-ORIGEN TO RSVC-LINEA.
011840     CALL "reporte_svc" USING RSVC-AREA.
011850     PERFORM 5510-COPIAR-RENGLON THRU 5510-EXIT
011860         VARYING WS-IDX-CAR FROM 1 BY 1
011870             UNTIL WS-IDX-CAR > WS-CANT-LINEAS-CARTA.
011880 5500-EXIT.
011890     EXIT.
011900
011910 5510-COPIAR-RENGLON.
011920     MOVE SPACES TO WS-LINEA-CARTA-TEXTO.
011930     MOVE CART-LINEA(WS-IDX-CAR) TO LCTX-TEXTO.
011940     MOVE WS-LINEA-CARTA-TEXTO TO RSVC-LINEA.
011950     CALL "reporte_svc" USING RSVC-AREA.
011960 5510-EXIT.
011970     EXIT.
011980
011990******************************************************************
012000* 6000-SECCION-NOCONTAC - CADA MARCA DE CONSENTIMIENTO DEL DNI,
012010*     EN EL ORDEN EN QUE SE REGISTRARON (LA ULTIMA ES LA VIGENTE)
012020******************************************************************
012030 6000-SECCION-NOCONTAC.
012040     MOVE "4. CONSENTIMIENTO DE CORRESPONDENCIA"
012050         TO WS-LINEA-SECCION.
012060     PERFORM 2800-TITULO-SECCION THRU 2800-EXIT.
012070     OPEN INPUT NOCONTAC-FILE.
012080     IF WS-NOC-STATUS = "00"
012090         PERFORM 6100-LEER-NOCONTAC THRU 6100-EXIT
012100             UNTIL FIN-NOCONTAC
012110         CLOSE NOCONTAC-FILE
012120     END-IF.
012130     IF WS-CUENTA-NOCONTAC = ZERO
012140         MOVE WS-LINEA-NADA TO RSVC-LINEA
012150         CALL "reporte_svc" USING RSVC-AREA
012160     END-IF.
012170 6000-EXIT.
012180     EXIT.
012190
012200 6100-LEER-NOCONTAC.
012210     READ NOCONTAC-FILE
012220         AT END
012230             SET FIN-NOCONTAC TO TRUE
012240         NOT AT END
012250             IF NOC-DNI = WS-DNI-PEDIDO
012260                 PERFORM 6200-IMPRIMIR-MARCA THRU 6200-EXIT
012270             END-IF
012280     END-READ.
012290 6100-EXIT.
012300     EXIT.
012310
012320 6200-IMPRIMIR-MARCA.
012330     ADD 1 TO WS-CUENTA-NOCONTAC.
012340     MOVE NOC-FECHA TO LNOC-FECHA.
012350     MOVE NOC-MARCA TO LNOC-MARCA.
012360     EVALUATE NOC-MARCA
012370         WHEN "N"
012380             MOVE "NO CONTACTAR" TO LNOC-DESCRIPCION
012390         WHEN "L"
012400             MOVE "MARCA LEVANTADA" TO LNOC-DESCRIPCION
012410         WHEN "F"
012420             MOVE "FALLECIDO" TO LNOC-DESCRIPCION
012430         WHEN OTHER
012440             MOVE SPACES TO LNOC-DESCRIPCION
012450     END-EVALUATE.
012460     MOVE NOC-MOTIVO TO LNOC-MOTIVO.
012470     MOVE WS-LINEA-NOCONTAC TO RSVC-LINEA.
012480     CALL "reporte_svc" USING RSVC-AREA.
012490 6200-EXIT.
012500     EXIT.
012510
012520******************************************************************
012530* 7000-SECCION-ARCHIVO - POR CADA ENTRADA DEL INDICE PERSAIDX
012540*     DEL DNI, LA COPIA GUARDADA EN SU GENERACION PERSARCH
012550******************************************************************
012560 7000-SECCION-ARCHIVO.
012570     MOVE "5. COPIAS EN EL ARCHIVO HISTORICO"
012580         TO WS-LINEA-SECCION.
012590     PERFORM 2800-TITULO-SECCION THRU 2800-EXIT.
012600     OPEN INPUT AIDX-FILE.
012610     IF WS-AIDX-STATUS = "00"
012620         PERFORM 7100-LEER-INDICE THRU 7100-EXIT
012630             UNTIL FIN-AIDX
012640         CLOSE AIDX-FILE
012650     END-IF.
012660     IF WS-CUENTA-ARCHIVO = ZERO
012670         MOVE WS-LINEA-NADA TO RSVC-LINEA
012680         CALL "reporte_svc" USING RSVC-AREA
012690     END-IF.
012700 7000-EXIT.
012710     EXIT.
012720
012730 7100-LEER-INDICE.
012740     READ AIDX-FILE
012750         AT END
012760             SET FIN-AIDX TO TRUE
012770         NOT AT END
012780             IF AIDX-DNI = WS-DNI-PEDIDO
012790                 PERFORM 7200-BUSCAR-COPIA THRU 7200-EXIT
012800             END-IF
012810     END-READ.
012820 7100-EXIT.
012830     EXIT.
012840
012850 7200-BUSCAR-COPIA.
012860     MOVE AIDX-ARCHIVO TO LARC-ARCHIVO.
012870     MOVE AIDX-FECHA-BAJA TO LARC-FECHA-BAJA.
012880     MOVE WS-LINEA-ARCHIVO TO RSVC-LINEA.
012890     CALL "reporte_svc" USING RSVC-AREA.
012900     ADD 1 TO WS-CUENTA-ARCHIVO.
012910     MOVE AIDX-ARCHIVO TO WS-DYN-ARCHIVO.
012920     OPEN INPUT ARCH-FILE.
012930     IF WS-ARCH-STATUS NOT = "00"
012940         GO TO 7200-EXIT
012950     END-IF.
012960     MOVE "N" TO WS-EOF-ARCH.
012970     PERFORM 7300-LEER-ARCHIVO THRU 7300-EXIT
012980         UNTIL FIN-ARCHIVO.
012990     CLOSE ARCH-FILE.
013000 7200-EXIT.
013010     EXIT.
013020
013030 7300-LEER-ARCHIVO.
013040     READ ARCH-FILE
013050         AT END
013060             SET FIN-ARCHIVO TO TRUE
013070         NOT AT END
013080             IF ARCH-DNI = WS-DNI-PEDIDO
013090                 MOVE ARCH-RECORD TO WS-IMAGEN
013100                 MOVE "ARCHIVO" TO WS-ETIQUETA-IMAGEN
013110                 PERFORM 2850-IMPRIMIR-IMAGEN THRU 2850-EXIT
013120                 SET FIN-ARCHIVO TO TRUE
013130             END-IF
013140     END-READ.
013150 7300-EXIT.
013160     EXIT.
013170
013180******************************************************************
013190* 8000-SECCION-SUSPENSO - EXCEPCIONES DEL SUSPENSO QUE NOMBRAN
013200*     EL DNI. LAS QUE SOLO LLEVAN EL DNI ENMASCARADO SE MARCAN
013210*     PARA VERIFICAR ANTES DE ENVIAR: EL ENMASCARADO PUEDE SER
013220*     DE OTRA PERSONA.
013230******************************************************************
013240 8000-SECCION-SUSPENSO.
013250     MOVE "6. EXCEPCIONES EN SUSPENSO QUE MENCIONAN EL DNI"
013260         TO WS-LINEA-SECCION.
013270     PERFORM 2800-TITULO-SECCION THRU 2800-EXIT.
013280     OPEN INPUT SUSPENSO-FILE.
013290     IF WS-SUSP-STATUS = "00"
013300         PERFORM 8100-LEER-SUSPENSO THRU 8100-EXIT
013310             UNTIL FIN-SUSPENSO
013320         CLOSE SUSPENSO-FILE
013330     END-IF.
013340     IF WS-CUENTA-SUSPENSO = ZERO
013350         MOVE WS-LINEA-NADA TO RSVC-LINEA
013360         CALL "reporte_svc" USING RSVC-AREA
013370     END-IF.
013380 8000-EXIT.
013390     EXIT.
013400
013410 8100-LEER-SUSPENSO.
013420     READ SUSPENSO-FILE
013430         AT END
013440             SET FIN-SUSPENSO TO TRUE
013450             GO TO 8100-EXIT
013460     END-READ.
013470     MOVE ZERO TO WS-CUENTA-DNI-COMPLETO.
013480     MOVE ZERO TO WS-CUENTA-DNI-MASCARA.
013490     INSPECT SUSPENSO-RECORD TALLYING WS-CUENTA-DNI-COMPLETO
013500         FOR ALL WS-DNI-ALFA.
013510     INSPECT SUSPENSO-RECORD TALLYING WS-CUENTA-DNI-MASCARA
013520         FOR ALL WS-DNI-ENMASCARADO.
013530     IF WS-CUENTA-DNI-COMPLETO = ZERO
013540             AND WS-CUENTA-DNI-MASCARA = ZERO
013550         GO TO 8100-EXIT
013560     END-IF.
013570     ADD 1 TO WS-CUENTA-SUSPENSO.
013580     MOVE SPACES TO WS-LINEA-SUSPENSO.
013590     MOVE SUSP-ESTADO TO LSUS-ESTADO.
013600     MOVE SUSP-FECHA-ALTA TO LSUS-FECHA-ALTA.
013610     MOVE SUSP-PROGRAMA TO LSUS-PROGRAMA.
013620     MOVE SUSP-MOTIVO TO LSUS-MOTIVO.
013630     MOVE SUSP-NOTA TO LSUS-NOTA.
013640     MOVE SUSP-COLA TO LSUS-COLA.
013650     IF WS-CUENTA-DNI-COMPLETO > ZERO
013660         MOVE "DNI COMPLETO" TO LSUS-COINCIDENCIA
013670     ELSE
013680         MOVE "ENMASCARADO-VERIF." TO LSUS-COINCIDENCIA
013690     END-IF.
013700     MOVE WS-LINEA-SUSPENSO TO RSVC-LINEA.
013710     CALL "reporte_svc" USING RSVC-AREA.
013720 8100-EXIT.
013730     EXIT.
013740
013750******************************************************************
013760* 9000-TERMINAR - RESUMEN POR SECCION, CIERRE DEL LEGAJO, ALTA
013770*     EN EL REGISTRO HABEASREG Y EN EL CATALOGO COMO CONSTANCIA
013780*     DE LO ENVIADO
013790******************************************************************
013800 9000-TERMINAR.
013810     MOVE "RESUMEN DEL LEGAJO" TO WS-LINEA-SECCION.
013820     PERFORM 2800-TITULO-SECCION THRU 2800-EXIT.
013830     MOVE "REGISTRO VIGENTE EN EL MAESTRO.........."
013840         TO LRES-ETIQUETA.
013850     MOVE ZERO TO LRES-VALOR.
013860     IF EN-MAESTRO
013870         MOVE 1 TO LRES-VALOR
013880     END-IF.
013890     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
013900     MOVE "CAMBIOS REGISTRADOS....................."
013910         TO LRES-ETIQUETA.
013920     MOVE WS-CUENTA-JOURNAL TO LRES-VALOR.
013930     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
013940     MOVE "CARTAS EMITIDAS........................."
013950         TO LRES-ETIQUETA.
013960     MOVE WS-CUENTA-CARTAS TO LRES-VALOR.
013970     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
013980     MOVE "MARCAS DE CONSENTIMIENTO................"
013990         TO LRES-ETIQUETA.
014000     MOVE WS-CUENTA-NOCONTAC TO LRES-VALOR.
014010     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
014020     MOVE "COPIAS EN ARCHIVO HISTORICO............."
014030         TO LRES-ETIQUETA.
014040     MOVE WS-CUENTA-ARCHIVO TO LRES-VALOR.
014050     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
014060     MOVE "EXCEPCIONES EN SUSPENSO................."
014070         TO LRES-ETIQUETA.
014080     MOVE WS-CUENTA-SUSPENSO TO LRES-VALOR.
014090     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
014100     MOVE SPACES TO RSVC-LINEA.
014110     CALL "reporte_svc" USING RSVC-AREA.
014120     MOVE "FIN DEL LEGAJO" TO RSVC-LINEA.
014130     CALL "reporte_svc" USING RSVC-AREA.
014140     MOVE "C" TO RSVC-FUNCION.
014150     CALL "reporte_svc" USING RSVC-AREA.
014160     PERFORM 9200-REGISTRAR-PEDIDO THRU 9200-EXIT.
014170     MOVE RSVC-CANT-LINEAS TO WS-AUDT-CANTIDAD.
014180     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
014190     MOVE WS-DYN-LEGAJO TO WS-CATG-ARCHIVO.
014200     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
014210     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
014220             WS-CATG-CANTIDAD.
014230     DISPLAY "LEGAJO EMITIDO: " WS-DYN-LEGAJO
014240         " (VENCE EL " WS-VENCIMIENTO ")".
014250 9000-EXIT.
014260     EXIT.
014270
014280 9100-ESCRIBIR-RESUMEN.
014290     MOVE WS-LINEA-RESUMEN TO RSVC-LINEA.
014300     CALL "reporte_svc" USING RSVC-AREA.
014310 9100-EXIT.
014320     EXIT.
014330
014340 9200-REGISTRAR-PEDIDO.
014350     OPEN EXTEND REGISTRO-FILE.
014360     IF WS-REG-STATUS NOT = "00"
014370         OPEN OUTPUT REGISTRO-FILE
014380     END-IF.
014390     MOVE SPACES TO REGISTRO-RECORD.
014400     MOVE WS-NUMERO-PEDIDO TO HREG-NUMERO.
014410     MOVE WS-FECHA-PEDIDO TO HREG-FECHA-PEDIDO.
014420     MOVE WS-VENCIMIENTO TO HREG-VENCIMIENTO.
014430     MOVE WS-FECHA-HOY-NUM TO HREG-FECHA-EMISION.
014440     MOVE WS-DNI-PEDIDO TO HREG-DNI.
014450     MOVE WS-OPERADOR-ACTUAL TO HREG-OPERADOR.
014460     MOVE WS-DYN-LEGAJO TO HREG-ARCHIVO.
014470     MOVE RSVC-CANT-LINEAS TO HREG-CANT-LINEAS.
014480     WRITE REGISTRO-RECORD.
014490     CLOSE REGISTRO-FILE.
014500 9200-EXIT.
014510     EXIT.
014520
014530 END PROGRAM habeas_data.
