000100******************************************************************
000110* PROGRAM-ID: reenvio_extracto
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    RE-SEND OF A PAST DAY'S CSV EXTRACT WHEN A
000170*             DOWNSTREAM SYSTEM LOST ITS LOAD ("MANDEN DE NUEVO
000180*             EL PERSONA DEL 14"). LAUNCHED FROM THE OPERATOR
000190*             MENU (OPTION R, LOGGED IN LANZALOG); THE OPERATOR
000200*             NAMES THE EXTRACT FAMILY (PERSCSVF, PERSCSVD,
000210*             NUMSCSV) AND THE BUSINESS DATE. THE ORIGINAL IS
000220*             LOOKED UP IN THE CATALOGO (EXPORTAR_DATOS ENTRIES
000230*             OF THAT FAMILY AND DATE):
000240*               - IF IT IS STILL ON DISK, ITS HDR/TRL ENVELOPE IS
000250*                 WHOLE AND ITS DETAIL COUNT MATCHES THE ONE
000260*                 REGISTERED, IT IS COPIED (VIA C).
000270*               - OTHERWISE A PERSCSVF IS REGENERATED AS OF THAT
000280*                 DATE: BASE IMAGE FROM THE PERSBKP GENERATION OF
000290*                 THE DATE (VIA B) OR THE NEAREST EARLIER ONE (VIA
000300*                 J), ROLLED FORWARD WITH THE PERSJRNL ENTRIES UP
000310*                 TO THE DATE, AS PERSONA_ASOF DOES FOR ONE DNI.
000320*                 THE LINES ARE BUILT AS EXPORTAR_DATOS BUILDS
000330*                 THEM (SUCURSAL, DESTINO AND DNI/TOKEN FROM THE
000340*                 EXPCTL IN FORCE). A RECONSTRUCTION WITH A GAP,
000350*                 OR WHOSE COUNT DIFFERS FROM THE REGISTERED ONE,
000360*                 IS NOT SENT. A DELTA (PERSCSVD) OR A NUMSCSV
000370*                 CANNOT BE REBUILT: ONLY THE COPY APPLIES.
000380*             THE RE-SENT FILE IS FAMILIA.AAAAMMDD.ENN (NN = RE-
000390*             SEND NUMBER OF THAT DAY'S EXTRACT), ITS ENVELOPE
000400*             HEADER SAYS ORIGEN "REENVIO " (THE DATE STAYS THE
000410*             ORIGINAL BUSINESS DATE), IT IS CATALOGUED UNDER
000420*             THIS PROGRAM WITH ITS DETAIL COUNT AND ACK_PROCESO
000430*             EXPECTS ITS OWN ACKNOWLEDGEMENT - THE RECIPIENT
000440*             CANNOT TAKE IT FOR A FRESH DAILY FEED. EVERY
000450*             REQUEST, SENT OR REFUSED, LEAVES A LINE IN THE
000460*             REENVLOG REGISTER WITH THE OPERATOR; A REFUSAL IS
000470*             ERRORLOG 108 AND RETURN-CODE 8.
000480* TECTONICS:  cobc
000490******************************************************************
000500* MODIFICATION HISTORY
000510* DATE       INIT DESCRIPTION
000520* 2026-10-15 RW   INITIAL VERSION.
000530* 2026-10-15 RW   MOTIVO DE 50 POSICIONES (WS-MOTIVO Y RNV-MOTIVO;
000540*                 REENVLOG PASA A 153): VARIOS MOTIVOS DE RECHAZO
000550*                 SE GRABABAN CORTADOS.
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. reenvio_extracto.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CAT-STATUS.
000660
000670     SELECT ORIGEN-FILE ASSIGN DYNAMIC WS-DYN-ORIGINAL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ORI-STATUS.
000700
000710     SELECT REENVIO-FILE ASSIGN DYNAMIC WS-DYN-REENVIO
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REN-STATUS.
000740
000750     SELECT BKPGEN-FILE ASSIGN TO "BKPGEN"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-GEN-STATUS.
000780
000790     SELECT RESG-FILE ASSIGN DYNAMIC WS-NOMBRE-RESG
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RSG-STATUS.
000820
000830     SELECT EXPCTL-FILE ASSIGN TO "EXPCTL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CTL-STATUS.
000860
000870     SELECT REENVLOG-FILE ASSIGN TO "REENVLOG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-LOG-STATUS.
000900
000910     SELECT SESION-FILE ASSIGN TO "SESION"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-SES-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CATALOGO-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 59 CHARACTERS.
001000 01  CATALOGO-RECORD.
001010     05  CATG-FECHA              PIC 9(08).
001020     05  FILLER                  PIC X(01).
001030     05  CATG-ARCHIVO            PIC X(21).
001040     05  FILLER                  PIC X(01).
001050     05  CATG-PROGRAMA           PIC X(20).
001060     05  FILLER                  PIC X(01).
001070     05  CATG-CANTIDAD           PIC 9(07).
001080
001090*    EL EXTRACTO ORIGINAL (PERSONA CSV 60, NUMEROS CSV 52)
001100 FD  ORIGEN-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 60 CHARACTERS.
001130 01  ORIGEN-RECORD               PIC X(60).
001140
001150 FD  REENVIO-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 60 CHARACTERS.
001180 01  REENVIO-RECORD              PIC X(60).
001190
001200 FD  BKPGEN-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 39 CHARACTERS.
001230 01  BKPGEN-RECORD.
001240     05  GEN-FECHA               PIC 9(08).
001250     05  FILLER                  PIC X(01).
001260     05  GEN-ARCHIVO             PIC X(21).
001270     05  FILLER                  PIC X(01).
001280     05  GEN-CANTIDAD            PIC 9(07).
001290
001300 FD  RESG-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 117 CHARACTERS.
001330 01  RESG-RECORD                 PIC X(117).
001340
001350 FD  EXPCTL-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 11 CHARACTERS.
001380 01  EXPCTL-RECORD.
001390     05  CTL-MODO                PIC X(01).
001400     05  CTL-SUCURSAL            PIC 9(02).
001410     05  CTL-DESTINO             PIC X(08).
001420
001430*    REGISTRO DE PEDIDOS DE REENVIO (VIA C COPIA, B RESGUARDO DE
001440*    LA FECHA, J RECONSTRUCCION DESDE UN RESGUARDO ANTERIOR,
001450*    X RECHAZADO - EL MOTIVO VA EN RNV-MOTIVO)
001460 FD  REENVLOG-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 153 CHARACTERS.
001490 01  REENVLOG-RECORD.
001500     05  RNV-TIMESTAMP           PIC X(21).
001510     05  FILLER                  PIC X(01).
001520     05  RNV-OPERADOR            PIC X(08).
001530     05  FILLER                  PIC X(01).
001540     05  RNV-FAMILIA             PIC X(08).
001550     05  FILLER                  PIC X(01).
001560     05  RNV-FECHA               PIC 9(08).
001570     05  FILLER                  PIC X(01).
001580     05  RNV-ORIGINAL            PIC X(21).
001590     05  FILLER                  PIC X(01).
001600     05  RNV-REENVIO             PIC X(21).
001610     05  FILLER                  PIC X(01).
001620     05  RNV-VIA                 PIC X(01).
001630     05  FILLER                  PIC X(01).
001640     05  RNV-CANTIDAD            PIC 9(07).
001650     05  FILLER                  PIC X(01).
001660     05  RNV-MOTIVO              PIC X(50).
001670
001680 FD  SESION-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 08 CHARACTERS.
001710 01  SESION-RECORD.
001720     05  SES-OPERADOR            PIC X(08).
001730
001740 WORKING-STORAGE SECTION.
001750 01  WS-CAT-STATUS               PIC X(02).
001760 01  WS-ORI-STATUS               PIC X(02).
001770 01  WS-REN-STATUS               PIC X(02).
001780 01  WS-GEN-STATUS               PIC X(02).
001790 01  WS-RSG-STATUS               PIC X(02).
001800 01  WS-CTL-STATUS               PIC X(02).
001810 01  WS-LOG-STATUS               PIC X(02).
001820 01  WS-SES-STATUS               PIC X(02).
001830
001840 01  WS-EOF-CAT                  PIC X(01) VALUE "N".
001850     88  FIN-CATALOGO            VALUE "S".
001860 01  WS-EOF-ORI                  PIC X(01) VALUE "N".
001870     88  FIN-ORIGINAL            VALUE "S".
001880 01  WS-EOF-GEN                  PIC X(01) VALUE "N".
001890     88  FIN-GENERACIONES        VALUE "S".
001900 01  WS-EOF-RESG                 PIC X(01) VALUE "N".
001910     88  FIN-RESGUARDO           VALUE "S".
001920 01  WS-EOF-JRN                  PIC X(01) VALUE "N".
001930     88  FIN-JOURNAL             VALUE "S".
001940
001950 01  WS-FECHA-HOY                PIC X(08).
001960 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001970 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE SPACES.
001980
001990*----------------------------------------------------------------
002000*    PEDIDO DEL OPERADOR
002010*----------------------------------------------------------------
002020 01  WS-FAMILIA                  PIC X(08) VALUE SPACES.
002030     88  FAMILIA-PERSONA-COMPLETO VALUE "PERSCSVF".
002040     88  FAMILIA-PERSONA-DELTA   VALUE "PERSCSVD".
002050     88  FAMILIA-NUMEROS         VALUE "NUMSCSV".
002060 01  WS-FECHA-PEDIDA             PIC X(08) VALUE SPACES.
002070 01  WS-FECHA-PEDIDA-NUM REDEFINES WS-FECHA-PEDIDA
002080                                 PIC 9(08).
002090 01  WS-PREFIJO                  PIC X(17) VALUE SPACES.
002100 01  WS-LON-PREFIJO              PIC 9(02) COMP.
002110
002120*----------------------------------------------------------------
002130*    EXTRACTOS CATALOGADOS DE ESA FAMILIA Y FECHA (NOCTURNO,
002140*    REPROCESOS .RNN, MICROCICLOS .INN) Y REENVIOS ANTERIORES
002150*----------------------------------------------------------------
002160 01  WS-MAX-CANDIDATOS           PIC 9(02) VALUE 10.
002170 01  WS-CANT-CANDIDATOS          PIC 9(02) VALUE ZERO.
002180 01  TABLA-CANDIDATOS.
002190     05  CAND-ENTRADA OCCURS 10 TIMES.
002200         10  CAND-ARCHIVO        PIC X(21).
002210         10  CAND-CANTIDAD       PIC 9(07).
002220 01  WS-IDX-CAND                 PIC 9(02) COMP.
002230 01  WS-CAND-ELEGIDO             PIC 9(02) VALUE ZERO.
002240 01  WS-CAND-ALFA                PIC X(02).
002250 01  WS-CANT-REENVIOS-PREVIOS    PIC 9(03) VALUE ZERO.
002260 01  WS-NRO-REENVIO              PIC 9(02).
002270
002280 01  WS-DYN-ORIGINAL             PIC X(21) VALUE SPACES.
002290 01  WS-CANTIDAD-REGISTRADA      PIC 9(07) VALUE ZERO.
002300 01  WS-DYN-REENVIO              PIC X(21) VALUE SPACES.
002310 01  WS-VIA                      PIC X(01) VALUE "X".
002320     88  VIA-COPIA               VALUE "C".
002330     88  VIA-RECHAZO             VALUE "X".
002340 01  WS-MOTIVO                   PIC X(50) VALUE SPACES.
002350 01  WS-CONFIRMA                 PIC X(01).
002360
002370*----------------------------------------------------------------
002380*    VERIFICACION DEL ORIGINAL EN DISCO
002390*----------------------------------------------------------------
002400 01  WS-SW-ORIGINAL              PIC X(01) VALUE "N".
002410     88  ORIGINAL-INTEGRO        VALUE "S".
002420 01  WS-CUENTA-LINEAS            PIC 9(07) VALUE ZERO.
002430 01  WS-CUENTA-DETALLES          PIC 9(07) VALUE ZERO.
002440 01  WS-PRIMERA-LINEA            PIC X(60) VALUE SPACES.
002450 01  WS-ULTIMA-LINEA             PIC X(60) VALUE SPACES.
002460 01  WS-ULTIMA-TRL REDEFINES WS-ULTIMA-LINEA.
002470     05  ULT-TIPO                PIC X(03).
002480     05  ULT-CANTIDAD            PIC 9(07).
002490     05  FILLER                  PIC X(50).
002500
002510*----------------------------------------------------------------
002520*    RECONSTRUCCION A FECHA DE LA POBLACION: IMAGENES EN ORDEN
002530*    DE DNI (EL ORDEN DE LECTURA DE PERSONAF EN LA EXPORTACION),
002540*    MISMO TOPE QUE EL SNAPSHOT DE EXPORTAR_DATOS
002550*----------------------------------------------------------------
002560 01  WS-NOMBRE-RESG              PIC X(21) VALUE SPACES.
002570 01  WS-FECHA-BASE               PIC 9(08) VALUE ZERO.
002580 01  WS-MAX-RECONST              PIC 9(03) VALUE 500.
002590 01  WS-CANT-RECONST             PIC 9(03) VALUE ZERO.
002600 01  TABLA-RECONSTRUCCION.
002610     05  RCN-ENTRADA OCCURS 500 TIMES.
002620         10  RCN-DNI             PIC X(08).
002630         10  RCN-RESTO           PIC X(109).
002640 01  WS-IDX-RCN                  PIC 9(03) COMP.
002650 01  WS-IDX-HALLADO              PIC 9(03) COMP.
002660 01  WS-IDX-MOV                  PIC S9(04) COMP.
002670 01  WS-DNI-BUSCADO              PIC X(08).
002680 01  WS-SW-POSICION              PIC X(01).
002690     88  POSICION-HALLADA        VALUE "S".
002700 01  WS-SW-EN-TABLA              PIC X(01).
002710     88  DNI-EN-TABLA            VALUE "S".
002720 01  WS-SW-CONTENIDA             PIC X(01).
002730     88  ENTRADA-CONTENIDA       VALUE "S".
002740 01  WS-CUENTA-APLICADAS         PIC 9(05) VALUE ZERO.
002750 01  WS-CUENTA-CONTENIDAS        PIC 9(05) VALUE ZERO.
002760 01  WS-SW-INCIERTA              PIC X(01) VALUE "N".
002770     88  RECONSTRUCCION-INCIERTA VALUE "S".
002780
002790 01  JOURNAL-RECORD.
002800     05  PJRN-TIMESTAMP          PIC X(21).
002810     05  FILLER                  PIC X(01).
002820     05  PJRN-PROGRAMA           PIC X(20).
002830     05  FILLER                  PIC X(01).
002840     05  PJRN-ACCION             PIC X(01).
002850     05  FILLER                  PIC X(01).
002860     05  PJRN-IMAGEN-ANTES       PIC X(117).
002870     05  FILLER                  PIC X(01).
002880     05  PJRN-IMAGEN-DESPUES     PIC X(117).
002890     05  FILLER                  PIC X(01).
002900     05  PJRN-HASH               PIC 9(11).
002910
002920*----------------------------------------------------------------
002930*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
002940*----------------------------------------------------------------
002950 01  JLC-AREA.
002960     05  JLC-FUNCION             PIC X(01).
002970     05  JLC-GEN-DESDE           PIC 9(06).
002980     05  JLC-GEN-HASTA           PIC 9(06).
002990     05  JLC-DNI                 PIC 9(08).
003000     05  JLC-FECHA-DESDE         PIC 9(08).
003010     05  JLC-FECHA-HASTA         PIC 9(08).
003020     05  JLC-RESULTADO           PIC X(01).
003030         88  JLC-OK              VALUE "0".
003040     05  JLC-GENERACION          PIC 9(06).
003050     05  JLC-ORDINAL             PIC 9(07).
003060     05  JLC-MENSAJE             PIC X(40).
003070
003080*----------------------------------------------------------------
003090*    ARMADO DE LAS LINEAS COMO EN EXPORTAR_DATOS
003100*----------------------------------------------------------------
003110 COPY PERSONA.
003120 01  WS-SUCURSAL-EXPORT          PIC 9(02) VALUE ZERO.
003130 01  WS-DESTINO-EXPORT           PIC X(08) VALUE SPACES.
003140 01  DTK-AREA.
003150     05  DTK-FUNCION             PIC X(01).
003160     05  DTK-DNI                 PIC 9(08).
003170     05  DTK-TOKEN               PIC X(08).
003180     05  DTK-EXTRACTO            PIC X(08).
003190     05  DTK-DESTINO             PIC X(08).
003200     05  DTK-RESULTADO           PIC X(01).
003210     05  DTK-MENSAJE             PIC X(40).
003220 01  WS-SW-DNI-REAL              PIC X(01) VALUE "N".
003230     88  DNI-REAL-HABILITADO     VALUE "S".
003240 01  WS-CUENTA-SIN-TOKEN         PIC 9(07) VALUE ZERO.
003250 01  WS-DNI-EDITADO              PIC X(08).
003260 01  WS-DV-EDITADO               PIC X(01).
003270 01  WS-EDAD-EDITADA             PIC 9(03).
003280 01  WS-CLASIF-EDITADO           PIC 9(02).
003290 01  WS-SOBRE-HDR.
003300     05  FILLER                  PIC X(03) VALUE "HDR".
003310     05  HDR-ORIGEN              PIC X(08) VALUE "REENVIO ".
003320     05  HDR-FECHA               PIC 9(08).
003330 01  WS-SOBRE-TRL.
003340     05  FILLER                  PIC X(03) VALUE "TRL".
003350     05  TRL-CANTIDAD            PIC 9(07).
003360     05  TRL-HASH                PIC 9(11).
003370 01  WS-HASH-PERSONAS            PIC 9(11) VALUE ZERO.
003380 01  WS-CLAVE-HASH               PIC 9(11).
003390 01  WS-CUENTA-ENVIADOS          PIC 9(07) VALUE ZERO.
003400 01  WS-RC-BORRADO               PIC S9(09) COMP-5.
003410
003420*----------------------------------------------------------------
003430*    CATALOGO, BITACORA DE ERRORES Y AUDITORIA
003440*----------------------------------------------------------------
003450 01  WS-CATG-ARCHIVO             PIC X(21).
003460 01  WS-CATG-CANTIDAD            PIC 9(07).
003470 01  WS-ELOG-PROGRAMA            PIC X(20)
003480         VALUE "reenvio_extracto".
003490 01  WS-ELOG-CODIGO              PIC 9(04).
003500 01  WS-ELOG-MENSAJE             PIC X(59).
003510 01  WS-AUDT-PROGRAMA            PIC X(20)
003520         VALUE "reenvio_extracto".
003530 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003540
003550 PROCEDURE DIVISION.
003560
003570******************************************************************
003580* 0000-MAINLINE
003590******************************************************************
003600 0000-MAINLINE.
003610     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003620     PERFORM 2000-PEDIR-DATOS THRU 2000-EXIT.
003630     IF WS-MOTIVO = SPACES
003640         PERFORM 3000-BUSCAR-ORIGINAL THRU 3000-EXIT
003650     END-IF.
003660     IF WS-MOTIVO = SPACES
003670         PERFORM 4000-VERIFICAR-ORIGINAL THRU 4000-EXIT
003680         PERFORM 5000-ENVIAR THRU 5000-EXIT
003690     END-IF.
003700     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003710     GOBACK.
003720
003730******************************************************************
003740* 1000-INICIALIZAR - FECHA DE NEGOCIO Y OPERADOR DE LA SESION
003750*     DEL MENU
003760******************************************************************
003770 1000-INICIALIZAR.
003780     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003790     OPEN INPUT SESION-FILE.
003800     IF WS-SES-STATUS = "00"
003810         READ SESION-FILE
003820             NOT AT END
003830                 MOVE SES-OPERADOR TO WS-OPERADOR-ACTUAL
003840         END-READ
003850         CLOSE SESION-FILE
003860     END-IF.
003870     IF WS-OPERADOR-ACTUAL = SPACES
003880         DISPLAY "ID DE OPERADOR: "
003890         ACCEPT WS-OPERADOR-ACTUAL
003900     END-IF.
003910 1000-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 2000-PEDIR-DATOS - FAMILIA DEL EXTRACTO Y FECHA DE NEGOCIO
003960*     PASADA (HASTA LA FECHA DE NEGOCIO EN CURSO)
003970******************************************************************
003980 2000-PEDIR-DATOS.
003990     DISPLAY "REENVIO DE UN EXTRACTO CSV A PEDIDO DEL DESTINO".
004000     DISPLAY "FAMILIA (PERSCSVF, PERSCSVD, NUMSCSV): ".
004010     ACCEPT WS-FAMILIA.
004020     MOVE FUNCTION UPPER-CASE(WS-FAMILIA) TO WS-FAMILIA.
004030     IF NOT FAMILIA-PERSONA-COMPLETO
004040             AND NOT FAMILIA-PERSONA-DELTA
004050             AND NOT FAMILIA-NUMEROS
004060         MOVE "FAMILIA DE EXTRACTO DESCONOCIDA" TO WS-MOTIVO
004070         GO TO 2000-EXIT
004080     END-IF.
004090     DISPLAY "FECHA DE NEGOCIO DEL EXTRACTO (AAAAMMDD): ".
004100     ACCEPT WS-FECHA-PEDIDA.
004110     IF WS-FECHA-PEDIDA IS NOT NUMERIC
004120             OR WS-FECHA-PEDIDA > WS-FECHA-HOY
004130         MOVE "FECHA INVALIDA O POSTERIOR A LA DE NEGOCIO"
004140             TO WS-MOTIVO
004150         GO TO 2000-EXIT
004160     END-IF.
004170     MOVE SPACES TO WS-PREFIJO.
004180     STRING WS-FAMILIA DELIMITED BY SPACE
004190         "." WS-FECHA-PEDIDA DELIMITED BY SIZE
004200         INTO WS-PREFIJO.
004210     IF FAMILIA-NUMEROS
004220         MOVE 16 TO WS-LON-PREFIJO
004230     ELSE
004240         MOVE 17 TO WS-LON-PREFIJO
004250     END-IF.
004260 2000-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 3000-BUSCAR-ORIGINAL - LOS EXTRACTOS DE EXPORTAR_DATOS DE ESA
004310*     FAMILIA Y FECHA EN EL CATALOGO, Y CUANTOS REENVIOS YA SE
004320*     HICIERON DE ESA FECHA. SI HAY MAS DE UNO (REPROCESO,
004330*     MICROCICLO) EL OPERADOR ELIGE CUAL SE PERDIO.
004340******************************************************************
004350 3000-BUSCAR-ORIGINAL.
004360     OPEN INPUT CATALOGO-FILE.
004370     IF WS-CAT-STATUS NOT = "00"
004380         MOVE "SIN CATALOGO DE SALIDAS" TO WS-MOTIVO
004390         GO TO 3000-EXIT
004400     END-IF.
004410     PERFORM 3100-LEER-CATALOGO THRU 3100-EXIT
004420         UNTIL FIN-CATALOGO.
004430     CLOSE CATALOGO-FILE.
004440     IF WS-CANT-CANDIDATOS = ZERO
004450         MOVE "NO HAY EXTRACTO CATALOGADO DE ESA FECHA"
004460             TO WS-MOTIVO
004470         GO TO 3000-EXIT
004480     END-IF.
004490     MOVE 1 TO WS-CAND-ELEGIDO.
004500     IF WS-CANT-CANDIDATOS > 1
004510         PERFORM 3200-ELEGIR-CANDIDATO THRU 3200-EXIT
004520     END-IF.
004530     IF WS-MOTIVO NOT = SPACES
004540         GO TO 3000-EXIT
004550     END-IF.
004560     MOVE CAND-ARCHIVO(WS-CAND-ELEGIDO) TO WS-DYN-ORIGINAL.
004570     MOVE CAND-CANTIDAD(WS-CAND-ELEGIDO)
004580         TO WS-CANTIDAD-REGISTRADA.
004590     IF WS-CANT-REENVIOS-PREVIOS >= 99
004600         MOVE "YA SE HICIERON 99 REENVIOS DE ESA FECHA"
004610             TO WS-MOTIVO
004620         GO TO 3000-EXIT
004630     END-IF.
004640     COMPUTE WS-NRO-REENVIO = WS-CANT-REENVIOS-PREVIOS + 1.
004650     MOVE SPACES TO WS-DYN-REENVIO.
004660     STRING WS-PREFIJO(1:WS-LON-PREFIJO) ".E" WS-NRO-REENVIO
004670         DELIMITED BY SIZE INTO WS-DYN-REENVIO.
004680 3000-EXIT.
004690     EXIT.
004700
004710 3100-LEER-CATALOGO.
004720     READ CATALOGO-FILE
004730         AT END
004740             SET FIN-CATALOGO TO TRUE
004750             GO TO 3100-EXIT
004760     END-READ.
004770     IF CATG-ARCHIVO(1:WS-LON-PREFIJO) NOT =
004780             WS-PREFIJO(1:WS-LON-PREFIJO)
004790         GO TO 3100-EXIT
004800     END-IF.
004810     IF CATG-PROGRAMA = "reenvio_extracto"
004820         ADD 1 TO WS-CANT-REENVIOS-PREVIOS
004830         GO TO 3100-EXIT
004840     END-IF.
004850     IF CATG-PROGRAMA = "exportar_datos"
004860             AND WS-CANT-CANDIDATOS < WS-MAX-CANDIDATOS
004870         ADD 1 TO WS-CANT-CANDIDATOS
004880         MOVE CATG-ARCHIVO TO CAND-ARCHIVO(WS-CANT-CANDIDATOS)
004890         MOVE CATG-CANTIDAD TO CAND-CANTIDAD(WS-CANT-CANDIDATOS)
004900     END-IF.
004910 3100-EXIT.
004920     EXIT.
004930
004940 3200-ELEGIR-CANDIDATO.
004950     DISPLAY "HAY VARIOS EXTRACTOS DE ESA FECHA:".
004960     PERFORM 3210-MOSTRAR-CANDIDATO THRU 3210-EXIT
004970         VARYING WS-IDX-CAND FROM 1 BY 1
004980             UNTIL WS-IDX-CAND > WS-CANT-CANDIDATOS.
004990     DISPLAY "NUMERO DEL EXTRACTO A REENVIAR: ".
005000     ACCEPT WS-CAND-ALFA.
005010     IF WS-CAND-ALFA(2:1) = SPACE
005020         MOVE WS-CAND-ALFA(1:1) TO WS-CAND-ALFA(2:1)
005030         MOVE "0" TO WS-CAND-ALFA(1:1)
005040     END-IF.
005050     IF WS-CAND-ALFA IS NOT NUMERIC
005060         MOVE "ELECCION DE EXTRACTO INVALIDA" TO WS-MOTIVO
005070         GO TO 3200-EXIT
005080     END-IF.
005090     MOVE WS-CAND-ALFA TO WS-CAND-ELEGIDO.
005100     IF WS-CAND-ELEGIDO = ZERO
005110             OR WS-CAND-ELEGIDO > WS-CANT-CANDIDATOS
005120         MOVE "ELECCION DE EXTRACTO INVALIDA" TO WS-MOTIVO
005130     END-IF.
005140 3200-EXIT.
005150     EXIT.
005160
005170 3210-MOSTRAR-CANDIDATO.
005180     DISPLAY " " WS-IDX-CAND " - " CAND-ARCHIVO(WS-IDX-CAND)
005190         " " CAND-CANTIDAD(WS-IDX-CAND) " REGISTROS".
005200 3210-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240* 4000-VERIFICAR-ORIGINAL - EL ORIGINAL SIRVE SI ESTA EN DISCO,
005250*     ABRE CON HDR, CIERRA CON TRL, Y SUS DETALLES (SIN LA FILA
005260*     DE TITULOS) CUADRAN CON EL TRL Y CON LO CATALOGADO
005270******************************************************************
005280 4000-VERIFICAR-ORIGINAL.
005290     OPEN INPUT ORIGEN-FILE.
005300     IF WS-ORI-STATUS NOT = "00"
005310         DISPLAY "EL ORIGINAL " WS-DYN-ORIGINAL
005320             " YA NO ESTA EN DISCO."
005330         GO TO 4000-EXIT
005340     END-IF.
005350     PERFORM 4100-LEER-ORIGINAL THRU 4100-EXIT
005360         UNTIL FIN-ORIGINAL.
005370     CLOSE ORIGEN-FILE.
005380     IF WS-CUENTA-LINEAS < 3
005390             OR WS-PRIMERA-LINEA(1:3) NOT = "HDR"
005400             OR ULT-TIPO NOT = "TRL"
005410             OR ULT-CANTIDAD IS NOT NUMERIC
005420         DISPLAY "EL ORIGINAL " WS-DYN-ORIGINAL
005430             " TIENE EL SOBRE INCOMPLETO."
005440         GO TO 4000-EXIT
005450     END-IF.
005460     COMPUTE WS-CUENTA-DETALLES = WS-CUENTA-LINEAS - 3.
005470     IF ULT-CANTIDAD NOT = WS-CUENTA-DETALLES + 1
005480             OR WS-CUENTA-DETALLES NOT = WS-CANTIDAD-REGISTRADA
005490         DISPLAY "EL ORIGINAL " WS-DYN-ORIGINAL " TIENE "
005500             WS-CUENTA-DETALLES " REGISTROS; SE CATALOGARON "
005510             WS-CANTIDAD-REGISTRADA "."
005520         GO TO 4000-EXIT
005530     END-IF.
005540     SET ORIGINAL-INTEGRO TO TRUE.
005550 4000-EXIT.
005560     EXIT.
005570
005580 4100-LEER-ORIGINAL.
005590     READ ORIGEN-FILE
005600         AT END
005610             SET FIN-ORIGINAL TO TRUE
005620         NOT AT END
005630             ADD 1 TO WS-CUENTA-LINEAS
005640             IF WS-CUENTA-LINEAS = 1
005650                 MOVE ORIGEN-RECORD TO WS-PRIMERA-LINEA
005660             END-IF
005670             MOVE ORIGEN-RECORD TO WS-ULTIMA-LINEA
005680     END-READ.
005690 4100-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730* 5000-ENVIAR - COPIA EL ORIGINAL INTEGRO; SI NO, REGENERA UN
005740*     PERSCSVF. LOS DEMAS SIN ORIGINAL SE RECHAZAN.
005750******************************************************************
005760 5000-ENVIAR.
005770     IF ORIGINAL-INTEGRO
005780         PERFORM 6000-COPIAR-ORIGINAL THRU 6000-EXIT
005790         GO TO 5000-EXIT
005800     END-IF.
005810     IF FAMILIA-PERSONA-DELTA
005820         MOVE "UN DELTA NO SE REGENERA: PEDIR PERSCSVF"
005830             TO WS-MOTIVO
005840         GO TO 5000-EXIT
005850     END-IF.
005860     IF FAMILIA-NUMEROS
005870         MOVE "NUMSCSV SIN ORIGINAL NO SE PUEDE REGENERAR"
005880             TO WS-MOTIVO
005890         GO TO 5000-EXIT
005900     END-IF.
005910     DISPLAY "SE REGENERA " WS-DYN-ORIGINAL
005920         " DESDE EL RESGUARDO Y EL JOURNAL. CONFIRMA (S/N)? ".
005930     ACCEPT WS-CONFIRMA.
005940     IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
005950         MOVE "REGENERACION CANCELADA POR EL OPERADOR"
005960             TO WS-MOTIVO
005970         GO TO 5000-EXIT
005980     END-IF.
005990     PERFORM 7000-REGENERAR THRU 7000-EXIT.
006000 5000-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 6000-COPIAR-ORIGINAL - LINEA POR LINEA; SOLO EL HDR CAMBIA DE
006050*     ORIGEN A "REENVIO " (LA FECHA, LA CANTIDAD Y EL HASH DEL
006060*     TRL QUEDAN COMO LOS RECIBIO EL DESTINO)
006070******************************************************************
006080 6000-COPIAR-ORIGINAL.
006090     OPEN INPUT ORIGEN-FILE.
006100     IF WS-ORI-STATUS NOT = "00"
006110         MOVE "NO SE PUDO RELEER EL ORIGINAL" TO WS-MOTIVO
006120         GO TO 6000-EXIT
006130     END-IF.
006140     OPEN OUTPUT REENVIO-FILE.
006150     IF WS-REN-STATUS NOT = "00"
006160         CLOSE ORIGEN-FILE
006170         MOVE "NO SE PUDO CREAR EL ARCHIVO DE REENVIO"
006180             TO WS-MOTIVO
006190         GO TO 6000-EXIT
006200     END-IF.
006210     MOVE "N" TO WS-EOF-ORI.
006220     MOVE ZERO TO WS-CUENTA-LINEAS.
006230     PERFORM 6100-COPIAR-LINEA THRU 6100-EXIT
006240         UNTIL FIN-ORIGINAL.
006250     CLOSE ORIGEN-FILE.
006260     CLOSE REENVIO-FILE.
006270     SET VIA-COPIA TO TRUE.
006280     MOVE WS-CUENTA-DETALLES TO WS-CUENTA-ENVIADOS.
006290 6000-EXIT.
006300     EXIT.
006310
006320 6100-COPIAR-LINEA.
006330     READ ORIGEN-FILE
006340         AT END
006350             SET FIN-ORIGINAL TO TRUE
006360             GO TO 6100-EXIT
006370     END-READ.
006380     ADD 1 TO WS-CUENTA-LINEAS.
006390     MOVE ORIGEN-RECORD TO REENVIO-RECORD.
006400     IF WS-CUENTA-LINEAS = 1
006410         MOVE HDR-ORIGEN TO REENVIO-RECORD(4:8)
006420     END-IF.
006430     WRITE REENVIO-RECORD.
006440 6100-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 7000-REGENERAR - PERSCSVF A FECHA: FOTO BASE PERSBKP, JOURNAL
006490*     HASTA LA FECHA Y LINEAS COMO LAS ARMA EXPORTAR_DATOS. UNA
006500*     RECONSTRUCCION INCIERTA O QUE NO DA LA CANTIDAD
006510*     CATALOGADA NO SE ENVIA.
006520******************************************************************
006530 7000-REGENERAR.
006540     PERFORM 7100-ELEGIR-RESGUARDO THRU 7100-EXIT.
006550     IF WS-FECHA-BASE = ZERO
006560         MOVE "SIN RESGUARDO PERSBKP ANTERIOR A LA FECHA"
006570             TO WS-MOTIVO
006580         GO TO 7000-EXIT
006590     END-IF.
006600     PERFORM 7200-CARGAR-BASE THRU 7200-EXIT.
006610     IF WS-MOTIVO NOT = SPACES
006620         GO TO 7000-EXIT
006630     END-IF.
006640     PERFORM 7300-RODAR-JOURNAL THRU 7300-EXIT.
006650     IF WS-MOTIVO NOT = SPACES
006660         GO TO 7000-EXIT
006670     END-IF.
006680     IF RECONSTRUCCION-INCIERTA
006690         MOVE "RECONSTRUCCION INCIERTA (HUECO EN JOURNAL)"
006700             TO WS-MOTIVO
006710         GO TO 7000-EXIT
006720     END-IF.
006730     PERFORM 7400-ESCRIBIR-EXTRACTO THRU 7400-EXIT.
006740     IF WS-CUENTA-ENVIADOS NOT = WS-CANTIDAD-REGISTRADA
006750         DISPLAY "LA REGENERACION DA " WS-CUENTA-ENVIADOS
006760             " REGISTROS; SE CATALOGARON "
006770             WS-CANTIDAD-REGISTRADA "."
006780         CALL "CBL_DELETE_FILE" USING WS-DYN-REENVIO
006790             RETURNING WS-RC-BORRADO
006800         MOVE "LA REGENERACION NO DA LA CANTIDAD CATALOGADA"
006810             TO WS-MOTIVO
006820         GO TO 7000-EXIT
006830     END-IF.
006840     IF WS-CUENTA-SIN-TOKEN > ZERO
006850         CALL "CBL_DELETE_FILE" USING WS-DYN-REENVIO
006860             RETURNING WS-RC-BORRADO
006870         MOVE "SIN BOVEDA DE TOKENS: DNI ENMASCARADOS"
006880             TO WS-MOTIVO
006890         GO TO 7000-EXIT
006900     END-IF.
006910     IF WS-FECHA-BASE = WS-FECHA-PEDIDA-NUM
006920         MOVE "B" TO WS-VIA
006930     ELSE
006940         MOVE "J" TO WS-VIA
006950     END-IF.
006960 7000-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* 7100-ELEGIR-RESGUARDO - LA GENERACION PERSBKP MAS CERCANA
007010*     ANTERIOR O IGUAL A LA FECHA, SEGUN BKPGEN
007020******************************************************************
007030 7100-ELEGIR-RESGUARDO.
007040     OPEN INPUT BKPGEN-FILE.
007050     IF WS-GEN-STATUS NOT = "00"
007060         GO TO 7100-EXIT
007070     END-IF.
007080     PERFORM 7110-LEER-GENERACION THRU 7110-EXIT
007090         UNTIL FIN-GENERACIONES.
007100     CLOSE BKPGEN-FILE.
007110 7100-EXIT.
007120     EXIT.
007130
007140 7110-LEER-GENERACION.
007150     READ BKPGEN-FILE
007160         AT END
007170             SET FIN-GENERACIONES TO TRUE
007180         NOT AT END
007190             IF GEN-ARCHIVO(1:8) = "PERSBKP."
007200                     AND GEN-FECHA IS NUMERIC
007210                     AND GEN-FECHA <= WS-FECHA-PEDIDA-NUM
007220                     AND GEN-FECHA > WS-FECHA-BASE
007230                 MOVE GEN-FECHA TO WS-FECHA-BASE
007240             END-IF
007250     END-READ.
007260 7110-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 7200-CARGAR-BASE - EL RESGUARDO YA VIENE EN ORDEN DE DNI; EL
007310*     TRL DE CIERRE NO ES UNA IMAGEN
007320******************************************************************
007330 7200-CARGAR-BASE.
007340     MOVE SPACES TO WS-NOMBRE-RESG.
007350     STRING "PERSBKP." WS-FECHA-BASE DELIMITED BY SIZE
007360         INTO WS-NOMBRE-RESG.
007370     OPEN INPUT RESG-FILE.
007380     IF WS-RSG-STATUS NOT = "00"
007390         MOVE "EL RESGUARDO PERSBKP NO SE PUEDE LEER"
007400             TO WS-MOTIVO
007410         GO TO 7200-EXIT
007420     END-IF.
007430     PERFORM 7210-LEER-RESGUARDO THRU 7210-EXIT
007440         UNTIL FIN-RESGUARDO.
007450     CLOSE RESG-FILE.
007460 7200-EXIT.
007470     EXIT.
007480
007490 7210-LEER-RESGUARDO.
007500     READ RESG-FILE
007510         AT END
007520             SET FIN-RESGUARDO TO TRUE
007530             GO TO 7210-EXIT
007540     END-READ.
007550     IF RESG-RECORD(1:8) IS NOT NUMERIC
007560         GO TO 7210-EXIT
007570     END-IF.
007580     IF WS-CANT-RECONST >= WS-MAX-RECONST
007590         MOVE "LA POBLACION SUPERA LA TABLA DE RECONSTRUCCION"
007600             TO WS-MOTIVO
007610         SET FIN-RESGUARDO TO TRUE
007620         GO TO 7210-EXIT
007630     END-IF.
007640     ADD 1 TO WS-CANT-RECONST.
007650     MOVE RESG-RECORD TO RCN-ENTRADA(WS-CANT-RECONST).
007660 7210-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* 7300-RODAR-JOURNAL - APLICA EN ORDEN LAS ENTRADAS FECHADAS
007710*     DESDE EL DIA DEL RESGUARDO HASTA LA FECHA PEDIDA. EL
007720*     RESGUARDO CORRE AL PRINCIPIO DEL CICLO DE SU FECHA: LAS
007730*     ENTRADAS DE ESE MISMO DIA PUEDEN ESTAR YA EN LA FOTO (EL
007740*     TRABAJO EN LINEA PREVIO) O NO (EL PASO BATCH POSTERIOR)
007750******************************************************************
007760 7300-RODAR-JOURNAL.
007770     MOVE SPACES TO JLC-AREA.
007780     MOVE "R" TO JLC-FUNCION.
007790     MOVE WS-FECHA-BASE(1:6) TO JLC-GEN-DESDE.
007800     SUBTRACT 1 FROM JLC-GEN-DESDE.
007810     IF JLC-GEN-DESDE(5:2) = "00"
007820         SUBTRACT 88 FROM JLC-GEN-DESDE
007830     END-IF.
007840     MOVE 999999 TO JLC-GEN-HASTA.
007850     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
007860     IF NOT JLC-OK
007870         MOVE "EL JOURNAL PERSJRNL NO ESTA DISPONIBLE"
007880             TO WS-MOTIVO
007890         GO TO 7300-EXIT
007900     END-IF.
007910     PERFORM 7310-LEER-JOURNAL THRU 7310-EXIT
007920         UNTIL FIN-JOURNAL.
007930     MOVE "C" TO JLC-FUNCION.
007940     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
007950 7300-EXIT.
007960     EXIT.
007970
007980 7310-LEER-JOURNAL.
007990     MOVE "S" TO JLC-FUNCION.
008000     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
008010     IF NOT JLC-OK
008020         SET FIN-JOURNAL TO TRUE
008030         GO TO 7310-EXIT
008040     END-IF.
008050     IF PJRN-TIMESTAMP(1:8) >= WS-FECHA-BASE
008060             AND PJRN-TIMESTAMP(1:8) <= WS-FECHA-PEDIDA
008070         PERFORM 7320-APLICAR-ENTRADA THRU 7320-EXIT
008080     END-IF.
008090 7310-EXIT.
008100     EXIT.
008110
008120 7320-APLICAR-ENTRADA.
008130     IF PJRN-TIMESTAMP(1:8) = WS-FECHA-BASE
008140         PERFORM 7330-VER-SI-CONTENIDA THRU 7330-EXIT
008150         IF ENTRADA-CONTENIDA
008160             ADD 1 TO WS-CUENTA-CONTENIDAS
008170             GO TO 7320-EXIT
008180         END-IF
008190     END-IF.
008200     ADD 1 TO WS-CUENTA-APLICADAS.
008210*    CONTROL DE CONTINUIDAD: LA IMAGEN ANTES DEBE SER LA QUE
008220*    VENIAMOS RECONSTRUYENDO; UN ALTA NO PUEDE ENCONTRAR EL DNI
008230     IF PJRN-IMAGEN-ANTES(1:8) IS NUMERIC
008240         MOVE PJRN-IMAGEN-ANTES(1:8) TO WS-DNI-BUSCADO
008250         PERFORM 7500-UBICAR-DNI THRU 7500-EXIT
008260         IF DNI-EN-TABLA
008270             IF RCN-ENTRADA(WS-IDX-HALLADO) NOT =
008280                     PJRN-IMAGEN-ANTES
008290                 SET RECONSTRUCCION-INCIERTA TO TRUE
008300             END-IF
008310             PERFORM 7600-QUITAR-IMAGEN THRU 7600-EXIT
008320         ELSE
008330             SET RECONSTRUCCION-INCIERTA TO TRUE
008340         END-IF
008350     END-IF.
008360     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
008370         MOVE PJRN-IMAGEN-DESPUES(1:8) TO WS-DNI-BUSCADO
008380         PERFORM 7500-UBICAR-DNI THRU 7500-EXIT
008390         IF DNI-EN-TABLA
008400             SET RECONSTRUCCION-INCIERTA TO TRUE
008410             MOVE PJRN-IMAGEN-DESPUES TO
008420                 RCN-ENTRADA(WS-IDX-HALLADO)
008430         ELSE
008440             PERFORM 7700-INSERTAR-IMAGEN THRU 7700-EXIT
008450         END-IF
008460     END-IF.
008470 7320-EXIT.
008480     EXIT.
008490
008500*    LA ENTRADA YA ESTA EN LA FOTO SI EL ESTADO ES SU IMAGEN
008510*    DESPUES (O, SI ELIMINA EL DNI, SI EL DNI YA NO ESTA)
008520 7330-VER-SI-CONTENIDA.
008530     MOVE "N" TO WS-SW-CONTENIDA.
008540     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
008550         MOVE PJRN-IMAGEN-DESPUES(1:8) TO WS-DNI-BUSCADO
008560         PERFORM 7500-UBICAR-DNI THRU 7500-EXIT
008570         IF DNI-EN-TABLA
008580                 AND RCN-ENTRADA(WS-IDX-HALLADO) =
008590                     PJRN-IMAGEN-DESPUES
008600             SET ENTRADA-CONTENIDA TO TRUE
008610         END-IF
008620         GO TO 7330-EXIT
008630     END-IF.
008640     IF PJRN-IMAGEN-ANTES(1:8) IS NUMERIC
008650         MOVE PJRN-IMAGEN-ANTES(1:8) TO WS-DNI-BUSCADO
008660         PERFORM 7500-UBICAR-DNI THRU 7500-EXIT
008670         IF NOT DNI-EN-TABLA
008680             SET ENTRADA-CONTENIDA TO TRUE
008690         END-IF
008700     END-IF.
008710 7330-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750* 7400-ESCRIBIR-EXTRACTO - SOBRE, TITULOS Y UNA LINEA POR
008760*     PERSONA ACTIVA DE LA SUCURSAL, COMO 2200/2250 DE
008770*     EXPORTAR_DATOS
008780******************************************************************
008790 7400-ESCRIBIR-EXTRACTO.
008800     PERFORM 7410-LEER-EXPCTL THRU 7410-EXIT.
008810     MOVE SPACES TO DTK-AREA.
008820     MOVE "W" TO DTK-FUNCION.
008830     MOVE "PERSCSV" TO DTK-EXTRACTO.
008840     MOVE WS-DESTINO-EXPORT TO DTK-DESTINO.
008850     CALL "dni_token" USING DTK-AREA.
008860     IF DTK-RESULTADO = "S"
008870         SET DNI-REAL-HABILITADO TO TRUE
008880     END-IF.
008890     OPEN OUTPUT REENVIO-FILE.
008900     MOVE WS-FECHA-PEDIDA-NUM TO HDR-FECHA.
008910     MOVE WS-SOBRE-HDR TO REENVIO-RECORD.
008920     WRITE REENVIO-RECORD.
008930     IF DNI-REAL-HABILITADO
008940         MOVE "DNI,DNI_DV,NOMBRE,EDAD,MAYOR_DE_EDAD,CLASIF_CODIGO"
008950             TO REENVIO-RECORD
008960     ELSE
008970         MOVE SPACES TO REENVIO-RECORD
008980         STRING "DNI_TOKEN,DNI_DV,NOMBRE,EDAD,MAYOR_DE_EDAD,"
008990             "CLASIF_CODIGO" DELIMITED BY SIZE
009000             INTO REENVIO-RECORD
009010     END-IF.
009020     WRITE REENVIO-RECORD.
009030     PERFORM 7420-ESCRIBIR-PERSONA THRU 7420-EXIT
009040         VARYING WS-IDX-RCN FROM 1 BY 1
009050             UNTIL WS-IDX-RCN > WS-CANT-RECONST.
009060     COMPUTE TRL-CANTIDAD = WS-CUENTA-ENVIADOS + 1.
009070     MOVE WS-HASH-PERSONAS TO TRL-HASH.
009080     MOVE WS-SOBRE-TRL TO REENVIO-RECORD.
009090     WRITE REENVIO-RECORD.
009100     CLOSE REENVIO-FILE.
009110     MOVE "C" TO DTK-FUNCION.
009120     CALL "dni_token" USING DTK-AREA.
009130 7400-EXIT.
009140     EXIT.
009150
009160 7410-LEER-EXPCTL.
009170     OPEN INPUT EXPCTL-FILE.
009180     IF WS-CTL-STATUS = "00"
009190         READ EXPCTL-FILE
009200             NOT AT END
009210                 IF CTL-SUCURSAL IS NUMERIC
009220                     MOVE CTL-SUCURSAL TO WS-SUCURSAL-EXPORT
009230                 END-IF
009240                 MOVE CTL-DESTINO TO WS-DESTINO-EXPORT
009250         END-READ
009260         CLOSE EXPCTL-FILE
009270     END-IF.
009280 7410-EXIT.
009290     EXIT.
009300
009310 7420-ESCRIBIR-PERSONA.
009320     MOVE RCN-ENTRADA(WS-IDX-RCN) TO PERSONA-RECORD.
009330     IF PERS-INACTIVO
009340         GO TO 7420-EXIT
009350     END-IF.
009360     IF WS-SUCURSAL-EXPORT NOT = ZERO
009370             AND PERS-SUCURSAL NOT = WS-SUCURSAL-EXPORT
009380         GO TO 7420-EXIT
009390     END-IF.
009400     PERFORM 7430-EDITAR-DNI THRU 7430-EXIT.
009410     MOVE PERS-EDAD TO WS-EDAD-EDITADA.
009420     MOVE PERS-CLASIF-CODIGO TO WS-CLASIF-EDITADO.
009430     MOVE SPACES TO REENVIO-RECORD.
009440     STRING WS-DNI-EDITADO   DELIMITED BY SIZE
009450             "," DELIMITED BY SIZE
009460             WS-DV-EDITADO   DELIMITED BY SIZE
009470             "," DELIMITED BY SIZE
009480             PERS-NOMBRE     DELIMITED BY SIZE
009490             "," DELIMITED BY SIZE
009500             WS-EDAD-EDITADA DELIMITED BY SIZE
009510             "," DELIMITED BY SIZE
009520             PERS-MAYORDEEDAD DELIMITED BY SIZE
009530             "," DELIMITED BY SIZE
009540             WS-CLASIF-EDITADO DELIMITED BY SIZE
009550         INTO REENVIO-RECORD.
009560     WRITE REENVIO-RECORD.
009570     ADD 1 TO WS-CUENTA-ENVIADOS.
009580     MOVE WS-DNI-EDITADO(5:4) TO WS-CLAVE-HASH.
009590     COMPUTE WS-HASH-PERSONAS = FUNCTION MOD(
009600         WS-HASH-PERSONAS + WS-CLAVE-HASH, 100000000000).
009610 7420-EXIT.
009620     EXIT.
009630
009640 7430-EDITAR-DNI.
009650     IF DNI-REAL-HABILITADO
009660         MOVE PERS-DNI TO WS-DNI-EDITADO
009670         MOVE PERS-DNI-DV TO WS-DV-EDITADO
009680         GO TO 7430-EXIT
009690     END-IF.
009700     MOVE SPACE TO WS-DV-EDITADO.
009710     MOVE "T" TO DTK-FUNCION.
009720     MOVE PERS-DNI TO DTK-DNI.
009730     CALL "dni_token" USING DTK-AREA.
009740     IF DTK-RESULTADO = "0"
009750         MOVE DTK-TOKEN TO WS-DNI-EDITADO
009760     ELSE
009770         CALL "enmascarar_dni" USING PERS-DNI WS-DNI-EDITADO
009780         ADD 1 TO WS-CUENTA-SIN-TOKEN
009790     END-IF.
009800 7430-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* 7500-UBICAR-DNI - POSICION DEL DNI EN LA TABLA ORDENADA: LA
009850*     SUYA SI ESTA, O DONDE DEBE INSERTARSE SI NO
009860******************************************************************
009870 7500-UBICAR-DNI.
009880     MOVE "N" TO WS-SW-POSICION.
009890     MOVE "N" TO WS-SW-EN-TABLA.
009900     COMPUTE WS-IDX-HALLADO = WS-CANT-RECONST + 1.
009910     PERFORM 7510-COMPARAR-DNI THRU 7510-EXIT
009920         VARYING WS-IDX-RCN FROM 1 BY 1
009930             UNTIL WS-IDX-RCN > WS-CANT-RECONST
009940                 OR POSICION-HALLADA.
009950 7500-EXIT.
009960     EXIT.
009970
009980 7510-COMPARAR-DNI.
009990     IF RCN-DNI(WS-IDX-RCN) >= WS-DNI-BUSCADO
010000         SET POSICION-HALLADA TO TRUE
010010         MOVE WS-IDX-RCN TO WS-IDX-HALLADO
010020         IF RCN-DNI(WS-IDX-RCN) = WS-DNI-BUSCADO
010030             SET DNI-EN-TABLA TO TRUE
010040         END-IF
010050     END-IF.
010060 7510-EXIT.
010070     EXIT.
010080
010090 7600-QUITAR-IMAGEN.
010100     PERFORM 7610-SUBIR-IMAGEN THRU 7610-EXIT
010110         VARYING WS-IDX-MOV FROM WS-IDX-HALLADO BY 1
010120             UNTIL WS-IDX-MOV >= WS-CANT-RECONST.
010130     SUBTRACT 1 FROM WS-CANT-RECONST.
010140 7600-EXIT.
010150     EXIT.
010160
010170 7610-SUBIR-IMAGEN.
010180     MOVE RCN-ENTRADA(WS-IDX-MOV + 1) TO RCN-ENTRADA(WS-IDX-MOV).
010190 7610-EXIT.
010200     EXIT.
010210
010220 7700-INSERTAR-IMAGEN.
010230     IF WS-CANT-RECONST >= WS-MAX-RECONST
010240         MOVE "LA POBLACION SUPERA LA TABLA DE RECONSTRUCCION"
010250             TO WS-MOTIVO
010260         SET RECONSTRUCCION-INCIERTA TO TRUE
010270         GO TO 7700-EXIT
010280     END-IF.
010290     PERFORM 7710-BAJAR-IMAGEN THRU 7710-EXIT
010300         VARYING WS-IDX-MOV FROM WS-CANT-RECONST BY -1
010310             UNTIL WS-IDX-MOV < WS-IDX-HALLADO.
010320     MOVE PJRN-IMAGEN-DESPUES TO RCN-ENTRADA(WS-IDX-HALLADO).
010330     ADD 1 TO WS-CANT-RECONST.
010340 7700-EXIT.
010350     EXIT.
010360
010370 7710-BAJAR-IMAGEN.
010380     MOVE RCN-ENTRADA(WS-IDX-MOV) TO RCN-ENTRADA(WS-IDX-MOV + 1).
010390 7710-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430* 9000-TERMINAR - CATALOGA EL REENVIO, DEJA LA LINEA EN REENVLOG
010440*     (ENVIADO O RECHAZADO, CON EL OPERADOR) Y AUDITA
010450******************************************************************
010460 9000-TERMINAR.
010470     IF WS-MOTIVO = SPACES AND VIA-RECHAZO
010480         MOVE "NO SE PUDO ARMAR EL REENVIO" TO WS-MOTIVO
010490     END-IF.
010500     IF WS-MOTIVO NOT = SPACES
010510         MOVE "X" TO WS-VIA
010520         MOVE ZERO TO WS-CUENTA-ENVIADOS
010530     END-IF.
010540     PERFORM 9100-REGISTRAR-PEDIDO THRU 9100-EXIT.
010550     IF VIA-RECHAZO
010560         DISPLAY "REENVIO RECHAZADO: " WS-MOTIVO
010570         MOVE 108 TO WS-ELOG-CODIGO
010580         MOVE SPACES TO WS-ELOG-MENSAJE
010590         STRING "REENVIO RECHAZADO " DELIMITED BY SIZE
010600             WS-PREFIJO DELIMITED BY SPACE
010610             ": " WS-MOTIVO DELIMITED BY SIZE
010620             INTO WS-ELOG-MENSAJE
010630         CALL "errorlog" USING WS-ELOG-PROGRAMA
010640                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
010650         MOVE 8 TO RETURN-CODE
010660         GO TO 9000-EXIT
010670     END-IF.
010680     MOVE WS-DYN-REENVIO TO WS-CATG-ARCHIVO.
010690     MOVE WS-CUENTA-ENVIADOS TO WS-CATG-CANTIDAD.
010700     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
010710             WS-CATG-CANTIDAD.
010720     MOVE WS-CUENTA-ENVIADOS TO WS-AUDT-CANTIDAD.
010730     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
010740     DISPLAY " ORIGINAL...........: " WS-DYN-ORIGINAL.
010750     DISPLAY " REENVIO............: " WS-DYN-REENVIO.
010760     EVALUATE WS-VIA
010770         WHEN "C"
010780             DISPLAY " VIA................: COPIA DEL ORIGINAL"
010790         WHEN "B"
010800             DISPLAY " VIA................: RESGUARDO PERSBKP."
010810                 WS-FECHA-BASE " MAS JOURNAL DEL DIA"
010820         WHEN "J"
010830             DISPLAY " VIA................: RECONSTRUCCION "
010840                 "DESDE PERSBKP." WS-FECHA-BASE
010850     END-EVALUATE.
010860     IF NOT VIA-COPIA
010870         DISPLAY " ENTRADAS APLICADAS.: " WS-CUENTA-APLICADAS
010880         DISPLAY " YA EN EL RESGUARDO.: " WS-CUENTA-CONTENIDAS
010890         DISPLAY " SUCURSAL/DESTINO...: " WS-SUCURSAL-EXPORT
010900             " " WS-DESTINO-EXPORT " (EXPCTL VIGENTE)"
010910     END-IF.
010920     DISPLAY " REGISTROS..........: " WS-CUENTA-ENVIADOS.
010930     DISPLAY " SOBRE CON ORIGEN REENVIO; SE ESPERA SU "
010940         "PROPIO ACK.".
010950 9000-EXIT.
010960     EXIT.
010970
010980 9100-REGISTRAR-PEDIDO.
010990     OPEN EXTEND REENVLOG-FILE.
011000     IF WS-LOG-STATUS NOT = "00"
011010         OPEN OUTPUT REENVLOG-FILE
011020     END-IF.
011030     MOVE SPACES TO REENVLOG-RECORD.
011040     MOVE FUNCTION CURRENT-DATE TO RNV-TIMESTAMP.
011050     MOVE WS-OPERADOR-ACTUAL TO RNV-OPERADOR.
011060     MOVE WS-FAMILIA TO RNV-FAMILIA.
011070     IF WS-FECHA-PEDIDA IS NUMERIC
011080         MOVE WS-FECHA-PEDIDA-NUM TO RNV-FECHA
011090     ELSE
011100         MOVE ZERO TO RNV-FECHA
011110     END-IF.
011120     MOVE WS-DYN-ORIGINAL TO RNV-ORIGINAL.
011130     IF NOT VIA-RECHAZO
011140         MOVE WS-DYN-REENVIO TO RNV-REENVIO
011150     END-IF.
011160     MOVE WS-VIA TO RNV-VIA.
011170     MOVE WS-CUENTA-ENVIADOS TO RNV-CANTIDAD.
011180     MOVE WS-MOTIVO TO RNV-MOTIVO.
011190     WRITE REENVLOG-RECORD.
011200     CLOSE REENVLOG-FILE.
011210 9100-EXIT.
011220     EXIT.
011230
011240 END PROGRAM reenvio_extracto.
