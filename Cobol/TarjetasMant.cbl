000100******************************************************************
000110* PROGRAM-ID: tarjetas_mant
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MAINTENANCE DIALOG OVER THE SMALL CONTROL CARDS
000170*             THAT USED TO BE EDITED BY HAND (HISTCTL, TENDCTL,
000180*             PURGACTL, ANONCTL, RETENCTL, ACKCTL, VOLUMCTL,
000190*             CAPCTL, DISTCTL, COLASCTL, RECICTL, EXPCTL;
000200*             PARMCTL KEEPS ITS OWN PARM_VALIDA / PARMGEN).
000210*             THE TABLE TARJ- BELOW KNOWS THE LAYOUT OF EACH
000220*             CARD, THE RANGE ITS READER ACCEPTS AND THE VALUE
000230*             THE READER USES WHEN THERE IS NO CARD; EVERY EDIT
000240*             IS VALIDATED AGAINST IT BEFORE IT IS WRITTEN.
000250*             EVERY VERSION GOES TO CTLVERS WITH WHO, WHEN AND
000260*             WHY (THE HAND-EDITED CARD FOUND THE FIRST TIME IS
000270*             KEPT AS VERSION 1), AND AN OLD VERSION CAN BE
000280*             BROUGHT BACK. LOWERING A RETENTION (PURGACTL,
000290*             ANONCTL, RETENCTL) OR SENDING THE EXTRACT TO A
000300*             DESTINATION THAT RECEIVES THE REAL DNI (EXPCTL)
000310*             SHOWS AN IMPACT WARNING WITH THE NEW CUT-OFF
000320*             DATE. CHANGES TO THE CRITICAL CARDS STAY PENDING
000330*             UNTIL A SECOND OPERATOR APPROVES THEM.
000340* TECTONICS:  cobc
000350******************************************************************
000360* MODIFICATION HISTORY
000370* DATE       INIT DESCRIPTION
000380* 2026-10-15 RW   INITIAL VERSION.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. tarjetas_mant.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TARJETA-FILE ASSIGN DYNAMIC WS-DYN-TARJETA
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-TARJ-STATUS.
000490
000500     SELECT CTLVERS-FILE ASSIGN TO "CTLVERS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-VERS-STATUS.
000530
000540     SELECT DNIDEST-FILE ASSIGN TO "DNIDEST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-DST-STATUS.
000570
000580     SELECT SESION-FILE ASSIGN TO "SESION"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SES-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*    CUALQUIERA DE LAS TARJETAS: EL RENGLON MAS LARGO ES EL DE
000650*    COLASCTL (31); LOS DEMAS SE LEEN Y GRABAN SIN RELLENO
000660 FD  TARJETA-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 31 CHARACTERS.
000690 01  TARJETA-RECORD              PIC X(31).
000700
000710 FD  CTLVERS-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 101 CHARACTERS.
000740 COPY CTLVERS.
000750
000760 FD  DNIDEST-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 58 CHARACTERS.
000790 01  DNIDEST-RECORD.
000800     05  DST-EXTRACTO            PIC X(08).
000810     05  FILLER                  PIC X(01).
000820     05  DST-DESTINO             PIC X(08).
000830     05  FILLER                  PIC X(01).
000840     05  DST-FUNDAMENTO          PIC X(40).
000850
000860 FD  SESION-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 08 CHARACTERS.
000890 01  SESION-RECORD.
000900     05  SES-OPERADOR            PIC X(08).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-TARJ-STATUS              PIC X(02).
000940 01  WS-VERS-STATUS              PIC X(02).
000950 01  WS-DST-STATUS               PIC X(02).
000960 01  WS-SES-STATUS               PIC X(02).
000970 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000980     88  FIN-ARCHIVO             VALUE "S".
000990 01  WS-DYN-TARJETA              PIC X(08) VALUE SPACES.
001000
001010*----------------------------------------------------------------
001020*    LAS TARJETAS: NOMBRE, FORMATO (N UN NUMERO, E EXPCTL,
001030*    R RETENCTL, D DISTCTL, C COLASCTL), CRITICA (S = CAMBIO CON
001040*    APROBACION DE OTRO OPERADOR), PELIGRO (B = BAJAR LOS DIAS
001050*    ADELANTA LO QUE SE BORRA, D = DESTINO DEL DNI REAL),
001060*    DIGITOS, MINIMO, MAXIMO Y VALOR SIN TARJETA DEL CAMPO
001070*    NUMERICO, RENGLONES ADMITIDOS, LECTOR Y QUE CONTROLA
001080*----------------------------------------------------------------
001090 01  WS-TABLA-TARJETAS-LITERAL.
001100     05  FILLER PIC X(51) VALUE
001110         "HISTCTL NN 0300000000000100000000099900000000001001".
001120     05  FILLER PIC X(50) VALUE
001130         "ciclo_historia      CORRIDAS A MOSTRAR            ".
001140     05  FILLER PIC X(51) VALUE
001150         "TENDCTL NN 0200000000000100000000001000000000001001".
001160     05  FILLER PIC X(50) VALUE
001170         "demog_tendencia     FECHAS DE LA TENDENCIA        ".
001180     05  FILLER PIC X(51) VALUE
001190         "PURGACTLNSB0500000000003000000003650000000000036501".
001200     05  FILLER PIC X(50) VALUE
001210         "PersonaPurga        DIAS DE RETENCION DE BAJAS    ".
001220     05  FILLER PIC X(51) VALUE
001230         "ANONCTL NSB0500000000003000000003650000000000073001".
001240     05  FILLER PIC X(50) VALUE
001250         "PersonaAnonim       DIAS HASTA ANONIMIZAR         ".
001260     05  FILLER PIC X(51) VALUE
001270         "RETENCTLRSB0500000000000100000003650000000000009030".
001280     05  FILLER PIC X(50) VALUE
001290         "limpieza            DIAS DE RETENCION POR FAMILIA ".
001300     05  FILLER PIC X(51) VALUE
001310         "ACKCTL  NN 0200000000000100000000003000000000000201".
001320     05  FILLER PIC X(50) VALUE
001330         "ack_proceso         DIAS DE ESPERA DEL ACUSE      ".
001340     05  FILLER PIC X(51) VALUE
001350         "VOLUMCTLNN 0300000000000100000000099900000000005001".
001360     05  FILLER PIC X(50) VALUE
001370         "volumen_alarma      UMBRAL DE VARIACION (PCT)     ".
001380     05  FILLER PIC X(51) VALUE
001390         "CAPCTL  NN 1200000104857699999999999900010485760001".
001400     05  FILLER PIC X(50) VALUE
001410         "capacidad_rpt       TOPE DE PERSONAF (BYTES)      ".
001420     05  FILLER PIC X(51) VALUE
001430         "DISTCTL DN 0200000000000100000000009900000000000150".
001440     05  FILLER PIC X(50) VALUE
001450         "distribuir          DESTINATARIOS Y COPIAS        ".
001460     05  FILLER PIC X(51) VALUE
001470         "COLASCTLCN 0000000000000000000000000000000000000020".
001480     05  FILLER PIC X(50) VALUE
001490         "excepciones         COLA DUENA DE CADA PROGRAMA   ".
001500     05  FILLER PIC X(51) VALUE
001510         "RECICTL NN 0200000000000100000000002000000000000301".
001520     05  FILLER PIC X(50) VALUE
001530         "arreglos            MAXIMO DE RECICLOS            ".
001540     05  FILLER PIC X(51) VALUE
001550         "EXPCTL  ESD0200000000000000000000009900000000000001".
001560     05  FILLER PIC X(50) VALUE
001570         "exportar_datos      MODO, SUCURSAL Y DESTINO      ".
001580 01  TABLA-TARJETAS REDEFINES WS-TABLA-TARJETAS-LITERAL.
001590     05  TARJ-ENTRADA OCCURS 12 TIMES.
001600         10  TARJ-NOMBRE         PIC X(08).
001610         10  TARJ-FORMATO        PIC X(01).
001620             88  TARJ-UN-NUMERO  VALUE "N".
001630             88  TARJ-EXPORTACION VALUE "E".
001640             88  TARJ-RETENCIONES VALUE "R".
001650             88  TARJ-DISTRIBUCION VALUE "D".
001660             88  TARJ-COLAS      VALUE "C".
001670         10  TARJ-CRITICA        PIC X(01).
001680             88  TARJ-ES-CRITICA VALUE "S".
001690         10  TARJ-PELIGRO        PIC X(01).
001700         10  TARJ-DIGITOS        PIC 9(02).
001710         10  TARJ-MINIMO         PIC 9(12).
001720         10  TARJ-MAXIMO         PIC 9(12).
001730         10  TARJ-DEFECTO        PIC 9(12).
001740         10  TARJ-MAX-RENGLONES  PIC 9(02).
001750         10  TARJ-LECTOR         PIC X(20).
001760         10  TARJ-DESCRIPCION    PIC X(30).
001770 01  WS-CANT-TARJETAS            PIC 9(02) VALUE 12.
001780 01  WS-IDX-TARJ                 PIC 9(02) COMP.
001790 01  WS-IDX-LISTA                PIC 9(02) COMP.
001800 01  WS-NRO-EDIT                 PIC Z9.
001810
001820*----------------------------------------------------------------
001830*    ESTADO DE CADA TARJETA EN CTLVERS
001840*----------------------------------------------------------------
001850 01  TABLA-VERSIONES.
001860     05  VERT-ENTRADA OCCURS 12 TIMES.
001870         10  VERT-ULTIMA         PIC 9(04).
001880         10  VERT-VIGENTE        PIC 9(04).
001890         10  VERT-PENDIENTE      PIC 9(04).
001900         10  VERT-PEND-OPERADOR  PIC X(08).
001910         10  VERT-PEND-BASE      PIC 9(04).
001920
001930*----------------------------------------------------------------
001940*    LA TARJETA ANTES Y DESPUES DEL CAMBIO, RENGLON POR RENGLON
001950*----------------------------------------------------------------
001960 01  WS-MAX-RENGLONES            PIC 9(02) VALUE 50.
001970 01  WS-CANT-ANTES               PIC 9(02) VALUE ZERO.
001980 01  TABLA-ANTES.
001990     05  ANT-RENGLON             PIC X(31) OCCURS 50 TIMES.
002000 01  WS-CANT-DESPUES             PIC 9(02) VALUE ZERO.
002010 01  TABLA-DESPUES.
002020     05  DES-RENGLON             PIC X(31) OCCURS 50 TIMES.
002030 01  WS-IDX-REN                  PIC 9(02) COMP.
002040 01  WS-IDX-OTRO                 PIC 9(02) COMP.
002050 01  WS-IDX-EXCLUIDO             PIC 9(02) COMP.
002060
002070 01  WS-RENGLON                  PIC X(31).
002080 01  WS-RENGLON-RETEN REDEFINES WS-RENGLON.
002090     05  WS-RRET-FAMILIA         PIC X(08).
002100     05  WS-RRET-DIAS            PIC 9(05).
002110     05  FILLER                  PIC X(18).
002120 01  WS-RENGLON-DIST REDEFINES WS-RENGLON.
002130     05  WS-RDIS-FAMILIA         PIC X(08).
002140     05  FILLER                  PIC X(01).
002150     05  WS-RDIS-DESTINATARIO    PIC X(12).
002160     05  FILLER                  PIC X(01).
002170     05  WS-RDIS-COPIAS          PIC 9(02).
002180     05  FILLER                  PIC X(07).
002190 01  WS-RENGLON-COLA REDEFINES WS-RENGLON.
002200     05  WS-RCOL-PROGRAMA        PIC X(20).
002210     05  FILLER                  PIC X(01).
002220     05  WS-RCOL-COLA            PIC X(10).
002230 01  WS-RENGLON-EXP REDEFINES WS-RENGLON.
002240     05  WS-REXP-MODO            PIC X(01).
002250     05  WS-REXP-SUCURSAL        PIC 9(02).
002260     05  WS-REXP-DESTINO         PIC X(08).
002270     05  FILLER                  PIC X(20).
002280 01  WS-LARGO-CLAVE              PIC 9(02).
002290 01  WS-SW-RENGLON               PIC X(01) VALUE "N".
002300     88  RENGLON-VALIDO          VALUE "S".
002310 01  WS-SW-CLAVE                 PIC X(01) VALUE "N".
002320     88  CLAVE-REPETIDA          VALUE "S".
002330 01  WS-SW-EDICION               PIC X(01) VALUE "N".
002340     88  EDICION-DESCARTADA      VALUE "S".
002350 01  WS-SW-IGUALES               PIC X(01) VALUE "S".
002360     88  TARJETAS-IGUALES        VALUE "S".
002370
002380*----------------------------------------------------------------
002390*    VALORES NUMERICOS Y AVISOS DE IMPACTO
002400*----------------------------------------------------------------
002410 01  WS-VALOR-NUM                PIC 9(12).
002420 01  WS-VALOR-X REDEFINES WS-VALOR-NUM PIC X(12).
002430 01  WS-VALOR-ACTUAL             PIC 9(12).
002440 01  WS-VALOR-EDIT               PIC Z(11)9.
002450 01  WS-MINIMO-EDIT              PIC Z(11)9.
002460 01  WS-MAXIMO-EDIT              PIC Z(11)9.
002470 01  WS-DIAS-ANTES               PIC 9(05).
002480 01  WS-DIAS-DESPUES             PIC 9(05).
002490 01  WS-ETIQUETA-AVISO           PIC X(20).
002500 01  WS-FECHA-HOY                PIC X(08).
002510 01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY PIC 9(08).
002520 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002530 01  WS-DIA-HOY                  PIC 9(07).
002540 01  WS-DIA-CORTE                PIC 9(07).
002550 01  WS-CORTE-ANTES              PIC 9(08).
002560 01  WS-CORTE-DESPUES            PIC 9(08).
002570 01  WS-CANT-AVISOS              PIC 9(02).
002580 01  WS-SW-DESTINO               PIC X(01) VALUE "N".
002590     88  DESTINO-CON-DNI-REAL    VALUE "S".
002600
002610*----------------------------------------------------------------
002620*    DIALOGO
002630*----------------------------------------------------------------
002640 01  WS-OPCION                   PIC 9(01) VALUE ZERO.
002650 01  WS-OPCION-RENGLONES         PIC 9(01) VALUE ZERO.
002660 01  WS-ITEM-ELEGIDO             PIC 9(02).
002670 01  WS-VERSION-ELEGIDA          PIC 9(04).
002680 01  WS-RESPUESTA                PIC X(01).
002690 01  WS-MOTIVO-NUEVO             PIC X(40).
002700 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE SPACES.
002710 01  WS-CANT-CAMBIOS             PIC 9(05) VALUE ZERO.
002720 01  WS-ENTRADA-FAMILIA          PIC X(08).
002730 01  WS-ENTRADA-DIAS             PIC 9(05).
002740 01  WS-ENTRADA-DESTINATARIO     PIC X(12).
002750 01  WS-ENTRADA-COPIAS           PIC 9(02).
002760 01  WS-ENTRADA-PROGRAMA         PIC X(20).
002770 01  WS-ENTRADA-COLA             PIC X(10).
002780 01  WS-ENTRADA-MODO             PIC X(01).
002790 01  WS-ENTRADA-SUCURSAL         PIC 9(02).
002800 01  WS-ENTRADA-DESTINO          PIC X(08).
002810
002820*----------------------------------------------------------------
002830*    VERSION QUE SE GRABA O SE LEE DE CTLVERS
002840*----------------------------------------------------------------
002850 01  WS-VERSION-NUEVA            PIC 9(04).
002860 01  WS-ESTADO-NUEVO             PIC X(01).
002870 01  WS-PEDIDO-POR               PIC X(08).
002880 01  WS-APROBADO-POR             PIC X(08).
002890 01  WS-BASE-NUEVA               PIC 9(04).
002900 01  WS-MOTIVO-VERSION           PIC X(40).
002910 01  WS-MOMENTO-VERSION          PIC X(14).
002920 01  WS-ESTADO-VERSION           PIC X(01).
002930 01  WS-SW-VERSION               PIC X(01) VALUE "N".
002940     88  VERSION-HALLADA         VALUE "S".
002950 01  WS-CUENTA-LISTADAS          PIC 9(04).
002960
002970*----------------------------------------------------------------
002980*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002990*----------------------------------------------------------------
003000 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "tarjetas_mant".
003010 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003020
003030 PROCEDURE DIVISION.
003040
003050******************************************************************
003060* 0000-MAINLINE
003070******************************************************************
003080 0000-MAINLINE.
003090     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003100     COMPUTE WS-DIA-HOY =
003110         FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N).
003120     PERFORM 1000-CARGAR-VERSIONES THRU 1000-EXIT.
003130     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
003140     PERFORM 2000-MENU THRU 2000-EXIT
003150         UNTIL WS-OPCION = 6.
003160     MOVE WS-CANT-CAMBIOS TO WS-AUDT-CANTIDAD.
003170     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
003180     GOBACK.
003190
003200******************************************************************
003210* 1000-CARGAR-VERSIONES - ULTIMA VERSION, VIGENTE Y PENDIENTE DE
003220*     CADA TARJETA (LA ULTIMA CABECERA DE UNA VERSION MANDA)
003230******************************************************************
003240 1000-CARGAR-VERSIONES.
003250     INITIALIZE TABLA-VERSIONES.
003260     MOVE "N" TO WS-EOF-ARCHIVO.
003270     OPEN INPUT CTLVERS-FILE.
003280     IF WS-VERS-STATUS = "00"
003290         PERFORM 1100-LEER-VERSION THRU 1100-EXIT
003300             UNTIL FIN-ARCHIVO
003310         CLOSE CTLVERS-FILE
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350
003360 1100-LEER-VERSION.
003370     READ CTLVERS-FILE
003380         AT END
003390             SET FIN-ARCHIVO TO TRUE
003400             GO TO 1100-EXIT
003410     END-READ.
003420     IF NOT CVER-CABECERA OR CVER-VERSION IS NOT NUMERIC
003430         GO TO 1100-EXIT
003440     END-IF.
003450     PERFORM 1200-UBICAR-TARJETA THRU 1200-EXIT.
003460     IF WS-IDX-TARJ = ZERO
003470         GO TO 1100-EXIT
003480     END-IF.
003490     IF CVER-VERSION > VERT-ULTIMA(WS-IDX-TARJ)
003500         MOVE CVER-VERSION TO VERT-ULTIMA(WS-IDX-TARJ)
003510     END-IF.
003520     EVALUATE TRUE
003530         WHEN CVEC-PENDIENTE
003540             MOVE CVER-VERSION TO VERT-PENDIENTE(WS-IDX-TARJ)
003550             MOVE CVEC-OPERADOR TO
003560                 VERT-PEND-OPERADOR(WS-IDX-TARJ)
003570             MOVE CVEC-BASE TO VERT-PEND-BASE(WS-IDX-TARJ)
003580         WHEN CVEC-APLICADA
003590             MOVE CVER-VERSION TO VERT-VIGENTE(WS-IDX-TARJ)
003600             IF CVER-VERSION = VERT-PENDIENTE(WS-IDX-TARJ)
003610                 MOVE ZERO TO VERT-PENDIENTE(WS-IDX-TARJ)
003620             END-IF
003630         WHEN CVEC-RECHAZADA
003640             IF CVER-VERSION = VERT-PENDIENTE(WS-IDX-TARJ)
003650                 MOVE ZERO TO VERT-PENDIENTE(WS-IDX-TARJ)
003660             END-IF
003670     END-EVALUATE.
003680 1100-EXIT.
003690     EXIT.
003700
003710 1200-UBICAR-TARJETA.
003720     MOVE ZERO TO WS-IDX-TARJ.
003730     PERFORM 1210-COMPARAR-TARJETA THRU 1210-EXIT
003740         VARYING WS-IDX-LISTA FROM 1 BY 1
003750             UNTIL WS-IDX-LISTA > WS-CANT-TARJETAS
003760                 OR WS-IDX-TARJ > ZERO.
003770 1200-EXIT.
003780     EXIT.
003790
003800 1210-COMPARAR-TARJETA.
003810     IF TARJ-NOMBRE(WS-IDX-LISTA) = CVER-TARJETA
003820         MOVE WS-IDX-LISTA TO WS-IDX-TARJ
003830     END-IF.
003840 1210-EXIT.
003850     EXIT.
003860
003870 1500-IDENTIFICAR-OPERADOR.
003880     OPEN INPUT SESION-FILE.
003890     IF WS-SES-STATUS = "00"
003900         READ SESION-FILE
003910             NOT AT END
003920                 MOVE SES-OPERADOR TO WS-OPERADOR-ACTUAL
003930         END-READ
003940         CLOSE SESION-FILE
003950     END-IF.
003960     IF WS-OPERADOR-ACTUAL = SPACES
003970         DISPLAY "ID DE OPERADOR: "
003980         ACCEPT WS-OPERADOR-ACTUAL
003990     END-IF.
004000 1500-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 2000-MENU
004050******************************************************************
004060 2000-MENU.
004070     DISPLAY "1. VER UNA TARJETA".
004080     DISPLAY "2. MODIFICAR UNA TARJETA".
004090     DISPLAY "3. APROBAR O RECHAZAR CAMBIOS PENDIENTES".
004100     DISPLAY "4. VER LAS VERSIONES DE UNA TARJETA".
004110     DISPLAY "5. VOLVER A UNA VERSION ANTERIOR".
004120     DISPLAY "6. SALIR".
004130     DISPLAY "Seleccione una opcion: ".
004140     ACCEPT WS-OPCION.
004150     EVALUATE WS-OPCION
004160         WHEN 1  PERFORM 3000-VER-TARJETA THRU 3000-EXIT
004170         WHEN 2  PERFORM 4000-MODIFICAR THRU 4000-EXIT
004180         WHEN 3  PERFORM 5000-APROBAR THRU 5000-EXIT
004190         WHEN 4  PERFORM 5500-VER-VERSIONES THRU 5500-EXIT
004200         WHEN 5  PERFORM 5700-VOLVER-VERSION THRU 5700-EXIT
004210         WHEN 6  CONTINUE
004220         WHEN OTHER
004230             DISPLAY "OPCION INVALIDA."
004240     END-EVALUATE.
004250 2000-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290*    LISTA NUMERADA DE TARJETAS; DEJA WS-IDX-TARJ (CERO SI LA
004300*    ELECCION NO ES VALIDA)
004310*----------------------------------------------------------------
004320 2100-ELEGIR-TARJETA.
004330     PERFORM 2110-LISTAR-TARJETA THRU 2110-EXIT
004340         VARYING WS-IDX-LISTA FROM 1 BY 1
004350             UNTIL WS-IDX-LISTA > WS-CANT-TARJETAS.
004360     DISPLAY "Tarjeta: ".
004370     ACCEPT WS-ITEM-ELEGIDO.
004380     IF WS-ITEM-ELEGIDO < 1 OR WS-ITEM-ELEGIDO > WS-CANT-TARJETAS
004390         DISPLAY "TARJETA INVALIDA."
004400         MOVE ZERO TO WS-IDX-TARJ
004410     ELSE
004420         MOVE WS-ITEM-ELEGIDO TO WS-IDX-TARJ
004430     END-IF.
004440 2100-EXIT.
004450     EXIT.
004460
004470 2110-LISTAR-TARJETA.
004480     IF TARJ-ES-CRITICA(WS-IDX-LISTA)
004490         MOVE "CRITICA" TO WS-ETIQUETA-AVISO
004500     ELSE
004510         MOVE SPACES TO WS-ETIQUETA-AVISO
004520     END-IF.
004530     IF VERT-PENDIENTE(WS-IDX-LISTA) > ZERO
004540         MOVE "CRITICA - PENDIENTE" TO WS-ETIQUETA-AVISO
004550     END-IF.
004560     MOVE WS-IDX-LISTA TO WS-NRO-EDIT.
004570     DISPLAY " " WS-NRO-EDIT " " TARJ-NOMBRE(WS-IDX-LISTA) " "
004580         TARJ-DESCRIPCION(WS-IDX-LISTA) " "
004590         WS-ETIQUETA-AVISO.
004600 2110-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* 3000-VER-TARJETA - QUE CONTROLA, QUIEN LA LEE, RANGO, VERSION
004650*     VIGENTE Y CONTENIDO ACTUAL
004660******************************************************************
004670 3000-VER-TARJETA.
004680     PERFORM 2100-ELEGIR-TARJETA THRU 2100-EXIT.
004690     IF WS-IDX-TARJ = ZERO
004700         GO TO 3000-EXIT
004710     END-IF.
004720     DISPLAY "TARJETA " TARJ-NOMBRE(WS-IDX-TARJ) " - "
004730         TARJ-DESCRIPCION(WS-IDX-TARJ).
004740     DISPLAY "LEIDA POR " TARJ-LECTOR(WS-IDX-TARJ).
004750     IF TARJ-DIGITOS(WS-IDX-TARJ) > ZERO
004760         MOVE TARJ-MINIMO(WS-IDX-TARJ) TO WS-MINIMO-EDIT
004770         MOVE TARJ-MAXIMO(WS-IDX-TARJ) TO WS-MAXIMO-EDIT
004780         MOVE TARJ-DEFECTO(WS-IDX-TARJ) TO WS-VALOR-EDIT
004790         DISPLAY "RANGO ADMITIDO " WS-MINIMO-EDIT " A "
004800             WS-MAXIMO-EDIT "  SIN TARJETA: " WS-VALOR-EDIT
004810     END-IF.
004820     IF TARJ-ES-CRITICA(WS-IDX-TARJ)
004830         DISPLAY "TARJETA CRITICA: LOS CAMBIOS LOS APRUEBA OTRO "
004840             "OPERADOR."
004850     END-IF.
004860     DISPLAY "VERSION VIGENTE: " VERT-VIGENTE(WS-IDX-TARJ)
004870         "  PENDIENTE: " VERT-PENDIENTE(WS-IDX-TARJ).
004880     PERFORM 3200-LEER-TARJETA THRU 3200-EXIT.
004890     PERFORM 3300-MOSTRAR-ANTES THRU 3300-EXIT.
004900 3000-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940*    EL CONTENIDO ACTUAL DE LA TARJETA A TABLA-ANTES
004950*----------------------------------------------------------------
004960 3200-LEER-TARJETA.
004970     MOVE ZERO TO WS-CANT-ANTES.
004980     MOVE TARJ-NOMBRE(WS-IDX-TARJ) TO WS-DYN-TARJETA.
004990     MOVE "N" TO WS-EOF-ARCHIVO.
005000     OPEN INPUT TARJETA-FILE.
005010     IF WS-TARJ-STATUS = "00"
005020         PERFORM 3210-LEER-RENGLON THRU 3210-EXIT
005030             UNTIL FIN-ARCHIVO
005040         CLOSE TARJETA-FILE
005050     END-IF.
005060 3200-EXIT.
005070     EXIT.
005080
005090 3210-LEER-RENGLON.
005100     READ TARJETA-FILE
005110         AT END
005120             SET FIN-ARCHIVO TO TRUE
005130             GO TO 3210-EXIT
005140     END-READ.
005150     IF TARJETA-RECORD = SPACES
005160         GO TO 3210-EXIT
005170     END-IF.
005180     IF WS-CANT-ANTES >= WS-MAX-RENGLONES
005190         SET FIN-ARCHIVO TO TRUE
005200         GO TO 3210-EXIT
005210     END-IF.
005220     ADD 1 TO WS-CANT-ANTES.
005230     MOVE TARJETA-RECORD TO ANT-RENGLON(WS-CANT-ANTES).
005240 3210-EXIT.
005250     EXIT.
005260
005270 3300-MOSTRAR-ANTES.
005280     IF WS-CANT-ANTES = ZERO
005290         PERFORM 3310-SIN-TARJETA THRU 3310-EXIT
005300         GO TO 3300-EXIT
005310     END-IF.
005320     PERFORM 3320-MOSTRAR-ANTERIOR THRU 3320-EXIT
005330         VARYING WS-IDX-REN FROM 1 BY 1
005340             UNTIL WS-IDX-REN > WS-CANT-ANTES.
005350 3300-EXIT.
005360     EXIT.
005370
005380 3310-SIN-TARJETA.
005390     IF TARJ-UN-NUMERO(WS-IDX-TARJ)
005400         MOVE TARJ-DEFECTO(WS-IDX-TARJ) TO WS-VALOR-EDIT
005410         DISPLAY "   (SIN TARJETA: RIGE EL VALOR POR DEFECTO "
005420             WS-VALOR-EDIT ")"
005430     ELSE
005440         DISPLAY "   (SIN TARJETA O SIN RENGLONES)"
005450     END-IF.
005460 3310-EXIT.
005470     EXIT.
005480
005490 3320-MOSTRAR-ANTERIOR.
005500     MOVE ANT-RENGLON(WS-IDX-REN) TO WS-RENGLON.
005510     PERFORM 3500-MOSTRAR-RENGLON THRU 3500-EXIT.
005520 3320-EXIT.
005530     EXIT.
005540
005550 3400-MOSTRAR-DESPUES.
005560     IF WS-CANT-DESPUES = ZERO
005570         PERFORM 3310-SIN-TARJETA THRU 3310-EXIT
005580         GO TO 3400-EXIT
005590     END-IF.
005600     PERFORM 3410-MOSTRAR-NUEVO THRU 3410-EXIT
005610         VARYING WS-IDX-REN FROM 1 BY 1
005620             UNTIL WS-IDX-REN > WS-CANT-DESPUES.
005630 3400-EXIT.
005640     EXIT.
005650
005660 3410-MOSTRAR-NUEVO.
005670     MOVE DES-RENGLON(WS-IDX-REN) TO WS-RENGLON.
005680     PERFORM 3500-MOSTRAR-RENGLON THRU 3500-EXIT.
005690 3410-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------
005730*    UN RENGLON (WS-RENGLON, NUMERO WS-IDX-REN) CON SUS CAMPOS
005740*----------------------------------------------------------------
005750 3500-MOSTRAR-RENGLON.
005760     MOVE WS-IDX-REN TO WS-NRO-EDIT.
005770     EVALUATE TRUE
005780         WHEN TARJ-UN-NUMERO(WS-IDX-TARJ)
005790             PERFORM 3600-VALOR-DEL-RENGLON THRU 3600-EXIT
005800             MOVE WS-VALOR-NUM TO WS-VALOR-EDIT
005810             DISPLAY "   VALOR: " WS-VALOR-EDIT
005820         WHEN TARJ-EXPORTACION(WS-IDX-TARJ)
005830             DISPLAY "   MODO: " WS-REXP-MODO "  SUCURSAL: "
005840                 WS-REXP-SUCURSAL "  DESTINO: " WS-REXP-DESTINO
005850         WHEN TARJ-RETENCIONES(WS-IDX-TARJ)
005860             DISPLAY "   " WS-NRO-EDIT " FAMILIA: "
005870                 WS-RRET-FAMILIA "  DIAS: " WS-RRET-DIAS
005880         WHEN TARJ-DISTRIBUCION(WS-IDX-TARJ)
005890             DISPLAY "   " WS-NRO-EDIT " FAMILIA: "
005900                 WS-RDIS-FAMILIA "  DESTINATARIO: "
005910                 WS-RDIS-DESTINATARIO "  COPIAS: "
005920                 WS-RDIS-COPIAS
005930         WHEN TARJ-COLAS(WS-IDX-TARJ)
005940             DISPLAY "   " WS-NRO-EDIT " PROGRAMA: "
005950                 WS-RCOL-PROGRAMA "  COLA: " WS-RCOL-COLA
005960     END-EVALUATE.
005970 3500-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------
006010*    EL CAMPO NUMERICO DE WS-RENGLON A WS-VALOR-NUM (CERO SI NO
006020*    ES NUMERICO) Y DE WS-VALOR-NUM A WS-RENGLON
006030*----------------------------------------------------------------
006040 3600-VALOR-DEL-RENGLON.
006050     MOVE ZERO TO WS-VALOR-NUM.
006060     IF WS-RENGLON(1:TARJ-DIGITOS(WS-IDX-TARJ)) IS NUMERIC
006070         MOVE WS-RENGLON(1:TARJ-DIGITOS(WS-IDX-TARJ)) TO
006080             WS-VALOR-X(13 - TARJ-DIGITOS(WS-IDX-TARJ):
006090                 TARJ-DIGITOS(WS-IDX-TARJ))
006100     END-IF.
006110 3600-EXIT.
006120     EXIT.
006130
006140 3650-RENGLON-DEL-VALOR.
006150     MOVE SPACES TO WS-RENGLON.
006160     MOVE WS-VALOR-X(13 - TARJ-DIGITOS(WS-IDX-TARJ):
006170         TARJ-DIGITOS(WS-IDX-TARJ)) TO WS-RENGLON.
006180 3650-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 4000-MODIFICAR - SE EDITA UNA COPIA DE LA TARJETA SEGUN SU
006230*     FORMATO Y EL RESULTADO PASA POR 7000-PROPONER-CAMBIO
006240******************************************************************
006250 4000-MODIFICAR.
006260     PERFORM 2100-ELEGIR-TARJETA THRU 2100-EXIT.
006270     IF WS-IDX-TARJ = ZERO
006280         GO TO 4000-EXIT
006290     END-IF.
006300     IF VERT-PENDIENTE(WS-IDX-TARJ) > ZERO
006310         DISPLAY "LA TARJETA TIENE LA VERSION "
006320             VERT-PENDIENTE(WS-IDX-TARJ)
006330             " PENDIENTE DE APROBACION: APRUEBELA O RECHACELA "
006340             "PRIMERO."
006350         GO TO 4000-EXIT
006360     END-IF.
006370     PERFORM 3200-LEER-TARJETA THRU 3200-EXIT.
006380     MOVE WS-CANT-ANTES TO WS-CANT-DESPUES.
006390     MOVE TABLA-ANTES TO TABLA-DESPUES.
006400     MOVE "N" TO WS-SW-EDICION.
006410     EVALUATE TRUE
006420         WHEN TARJ-UN-NUMERO(WS-IDX-TARJ)
006430             PERFORM 4100-EDITAR-NUMERO THRU 4100-EXIT
006440         WHEN TARJ-EXPORTACION(WS-IDX-TARJ)
006450             PERFORM 4200-EDITAR-EXPORTACION THRU 4200-EXIT
006460         WHEN OTHER
006470             PERFORM 4300-EDITAR-RENGLONES THRU 4300-EXIT
006480     END-EVALUATE.
006490     IF EDICION-DESCARTADA
006500         DISPLAY "NO SE CAMBIA LA TARJETA."
006510         GO TO 4000-EXIT
006520     END-IF.
006530     PERFORM 7000-PROPONER-CAMBIO THRU 7000-EXIT.
006540 4000-EXIT.
006550     EXIT.
006560
006570 4100-EDITAR-NUMERO.
006580     PERFORM 3300-MOSTRAR-ANTES THRU 3300-EXIT.
006590     MOVE TARJ-MINIMO(WS-IDX-TARJ) TO WS-MINIMO-EDIT.
006600     MOVE TARJ-MAXIMO(WS-IDX-TARJ) TO WS-MAXIMO-EDIT.
006610     DISPLAY "Nuevo valor (" WS-MINIMO-EDIT " a "
006620         WS-MAXIMO-EDIT "): ".
006630     ACCEPT WS-VALOR-NUM.
006640     IF WS-VALOR-NUM < TARJ-MINIMO(WS-IDX-TARJ)
006650             OR WS-VALOR-NUM > TARJ-MAXIMO(WS-IDX-TARJ)
006660         DISPLAY "VALOR FUERA DE RANGO."
006670         SET EDICION-DESCARTADA TO TRUE
006680         GO TO 4100-EXIT
006690     END-IF.
006700     PERFORM 3650-RENGLON-DEL-VALOR THRU 3650-EXIT.
006710     MOVE 1 TO WS-CANT-DESPUES.
006720     MOVE WS-RENGLON TO DES-RENGLON(1).
006730 4100-EXIT.
006740     EXIT.
006750
006760 4200-EDITAR-EXPORTACION.
006770     IF WS-CANT-ANTES = ZERO
006780         MOVE "F" TO WS-REXP-MODO
006790         MOVE ZERO TO WS-REXP-SUCURSAL
006800         MOVE SPACES TO WS-REXP-DESTINO
006810         MOVE 1 TO WS-IDX-REN
006820         PERFORM 3500-MOSTRAR-RENGLON THRU 3500-EXIT
006830     ELSE
006840         PERFORM 3300-MOSTRAR-ANTES THRU 3300-EXIT
006850     END-IF.
006860     DISPLAY "Modo (F = completo, D = solo cambios): ".
006870     ACCEPT WS-ENTRADA-MODO.
006880     IF WS-ENTRADA-MODO = "f"
006890         MOVE "F" TO WS-ENTRADA-MODO
006900     END-IF.
006910     IF WS-ENTRADA-MODO = "d"
006920         MOVE "D" TO WS-ENTRADA-MODO
006930     END-IF.
006940     IF WS-ENTRADA-MODO NOT = "F" AND WS-ENTRADA-MODO NOT = "D"
006950         DISPLAY "MODO INVALIDO."
006960         SET EDICION-DESCARTADA TO TRUE
006970         GO TO 4200-EXIT
006980     END-IF.
006990     DISPLAY "Sucursal (00 = todas): ".
007000     ACCEPT WS-ENTRADA-SUCURSAL.
007010     DISPLAY "Destino del extracto (en blanco = ninguno): ".
007020     ACCEPT WS-ENTRADA-DESTINO.
007030     MOVE SPACES TO WS-RENGLON.
007040     MOVE WS-ENTRADA-MODO TO WS-REXP-MODO.
007050     MOVE WS-ENTRADA-SUCURSAL TO WS-REXP-SUCURSAL.
007060     MOVE WS-ENTRADA-DESTINO TO WS-REXP-DESTINO.
007070     MOVE 1 TO WS-CANT-DESPUES.
007080     MOVE WS-RENGLON TO DES-RENGLON(1).
007090 4200-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------------
007130*    TARJETAS DE VARIOS RENGLONES: ALTA, CAMBIO Y BAJA DE
007140*    RENGLONES HASTA TERMINAR O DESCARTAR
007150*----------------------------------------------------------------
007160 4300-EDITAR-RENGLONES.
007170     MOVE ZERO TO WS-OPCION-RENGLONES.
007180     PERFORM 4310-MENU-RENGLONES THRU 4310-EXIT
007190         UNTIL WS-OPCION-RENGLONES = 4
007200             OR WS-OPCION-RENGLONES = 5.
007210     IF WS-OPCION-RENGLONES = 5
007220         SET EDICION-DESCARTADA TO TRUE
007230     END-IF.
007240 4300-EXIT.
007250     EXIT.
007260
007270 4310-MENU-RENGLONES.
007280     PERFORM 3400-MOSTRAR-DESPUES THRU 3400-EXIT.
007290     DISPLAY "1. AGREGAR RENGLON  2. CAMBIAR RENGLON  "
007300         "3. QUITAR RENGLON  4. TERMINAR  5. DESCARTAR".
007310     DISPLAY "Seleccione una opcion: ".
007320     ACCEPT WS-OPCION-RENGLONES.
007330     EVALUATE WS-OPCION-RENGLONES
007340         WHEN 1  PERFORM 4320-AGREGAR-RENGLON THRU 4320-EXIT
007350         WHEN 2  PERFORM 4330-CAMBIAR-RENGLON THRU 4330-EXIT
007360         WHEN 3  PERFORM 4340-QUITAR-RENGLON THRU 4340-EXIT
007370         WHEN 4  CONTINUE
007380         WHEN 5  CONTINUE
007390         WHEN OTHER
007400             DISPLAY "OPCION INVALIDA."
007410     END-EVALUATE.
007420 4310-EXIT.
007430     EXIT.
007440
007450 4320-AGREGAR-RENGLON.
007460     IF WS-CANT-DESPUES >= TARJ-MAX-RENGLONES(WS-IDX-TARJ)
007470         DISPLAY "LA TARJETA ADMITE "
007480             TARJ-MAX-RENGLONES(WS-IDX-TARJ) " RENGLONES."
007490         GO TO 4320-EXIT
007500     END-IF.
007510     MOVE ZERO TO WS-IDX-EXCLUIDO.
007520     PERFORM 4400-PEDIR-RENGLON THRU 4400-EXIT.
007530     IF RENGLON-VALIDO
007540         ADD 1 TO WS-CANT-DESPUES
007550         MOVE WS-RENGLON TO DES-RENGLON(WS-CANT-DESPUES)
007560     END-IF.
007570 4320-EXIT.
007580     EXIT.
007590
007600 4330-CAMBIAR-RENGLON.
007610     DISPLAY "Renglon a cambiar: ".
007620     ACCEPT WS-ITEM-ELEGIDO.
007630     IF WS-ITEM-ELEGIDO < 1 OR WS-ITEM-ELEGIDO > WS-CANT-DESPUES
007640         DISPLAY "RENGLON INVALIDO."
007650         GO TO 4330-EXIT
007660     END-IF.
007670     MOVE WS-ITEM-ELEGIDO TO WS-IDX-EXCLUIDO.
007680     PERFORM 4400-PEDIR-RENGLON THRU 4400-EXIT.
007690     IF RENGLON-VALIDO
007700         MOVE WS-RENGLON TO DES-RENGLON(WS-IDX-EXCLUIDO)
007710     END-IF.
007720 4330-EXIT.
007730     EXIT.
007740
007750 4340-QUITAR-RENGLON.
007760     DISPLAY "Renglon a quitar: ".
007770     ACCEPT WS-ITEM-ELEGIDO.
007780     IF WS-ITEM-ELEGIDO < 1 OR WS-ITEM-ELEGIDO > WS-CANT-DESPUES
007790         DISPLAY "RENGLON INVALIDO."
007800         GO TO 4340-EXIT
007810     END-IF.
007820     PERFORM 4350-CORRER-RENGLON THRU 4350-EXIT
007830         VARYING WS-IDX-REN FROM WS-ITEM-ELEGIDO BY 1
007840             UNTIL WS-IDX-REN >= WS-CANT-DESPUES.
007850     SUBTRACT 1 FROM WS-CANT-DESPUES.
007860 4340-EXIT.
007870     EXIT.
007880
007890 4350-CORRER-RENGLON.
007900     MOVE DES-RENGLON(WS-IDX-REN + 1) TO DES-RENGLON(WS-IDX-REN).
007910 4350-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950*    PIDE Y VALIDA UN RENGLON EN WS-RENGLON. LA CLAVE (FAMILIA,
007960*    FAMILIA + DESTINATARIO, PROGRAMA) NO PUEDE REPETIRSE EN
007970*    OTRO RENGLON QUE EL WS-IDX-EXCLUIDO
007980*----------------------------------------------------------------
007990 4400-PEDIR-RENGLON.
008000     MOVE "N" TO WS-SW-RENGLON.
008010     MOVE SPACES TO WS-RENGLON.
008020     EVALUATE TRUE
008030         WHEN TARJ-RETENCIONES(WS-IDX-TARJ)
008040             PERFORM 4410-PEDIR-RETENCION THRU 4410-EXIT
008050             MOVE 8 TO WS-LARGO-CLAVE
008060         WHEN TARJ-DISTRIBUCION(WS-IDX-TARJ)
008070             PERFORM 4420-PEDIR-DISTRIBUCION THRU 4420-EXIT
008080             MOVE 21 TO WS-LARGO-CLAVE
008090         WHEN TARJ-COLAS(WS-IDX-TARJ)
008100             PERFORM 4430-PEDIR-COLA THRU 4430-EXIT
008110             MOVE 20 TO WS-LARGO-CLAVE
008120     END-EVALUATE.
008130     IF NOT RENGLON-VALIDO
008140         GO TO 4400-EXIT
008150     END-IF.
008160     MOVE "N" TO WS-SW-CLAVE.
008170     PERFORM 4450-COMPARAR-CLAVE THRU 4450-EXIT
008180         VARYING WS-IDX-OTRO FROM 1 BY 1
008190             UNTIL WS-IDX-OTRO > WS-CANT-DESPUES.
008200     IF CLAVE-REPETIDA
008210         DISPLAY "YA HAY UN RENGLON CON ESA CLAVE."
008220         MOVE "N" TO WS-SW-RENGLON
008230     END-IF.
008240 4400-EXIT.
008250     EXIT.
008260
008270 4410-PEDIR-RETENCION.
008280     DISPLAY "Familia: ".
008290     ACCEPT WS-ENTRADA-FAMILIA.
008300     IF WS-ENTRADA-FAMILIA = SPACES
008310         DISPLAY "LA FAMILIA ES OBLIGATORIA."
008320         GO TO 4410-EXIT
008330     END-IF.
008340     MOVE TARJ-MINIMO(WS-IDX-TARJ) TO WS-MINIMO-EDIT.
008350     MOVE TARJ-MAXIMO(WS-IDX-TARJ) TO WS-MAXIMO-EDIT.
008360     DISPLAY "Dias de retencion (" WS-MINIMO-EDIT " a "
008370         WS-MAXIMO-EDIT "): ".
008380     ACCEPT WS-ENTRADA-DIAS.
008390     IF WS-ENTRADA-DIAS < TARJ-MINIMO(WS-IDX-TARJ)
008400             OR WS-ENTRADA-DIAS > TARJ-MAXIMO(WS-IDX-TARJ)
008410         DISPLAY "DIAS FUERA DE RANGO."
008420         GO TO 4410-EXIT
008430     END-IF.
008440     MOVE WS-ENTRADA-FAMILIA TO WS-RRET-FAMILIA.
008450     MOVE WS-ENTRADA-DIAS TO WS-RRET-DIAS.
008460     SET RENGLON-VALIDO TO TRUE.
008470 4410-EXIT.
008480     EXIT.
008490
008500 4420-PEDIR-DISTRIBUCION.
008510     DISPLAY "Familia: ".
008520     ACCEPT WS-ENTRADA-FAMILIA.
008530     DISPLAY "Destinatario: ".
008540     ACCEPT WS-ENTRADA-DESTINATARIO.
008550     IF WS-ENTRADA-FAMILIA = SPACES
008560             OR WS-ENTRADA-DESTINATARIO = SPACES
008570         DISPLAY "FAMILIA Y DESTINATARIO SON OBLIGATORIOS."
008580         GO TO 4420-EXIT
008590     END-IF.
008600     MOVE TARJ-MINIMO(WS-IDX-TARJ) TO WS-MINIMO-EDIT.
008610     MOVE TARJ-MAXIMO(WS-IDX-TARJ) TO WS-MAXIMO-EDIT.
008620     DISPLAY "Copias (" WS-MINIMO-EDIT " a " WS-MAXIMO-EDIT
008630         "): ".
008640     ACCEPT WS-ENTRADA-COPIAS.
008650     IF WS-ENTRADA-COPIAS < TARJ-MINIMO(WS-IDX-TARJ)
008660             OR WS-ENTRADA-COPIAS > TARJ-MAXIMO(WS-IDX-TARJ)
008670         DISPLAY "COPIAS FUERA DE RANGO."
008680         GO TO 4420-EXIT
008690     END-IF.
008700     MOVE WS-ENTRADA-FAMILIA TO WS-RDIS-FAMILIA.
008710     MOVE WS-ENTRADA-DESTINATARIO TO WS-RDIS-DESTINATARIO.
008720     MOVE WS-ENTRADA-COPIAS TO WS-RDIS-COPIAS.
008730     SET RENGLON-VALIDO TO TRUE.
008740 4420-EXIT.
008750     EXIT.
008760
008770 4430-PEDIR-COLA.
008780     DISPLAY "Programa de origen: ".
008790     ACCEPT WS-ENTRADA-PROGRAMA.
008800     DISPLAY "Cola duena: ".
008810     ACCEPT WS-ENTRADA-COLA.
008820     IF WS-ENTRADA-PROGRAMA = SPACES OR WS-ENTRADA-COLA = SPACES
008830         DISPLAY "PROGRAMA Y COLA SON OBLIGATORIOS."
008840         GO TO 4430-EXIT
008850     END-IF.
008860     MOVE WS-ENTRADA-PROGRAMA TO WS-RCOL-PROGRAMA.
008870     MOVE WS-ENTRADA-COLA TO WS-RCOL-COLA.
008880     SET RENGLON-VALIDO TO TRUE.
008890 4430-EXIT.
008900     EXIT.
008910
008920 4450-COMPARAR-CLAVE.
008930     IF WS-IDX-OTRO NOT = WS-IDX-EXCLUIDO
008940             AND DES-RENGLON(WS-IDX-OTRO)(1:WS-LARGO-CLAVE) =
008950                 WS-RENGLON(1:WS-LARGO-CLAVE)
008960         SET CLAVE-REPETIDA TO TRUE
008970     END-IF.
008980 4450-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020* 5000-APROBAR - UN CAMBIO PENDIENTE DE UNA TARJETA CRITICA LO
009030*     APRUEBA O RECHAZA UN OPERADOR DISTINTO DEL QUE LO PIDIO
009040******************************************************************
009050 5000-APROBAR.
009060     MOVE ZERO TO WS-CUENTA-LISTADAS.
009070     PERFORM 5010-LISTAR-PENDIENTE THRU 5010-EXIT
009080         VARYING WS-IDX-LISTA FROM 1 BY 1
009090             UNTIL WS-IDX-LISTA > WS-CANT-TARJETAS.
009100     IF WS-CUENTA-LISTADAS = ZERO
009110         DISPLAY "NO HAY CAMBIOS PENDIENTES DE APROBACION."
009120         GO TO 5000-EXIT
009130     END-IF.
009140     DISPLAY "Tarjeta: ".
009150     ACCEPT WS-ITEM-ELEGIDO.
009160     IF WS-ITEM-ELEGIDO < 1 OR WS-ITEM-ELEGIDO > WS-CANT-TARJETAS
009170         DISPLAY "TARJETA INVALIDA."
009180         GO TO 5000-EXIT
009190     END-IF.
009200     MOVE WS-ITEM-ELEGIDO TO WS-IDX-TARJ.
009210     IF VERT-PENDIENTE(WS-IDX-TARJ) = ZERO
009220         DISPLAY "LA TARJETA NO TIENE CAMBIOS PENDIENTES."
009230         GO TO 5000-EXIT
009240     END-IF.
009250     IF VERT-PEND-OPERADOR(WS-IDX-TARJ) = WS-OPERADOR-ACTUAL
009260         DISPLAY "EL CAMBIO LO PIDIO " WS-OPERADOR-ACTUAL
009270             ": LO DEBE APROBAR OTRO OPERADOR."
009280         GO TO 5000-EXIT
009290     END-IF.
009300     PERFORM 3200-LEER-TARJETA THRU 3200-EXIT.
009310     MOVE VERT-PENDIENTE(WS-IDX-TARJ) TO WS-VERSION-ELEGIDA.
009320     PERFORM 5600-LEER-UNA-VERSION THRU 5600-EXIT.
009330     DISPLAY "PEDIDO POR " WS-PEDIDO-POR " EL "
009340         WS-MOMENTO-VERSION ": " WS-MOTIVO-VERSION.
009350     DISPLAY "ACTUAL:".
009360     PERFORM 3300-MOSTRAR-ANTES THRU 3300-EXIT.
009370     DISPLAY "PEDIDO:".
009380     PERFORM 3400-MOSTRAR-DESPUES THRU 3400-EXIT.
009390     PERFORM 6000-AVISAR-IMPACTO THRU 6000-EXIT.
009400     IF VERT-PEND-BASE(WS-IDX-TARJ) NOT =
009410             VERT-VIGENTE(WS-IDX-TARJ)
009420         DISPLAY "LA TARJETA CAMBIO DESPUES DEL PEDIDO: SOLO SE "
009430             "PUEDE RECHAZAR."
009440         DISPLAY "R = rechazar, otra = volver: "
009450     ELSE
009460         DISPLAY "A = aprobar, R = rechazar, otra = volver: "
009470     END-IF.
009480     ACCEPT WS-RESPUESTA.
009490     EVALUATE WS-RESPUESTA
009500         WHEN "A"
009510         WHEN "a"
009520             IF VERT-PEND-BASE(WS-IDX-TARJ) =
009530                     VERT-VIGENTE(WS-IDX-TARJ)
009540                 PERFORM 5100-APLICAR-PENDIENTE THRU 5100-EXIT
009550             END-IF
009560         WHEN "R"
009570         WHEN "r"
009580             PERFORM 5200-RECHAZAR-PENDIENTE THRU 5200-EXIT
009590     END-EVALUATE.
009600 5000-EXIT.
009610     EXIT.
009620
009630 5010-LISTAR-PENDIENTE.
009640     IF VERT-PENDIENTE(WS-IDX-LISTA) > ZERO
009650         ADD 1 TO WS-CUENTA-LISTADAS
009660         MOVE WS-IDX-LISTA TO WS-NRO-EDIT
009670         DISPLAY " " WS-NRO-EDIT " " TARJ-NOMBRE(WS-IDX-LISTA)
009680             " VERSION " VERT-PENDIENTE(WS-IDX-LISTA)
009690             " PEDIDA POR " VERT-PEND-OPERADOR(WS-IDX-LISTA)
009700     END-IF.
009710 5010-EXIT.
009720     EXIT.
009730
009740 5100-APLICAR-PENDIENTE.
009750     PERFORM 8000-GRABAR-TARJETA THRU 8000-EXIT.
009760     MOVE WS-VERSION-ELEGIDA TO WS-VERSION-NUEVA.
009770     MOVE "A" TO WS-ESTADO-NUEVO.
009780     MOVE WS-OPERADOR-ACTUAL TO WS-APROBADO-POR.
009790     MOVE VERT-PEND-BASE(WS-IDX-TARJ) TO WS-BASE-NUEVA.
009800     PERFORM 7300-GRABAR-CABECERA THRU 7300-EXIT.
009810     MOVE WS-VERSION-ELEGIDA TO VERT-VIGENTE(WS-IDX-TARJ).
009820     MOVE ZERO TO VERT-PENDIENTE(WS-IDX-TARJ).
009830     ADD 1 TO WS-CANT-CAMBIOS.
009840     DISPLAY "VERSION " WS-VERSION-ELEGIDA " APROBADA. TARJETA "
009850         TARJ-NOMBRE(WS-IDX-TARJ) " GRABADA.".
009860 5100-EXIT.
009870     EXIT.
009880
009890 5200-RECHAZAR-PENDIENTE.
009900     DISPLAY "Motivo del rechazo: ".
009910     ACCEPT WS-MOTIVO-NUEVO.
009920     IF WS-MOTIVO-NUEVO = SPACES
009930         DISPLAY "EL MOTIVO ES OBLIGATORIO. NO SE RECHAZA."
009940         GO TO 5200-EXIT
009950     END-IF.
009960     MOVE WS-MOTIVO-NUEVO TO WS-MOTIVO-VERSION.
009970     MOVE WS-VERSION-ELEGIDA TO WS-VERSION-NUEVA.
009980     MOVE "R" TO WS-ESTADO-NUEVO.
009990     MOVE WS-OPERADOR-ACTUAL TO WS-APROBADO-POR.
010000     MOVE VERT-PEND-BASE(WS-IDX-TARJ) TO WS-BASE-NUEVA.
010010     PERFORM 7300-GRABAR-CABECERA THRU 7300-EXIT.
010020     MOVE ZERO TO VERT-PENDIENTE(WS-IDX-TARJ).
010030     ADD 1 TO WS-CANT-CAMBIOS.
010040     DISPLAY "VERSION " WS-VERSION-ELEGIDA " RECHAZADA. LA "
010050         "TARJETA NO CAMBIA.".
010060 5200-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100* 5500-VER-VERSIONES - LAS VERSIONES DE UNA TARJETA Y, A PEDIDO,
010110*     EL CONTENIDO DE UNA DE ELLAS
010120******************************************************************
010130 5500-VER-VERSIONES.
010140     PERFORM 2100-ELEGIR-TARJETA THRU 2100-EXIT.
010150     IF WS-IDX-TARJ = ZERO
010160         GO TO 5500-EXIT
010170     END-IF.
010180     MOVE ZERO TO WS-CUENTA-LISTADAS.
010190     MOVE "N" TO WS-EOF-ARCHIVO.
010200     OPEN INPUT CTLVERS-FILE.
010210     IF WS-VERS-STATUS = "00"
010220         PERFORM 5510-LISTAR-CABECERA THRU 5510-EXIT
010230             UNTIL FIN-ARCHIVO
010240         CLOSE CTLVERS-FILE
010250     END-IF.
010260     IF WS-CUENTA-LISTADAS = ZERO
010270         DISPLAY "LA TARJETA NO TIENE VERSIONES REGISTRADAS."
010280         GO TO 5500-EXIT
010290     END-IF.
010300     DISPLAY "Version a ver (0 = ninguna): ".
010310     ACCEPT WS-VERSION-ELEGIDA.
010320     IF WS-VERSION-ELEGIDA = ZERO
010330         GO TO 5500-EXIT
010340     END-IF.
010350     PERFORM 5600-LEER-UNA-VERSION THRU 5600-EXIT.
010360     IF NOT VERSION-HALLADA
010370         DISPLAY "VERSION INEXISTENTE."
010380         GO TO 5500-EXIT
010390     END-IF.
010400     PERFORM 3400-MOSTRAR-DESPUES THRU 3400-EXIT.
010410 5500-EXIT.
010420     EXIT.
010430
010440 5510-LISTAR-CABECERA.
010450     READ CTLVERS-FILE
010460         AT END
010470             SET FIN-ARCHIVO TO TRUE
010480             GO TO 5510-EXIT
010490     END-READ.
010500     IF CVER-TARJETA NOT = TARJ-NOMBRE(WS-IDX-TARJ)
010510             OR NOT CVER-CABECERA
010520         GO TO 5510-EXIT
010530     END-IF.
010540     ADD 1 TO WS-CUENTA-LISTADAS.
010550     DISPLAY " V" CVER-VERSION " " CVEC-MOMENTO " " CVEC-ESTADO
010560         " " CVEC-OPERADOR " " CVEC-APROBO " " CVEC-MOTIVO.
010570 5510-EXIT.
010580     EXIT.
010590
010600*----------------------------------------------------------------
010610*    LA VERSION WS-VERSION-ELEGIDA DE LA TARJETA: SUS RENGLONES
010620*    A TABLA-DESPUES, QUIEN LA PIDIO, CUANDO Y POR QUE (PRIMERA
010630*    CABECERA) Y SU ESTADO (ULTIMA CABECERA)
010640*----------------------------------------------------------------
010650 5600-LEER-UNA-VERSION.
010660     MOVE ZERO TO WS-CANT-DESPUES.
010670     MOVE "N" TO WS-SW-VERSION.
010680     MOVE SPACES TO WS-PEDIDO-POR WS-MOTIVO-VERSION
010690         WS-MOMENTO-VERSION WS-ESTADO-VERSION.
010700     MOVE "N" TO WS-EOF-ARCHIVO.
010710     OPEN INPUT CTLVERS-FILE.
010720     IF WS-VERS-STATUS = "00"
010730         PERFORM 5610-LEER-REGISTRO THRU 5610-EXIT
010740             UNTIL FIN-ARCHIVO
010750         CLOSE CTLVERS-FILE
010760     END-IF.
010770 5600-EXIT.
010780     EXIT.
010790
010800 5610-LEER-REGISTRO.
010810     READ CTLVERS-FILE
010820         AT END
010830             SET FIN-ARCHIVO TO TRUE
010840             GO TO 5610-EXIT
010850     END-READ.
010860     IF CVER-TARJETA NOT = TARJ-NOMBRE(WS-IDX-TARJ)
010870             OR CVER-VERSION NOT = WS-VERSION-ELEGIDA
010880         GO TO 5610-EXIT
010890     END-IF.
010900     IF CVER-CABECERA
010910         IF NOT VERSION-HALLADA
010920             SET VERSION-HALLADA TO TRUE
010930             MOVE CVEC-OPERADOR TO WS-PEDIDO-POR
010940             MOVE CVEC-MOTIVO TO WS-MOTIVO-VERSION
010950             MOVE CVEC-MOMENTO TO WS-MOMENTO-VERSION
010960         END-IF
010970         MOVE CVEC-ESTADO TO WS-ESTADO-VERSION
010980         GO TO 5610-EXIT
010990     END-IF.
011000     IF CVER-RENGLON AND WS-CANT-DESPUES < WS-MAX-RENGLONES
011010         ADD 1 TO WS-CANT-DESPUES
011020         MOVE CVER-IMAGEN TO DES-RENGLON(WS-CANT-DESPUES)
011030     END-IF.
011040 5610-EXIT.
011050     EXIT.
011060
011070******************************************************************
011080* 5700-VOLVER-VERSION - UNA VERSION QUE ESTUVO APLICADA SE PROPONE
011090*     COMO CAMBIO NUEVO (MISMAS VALIDACIONES Y APROBACION)
011100******************************************************************
011110 5700-VOLVER-VERSION.
011120     PERFORM 2100-ELEGIR-TARJETA THRU 2100-EXIT.
011130     IF WS-IDX-TARJ = ZERO
011140         GO TO 5700-EXIT
011150     END-IF.
011160     IF VERT-PENDIENTE(WS-IDX-TARJ) > ZERO
011170         DISPLAY "LA TARJETA TIENE LA VERSION "
011180             VERT-PENDIENTE(WS-IDX-TARJ)
011190             " PENDIENTE DE APROBACION: APRUEBELA O RECHACELA "
011200             "PRIMERO."
011210         GO TO 5700-EXIT
011220     END-IF.
011230     DISPLAY "Version a recuperar: ".
011240     ACCEPT WS-VERSION-ELEGIDA.
011250     PERFORM 5600-LEER-UNA-VERSION THRU 5600-EXIT.
011260     IF NOT VERSION-HALLADA
011270         DISPLAY "VERSION INEXISTENTE."
011280         GO TO 5700-EXIT
011290     END-IF.
011300     IF WS-ESTADO-VERSION NOT = "A"
011310         DISPLAY "SOLO SE VUELVE A UNA VERSION QUE ESTUVO "
011320             "APLICADA."
011330         GO TO 5700-EXIT
011340     END-IF.
011350     PERFORM 3200-LEER-TARJETA THRU 3200-EXIT.
011360     PERFORM 7000-PROPONER-CAMBIO THRU 7000-EXIT.
011370 5700-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410* 6000-AVISAR-IMPACTO - BAJAR UNA RETENCION ADELANTA LA FECHA DE
011420*     CORTE DE SU LECTOR; EN EXPCTL, UN DESTINO HABILITADO EN
011430*     DNIDEST RECIBE EL DNI REAL
011440******************************************************************
011450 6000-AVISAR-IMPACTO.
011460     MOVE ZERO TO WS-CANT-AVISOS.
011470     EVALUATE TRUE
011480         WHEN TARJ-PELIGRO(WS-IDX-TARJ) = "B"
011490                 AND TARJ-UN-NUMERO(WS-IDX-TARJ)
011500             PERFORM 6100-IMPACTO-NUMERO THRU 6100-EXIT
011510         WHEN TARJ-PELIGRO(WS-IDX-TARJ) = "B"
011520                 AND TARJ-RETENCIONES(WS-IDX-TARJ)
011530             PERFORM 6200-IMPACTO-FAMILIA THRU 6200-EXIT
011540                 VARYING WS-IDX-REN FROM 1 BY 1
011550                     UNTIL WS-IDX-REN > WS-CANT-DESPUES
011560             PERFORM 6250-IMPACTO-QUITADA THRU 6250-EXIT
011570                 VARYING WS-IDX-REN FROM 1 BY 1
011580                     UNTIL WS-IDX-REN > WS-CANT-ANTES
011590         WHEN TARJ-PELIGRO(WS-IDX-TARJ) = "D"
011600             PERFORM 6300-IMPACTO-DESTINO THRU 6300-EXIT
011610     END-EVALUATE.
011620     IF WS-CANT-AVISOS = ZERO
011630         DISPLAY "SIN AVISOS DE IMPACTO."
011640     END-IF.
011650 6000-EXIT.
011660     EXIT.
011670
011680 6100-IMPACTO-NUMERO.
011690     MOVE TARJ-DEFECTO(WS-IDX-TARJ) TO WS-VALOR-NUM.
011700     IF WS-CANT-ANTES > ZERO
011710         MOVE ANT-RENGLON(1) TO WS-RENGLON
011720         PERFORM 3600-VALOR-DEL-RENGLON THRU 3600-EXIT
011730     END-IF.
011740     MOVE WS-VALOR-NUM TO WS-DIAS-ANTES.
011750     MOVE TARJ-DEFECTO(WS-IDX-TARJ) TO WS-VALOR-NUM.
011760     IF WS-CANT-DESPUES > ZERO
011770         MOVE DES-RENGLON(1) TO WS-RENGLON
011780         PERFORM 3600-VALOR-DEL-RENGLON THRU 3600-EXIT
011790     END-IF.
011800     MOVE WS-VALOR-NUM TO WS-DIAS-DESPUES.
011810     MOVE TARJ-NOMBRE(WS-IDX-TARJ) TO WS-ETIQUETA-AVISO.
011820     PERFORM 6500-AVISO-RETENCION THRU 6500-EXIT.
011830 6100-EXIT.
011840     EXIT.
011850
011860 6200-IMPACTO-FAMILIA.
011870     MOVE DES-RENGLON(WS-IDX-REN) TO WS-RENGLON.
011880     MOVE WS-RRET-DIAS TO WS-DIAS-DESPUES.
011890     MOVE TARJ-DEFECTO(WS-IDX-TARJ) TO WS-DIAS-ANTES.
011900     PERFORM 6210-BUSCAR-ANTES THRU 6210-EXIT
011910         VARYING WS-IDX-OTRO FROM 1 BY 1
011920             UNTIL WS-IDX-OTRO > WS-CANT-ANTES.
011930     MOVE SPACES TO WS-ETIQUETA-AVISO.
011940     STRING "FAMILIA " WS-RRET-FAMILIA DELIMITED BY SIZE
011950         INTO WS-ETIQUETA-AVISO.
011960     PERFORM 6500-AVISO-RETENCION THRU 6500-EXIT.
011970 6200-EXIT.
011980     EXIT.
011990
012000 6210-BUSCAR-ANTES.
012010     IF ANT-RENGLON(WS-IDX-OTRO)(1:8) = WS-RRET-FAMILIA
012020             AND ANT-RENGLON(WS-IDX-OTRO)(9:5) IS NUMERIC
012030         MOVE ANT-RENGLON(WS-IDX-OTRO)(9:5) TO WS-DIAS-ANTES
012040     END-IF.
012050 6210-EXIT.
012060     EXIT.
012070
012080*----------------------------------------------------------------
012090*    UNA FAMILIA QUE SE QUITA DE RETENCTL VUELVE A LOS DIAS POR
012100*    DEFECTO DE LIMPIEZA
012110*----------------------------------------------------------------
012120 6250-IMPACTO-QUITADA.
012130     MOVE ANT-RENGLON(WS-IDX-REN) TO WS-RENGLON.
012140     IF WS-RRET-DIAS IS NOT NUMERIC
012150         GO TO 6250-EXIT
012160     END-IF.
012170     MOVE "N" TO WS-SW-CLAVE.
012180     PERFORM 6260-BUSCAR-DESPUES THRU 6260-EXIT
012190         VARYING WS-IDX-OTRO FROM 1 BY 1
012200             UNTIL WS-IDX-OTRO > WS-CANT-DESPUES.
012210     IF CLAVE-REPETIDA
012220         GO TO 6250-EXIT
012230     END-IF.
012240     MOVE WS-RRET-DIAS TO WS-DIAS-ANTES.
012250     MOVE TARJ-DEFECTO(WS-IDX-TARJ) TO WS-DIAS-DESPUES.
012260     MOVE SPACES TO WS-ETIQUETA-AVISO.
012270     STRING "FAMILIA " WS-RRET-FAMILIA DELIMITED BY SIZE
012280         INTO WS-ETIQUETA-AVISO.
012290     PERFORM 6500-AVISO-RETENCION THRU 6500-EXIT.
012300 6250-EXIT.
012310     EXIT.
012320
012330 6260-BUSCAR-DESPUES.
012340     IF DES-RENGLON(WS-IDX-OTRO)(1:8) = WS-RRET-FAMILIA
012350         SET CLAVE-REPETIDA TO TRUE
012360     END-IF.
012370 6260-EXIT.
012380     EXIT.
012390
012400 6300-IMPACTO-DESTINO.
012410     MOVE SPACES TO WS-RENGLON.
012420     IF WS-CANT-ANTES > ZERO
012430         MOVE ANT-RENGLON(1) TO WS-RENGLON
012440     END-IF.
012450     MOVE WS-REXP-SUCURSAL TO WS-ENTRADA-SUCURSAL.
012460     IF WS-REXP-SUCURSAL IS NOT NUMERIC
012470         MOVE ZERO TO WS-ENTRADA-SUCURSAL
012480     END-IF.
012490     MOVE DES-RENGLON(1) TO WS-RENGLON.
012500     IF WS-REXP-SUCURSAL = ZERO AND WS-ENTRADA-SUCURSAL > ZERO
012510         ADD 1 TO WS-CANT-AVISOS
012520         DISPLAY "ATENCION: EL EXTRACTO PASA DE LA SUCURSAL "
012530             WS-ENTRADA-SUCURSAL " A TODAS LAS SUCURSALES."
012540     END-IF.
012550     IF WS-REXP-DESTINO = SPACES
012560         GO TO 6300-EXIT
012570     END-IF.
012580     MOVE "N" TO WS-SW-DESTINO.
012590     MOVE "N" TO WS-EOF-ARCHIVO.
012600     OPEN INPUT DNIDEST-FILE.
012610     IF WS-DST-STATUS = "00"
012620         PERFORM 6310-LEER-DESTINO THRU 6310-EXIT
012630             UNTIL FIN-ARCHIVO
012640         CLOSE DNIDEST-FILE
012650     END-IF.
012660     IF DESTINO-CON-DNI-REAL
012670         ADD 1 TO WS-CANT-AVISOS
012680         DISPLAY "ATENCION: EL DESTINO " WS-REXP-DESTINO
012690             " ESTA HABILITADO EN DNIDEST: EL EXTRACTO LLEVARA "
012700             "EL DNI REAL."
012710     END-IF.
012720 6300-EXIT.
012730     EXIT.
012740
012750 6310-LEER-DESTINO.
012760     READ DNIDEST-FILE
012770         AT END
012780             SET FIN-ARCHIVO TO TRUE
012790             GO TO 6310-EXIT
012800     END-READ.
012810     IF DST-EXTRACTO = "PERSCSV"
012820             AND DST-DESTINO = WS-REXP-DESTINO
012830         SET DESTINO-CON-DNI-REAL TO TRUE
012840     END-IF.
012850 6310-EXIT.
012860     EXIT.
012870
012880*----------------------------------------------------------------
012890*    DIAS QUE BAJAN: FECHA DE CORTE HOY Y CON EL CAMBIO
012900*----------------------------------------------------------------
012910 6500-AVISO-RETENCION.
012920     IF WS-DIAS-DESPUES >= WS-DIAS-ANTES
012930         GO TO 6500-EXIT
012940     END-IF.
012950     ADD 1 TO WS-CANT-AVISOS.
012960     COMPUTE WS-DIA-CORTE = WS-DIA-HOY - WS-DIAS-ANTES.
012970     COMPUTE WS-CORTE-ANTES =
012980         FUNCTION DATE-OF-INTEGER(WS-DIA-CORTE).
012990     COMPUTE WS-DIA-CORTE = WS-DIA-HOY - WS-DIAS-DESPUES.
013000     COMPUTE WS-CORTE-DESPUES =
013010         FUNCTION DATE-OF-INTEGER(WS-DIA-CORTE).
013020     DISPLAY "ATENCION: " WS-ETIQUETA-AVISO " BAJA DE "
013030         WS-DIAS-ANTES " A " WS-DIAS-DESPUES " DIAS.".
013040     DISPLAY "   " TARJ-LECTOR(WS-IDX-TARJ) " ALCANZARA LO "
013050         "ANTERIOR AL " WS-CORTE-DESPUES " (HOY: ANTERIOR AL "
013060         WS-CORTE-ANTES ")".
013070 6500-EXIT.
013080     EXIT.
013090
013100******************************************************************
013110* 7000-PROPONER-CAMBIO - TABLA-ANTES CONTRA TABLA-DESPUES, AVISOS,
013120*     MOTIVO Y CONFIRMACION. UNA TARJETA CRITICA QUEDA PENDIENTE;
013130*     LAS DEMAS SE GRABAN EN EL MOMENTO
013140******************************************************************
013150 7000-PROPONER-CAMBIO.
013160     MOVE "S" TO WS-SW-IGUALES.
013170     IF WS-CANT-ANTES NOT = WS-CANT-DESPUES
013180         MOVE "N" TO WS-SW-IGUALES
013190     ELSE
013200         PERFORM 7010-COMPARAR-RENGLON THRU 7010-EXIT
013210             VARYING WS-IDX-REN FROM 1 BY 1
013220                 UNTIL WS-IDX-REN > WS-CANT-ANTES
013230     END-IF.
013240     IF TARJETAS-IGUALES
013250         DISPLAY "SIN CAMBIOS: LA TARJETA YA TIENE ESE "
013260             "CONTENIDO."
013270         GO TO 7000-EXIT
013280     END-IF.
013290     DISPLAY "ANTES:".
013300     PERFORM 3300-MOSTRAR-ANTES THRU 3300-EXIT.
013310     DISPLAY "DESPUES:".
013320     PERFORM 3400-MOSTRAR-DESPUES THRU 3400-EXIT.
013330     PERFORM 6000-AVISAR-IMPACTO THRU 6000-EXIT.
013340     DISPLAY "Motivo del cambio: ".
013350     ACCEPT WS-MOTIVO-NUEVO.
013360     IF WS-MOTIVO-NUEVO = SPACES
013370         DISPLAY "EL MOTIVO ES OBLIGATORIO. NO SE CAMBIA."
013380         GO TO 7000-EXIT
013390     END-IF.
013400     DISPLAY "Confirma el cambio (S/N): ".
013410     ACCEPT WS-RESPUESTA.
013420     IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
013430         DISPLAY "NO SE CAMBIA LA TARJETA."
013440         GO TO 7000-EXIT
013450     END-IF.
013460     IF VERT-ULTIMA(WS-IDX-TARJ) = ZERO AND WS-CANT-ANTES > ZERO
013470         PERFORM 7100-GUARDAR-ORIGINAL THRU 7100-EXIT
013480     END-IF.
013490     COMPUTE WS-VERSION-NUEVA = VERT-ULTIMA(WS-IDX-TARJ) + 1.
013500     MOVE VERT-VIGENTE(WS-IDX-TARJ) TO WS-BASE-NUEVA.
013510     MOVE WS-MOTIVO-NUEVO TO WS-MOTIVO-VERSION.
013520     MOVE WS-OPERADOR-ACTUAL TO WS-PEDIDO-POR.
013530     MOVE SPACES TO WS-APROBADO-POR.
013540     IF TARJ-ES-CRITICA(WS-IDX-TARJ)
013550         MOVE "P" TO WS-ESTADO-NUEVO
013560     ELSE
013570         MOVE "A" TO WS-ESTADO-NUEVO
013580     END-IF.
013590     PERFORM 7300-GRABAR-CABECERA THRU 7300-EXIT.
013600     PERFORM 7400-GRABAR-RENGLONES THRU 7400-EXIT.
013610     MOVE WS-VERSION-NUEVA TO VERT-ULTIMA(WS-IDX-TARJ).
013620     ADD 1 TO WS-CANT-CAMBIOS.
013630     IF TARJ-ES-CRITICA(WS-IDX-TARJ)
013640         MOVE WS-VERSION-NUEVA TO VERT-PENDIENTE(WS-IDX-TARJ)
013650         MOVE WS-OPERADOR-ACTUAL TO
013660             VERT-PEND-OPERADOR(WS-IDX-TARJ)
013670         MOVE WS-BASE-NUEVA TO VERT-PEND-BASE(WS-IDX-TARJ)
013680         DISPLAY "VERSION " WS-VERSION-NUEVA " PENDIENTE: "
013690             TARJ-NOMBRE(WS-IDX-TARJ) " ES CRITICA Y LA DEBE "
013700             "APROBAR OTRO OPERADOR."
013710     ELSE
013720         PERFORM 8000-GRABAR-TARJETA THRU 8000-EXIT
013730         MOVE WS-VERSION-NUEVA TO VERT-VIGENTE(WS-IDX-TARJ)
013740         DISPLAY "VERSION " WS-VERSION-NUEVA " GRABADA EN "
013750             TARJ-NOMBRE(WS-IDX-TARJ)
013760     END-IF.
013770 7000-EXIT.
013780     EXIT.
013790
013800 7010-COMPARAR-RENGLON.
013810     IF ANT-RENGLON(WS-IDX-REN) NOT = DES-RENGLON(WS-IDX-REN)
013820         MOVE "N" TO WS-SW-IGUALES
013830     END-IF.
013840 7010-EXIT.
013850     EXIT.
013860
013870*----------------------------------------------------------------
013880*    LA PRIMERA VEZ, LA TARJETA EDITADA A MANO QUEDA COMO
013890*    VERSION 1 PARA QUE NO SE PIERDA
013900*----------------------------------------------------------------
013910 7100-GUARDAR-ORIGINAL.
013920     MOVE 1 TO WS-VERSION-NUEVA.
013930     MOVE ZERO TO WS-BASE-NUEVA.
013940     MOVE "A" TO WS-ESTADO-NUEVO.
013950     MOVE "MANUAL" TO WS-PEDIDO-POR.
013960     MOVE SPACES TO WS-APROBADO-POR.
013970     MOVE "EDITADA A MANO ANTES DEL REGISTRO" TO
013980         WS-MOTIVO-VERSION.
013990     PERFORM 7300-GRABAR-CABECERA THRU 7300-EXIT.
014000     OPEN EXTEND CTLVERS-FILE.
014010     PERFORM 7110-GRABAR-ORIGINAL THRU 7110-EXIT
014020         VARYING WS-IDX-REN FROM 1 BY 1
014030             UNTIL WS-IDX-REN > WS-CANT-ANTES.
014040     CLOSE CTLVERS-FILE.
014050     MOVE 1 TO VERT-ULTIMA(WS-IDX-TARJ).
014060     MOVE 1 TO VERT-VIGENTE(WS-IDX-TARJ).
014070 7100-EXIT.
014080     EXIT.
014090
014100 7110-GRABAR-ORIGINAL.
014110     MOVE SPACES TO CTLVERS-RECORD.
014120     MOVE TARJ-NOMBRE(WS-IDX-TARJ) TO CVER-TARJETA.
014130     MOVE WS-VERSION-NUEVA TO CVER-VERSION.
014140     SET CVER-RENGLON TO TRUE.
014150     MOVE WS-IDX-REN TO CVER-NRO-RENGLON.
014160     MOVE ANT-RENGLON(WS-IDX-REN) TO CVER-IMAGEN.
014170     WRITE CTLVERS-RECORD.
014180 7110-EXIT.
014190     EXIT.
014200
014210 7300-GRABAR-CABECERA.
014220     OPEN EXTEND CTLVERS-FILE.
014230     IF WS-VERS-STATUS NOT = "00"
014240         OPEN OUTPUT CTLVERS-FILE
014250     END-IF.
014260     MOVE SPACES TO CTLVERS-RECORD.
014270     MOVE TARJ-NOMBRE(WS-IDX-TARJ) TO CVER-TARJETA.
014280     MOVE WS-VERSION-NUEVA TO CVER-VERSION.
014290     SET CVER-CABECERA TO TRUE.
014300     MOVE FUNCTION CURRENT-DATE(1:14) TO CVEC-MOMENTO.
014310     MOVE WS-ESTADO-NUEVO TO CVEC-ESTADO.
014320     MOVE WS-PEDIDO-POR TO CVEC-OPERADOR.
014330     MOVE WS-APROBADO-POR TO CVEC-APROBO.
014340     MOVE WS-BASE-NUEVA TO CVEC-BASE.
014350     MOVE WS-CANT-DESPUES TO CVEC-CANT-RENGLONES.
014360     IF WS-PEDIDO-POR = "MANUAL"
014370         MOVE WS-CANT-ANTES TO CVEC-CANT-RENGLONES
014380     END-IF.
014390     MOVE WS-MOTIVO-VERSION TO CVEC-MOTIVO.
014400     WRITE CTLVERS-RECORD.
014410     CLOSE CTLVERS-FILE.
014420 7300-EXIT.
014430     EXIT.
014440
014450 7400-GRABAR-RENGLONES.
014460     OPEN EXTEND CTLVERS-FILE.
014470     PERFORM 7410-GRABAR-RENGLON THRU 7410-EXIT
014480         VARYING WS-IDX-REN FROM 1 BY 1
014490             UNTIL WS-IDX-REN > WS-CANT-DESPUES.
014500     CLOSE CTLVERS-FILE.
014510 7400-EXIT.
014520     EXIT.
014530
014540 7410-GRABAR-RENGLON.
014550     MOVE SPACES TO CTLVERS-RECORD.
014560     MOVE TARJ-NOMBRE(WS-IDX-TARJ) TO CVER-TARJETA.
014570     MOVE WS-VERSION-NUEVA TO CVER-VERSION.
014580     SET CVER-RENGLON TO TRUE.
014590     MOVE WS-IDX-REN TO CVER-NRO-RENGLON.
014600     MOVE DES-RENGLON(WS-IDX-REN) TO CVER-IMAGEN.
014610     WRITE CTLVERS-RECORD.
014620 7410-EXIT.
014630     EXIT.
014640
014650******************************************************************
014660* 8000-GRABAR-TARJETA - TABLA-DESPUES A LA TARJETA
014670******************************************************************
014680 8000-GRABAR-TARJETA.
014690     MOVE TARJ-NOMBRE(WS-IDX-TARJ) TO WS-DYN-TARJETA.
014700     OPEN OUTPUT TARJETA-FILE.
014710     PERFORM 8100-GRABAR-RENGLON THRU 8100-EXIT
014720         VARYING WS-IDX-REN FROM 1 BY 1
014730             UNTIL WS-IDX-REN > WS-CANT-DESPUES.
014740     CLOSE TARJETA-FILE.
014750 8000-EXIT.
014760     EXIT.
014770
014780 8100-GRABAR-RENGLON.
014790     MOVE DES-RENGLON(WS-IDX-REN) TO TARJETA-RECORD.
014800     WRITE TARJETA-RECORD.
014810 8100-EXIT.
014820     EXIT.
014830
014840 END PROGRAM tarjetas_mant.
