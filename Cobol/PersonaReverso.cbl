000100******************************************************************
000110* PROGRAM-ID: PersonaReverso
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    REQUEST HALF OF THE BACKOUT OF ONE APPLIED
000170*             PERSTRAN DECK. THE OPERATOR IDENTIFIES THE DECK
000180*             EITHER BY ITS TRACE IDS (BUSINESS DATE AND THE
000190*             NNNNN RANGE OF TRAZAS) OR BY THE TIMESTAMP OF
000200*             THE RUN (THE SOBRE ROW OF TRAZAS). EVERY JOURNAL
000210*             ROW OF THE DECK IN TRAZAS IS PAIRED, IN ORDER,
000220*             WITH THE PERSJRNL ENTRY PERSONAMANTBAT WROTE FOR
000230*             IT, AND FOR EACH PERSONA TOUCHED THE PROGRAM
000240*             BUILDS THE COMPENSATING MOVEMENT BACK TO THE
000250*             IMAGE BEFORE THE DECK:
000260*               ALTA DEL DECK         -> BAJA LOGICA
000270*               BAJA DEL DECK         -> ALTA (REACTIVACION)
000280*               MODIF./TRANSFERENCIA  -> MODIFICACION
000290*             A PERSONA TOUCHED AGAIN AFTER THE DECK (ANY LATER
000300*             PERSJRNL ENTRY, OR A MASTER RECORD THAT NO
000310*             LONGER MATCHES WHAT THE DECK LEFT) IS LISTED AS
000320*             A CONFLICT AND NEVER OVERWRITTEN. NOTHING IS
000330*             APPLIED HERE: THE PROPOSAL GOES TO REVPROP AND
000340*             THE BACKOUT IS LEFT PENDING IN PENDAPRO (ACCION
000350*             "V") FOR A SECOND OPERATOR TO APPROVE IN
000360*             PERSONAAPROB, THE SAME AS THE DESTRUCTIVE
000370*             PERSONAMANT ACTIONS. THE PROPOSAL IS PRINTED
000380*             THROUGH REPORTE_SVC AS REVERSO.AAAAMMDD.
000390* TECTONICS:  cobc
000400******************************************************************
000410* MODIFICATION HISTORY
000420* DATE       INIT DESCRIPTION
000430* 2026-10-15 RW   INITIAL VERSION. LA IDENTIFICACION DEL
000440*                 OPERADOR Y EL CANDADO CICLOLOCK SIGUEN A
000450*                 PERSONAAPROB.
000460* 2026-10-15 RW   UN OPERADOR INHABILITADO O SUSPENDIDO EN
000470*                 OPERADORES NO CUENTA COMO SOLICITANTE.
000480* 2026-10-15 RW   EL JOURNAL SE LEE POR JOURNAL_LECTOR DESDE LA
000490*                 GENERACION MENSUAL ANTERIOR A LA DEL DECK; LAS
000500*                 GENERACIONES SALEN EN EL ORDEN DE GRABACION,
000510*                 ASI EL ORDINAL DE TRAZAS SIGUE EMPAREJANDO.
000520* 2026-10-15 RW   MOTIVO "EL MAESTRO NO ES LO QUE DEJO EL DECK":
000530*                 EL TEXTO ANTERIOR NO ENTRABA EN DNIR-MOTIVO.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. PersonaReverso.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-LOCK-STATUS.
000640
000650     SELECT SESION-FILE ASSIGN TO "SESION"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SES-STATUS.
000680
000690     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-OPE-STATUS.
000720
000730     SELECT TRAZAS-FILE ASSIGN TO "TRAZAS"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRZ-STATUS.
000760
000770     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS PERS-DNI
000810         FILE STATUS IS WS-PERSONA-STATUS.
000820
000830     SELECT REVPROP-FILE ASSIGN TO "REVPROP"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-REV-STATUS.
000860
000870     SELECT PENDAPRO-FILE ASSIGN TO "PENDAPRO"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-PEND-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  LOCK-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 14 CHARACTERS.
000960 01  LOCK-RECORD.
000970     05  LOCK-FECHA              PIC 9(08).
000980     05  LOCK-HORA               PIC X(06).
000990
001000 FD  SESION-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 08 CHARACTERS.
001030 01  SESION-RECORD.
001040     05  SES-OPERADOR            PIC X(08).
001050
001060 FD  OPERADORES-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 51 CHARACTERS.
001090 01  OPERADORES-RECORD.
001100     05  OPE-ID                  PIC X(08).
001110     05  FILLER                  PIC X(01).
001120     05  OPE-NOMBRE              PIC X(20).
001130     05  FILLER                  PIC X(01).
001140     05  OPE-PERMISOS            PIC X(10).
001150     05  FILLER                  PIC X(01).
001160     05  OPE-ESTADO              PIC X(01).
001170         88  OPE-INHABILITADO    VALUE "I" "S".
001180     05  FILLER                  PIC X(01).
001190     05  OPE-FECHA-ESTADO        PIC 9(08).
001200
001210 FD  TRAZAS-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  TRAZAS-RECORD.
001250     05  TRZ-ID.
001260         10  TRZ-ID-FECHA        PIC X(08).
001270         10  FILLER              PIC X(01).
001280         10  TRZ-ID-NUMERO       PIC X(05).
001290     05  FILLER                  PIC X(01).
001300     05  TRZ-TIMESTAMP           PIC X(14).
001310     05  FILLER                  PIC X(01).
001320     05  TRZ-ETAPA               PIC X(10).
001330     05  FILLER                  PIC X(01).
001340     05  TRZ-DNI                 PIC X(08).
001350     05  FILLER                  PIC X(01).
001360     05  TRZ-DETALLE             PIC X(30).
001370
001380 FD  PERSONA-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 117 CHARACTERS.
001410 COPY PERSONA.
001420
001430*----------------------------------------------------------------
001440*    PROPUESTA DE REVERSO: UNA LINEA POR PERSONA, CON LA IMAGEN
001450*    QUE EL DECK DEJO (LA QUE EL MAESTRO DEBE TENER AL APROBAR)
001460*    Y LA IMAGEN A RESTAURAR. LA LEE PERSONAAPROB.
001470*----------------------------------------------------------------
001480 FD  REVPROP-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 325 CHARACTERS.
001510 01  REVPROP-RECORD.
001520     05  REV-LOTE                PIC X(20).
001530     05  FILLER                  PIC X(01).
001540     05  REV-SOLICITUD           PIC X(14).
001550     05  FILLER                  PIC X(01).
001560     05  REV-ESTADO              PIC X(01).
001570     05  FILLER                  PIC X(01).
001580     05  REV-ACCION              PIC X(01).
001590     05  FILLER                  PIC X(01).
001600     05  REV-DNI                 PIC X(08).
001610     05  FILLER                  PIC X(01).
001620     05  REV-ESPERADA            PIC X(117).
001630     05  FILLER                  PIC X(01).
001640     05  REV-DESTINO             PIC X(117).
001650     05  FILLER                  PIC X(01).
001660     05  REV-MOTIVO              PIC X(40).
001670
001680 FD  PENDAPRO-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 157 CHARACTERS.
001710 01  PENDIENTE-RECORD.
001720     05  PEND-ESTADO             PIC X(01).
001730     05  FILLER                  PIC X(01).
001740     05  PEND-ACCION             PIC X(01).
001750     05  FILLER                  PIC X(01).
001760     05  PEND-FECHA              PIC 9(08).
001770     05  FILLER                  PIC X(01).
001780     05  PEND-SOLICITANTE        PIC X(08).
001790     05  FILLER                  PIC X(01).
001800     05  PEND-DNI                PIC 9(08).
001810     05  FILLER                  PIC X(01).
001820     05  PEND-IMAGEN             PIC X(117).
001830     05  FILLER                  PIC X(01).
001840     05  PEND-APROBADOR          PIC X(08).
001850
001860 WORKING-STORAGE SECTION.
001870 01  WS-LOCK-STATUS              PIC X(02).
001880 01  WS-SES-STATUS               PIC X(02).
001890 01  WS-OPE-STATUS               PIC X(02).
001900 01  WS-TRZ-STATUS               PIC X(02).
001910 01  WS-PERSONA-STATUS           PIC X(02).
001920 01  WS-REV-STATUS               PIC X(02).
001930 01  WS-PEND-STATUS              PIC X(02).
001940
001950 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
001960     88  FIN-OPERADORES          VALUE "S".
001970 01  WS-EOF-TRAZAS               PIC X(01) VALUE "N".
001980     88  FIN-TRAZAS              VALUE "S".
001990 01  WS-EOF-JOURNAL              PIC X(01) VALUE "N".
002000     88  FIN-JOURNAL             VALUE "S".
002010 01  WS-EOF-PEND                 PIC X(01) VALUE "N".
002020     88  FIN-PENDIENTES          VALUE "S".
002030
002040 01  JOURNAL-RECORD.
002050     05  PJRN-TIMESTAMP          PIC X(21).
002060     05  FILLER                  PIC X(01).
002070     05  PJRN-PROGRAMA           PIC X(20).
002080     05  FILLER                  PIC X(01).
002090     05  PJRN-ACCION             PIC X(01).
002100     05  FILLER                  PIC X(01).
002110     05  PJRN-IMAGEN-ANTES       PIC X(117).
002120     05  FILLER                  PIC X(01).
002130     05  PJRN-IMAGEN-DESPUES     PIC X(117).
002140     05  FILLER                  PIC X(01).
002150     05  PJRN-HASH               PIC X(11).
002160
002170*----------------------------------------------------------------
002180*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
002190*----------------------------------------------------------------
002200 01  JLC-AREA.
002210     05  JLC-FUNCION             PIC X(01).
002220     05  JLC-GEN-DESDE           PIC 9(06).
002230     05  JLC-GEN-HASTA           PIC 9(06).
002240     05  JLC-DNI                 PIC 9(08).
002250     05  JLC-FECHA-DESDE         PIC 9(08).
002260     05  JLC-FECHA-HASTA         PIC 9(08).
002270     05  JLC-RESULTADO           PIC X(01).
002280         88  JLC-OK              VALUE "0".
002290     05  JLC-GENERACION          PIC 9(06).
002300     05  JLC-ORDINAL             PIC 9(07).
002310     05  JLC-MENSAJE             PIC X(40).
002320
002330*----------------------------------------------------------------
002340*    IDENTIFICACION DEL OPERADOR QUE SOLICITA EL REVERSO
002350*----------------------------------------------------------------
002360 01  WS-SOLICITANTE              PIC X(08) VALUE SPACES.
002370 01  WS-SW-REGISTRADO            PIC X(01) VALUE "N".
002380     88  SOLICITANTE-REGISTRADO  VALUE "S".
002390
002400*----------------------------------------------------------------
002410*    IDENTIFICACION DEL DECK: RANGO DE IDS O CORRIDA
002420*----------------------------------------------------------------
002430 01  WS-MODO                     PIC X(01).
002440     88  MODO-RANGO              VALUE "I".
002450     88  MODO-CORRIDA            VALUE "C".
002460 01  WS-SW-DATOS                 PIC X(01) VALUE "N".
002470     88  DATOS-VALIDOS           VALUE "S".
002480 01  WS-FECHA-DECK-ALFA          PIC X(08).
002490 01  WS-FECHA-DECK REDEFINES WS-FECHA-DECK-ALFA
002500                                 PIC 9(08).
002510 01  WS-DESDE-ALFA               PIC X(05).
002520 01  WS-DESDE REDEFINES WS-DESDE-ALFA
002530                                 PIC 9(05).
002540 01  WS-HASTA-ALFA               PIC X(05).
002550 01  WS-HASTA REDEFINES WS-HASTA-ALFA
002560                                 PIC 9(05).
002570 01  WS-CORRIDA                  PIC X(14).
002580 01  WS-SW-EN-CORRIDA            PIC X(01) VALUE "N".
002590     88  EN-LA-CORRIDA           VALUE "S".
002600 01  WS-SW-CORRIDA-HALLADA       PIC X(01) VALUE "N".
002610     88  CORRIDA-HALLADA         VALUE "S".
002620 01  WS-NUMERO-TRAZA             PIC 9(05).
002630
002640*----------------------------------------------------------------
002650*    CLAVE DEL REVERSO: EL DECK (FECHA Y RANGO DE IDS) MAS EL
002660*    MOMENTO DE LA SOLICITUD. VIAJA EN PEND-IMAGEN.
002670*----------------------------------------------------------------
002680 01  WS-CLAVE-REVERSO.
002690     05  WS-LOTE.
002700         10  WS-LOTE-FECHA       PIC 9(08).
002710         10  FILLER              PIC X(01) VALUE "-".
002720         10  WS-LOTE-DESDE       PIC 9(05).
002730         10  FILLER              PIC X(01) VALUE "-".
002740         10  WS-LOTE-HASTA       PIC 9(05).
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  WS-SOLICITUD            PIC X(14).
002770 01  WS-SW-YA-PENDIENTE          PIC X(01) VALUE "N".
002780     88  YA-HAY-PENDIENTE        VALUE "S".
002790
002800*----------------------------------------------------------------
002810*    MOVIMIENTOS APLICADOS DEL DECK (FILAS JOURNAL DE TRAZAS),
002820*    CON SU ORDINAL ENTRE LAS FILAS JOURNAL DE ESA FECHA: EL
002830*    ORDINAL N CORRESPONDE A LA N-ESIMA ENTRADA DE PERSJRNL DE
002840*    PERSONAMANTBAT CON ESA FECHA DE NEGOCIO
002850*----------------------------------------------------------------
002860 01  WS-MAX-MOVS                 PIC 9(03) VALUE 500.
002870 01  WS-CANT-MOVS                PIC 9(03) VALUE ZERO.
002880 01  WS-SW-MOVS-DEMAS            PIC X(01) VALUE "N".
002890     88  MOVS-DESBORDADOS        VALUE "S".
002900 01  TABLA-MOVIMIENTOS.
002910     05  MOV-ENTRADA OCCURS 500 TIMES.
002920         10  MOV-ORDINAL         PIC 9(05).
002930         10  MOV-TRAZA-ID        PIC X(14).
002940         10  MOV-DNI             PIC X(08).
002950 01  WS-ORDINAL-TRAZA            PIC 9(05) VALUE ZERO.
002960 01  WS-ORDINAL-JOURNAL          PIC 9(05) VALUE ZERO.
002970 01  WS-IDX-PROX                 PIC 9(03) COMP.
002980 01  WS-SW-DEL-DECK              PIC X(01).
002990     88  ENTRADA-DEL-DECK        VALUE "S".
003000 01  WS-SW-DESCUADRE             PIC X(01) VALUE "N".
003010     88  HAY-DESCUADRE           VALUE "S".
003020 01  WS-TRAZA-DESCUADRE          PIC X(14) VALUE SPACES.
003030 01  WS-PROGRAMA-DECK            PIC X(20) VALUE "PersonaMantBat".
003040 01  WS-JRNL-DNI                 PIC X(08).
003050
003060*----------------------------------------------------------------
003070*    PERSONAS TOCADAS POR EL DECK: IMAGEN ANTERIOR AL PRIMER
003080*    MOVIMIENTO, IMAGEN QUE DEJO EL ULTIMO, Y LA COMPENSACION
003090*----------------------------------------------------------------
003100 01  WS-CANT-DNIS                PIC 9(03) VALUE ZERO.
003110 01  TABLA-PERSONAS.
003120     05  DNIR-ENTRADA OCCURS 500 TIMES.
003130         10  DNIR-DNI            PIC X(08).
003140         10  DNIR-CANT-MOVS      PIC 9(03).
003150         10  DNIR-PRIMERA-TRAZA  PIC X(14).
003160         10  DNIR-ULTIMA-TRAZA   PIC X(14).
003170         10  DNIR-ORIGINAL       PIC X(117).
003180         10  DNIR-ESPERADA       PIC X(117).
003190         10  DNIR-DESTINO        PIC X(117).
003200         10  DNIR-ESTADO         PIC X(01).
003210             88  DNIR-PROPUESTO  VALUE "P".
003220             88  DNIR-CONFLICTO  VALUE "C".
003230             88  DNIR-SIN-EFECTO VALUE "N".
003240         10  DNIR-ACCION         PIC X(01).
003250         10  DNIR-MOTIVO         PIC X(40).
003260 01  WS-IDX-DNI                  PIC 9(03) COMP.
003270 01  WS-SW-DNI                   PIC X(01).
003280     88  DNI-HALLADO             VALUE "S".
003290 01  WS-SW-ORIGINAL-ACTIVO       PIC X(01).
003300 01  WS-SW-ESPERADA-ACTIVO       PIC X(01).
003310 01  WS-CUENTA-PROPUESTOS        PIC 9(05) VALUE ZERO.
003320 01  WS-CUENTA-CONFLICTOS        PIC 9(05) VALUE ZERO.
003330 01  WS-CUENTA-SIN-EFECTO        PIC 9(05) VALUE ZERO.
003340
003350 01  WS-FECHA-HOY                PIC 9(08).
003360 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
003370 01  WS-DNI-NUMERICO             PIC 9(08).
003380 01  WS-DNI-ENMASCARADO          PIC X(08).
003390
003400*----------------------------------------------------------------
003410*    REPORTE VIA REPORTE_SVC
003420*----------------------------------------------------------------
003430 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
003440 01  RSVC-AREA.
003450     05  RSVC-FUNCION            PIC X(01).
003460     05  RSVC-ARCHIVO            PIC X(21).
003470     05  RSVC-TITULO             PIC X(40).
003480     05  RSVC-LINEA              PIC X(132).
003490     05  RSVC-CANT-LINEAS        PIC 9(07).
003500 01  WS-LINEA-COLUMNAS.
003510     05  FILLER                  PIC X(12) VALUE "  DNI".
003520     05  FILLER                  PIC X(05) VALUE "MOVS".
003530     05  FILLER                  PIC X(31)
003540             VALUE "TRAZAS DEL DECK".
003550     05  FILLER                  PIC X(14) VALUE "COMPENSACION".
003560     05  FILLER                  PIC X(12) VALUE "RESULTADO".
003570     05  FILLER                  PIC X(58) VALUE "MOTIVO".
003580 01  WS-LINEA-PERSONA.
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  LRV-DNI                 PIC X(08).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  LRV-MOVS                PIC ZZ9.
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640     05  LRV-PRIMERA             PIC X(14).
003650     05  FILLER                  PIC X(01) VALUE "/".
003660     05  LRV-ULTIMA              PIC X(14).
003670     05  FILLER                  PIC X(02) VALUE SPACES.
003680     05  LRV-ACCION              PIC X(12).
003690     05  FILLER                  PIC X(02) VALUE SPACES.
003700     05  LRV-RESULTADO           PIC X(10).
003710     05  FILLER                  PIC X(02) VALUE SPACES.
003720     05  LRV-MOTIVO              PIC X(40).
003730     05  FILLER                  PIC X(18) VALUE SPACES.
003740 01  WS-LINEA-TOTAL.
003750     05  FILLER                  PIC X(02) VALUE SPACES.
003760     05  LTO-ETIQUETA            PIC X(36).
003770     05  LTO-VALOR               PIC ZZZZ9.
003780     05  FILLER                  PIC X(89) VALUE SPACES.
003790
003800*----------------------------------------------------------------
003810*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
003820*----------------------------------------------------------------
003830 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaReverso".
003840 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003850 01  WS-CATG-ARCHIVO             PIC X(21).
003860 01  WS-CATG-CANTIDAD            PIC 9(07).
003870
003880 PROCEDURE DIVISION.
003890
003900******************************************************************
003910* 0000-MAINLINE
003920******************************************************************
003930 0000-MAINLINE.
003940*    EL MISMO CANDADO QUE RESPETAN PERSONAMANT Y PERSONAAPROB
003950     OPEN INPUT LOCK-FILE.
003960     IF WS-LOCK-STATUS = "00"
003970         CLOSE LOCK-FILE
003980         DISPLAY "EL CICLO DIARIO ESTA EN EJECUCION (CANDADO "
003990             "CICLOLOCK). INTENTE CUANDO TERMINE."
004000         GOBACK
004010     END-IF.
004020     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
004030     PERFORM 1500-IDENTIFICAR-SOLICITANTE THRU 1500-EXIT.
004040     IF NOT SOLICITANTE-REGISTRADO
004050         DISPLAY "OPERADOR NO REGISTRADO EN OPERADORES. FIN."
004060         GOBACK
004070     END-IF.
004080     PERFORM 1000-PEDIR-DATOS THRU 1000-EXIT.
004090     IF NOT DATOS-VALIDOS
004100         GOBACK
004110     END-IF.
004120     PERFORM 2000-SELECCIONAR-TRAZAS THRU 2000-EXIT.
004130     IF MOVS-DESBORDADOS
004140         DISPLAY "EL DECK TIENE MAS DE " WS-MAX-MOVS
004150             " MOVIMIENTOS: REVIERTA POR TRAMOS DE IDS."
004160         GOBACK
004170     END-IF.
004180     IF MODO-CORRIDA AND NOT CORRIDA-HALLADA
004190         DISPLAY "NO HAY SOBRE EN TRAZAS CON ESE TIMESTAMP "
004200             "DE CORRIDA."
004210         GOBACK
004220     END-IF.
004230     IF WS-CANT-MOVS = ZERO
004240         DISPLAY "EL DECK NO TIENE MOVIMIENTOS APLICADOS."
004250         GOBACK
004260     END-IF.
004270     MOVE WS-FECHA-DECK TO WS-LOTE-FECHA.
004280     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SOLICITUD.
004290     PERFORM 6100-VER-PENDIENTES THRU 6100-EXIT.
004300     IF YA-HAY-PENDIENTE
004310         DISPLAY "YA HAY UN REVERSO PENDIENTE PARA EL DECK "
004320             WS-LOTE ". RESUELVALO EN PERSONAAPROB."
004330         GOBACK
004340     END-IF.
004350     PERFORM 3000-LEER-JOURNAL THRU 3000-EXIT.
004360     IF HAY-DESCUADRE
004370         DISPLAY "TRAZAS Y PERSJRNL NO SE CORRESPONDEN DESDE "
004380             "LA TRAZA " WS-TRAZA-DESCUADRE
004390             ". NO SE PROPONE EL REVERSO."
004400         GOBACK
004410     END-IF.
004420     PERFORM 4000-ARMAR-REVERSO THRU 4000-EXIT.
004430     PERFORM 5000-EMITIR-PROPUESTA THRU 5000-EXIT.
004440     IF WS-CUENTA-PROPUESTOS > ZERO
004450         PERFORM 6000-REGISTRAR-PENDIENTE THRU 6000-EXIT
004460     ELSE
004470         DISPLAY "NINGUNA PERSONA PUEDE REVERTIRSE: NO SE "
004480             "REGISTRA PENDIENTE."
004490     END-IF.
004500     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004510     GOBACK.
004520
004530******************************************************************
004540* 1000-PEDIR-DATOS - EL DECK SE IDENTIFICA POR SU FECHA Y RANGO
004550*     DE IDS DE TRAZA, O POR EL TIMESTAMP DE SU CORRIDA (EL DE
004560*     LA FILA SOBRE EN TRAZAS, COMO LO MUESTRA TRAZA_CONSULTA)
004570******************************************************************
004580 1000-PEDIR-DATOS.
004590     DISPLAY "REVERSO DE UN DECK PERSTRAN APLICADO".
004600     DISPLAY "FECHA DE NEGOCIO DEL DECK (AAAAMMDD, EN BLANCO "
004610         "HOY): ".
004620     ACCEPT WS-FECHA-DECK-ALFA.
004630     IF WS-FECHA-DECK-ALFA = SPACES
004640         MOVE WS-FECHA-HOY TO WS-FECHA-DECK
004650     END-IF.
004660     IF WS-FECHA-DECK-ALFA IS NOT NUMERIC
004670         DISPLAY "FECHA INVALIDA."
004680         GO TO 1000-EXIT
004690     END-IF.
004700     DISPLAY "IDENTIFICAR POR I = RANGO DE IDS, "
004710         "C = CORRIDA (TIMESTAMP): ".
004720     ACCEPT WS-MODO.
004730     MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
004740     EVALUATE TRUE
004750         WHEN MODO-RANGO
004760             DISPLAY "PRIMER ID (NNNNN): "
004770             ACCEPT WS-DESDE-ALFA
004780             DISPLAY "ULTIMO ID (NNNNN): "
004790             ACCEPT WS-HASTA-ALFA
004800             IF WS-DESDE-ALFA IS NOT NUMERIC
004810                     OR WS-HASTA-ALFA IS NOT NUMERIC
004820                     OR WS-DESDE > WS-HASTA
004830                 DISPLAY "RANGO DE IDS INVALIDO."
004840                 GO TO 1000-EXIT
004850             END-IF
004860         WHEN MODO-CORRIDA
004870             DISPLAY "TIMESTAMP DE LA CORRIDA "
004880                 "(AAAAMMDDHHMMSS): "
004890             ACCEPT WS-CORRIDA
004900             IF WS-CORRIDA IS NOT NUMERIC
004910                 DISPLAY "TIMESTAMP INVALIDO."
004920                 GO TO 1000-EXIT
004930             END-IF
004940             MOVE 99999 TO WS-DESDE
004950             MOVE ZERO TO WS-HASTA
004960         WHEN OTHER
004970             DISPLAY "MODO INVALIDO."
004980             GO TO 1000-EXIT
004990     END-EVALUATE.
005000     SET DATOS-VALIDOS TO TRUE.
005010 1000-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* 1500-IDENTIFICAR-SOLICITANTE - TOMA EL OPERADOR DE LA SESION
005060*     DEL MENU (O LO PIDE) Y LO VERIFICA CONTRA OPERADORES, IGUAL
005070*     QUE PERSONAAPROB CON EL APROBADOR
005080******************************************************************
005090 1500-IDENTIFICAR-SOLICITANTE.
005100     OPEN INPUT SESION-FILE.
005110     IF WS-SES-STATUS = "00"
005120         READ SESION-FILE
005130             NOT AT END
005140                 MOVE SES-OPERADOR TO WS-SOLICITANTE
005150         END-READ
005160         CLOSE SESION-FILE
005170     END-IF.
005180     IF WS-SOLICITANTE = SPACES
005190         DISPLAY "ID DE OPERADOR QUE SOLICITA: "
005200         ACCEPT WS-SOLICITANTE
005210     END-IF.
005220     OPEN INPUT OPERADORES-FILE.
005230     IF WS-OPE-STATUS NOT = "00"
005240         DISPLAY "SIN ARCHIVO OPERADORES NO PUEDE VERIFICARSE "
005250             "AL SOLICITANTE."
005260         GO TO 1500-EXIT
005270     END-IF.
005280     PERFORM 1510-BUSCAR-OPERADOR THRU 1510-EXIT
005290         UNTIL FIN-OPERADORES.
005300     CLOSE OPERADORES-FILE.
005310 1500-EXIT.
005320     EXIT.
005330
005340 1510-BUSCAR-OPERADOR.
005350     READ OPERADORES-FILE
005360         AT END
005370             SET FIN-OPERADORES TO TRUE
005380         NOT AT END
005390             IF OPE-ID = WS-SOLICITANTE
005400                     AND NOT OPE-INHABILITADO
005410                 SET SOLICITANTE-REGISTRADO TO TRUE
005420                 SET FIN-OPERADORES TO TRUE
005430             END-IF
005440     END-READ.
005450 1510-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490* 2000-SELECCIONAR-TRAZAS - RECORRE TRAZAS Y TOMA LAS FILAS
005500*     JOURNAL DEL DECK. TODA FILA JOURNAL DE LA FECHA SUMA AL
005510*     ORDINAL, ESTE O NO EN EL DECK, PARA PODER EMPAREJARLA
005520*     DESPUES CON PERSJRNL.
005530******************************************************************
005540 2000-SELECCIONAR-TRAZAS.
005550     OPEN INPUT TRAZAS-FILE.
005560     IF WS-TRZ-STATUS NOT = "00"
005570         DISPLAY "REGISTRO TRAZAS NO DISPONIBLE."
005580         GO TO 2000-EXIT
005590     END-IF.
005600     PERFORM 2100-LEER-TRAZA THRU 2100-EXIT
005610         UNTIL FIN-TRAZAS OR MOVS-DESBORDADOS.
005620     CLOSE TRAZAS-FILE.
005630 2000-EXIT.
005640     EXIT.
005650
005660 2100-LEER-TRAZA.
005670     READ TRAZAS-FILE
005680         AT END
005690             SET FIN-TRAZAS TO TRUE
005700         NOT AT END
005710             IF TRZ-ID-FECHA = WS-FECHA-DECK-ALFA
005720                     AND TRZ-ID-NUMERO IS NUMERIC
005730                 PERFORM 2110-TOMAR-TRAZA THRU 2110-EXIT
005740             END-IF
005750     END-READ.
005760 2100-EXIT.
005770     EXIT.
005780
005790 2110-TOMAR-TRAZA.
005800     MOVE TRZ-ID-NUMERO TO WS-NUMERO-TRAZA.
005810*    CADA CORRIDA DE PERSONAMANTBAT ABRE CON SU FILA SOBRE: LA
005820*    CORRIDA PEDIDA VA DESDE SU SOBRE HASTA EL SOBRE SIGUIENTE
005830     IF TRZ-ETAPA = "SOBRE" AND MODO-CORRIDA
005840         IF TRZ-TIMESTAMP = WS-CORRIDA
005850             SET EN-LA-CORRIDA TO TRUE
005860             SET CORRIDA-HALLADA TO TRUE
005870         ELSE
005880             MOVE "N" TO WS-SW-EN-CORRIDA
005890         END-IF
005900     END-IF.
005910     IF TRZ-ETAPA NOT = "JOURNAL"
005920         GO TO 2110-EXIT
005930     END-IF.
005940     ADD 1 TO WS-ORDINAL-TRAZA.
005950     IF MODO-RANGO
005960         IF WS-NUMERO-TRAZA < WS-DESDE
005970                 OR WS-NUMERO-TRAZA > WS-HASTA
005980             GO TO 2110-EXIT
005990         END-IF
006000     ELSE
006010         IF NOT EN-LA-CORRIDA
006020             GO TO 2110-EXIT
006030         END-IF
006040         IF WS-NUMERO-TRAZA < WS-DESDE
006050             MOVE WS-NUMERO-TRAZA TO WS-DESDE
006060         END-IF
006070         IF WS-NUMERO-TRAZA > WS-HASTA
006080             MOVE WS-NUMERO-TRAZA TO WS-HASTA
006090         END-IF
006100     END-IF.
006110     IF WS-CANT-MOVS >= WS-MAX-MOVS
006120         SET MOVS-DESBORDADOS TO TRUE
006130         GO TO 2110-EXIT
006140     END-IF.
006150     ADD 1 TO WS-CANT-MOVS.
006160     MOVE WS-ORDINAL-TRAZA TO MOV-ORDINAL(WS-CANT-MOVS).
006170     MOVE TRZ-ID TO MOV-TRAZA-ID(WS-CANT-MOVS).
006180     MOVE TRZ-DNI TO MOV-DNI(WS-CANT-MOVS).
006190     MOVE WS-DESDE TO WS-LOTE-DESDE.
006200     MOVE WS-HASTA TO WS-LOTE-HASTA.
006210 2110-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250* 3000-LEER-JOURNAL - EMPAREJA CADA MOVIMIENTO DEL DECK CON SU
006260*     ENTRADA DE PERSJRNL Y MARCA COMO CONFLICTO TODA PERSONA
006270*     QUE OTRA ENTRADA TOCA DESPUES DEL PRIMER MOVIMIENTO DEL
006280*     DECK SOBRE ELLA
006290******************************************************************
006300 3000-LEER-JOURNAL.
006310     MOVE SPACES TO JLC-AREA.
006320     MOVE "R" TO JLC-FUNCION.
006330     MOVE WS-FECHA-DECK-ALFA(1:6) TO JLC-GEN-DESDE.
006340     SUBTRACT 1 FROM JLC-GEN-DESDE.
006350     IF JLC-GEN-DESDE(5:2) = "00"
006360         SUBTRACT 88 FROM JLC-GEN-DESDE
006370     END-IF.
006380     MOVE 999999 TO JLC-GEN-HASTA.
006390     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
006400     IF NOT JLC-OK
006410         DISPLAY "JOURNAL PERSJRNL NO DISPONIBLE."
006420         SET HAY-DESCUADRE TO TRUE
006430         GO TO 3000-EXIT
006440     END-IF.
006450     MOVE 1 TO WS-IDX-PROX.
006460     PERFORM 3100-LEER-ENTRADA THRU 3100-EXIT
006470         UNTIL FIN-JOURNAL OR HAY-DESCUADRE.
006480     MOVE "C" TO JLC-FUNCION.
006490     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
006500*    TODO MOVIMIENTO DEL DECK DEBE HABER ENCONTRADO SU ENTRADA
006510     IF WS-IDX-PROX NOT > WS-CANT-MOVS AND NOT HAY-DESCUADRE
006520         SET HAY-DESCUADRE TO TRUE
006530         MOVE MOV-TRAZA-ID(WS-IDX-PROX) TO WS-TRAZA-DESCUADRE
006540     END-IF.
006550 3000-EXIT.
006560     EXIT.
006570
006580 3100-LEER-ENTRADA.
006590     MOVE "S" TO JLC-FUNCION.
006600     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
006610     IF NOT JLC-OK
006620         SET FIN-JOURNAL TO TRUE
006630         GO TO 3100-EXIT
006640     END-IF.
006650     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
006660         MOVE PJRN-IMAGEN-DESPUES(1:8) TO WS-JRNL-DNI
006670     ELSE
006680         MOVE PJRN-IMAGEN-ANTES(1:8) TO WS-JRNL-DNI
006690     END-IF.
006700     MOVE "N" TO WS-SW-DEL-DECK.
006710     IF PJRN-PROGRAMA = WS-PROGRAMA-DECK
006720             AND PJRN-TIMESTAMP(1:8) = WS-FECHA-DECK-ALFA
006730         ADD 1 TO WS-ORDINAL-JOURNAL
006740         IF WS-IDX-PROX NOT > WS-CANT-MOVS
006750             IF MOV-ORDINAL(WS-IDX-PROX) = WS-ORDINAL-JOURNAL
006760                 SET ENTRADA-DEL-DECK TO TRUE
006770             END-IF
006780         END-IF
006790     END-IF.
006800     IF ENTRADA-DEL-DECK
006810         PERFORM 3200-TOMAR-MOVIMIENTO THRU 3200-EXIT
006820         ADD 1 TO WS-IDX-PROX
006830     ELSE
006840         PERFORM 3300-VER-TOQUE-POSTERIOR THRU 3300-EXIT
006850     END-IF.
006860 3100-EXIT.
006870     EXIT.
006880
006890 3200-TOMAR-MOVIMIENTO.
006900     IF WS-JRNL-DNI NOT = MOV-DNI(WS-IDX-PROX)
006910         SET HAY-DESCUADRE TO TRUE
006920         MOVE MOV-TRAZA-ID(WS-IDX-PROX) TO WS-TRAZA-DESCUADRE
006930         GO TO 3200-EXIT
006940     END-IF.
006950     PERFORM 3400-BUSCAR-DNI THRU 3400-EXIT.
006960     IF NOT DNI-HALLADO
006970         ADD 1 TO WS-CANT-DNIS
006980         MOVE WS-CANT-DNIS TO WS-IDX-DNI
006990         MOVE WS-JRNL-DNI TO DNIR-DNI(WS-IDX-DNI)
007000         MOVE ZERO TO DNIR-CANT-MOVS(WS-IDX-DNI)
007010         MOVE MOV-TRAZA-ID(WS-IDX-PROX) TO
007020             DNIR-PRIMERA-TRAZA(WS-IDX-DNI)
007030         MOVE PJRN-IMAGEN-ANTES TO DNIR-ORIGINAL(WS-IDX-DNI)
007040         MOVE SPACES TO DNIR-DESTINO(WS-IDX-DNI)
007050         MOVE "P" TO DNIR-ESTADO(WS-IDX-DNI)
007060         MOVE SPACE TO DNIR-ACCION(WS-IDX-DNI)
007070         MOVE SPACES TO DNIR-MOTIVO(WS-IDX-DNI)
007080     END-IF.
007090     ADD 1 TO DNIR-CANT-MOVS(WS-IDX-DNI).
007100     MOVE MOV-TRAZA-ID(WS-IDX-PROX) TO
007110         DNIR-ULTIMA-TRAZA(WS-IDX-DNI).
007120     MOVE PJRN-IMAGEN-DESPUES TO DNIR-ESPERADA(WS-IDX-DNI).
007130 3200-EXIT.
007140     EXIT.
007150
007160*    SOLO ESTAN EN LA TABLA LAS PERSONAS CUYO PRIMER MOVIMIENTO
007170*    DEL DECK YA PASO: TODA ENTRADA QUE LAS TOQUE ES POSTERIOR
007180 3300-VER-TOQUE-POSTERIOR.
007190     IF WS-CANT-DNIS = ZERO
007200         GO TO 3300-EXIT
007210     END-IF.
007220     PERFORM 3400-BUSCAR-DNI THRU 3400-EXIT.
007230     IF NOT DNI-HALLADO
007240         GO TO 3300-EXIT
007250     END-IF.
007260     IF NOT DNIR-CONFLICTO(WS-IDX-DNI)
007270         MOVE "C" TO DNIR-ESTADO(WS-IDX-DNI)
007280         MOVE SPACES TO DNIR-MOTIVO(WS-IDX-DNI)
007290         STRING "TOCADO LUEGO POR " PJRN-PROGRAMA
007300             DELIMITED BY SIZE INTO DNIR-MOTIVO(WS-IDX-DNI)
007310     END-IF.
007320 3300-EXIT.
007330     EXIT.
007340
007350 3400-BUSCAR-DNI.
007360     MOVE "N" TO WS-SW-DNI.
007370     PERFORM 3410-COMPARAR-DNI THRU 3410-EXIT
007380         VARYING WS-IDX-DNI FROM 1 BY 1
007390             UNTIL WS-IDX-DNI > WS-CANT-DNIS OR DNI-HALLADO.
007400     IF DNI-HALLADO
007410         SUBTRACT 1 FROM WS-IDX-DNI
007420     END-IF.
007430 3400-EXIT.
007440     EXIT.
007450
007460 3410-COMPARAR-DNI.
007470     IF DNIR-DNI(WS-IDX-DNI) = WS-JRNL-DNI
007480         SET DNI-HALLADO TO TRUE
007490     END-IF.
007500 3410-EXIT.
007510     EXIT.
007520
007530******************************************************************
007540* 4000-ARMAR-REVERSO - CONTRASTA CADA PERSONA CON EL MAESTRO Y
007550*     ARMA LA COMPENSACION. EL MAESTRO DEBE TENER TODAVIA LA
007560*     IMAGEN QUE DEJO EL DECK; SI NO, ES CONFLICTO.
007570******************************************************************
007580 4000-ARMAR-REVERSO.
007590     OPEN INPUT PERSONA-FILE.
007600     IF WS-PERSONA-STATUS NOT = "00"
007610         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
007620             WS-PERSONA-STATUS ")."
007630         GO TO 4000-EXIT
007640     END-IF.
007650     PERFORM 4100-EVALUAR-PERSONA THRU 4100-EXIT
007660         VARYING WS-IDX-DNI FROM 1 BY 1
007670             UNTIL WS-IDX-DNI > WS-CANT-DNIS.
007680     CLOSE PERSONA-FILE.
007690 4000-EXIT.
007700     EXIT.
007710
007720 4100-EVALUAR-PERSONA.
007730     IF DNIR-ORIGINAL(WS-IDX-DNI) = DNIR-ESPERADA(WS-IDX-DNI)
007740         MOVE "N" TO DNIR-ESTADO(WS-IDX-DNI)
007750         MOVE "EL DECK NO CAMBIO EL REGISTRO" TO
007760             DNIR-MOTIVO(WS-IDX-DNI)
007770         GO TO 4100-EXIT
007780     END-IF.
007790     IF DNIR-CONFLICTO(WS-IDX-DNI)
007800         GO TO 4100-EXIT
007810     END-IF.
007820     MOVE DNIR-DNI(WS-IDX-DNI) TO PERS-DNI.
007830     READ PERSONA-FILE
007840         INVALID KEY
007850             MOVE "C" TO DNIR-ESTADO(WS-IDX-DNI)
007860             MOVE "YA NO ESTA EN EL MAESTRO" TO
007870                 DNIR-MOTIVO(WS-IDX-DNI)
007880             GO TO 4100-EXIT
007890     END-READ.
007900     IF PERSONA-RECORD NOT = DNIR-ESPERADA(WS-IDX-DNI)
007910         MOVE "C" TO DNIR-ESTADO(WS-IDX-DNI)
007920         MOVE "EL MAESTRO NO ES LO QUE DEJO EL DECK" TO
007930             DNIR-MOTIVO(WS-IDX-DNI)
007940         GO TO 4100-EXIT
007950     END-IF.
007960     PERFORM 4200-ELEGIR-ACCION THRU 4200-EXIT.
007970 4100-EXIT.
007980     EXIT.
007990
008000*    LA COMPENSACION SALE DE LA TRANSICION DE ESTADO ENTRE LA
008010*    IMAGEN ANTERIOR AL DECK Y LA QUE DEJO, LA MISMA QUE CUENTA
008020*    CUADRATURA, ASI EL REVERSO CUADRA LA POBLACION DEL DIA
008030 4200-ELEGIR-ACCION.
008040     IF DNIR-ORIGINAL(WS-IDX-DNI)(1:8) IS NOT NUMERIC
008050         MOVE DNIR-ESPERADA(WS-IDX-DNI) TO PERSONA-RECORD
008060         IF PERS-INACTIVO
008070             MOVE "N" TO DNIR-ESTADO(WS-IDX-DNI)
008080             MOVE "EL ALTA YA QUEDO DADA DE BAJA" TO
008090                 DNIR-MOTIVO(WS-IDX-DNI)
008100             GO TO 4200-EXIT
008110         END-IF
008120         SET PERS-INACTIVO TO TRUE
008130         MOVE WS-FECHA-HOY TO PERS-FECHA-BAJA
008140         MOVE PERSONA-RECORD TO DNIR-DESTINO(WS-IDX-DNI)
008150         MOVE "B" TO DNIR-ACCION(WS-IDX-DNI)
008160         GO TO 4200-EXIT
008170     END-IF.
008180     MOVE DNIR-ORIGINAL(WS-IDX-DNI) TO DNIR-DESTINO(WS-IDX-DNI).
008190     MOVE DNIR-ORIGINAL(WS-IDX-DNI) TO PERSONA-RECORD.
008200     MOVE "S" TO WS-SW-ORIGINAL-ACTIVO.
008210     IF PERS-INACTIVO
008220         MOVE "N" TO WS-SW-ORIGINAL-ACTIVO
008230     END-IF.
008240     MOVE DNIR-ESPERADA(WS-IDX-DNI) TO PERSONA-RECORD.
008250     MOVE "S" TO WS-SW-ESPERADA-ACTIVO.
008260     IF PERS-INACTIVO
008270         MOVE "N" TO WS-SW-ESPERADA-ACTIVO
008280     END-IF.
008290     EVALUATE TRUE
008300         WHEN WS-SW-ORIGINAL-ACTIVO = "S"
008310                 AND WS-SW-ESPERADA-ACTIVO = "N"
008320             MOVE "A" TO DNIR-ACCION(WS-IDX-DNI)
008330         WHEN WS-SW-ORIGINAL-ACTIVO = "N"
008340                 AND WS-SW-ESPERADA-ACTIVO = "S"
008350             MOVE "B" TO DNIR-ACCION(WS-IDX-DNI)
008360         WHEN OTHER
008370             MOVE "M" TO DNIR-ACCION(WS-IDX-DNI)
008380     END-EVALUATE.
008390 4200-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430* 5000-EMITIR-PROPUESTA - GRABA LA PROPUESTA EN REVPROP Y LA
008440*     IMPRIME EN REVERSO.AAAAMMDD
008450******************************************************************
008460 5000-EMITIR-PROPUESTA.
008470     OPEN EXTEND REVPROP-FILE.
008480     IF WS-REV-STATUS NOT = "00"
008490         OPEN OUTPUT REVPROP-FILE
008500     END-IF.
008510     STRING "REVERSO." WS-FECHA-HOY DELIMITED BY SIZE
008520         WS-SUFIJO-CICLO DELIMITED BY SPACE
008530         INTO WS-DYN-REPORT-FILE.
008540     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
008550     MOVE "PROPUESTA DE REVERSO DE DECK PERSTRAN" TO
008560         RSVC-TITULO.
008570     MOVE "A" TO RSVC-FUNCION.
008580     CALL "reporte_svc" USING RSVC-AREA.
008590     MOVE "E" TO RSVC-FUNCION.
008600     MOVE SPACES TO RSVC-LINEA.
008610     STRING "DECK " WS-LOTE "  SOLICITADO POR "
008620         WS-SOLICITANTE " EL " WS-SOLICITUD
008630         DELIMITED BY SIZE INTO RSVC-LINEA.
008640     CALL "reporte_svc" USING RSVC-AREA.
008650     MOVE SPACES TO RSVC-LINEA.
008660     CALL "reporte_svc" USING RSVC-AREA.
008670     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
008680     CALL "reporte_svc" USING RSVC-AREA.
008690     PERFORM 5100-EMITIR-PERSONA THRU 5100-EXIT
008700         VARYING WS-IDX-DNI FROM 1 BY 1
008710             UNTIL WS-IDX-DNI > WS-CANT-DNIS.
008720     CLOSE REVPROP-FILE.
008730     MOVE SPACES TO RSVC-LINEA.
008740     CALL "reporte_svc" USING RSVC-AREA.
008750     MOVE "MOVIMIENTOS DEL DECK................" TO
008760         LTO-ETIQUETA.
008770     MOVE WS-CANT-MOVS TO LTO-VALOR.
008780     PERFORM 5200-EMITIR-TOTAL THRU 5200-EXIT.
008790     MOVE "PERSONAS TOCADAS...................." TO
008800         LTO-ETIQUETA.
008810     MOVE WS-CANT-DNIS TO LTO-VALOR.
008820     PERFORM 5200-EMITIR-TOTAL THRU 5200-EXIT.
008830     MOVE "COMPENSACIONES PROPUESTAS..........." TO
008840         LTO-ETIQUETA.
008850     MOVE WS-CUENTA-PROPUESTOS TO LTO-VALOR.
008860     PERFORM 5200-EMITIR-TOTAL THRU 5200-EXIT.
008870     MOVE "CONFLICTOS (NO SE TOCAN)............" TO
008880         LTO-ETIQUETA.
008890     MOVE WS-CUENTA-CONFLICTOS TO LTO-VALOR.
008900     PERFORM 5200-EMITIR-TOTAL THRU 5200-EXIT.
008910     MOVE "SIN EFECTO.........................." TO
008920         LTO-ETIQUETA.
008930     MOVE WS-CUENTA-SIN-EFECTO TO LTO-VALOR.
008940     PERFORM 5200-EMITIR-TOTAL THRU 5200-EXIT.
008950     MOVE "C" TO RSVC-FUNCION.
008960     CALL "reporte_svc" USING RSVC-AREA.
008970     DISPLAY "PROPUESTA DE REVERSO EN " WS-DYN-REPORT-FILE.
008980     DISPLAY " COMPENSACIONES PROPUESTAS: " WS-CUENTA-PROPUESTOS
008990         "  CONFLICTOS: " WS-CUENTA-CONFLICTOS.
009000 5000-EXIT.
009010     EXIT.
009020
009030 5100-EMITIR-PERSONA.
009040     MOVE SPACES TO REVPROP-RECORD.
009050     MOVE WS-LOTE TO REV-LOTE.
009060     MOVE WS-SOLICITUD TO REV-SOLICITUD.
009070     MOVE DNIR-ESTADO(WS-IDX-DNI) TO REV-ESTADO.
009080     MOVE DNIR-ACCION(WS-IDX-DNI) TO REV-ACCION.
009090     MOVE DNIR-DNI(WS-IDX-DNI) TO REV-DNI.
009100     MOVE DNIR-ESPERADA(WS-IDX-DNI) TO REV-ESPERADA.
009110     MOVE DNIR-DESTINO(WS-IDX-DNI) TO REV-DESTINO.
009120     MOVE DNIR-MOTIVO(WS-IDX-DNI) TO REV-MOTIVO.
009130     WRITE REVPROP-RECORD.
009140     MOVE DNIR-DNI(WS-IDX-DNI) TO WS-DNI-NUMERICO.
009150     CALL "enmascarar_dni" USING WS-DNI-NUMERICO
009160         WS-DNI-ENMASCARADO.
009170     MOVE WS-DNI-ENMASCARADO TO LRV-DNI.
009180     MOVE DNIR-CANT-MOVS(WS-IDX-DNI) TO LRV-MOVS.
009190     MOVE DNIR-PRIMERA-TRAZA(WS-IDX-DNI) TO LRV-PRIMERA.
009200     MOVE DNIR-ULTIMA-TRAZA(WS-IDX-DNI) TO LRV-ULTIMA.
009210     EVALUATE DNIR-ACCION(WS-IDX-DNI)
009220         WHEN "A"
009230             MOVE "ALTA" TO LRV-ACCION
009240         WHEN "B"
009250             MOVE "BAJA" TO LRV-ACCION
009260         WHEN "M"
009270             MOVE "MODIFICACION" TO LRV-ACCION
009280         WHEN OTHER
009290             MOVE "-" TO LRV-ACCION
009300     END-EVALUATE.
009310     EVALUATE TRUE
009320         WHEN DNIR-PROPUESTO(WS-IDX-DNI)
009330             MOVE "PROPUESTO" TO LRV-RESULTADO
009340             ADD 1 TO WS-CUENTA-PROPUESTOS
009350         WHEN DNIR-CONFLICTO(WS-IDX-DNI)
009360             MOVE "CONFLICTO" TO LRV-RESULTADO
009370             ADD 1 TO WS-CUENTA-CONFLICTOS
009380         WHEN OTHER
009390             MOVE "SIN EFECTO" TO LRV-RESULTADO
009400             ADD 1 TO WS-CUENTA-SIN-EFECTO
009410     END-EVALUATE.
009420     MOVE DNIR-MOTIVO(WS-IDX-DNI) TO LRV-MOTIVO.
009430     MOVE WS-LINEA-PERSONA TO RSVC-LINEA.
009440     CALL "reporte_svc" USING RSVC-AREA.
009450 5100-EXIT.
009460     EXIT.
009470
009480 5200-EMITIR-TOTAL.
009490     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
009500     CALL "reporte_svc" USING RSVC-AREA.
009510 5200-EXIT.
009520     EXIT.
009530
009540******************************************************************
009550* 6000-REGISTRAR-PENDIENTE - DEJA EL REVERSO PENDIENTE EN
009560*     PENDAPRO. PEND-IMAGEN LLEVA LA CLAVE DE LA PROPUESTA.
009570******************************************************************
009580 6000-REGISTRAR-PENDIENTE.
009590     OPEN EXTEND PENDAPRO-FILE.
009600     IF WS-PEND-STATUS NOT = "00"
009610         OPEN OUTPUT PENDAPRO-FILE
009620     END-IF.
009630     MOVE SPACES TO PENDIENTE-RECORD.
009640     MOVE "P" TO PEND-ESTADO.
009650     MOVE "V" TO PEND-ACCION.
009660     MOVE WS-FECHA-HOY TO PEND-FECHA.
009670     MOVE WS-SOLICITANTE TO PEND-SOLICITANTE.
009680     MOVE ZEROS TO PEND-DNI.
009690     MOVE WS-CLAVE-REVERSO TO PEND-IMAGEN.
009700     WRITE PENDIENTE-RECORD.
009710     CLOSE PENDAPRO-FILE.
009720     DISPLAY "REVERSO REGISTRADO COMO PENDIENTE DE APROBACION.".
009730 6000-EXIT.
009740     EXIT.
009750
009760*    UN SOLO REVERSO ABIERTO POR DECK
009770 6100-VER-PENDIENTES.
009780     OPEN INPUT PENDAPRO-FILE.
009790     IF WS-PEND-STATUS NOT = "00"
009800         GO TO 6100-EXIT
009810     END-IF.
009820     PERFORM 6110-LEER-PENDIENTE THRU 6110-EXIT
009830         UNTIL FIN-PENDIENTES.
009840     CLOSE PENDAPRO-FILE.
009850 6100-EXIT.
009860     EXIT.
009870
009880 6110-LEER-PENDIENTE.
009890     READ PENDAPRO-FILE
009900         AT END
009910             SET FIN-PENDIENTES TO TRUE
009920         NOT AT END
009930             IF PEND-ESTADO = "P" AND PEND-ACCION = "V"
009940                     AND PEND-IMAGEN(1:20) = WS-LOTE
009950                 SET YA-HAY-PENDIENTE TO TRUE
009960             END-IF
009970     END-READ.
009980 6110-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020* 9000-TERMINAR - AUDITORIA Y CATALOGO DEL REPORTE
010030******************************************************************
010040 9000-TERMINAR.
010050     MOVE WS-CANT-DNIS TO WS-AUDT-CANTIDAD.
010060     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
010070     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
010080     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
010090     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
010100             WS-CATG-CANTIDAD.
010110 9000-EXIT.
010120     EXIT.
010130
010140 END PROGRAM PersonaReverso.
