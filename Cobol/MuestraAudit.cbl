000100******************************************************************
000110* PROGRAM-ID: muestra_auditoria
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MUESTRA TRIMESTRAL PARA LA AUDITORIA INTERNA. SACA
000170*             DE LAS ENTRADAS DE PERSJRNL DEL PERIODO (LEIDAS POR
000180*             JOURNAL_LECTOR) UNA MUESTRA AL AZAR REPRODUCIBLE:
000190*             LA TARJETA MUESTCTL DA EL PERIODO, LA SEMILLA, EL
000200*             TAMANO Y LA ESTRATIFICACION (POR ACCION, POR
000210*             SUCURSAL O POR AMBAS). CADA ESTRATO RECIBE UNA
000220*             CUOTA PROPORCIONAL A SU POBLACION (AL MENOS UNA) Y
000230*             SE SORTEA CON SELECCION SECUENCIAL SOBRE UN
000240*             GENERADOR CONGRUENCIAL (16807 MODULO 2**31-1): LA
000250*             MISMA TARJETA SOBRE EL MISMO JOURNAL DA SIEMPRE LA
000260*             MISMA MUESTRA. PARA CADA CAMBIO ELEGIDO ARMA LA
000270*             CARPETA DE EVIDENCIA SEGUN EL PROGRAMA QUE LO HIZO:
000280*               PersonaMantBat - ID DE TRAZA (ETAPA JOURNAL DE
000290*                  TRAZAS) Y LA LINEA DEL DECK ARCHIVADO
000300*                  (PERSTRAN.AAAAMMDD O PERSURG.AAAAMMDD.INN)
000310*               PersonaMant    - LA SESION DE MENU (REGISTRO DE
000320*                  LA AUDITORIA COMPARTIDA AUDITTRL.AAAAMMDD) Y
000330*                  SU OPERADOR COMO HACEDOR
000340*               PersonaAprob   - LA SESION Y EL HACEDOR Y EL
000350*                  REVISOR DEL PENDIENTE APROBADO EN PENDAPRO
000360*               PersonaMasiva  - EL LANZAMIENTO (LANZALOG) Y EL
000370*                  HACEDOR Y EL REVISOR DEL PENDIENTE "U"
000380*               SucursalCierre - IDEM CON EL PENDIENTE "K" DEL
000390*                  CIERRE DE SUCURSAL
000400*               LOS DEMAS      - EL LANZAMIENTO DEL CICLO O DEL
000410*                  PASO QUE LOS CORRIO (LANZALOG)
000420*             JUNTO A LAS IMAGENES ANTES Y DESPUES. UN CAMBIO SIN
000430*             LA CADENA COMPLETA ES UNA EXCEPCION: SE MARCA EN LA
000440*             CARPETA, VA A ERRORLOG (104) Y LA CORRIDA TERMINA
000450*             CON RETURN-CODE 4. SALE COMO MUESTRA.AAAAMMDD (EL
000460*             FIN DEL PERIODO) POR REPORTE_SVC, CON SU ARCHIVO DE
000470*             DATOS, Y QUEDA EN EL CATALOGO. UNA TARJETA FALTANTE
000480*             O INVALIDA, O EL JOURNAL NO DISPONIBLE, ES ERRORLOG
000490*             105 Y RETURN-CODE 8, SIN REPORTE.
000500* TECTONICS:  cobc
000510******************************************************************
000520* MODIFICATION HISTORY
000530* DATE       INIT DESCRIPTION
000540* 2026-10-15 RW   INITIAL VERSION.
000550* 2026-10-15 RW   UN PENDIENTE YA EJECUTADO ("E") TAMBIEN PRUEBA
000560*                 LA APROBACION (PERSONAMASIVA LO MARCA ASI AL
000570*                 APLICAR). LAS TRANSFERENCIAS DE SUCURSALCIERRE
000580*                 SE PRUEBAN CON SU PENDIENTE "K".
000590* 2026-10-15 RW   LAS LINEAS DE ESTRATO CON SUCURSAL IMPRIMEN SU
000600*                 NOMBRE SEGUN EL REFERENCIAL SUCREF
000610*                 (VALIDAR_SUCURSAL).
000620******************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. muestra_auditoria.
000650
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT MUESTCTL-FILE ASSIGN TO "MUESTCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CTL-STATUS.
000720
000730     SELECT TRAZAS-FILE ASSIGN TO "TRAZAS"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRZ-STATUS.
000760
000770     SELECT DECK-FILE ASSIGN DYNAMIC WS-NOMBRE-DECK
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-DECK-STATUS.
000800
000810     SELECT PENDAPRO-FILE ASSIGN TO "PENDAPRO"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-PEND-STATUS.
000840
000850     SELECT AUDIT-FILE ASSIGN DYNAMIC WS-NOMBRE-AUDITORIA
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-AUD-STATUS.
000880
000890     SELECT LANZALOG-FILE ASSIGN TO "LANZALOG"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-LNZ-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  MUESTCTL-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 34 CHARACTERS.
000980 01  MUESTCTL-RECORD.
000990     05  MCTL-DESDE              PIC 9(08).
001000     05  FILLER                  PIC X(01).
001010     05  MCTL-HASTA              PIC 9(08).
001020     05  FILLER                  PIC X(01).
001030     05  MCTL-SEMILLA            PIC 9(09).
001040     05  FILLER                  PIC X(01).
001050     05  MCTL-TAMANO             PIC 9(04).
001060     05  FILLER                  PIC X(01).
001070     05  MCTL-ESTRATO            PIC X(01).
001080         88  MCTL-POR-ACCION     VALUE "A".
001090         88  MCTL-POR-SUCURSAL   VALUE "S".
001100         88  MCTL-POR-AMBAS      VALUE "X".
001110
001120 FD  TRAZAS-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  TRAZAS-RECORD.
001160     05  TRZ-ID                  PIC X(14).
001170     05  FILLER                  PIC X(01).
001180     05  TRZ-TIMESTAMP           PIC X(14).
001190     05  FILLER                  PIC X(01).
001200     05  TRZ-ETAPA               PIC X(10).
001210     05  FILLER                  PIC X(01).
001220     05  TRZ-DNI                 PIC X(08).
001230     05  FILLER                  PIC X(01).
001240     05  TRZ-DETALLE             PIC X(30).
001250
001260 FD  DECK-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 109 CHARACTERS.
001290 01  DECK-RECORD.
001300     05  DECK-ACCION             PIC X(01).
001310     05  DECK-DNI                PIC X(08).
001320     05  FILLER                  PIC X(100).
001330
001340 FD  PENDAPRO-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 157 CHARACTERS.
001370 01  PENDIENTE-RECORD.
001380     05  PEND-ESTADO             PIC X(01).
001390     05  FILLER                  PIC X(01).
001400     05  PEND-ACCION             PIC X(01).
001410     05  FILLER                  PIC X(01).
001420     05  PEND-FECHA              PIC 9(08).
001430     05  FILLER                  PIC X(01).
001440     05  PEND-SOLICITANTE        PIC X(08).
001450     05  FILLER                  PIC X(01).
001460     05  PEND-DNI                PIC 9(08).
001470     05  FILLER                  PIC X(01).
001480     05  PEND-IMAGEN             PIC X(117).
001490     05  FILLER                  PIC X(01).
001500     05  PEND-APROBADOR          PIC X(08).
001510
001520 FD  AUDIT-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 72 CHARACTERS.
001550 01  AUDIT-RECORD.
001560     05  AUDT-TIMESTAMP          PIC X(21).
001570     05  FILLER                  PIC X(01).
001580     05  AUDT-PROGRAMA           PIC X(20).
001590     05  FILLER                  PIC X(01).
001600     05  AUDT-CANTIDAD           PIC 9(07).
001610     05  FILLER                  PIC X(01).
001620     05  AUDT-OPERADOR           PIC X(08).
001630     05  FILLER                  PIC X(01).
001640     05  AUDT-HASH               PIC 9(11).
001650     05  FILLER                  PIC X(01).
001660
001670 FD  LANZALOG-FILE
001680     LABEL RECORDS ARE STANDARD
001690     RECORD CONTAINS 88 CHARACTERS.
001700 01  LANZALOG-RECORD.
001710     05  LNZ-TIMESTAMP           PIC X(21).
001720     05  FILLER                  PIC X(01).
001730     05  LNZ-OPERADOR            PIC X(08).
001740     05  FILLER                  PIC X(01).
001750     05  LNZ-PASO                PIC 9(02).
001760     05  FILLER                  PIC X(01).
001770     05  LNZ-PROGRAMA            PIC X(20).
001780     05  FILLER                  PIC X(01).
001790     05  LNZ-ACCION              PIC X(01).
001800     05  FILLER                  PIC X(01).
001810     05  LNZ-RUNBOOK             PIC X(22).
001820     05  FILLER                  PIC X(01).
001830     05  LNZ-SUPERVISOR          PIC X(08).
001840
001850 WORKING-STORAGE SECTION.
001860 01  WS-CTL-STATUS               PIC X(02).
001870 01  WS-TRZ-STATUS               PIC X(02).
001880 01  WS-DECK-STATUS              PIC X(02).
001890 01  WS-PEND-STATUS              PIC X(02).
001900 01  WS-AUD-STATUS               PIC X(02).
001910 01  WS-LNZ-STATUS               PIC X(02).
001920 01  WS-FECHA-HOY                PIC X(08).
001930 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001940 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001950 01  WS-CATG-ARCHIVO             PIC X(21).
001960 01  WS-CATG-PROGRAMA            PIC X(20)
001970         VALUE "muestra_auditoria".
001980 01  WS-CATG-CANTIDAD            PIC 9(07).
001990
002000 01  WS-SW-RECHAZO               PIC X(01) VALUE "N".
002010     88  CORRIDA-RECHAZADA       VALUE "S".
002020 01  WS-MOTIVO-RECHAZO           PIC X(59) VALUE SPACES.
002030
002040*----------------------------------------------------------------
002050*    LECTURA DEL JOURNAL POR EL SERVICIO JOURNAL_LECTOR
002060*----------------------------------------------------------------
002070 01  JOURNAL-RECORD.
002080     05  PJRN-TIMESTAMP          PIC X(21).
002090     05  FILLER                  PIC X(01).
002100     05  PJRN-PROGRAMA           PIC X(20).
002110     05  FILLER                  PIC X(01).
002120     05  PJRN-ACCION             PIC X(01).
002130     05  FILLER                  PIC X(01).
002140     05  PJRN-IMAGEN-ANTES       PIC X(117).
002150     05  FILLER                  PIC X(01).
002160     05  PJRN-IMAGEN-DESPUES     PIC X(117).
002170     05  FILLER                  PIC X(01).
002180     05  PJRN-HASH               PIC 9(11).
002190
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
002330 01  WS-EOF-JOURNAL              PIC X(01) VALUE "N".
002340     88  FIN-JOURNAL             VALUE "S".
002350 01  WS-FECHA-JRNL               PIC 9(08).
002360 01  WS-FECHA-PREVIA             PIC 9(08).
002370 01  WS-POBLACION-TOTAL          PIC 9(07) VALUE ZERO.
002380
002390*----------------------------------------------------------------
002400*    ESTRATOS (ACCION, SUCURSAL) CON SU POBLACION, SU CUOTA Y LO
002410*    QUE LLEVA EL SORTEO. "*" EN LA PARTE QUE NO ESTRATIFICA
002420*----------------------------------------------------------------
002430 01  WS-MAX-ESTRATOS             PIC 9(03) VALUE 800.
002440 01  WS-CANT-ESTRATOS            PIC 9(03) VALUE ZERO.
002450 01  TABLA-ESTRATOS.
002460     05  EST-ENTRADA OCCURS 800 TIMES.
002470         10  EST-ACCION          PIC X(01).
002480         10  EST-SUCURSAL        PIC X(02).
002490         10  EST-POBLACION       PIC 9(07).
002500         10  EST-CUOTA           PIC 9(05).
002510         10  EST-VISTOS          PIC 9(07).
002520         10  EST-ELEGIDOS        PIC 9(05).
002530         10  EST-EXCEPCIONES     PIC 9(05).
002540 77  WS-IDX-ESTRATO              PIC 9(03) COMP.
002550 01  WS-SW-ESTRATO               PIC X(01) VALUE "N".
002560     88  ESTRATO-HALLADO         VALUE "S".
002570 01  WS-CLAVE-ESTRATO.
002580     05  WS-CLAVE-ACCION         PIC X(01).
002590     05  WS-CLAVE-SUCURSAL       PIC X(02).
002600 01  WS-DESCRIPCION-ESTRATO      PIC X(40).
002610
002620*----------------------------------------------------------------
002630*    GENERADOR CONGRUENCIAL (PARK-MILLER) Y SELECCION SECUENCIAL:
002640*    LA ENTRADA SE ELIGE SI U < FALTAN / RESTAN EN SU ESTRATO
002650*----------------------------------------------------------------
002660 01  WS-ALEATORIO                PIC 9(10).
002670 01  WS-PRODUCTO                 PIC 9(15).
002680 01  WS-COCIENTE                 PIC 9(10).
002690 01  WS-RESTAN                   PIC 9(07).
002700 01  WS-FALTAN                   PIC 9(05).
002710 01  WS-LADO-SORTEO              PIC 9(18).
002720 01  WS-LADO-CUOTA               PIC 9(18).
002730 01  WS-CANT-ELEGIDOS            PIC 9(05) VALUE ZERO.
002740 01  WS-CANT-EXCEPCIONES         PIC 9(05) VALUE ZERO.
002750 01  WS-NRO-MUESTRA              PIC 9(04) VALUE ZERO.
002760
002770*----------------------------------------------------------------
002780*    EVIDENCIA DEL CAMBIO ELEGIDO
002790*----------------------------------------------------------------
002800 01  WS-EVI-DNI                  PIC X(08).
002810 01  WS-EVI-DNI-NUM REDEFINES WS-EVI-DNI
002820                                 PIC 9(08).
002830 01  WS-EVI-SUCURSAL             PIC X(02).
002840 01  WS-EVI-TIPO-ORIGEN          PIC X(11).
002850 01  WS-EVI-ORIGEN               PIC X(117).
002860 01  WS-EVI-LINEA-DECK           PIC X(109).
002870 01  WS-EVI-HACEDOR              PIC X(08).
002880 01  WS-EVI-REVISOR              PIC X(08).
002890 01  WS-EVI-AUTORIZO             PIC X(117).
002900 01  WS-EVI-TRAZA                PIC X(14).
002910 01  WS-EVI-FALTA                PIC X(40).
002920 01  WS-FALTA-NUEVA              PIC X(40).
002930
002940 01  WS-EOF-TRAZAS               PIC X(01) VALUE "N".
002950     88  FIN-TRAZAS              VALUE "S".
002960 01  WS-SW-TRAZA                 PIC X(01) VALUE "N".
002970     88  TRAZA-HALLADA           VALUE "S".
002980
002990 01  WS-NOMBRE-DECK              PIC X(20) VALUE SPACES.
003000 01  WS-EOF-DECK                 PIC X(01) VALUE "N".
003010     88  FIN-DECK                VALUE "S".
003020 01  WS-SW-LINEA                 PIC X(01) VALUE "N".
003030     88  LINEA-HALLADA           VALUE "S".
003040 01  WS-POS-BUSCADA              PIC 9(05).
003050 01  WS-POS-DECK                 PIC 9(05).
003060
003070 01  WS-EOF-PEND                 PIC X(01) VALUE "N".
003080     88  FIN-PENDIENTES          VALUE "S".
003090 01  WS-PEND-BUSCADO             PIC X(01).
003100     88  PEND-POR-DNI            VALUE "D".
003110 01  WS-SW-APROBACION            PIC X(01) VALUE "N".
003120     88  APROBACION-HALLADA      VALUE "S".
003130 01  WS-APR-ACCION               PIC X(01).
003140 01  WS-APR-FECHA                PIC 9(08).
003150
003160 01  WS-NOMBRE-AUDITORIA         PIC X(21) VALUE SPACES.
003170 01  WS-FECHA-BUSQUEDA           PIC 9(08).
003180 01  WS-EOF-AUDIT                PIC X(01) VALUE "N".
003190     88  FIN-AUDITORIA           VALUE "S".
003200 01  WS-SW-SESION                PIC X(01) VALUE "N".
003210     88  SESION-HALLADA          VALUE "S".
003220 01  WS-SES-ARCHIVO              PIC X(21).
003230 01  WS-SES-MOMENTO              PIC X(14).
003240 01  WS-SES-OPERADOR             PIC X(08).
003250
003260 01  WS-EOF-LNZ                  PIC X(01) VALUE "N".
003270     88  FIN-LANZALOG            VALUE "S".
003280 01  WS-SW-LANZAMIENTO           PIC X(01) VALUE "N".
003290     88  LANZAMIENTO-HALLADO     VALUE "S".
003300 01  WS-LAN-MOMENTO              PIC X(14).
003310 01  WS-LAN-OPERADOR             PIC X(08).
003320 01  WS-LAN-PROGRAMA             PIC X(20).
003330
003340*----------------------------------------------------------------
003350*    LINEAS DE LA CARPETA DE EVIDENCIA (REPORTE_SVC)
003360*----------------------------------------------------------------
003370 01  RSVC-AREA.
003380     05  RSVC-FUNCION            PIC X(01).
003390     05  RSVC-ARCHIVO            PIC X(21).
003400     05  RSVC-TITULO             PIC X(40).
003410     05  RSVC-LINEA              PIC X(132).
003420     05  RSVC-CANT-LINEAS        PIC 9(07).
003430 01  WS-LINEA-PARAMETROS.
003440     05  FILLER                  PIC X(08) VALUE "PERIODO ".
003450     05  LPA-DESDE               PIC 9(08).
003460     05  FILLER                  PIC X(03) VALUE " A ".
003470     05  LPA-HASTA               PIC 9(08).
003480     05  FILLER                  PIC X(10) VALUE "  SEMILLA ".
003490     05  LPA-SEMILLA             PIC 9(09).
003500     05  FILLER                  PIC X(17)
003510             VALUE "  TAMANO PEDIDO  ".
003520     05  LPA-TAMANO              PIC 9(04).
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  LPA-ESTRATOS            PIC X(40).
003550     05  FILLER                  PIC X(23) VALUE SPACES.
003560 01  WS-LINEA-MUESTRA.
003570     05  FILLER                  PIC X(09) VALUE " MUESTRA ".
003580     05  LMU-NUMERO              PIC 9(04).
003590     05  FILLER                  PIC X(10) VALUE "  ESTRATO ".
003600     05  LMU-ACCION-ESTRATO      PIC X(01).
003610     05  FILLER                  PIC X(01) VALUE "/".
003620     05  LMU-SUCURSAL-ESTRATO    PIC X(02).
003630     05  FILLER                  PIC X(06) VALUE "  GEN ".
003640     05  LMU-GENERACION          PIC 9(06).
003650     05  FILLER                  PIC X(05) VALUE " ORD ".
003660     05  LMU-ORDINAL             PIC 9(07).
003670     05  FILLER                  PIC X(02) VALUE SPACES.
003680     05  LMU-MOMENTO             PIC X(14).
003690     05  FILLER                  PIC X(01) VALUE SPACE.
003700     05  LMU-PROGRAMA            PIC X(20).
003710     05  FILLER                  PIC X(08) VALUE " ACCION ".
003720     05  LMU-ACCION              PIC X(01).
003730     05  FILLER                  PIC X(06) VALUE "  DNI ".
003740     05  LMU-DNI                 PIC X(08).
003750     05  FILLER                  PIC X(20) VALUE SPACES.
003760 01  WS-LINEA-EVIDENCIA.
003770     05  FILLER                  PIC X(03) VALUE SPACES.
003780     05  LEV-ETIQUETA            PIC X(10).
003790     05  FILLER                  PIC X(02) VALUE ": ".
003800     05  LEV-TEXTO               PIC X(117).
003810 01  WS-LINEA-ESTRATO.
003820     05  FILLER                  PIC X(09) VALUE " ESTRATO ".
003830     05  LES-ACCION              PIC X(01).
003840     05  FILLER                  PIC X(01) VALUE "/".
003850     05  LES-SUCURSAL            PIC X(02).
003860     05  FILLER                  PIC X(13)
003870             VALUE "  POBLACION  ".
003880     05  LES-POBLACION           PIC Z,ZZZ,ZZ9.
003890     05  FILLER                  PIC X(09) VALUE "  CUOTA  ".
003900     05  LES-CUOTA               PIC ZZ,ZZ9.
003910     05  FILLER                  PIC X(11) VALUE "  ELEGIDOS ".
003920     05  LES-ELEGIDOS            PIC ZZ,ZZ9.
003930     05  FILLER                  PIC X(14)
003940             VALUE "  EXCEPCIONES ".
003950     05  LES-EXCEPCIONES         PIC ZZ,ZZ9.
003960     05  FILLER                  PIC X(02) VALUE SPACES.
003970     05  LES-NOMBRE              PIC X(30).
003980     05  FILLER                  PIC X(13) VALUE SPACES.
003990
004000*----------------------------------------------------------------
004010*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
004020*----------------------------------------------------------------
004030 01  VSU-AREA.
004040     05  VSU-CODIGO              PIC 9(02).
004050     05  VSU-RESULTADO           PIC X(01).
004060         88  VSU-ABIERTA         VALUE "S".
004070         88  VSU-CERRADA         VALUE "C".
004080         88  VSU-INEXISTENTE     VALUE "X".
004090         88  VSU-SIN-REFERENCIAL VALUE "N".
004100     05  VSU-NOMBRE              PIC X(30).
004110     05  VSU-FECHA-CIERRE        PIC 9(08).
004120     05  VSU-SUCESORA            PIC 9(02).
004130 01  WS-LINEA-TRAILER.
004140     05  TRA-ETIQUETA            PIC X(35).
004150     05  TRA-VALOR               PIC Z,ZZZ,ZZ9.
004160     05  FILLER                  PIC X(88) VALUE SPACES.
004170 01  WS-DATO-RESULTADO           PIC X(09).
004180
004190*----------------------------------------------------------------
004200*    CAMPOS PARA LOS LLAMADOS A ERRORLOG Y A LA AUDITORIA
004210*----------------------------------------------------------------
004220 01  WS-ELOG-PROGRAMA            PIC X(20)
004230         VALUE "muestra_auditoria".
004240 01  WS-ELOG-CODIGO              PIC 9(04).
004250 01  WS-ELOG-MENSAJE             PIC X(59).
004260 01  WS-AUDT-PROGRAMA            PIC X(20)
004270         VALUE "muestra_auditoria".
004280 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
004290
004300 PROCEDURE DIVISION.
004310
004320******************************************************************
004330* 0000-MAINLINE
004340******************************************************************
004350 0000-MAINLINE.
004360     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004370     IF NOT CORRIDA-RECHAZADA
004380         PERFORM 2000-CONTAR-POBLACION THRU 2000-EXIT
004390     END-IF.
004400     IF CORRIDA-RECHAZADA
004410         PERFORM 8900-RECHAZAR-CORRIDA THRU 8900-EXIT
004420         MOVE 8 TO RETURN-CODE
004430         GOBACK
004440     END-IF.
004450     PERFORM 3000-ASIGNAR-CUOTAS THRU 3000-EXIT.
004460     PERFORM 4000-ABRIR-CARPETA THRU 4000-EXIT.
004470     PERFORM 5000-SORTEAR-MUESTRA THRU 5000-EXIT.
004480     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004490     IF WS-CANT-EXCEPCIONES > ZERO
004500         MOVE 4 TO RETURN-CODE
004510     ELSE
004520         MOVE ZERO TO RETURN-CODE
004530     END-IF.
004540     GOBACK.
004550
004560******************************************************************
004570* 1000-INICIALIZAR - LEE Y VALIDA LA TARJETA MUESTCTL Y SIEMBRA
004580*     EL GENERADOR
004590******************************************************************
004600 1000-INICIALIZAR.
004610     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
004620     OPEN INPUT MUESTCTL-FILE.
004630     IF WS-CTL-STATUS NOT = "00"
004640         MOVE "FALTA LA TARJETA MUESTCTL" TO WS-MOTIVO-RECHAZO
004650         SET CORRIDA-RECHAZADA TO TRUE
004660         GO TO 1000-EXIT
004670     END-IF.
004680     READ MUESTCTL-FILE
004690         AT END
004700             MOVE "LA TARJETA MUESTCTL ESTA VACIA"
004710                 TO WS-MOTIVO-RECHAZO
004720             SET CORRIDA-RECHAZADA TO TRUE
004730     END-READ.
004740     CLOSE MUESTCTL-FILE.
004750     IF CORRIDA-RECHAZADA
004760         GO TO 1000-EXIT
004770     END-IF.
004780     IF MCTL-DESDE IS NOT NUMERIC OR MCTL-HASTA IS NOT NUMERIC
004790             OR MCTL-DESDE > MCTL-HASTA
004800         MOVE "MUESTCTL: PERIODO INVALIDO" TO WS-MOTIVO-RECHAZO
004810         SET CORRIDA-RECHAZADA TO TRUE
004820         GO TO 1000-EXIT
004830     END-IF.
004840     IF MCTL-SEMILLA IS NOT NUMERIC
004850         MOVE "MUESTCTL: SEMILLA INVALIDA" TO WS-MOTIVO-RECHAZO
004860         SET CORRIDA-RECHAZADA TO TRUE
004870         GO TO 1000-EXIT
004880     END-IF.
004890     IF MCTL-TAMANO IS NOT NUMERIC OR MCTL-TAMANO = ZERO
004900         MOVE "MUESTCTL: TAMANO DE MUESTRA INVALIDO"
004910             TO WS-MOTIVO-RECHAZO
004920         SET CORRIDA-RECHAZADA TO TRUE
004930         GO TO 1000-EXIT
004940     END-IF.
004950     EVALUATE TRUE
004960         WHEN MCTL-POR-ACCION
004970             MOVE "ESTRATOS POR ACCION"
004980                 TO WS-DESCRIPCION-ESTRATO
004990         WHEN MCTL-POR-SUCURSAL
005000             MOVE "ESTRATOS POR SUCURSAL"
005010                 TO WS-DESCRIPCION-ESTRATO
005020         WHEN OTHER
005030             SET MCTL-POR-AMBAS TO TRUE
005040             MOVE "ESTRATOS POR ACCION Y SUCURSAL"
005050                 TO WS-DESCRIPCION-ESTRATO
005060     END-EVALUATE.
005070*    LA SEMILLA DEBE QUEDAR ENTRE 1 Y 2**31-2
005080     DIVIDE MCTL-SEMILLA BY 2147483647 GIVING WS-COCIENTE
005090         REMAINDER WS-ALEATORIO.
005100     IF WS-ALEATORIO = ZERO
005110         MOVE 1 TO WS-ALEATORIO
005120     END-IF.
005130 1000-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 2000-CONTAR-POBLACION - PRIMERA PASADA POR EL JOURNAL: CUENTA
005180*     LAS ENTRADAS DEL PERIODO POR ESTRATO
005190******************************************************************
005200 2000-CONTAR-POBLACION.
005210     PERFORM 2050-ABRIR-JOURNAL THRU 2050-EXIT.
005220     IF CORRIDA-RECHAZADA
005230         GO TO 2000-EXIT
005240     END-IF.
005250     PERFORM 2100-CONTAR-ENTRADA THRU 2100-EXIT
005260         UNTIL FIN-JOURNAL OR CORRIDA-RECHAZADA.
005270     MOVE "C" TO JLC-FUNCION.
005280     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
005290 2000-EXIT.
005300     EXIT.
005310
005320 2050-ABRIR-JOURNAL.
005330     MOVE SPACES TO JLC-AREA.
005340     MOVE "R" TO JLC-FUNCION.
005350     MOVE MCTL-DESDE(1:6) TO JLC-GEN-DESDE.
005360     MOVE MCTL-HASTA(1:6) TO JLC-GEN-HASTA.
005370     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
005380     IF NOT JLC-OK
005390         MOVE "PERSJRNL NO DISPONIBLE PARA EL PERIODO"
005400             TO WS-MOTIVO-RECHAZO
005410         SET CORRIDA-RECHAZADA TO TRUE
005420     END-IF.
005430     MOVE "N" TO WS-EOF-JOURNAL.
005440 2050-EXIT.
005450     EXIT.
005460
005470 2100-CONTAR-ENTRADA.
005480     PERFORM 2150-LEER-JOURNAL THRU 2150-EXIT.
005490     IF FIN-JOURNAL
005500         GO TO 2100-EXIT
005510     END-IF.
005520     PERFORM 2200-UBICAR-ESTRATO THRU 2200-EXIT.
005530     IF NOT ESTRATO-HALLADO
005540         IF WS-CANT-ESTRATOS >= WS-MAX-ESTRATOS
005550             MOVE "DEMASIADOS ESTRATOS PARA LA TABLA"
005560                 TO WS-MOTIVO-RECHAZO
005570             SET CORRIDA-RECHAZADA TO TRUE
005580             GO TO 2100-EXIT
005590         END-IF
005600         ADD 1 TO WS-CANT-ESTRATOS
005610         MOVE WS-CANT-ESTRATOS TO WS-IDX-ESTRATO
005620         MOVE WS-CLAVE-ACCION TO EST-ACCION(WS-IDX-ESTRATO)
005630         MOVE WS-CLAVE-SUCURSAL TO EST-SUCURSAL(WS-IDX-ESTRATO)
005640         MOVE ZERO TO EST-POBLACION(WS-IDX-ESTRATO)
005650         MOVE ZERO TO EST-CUOTA(WS-IDX-ESTRATO)
005660         MOVE ZERO TO EST-VISTOS(WS-IDX-ESTRATO)
005670         MOVE ZERO TO EST-ELEGIDOS(WS-IDX-ESTRATO)
005680         MOVE ZERO TO EST-EXCEPCIONES(WS-IDX-ESTRATO)
005690     END-IF.
005700     ADD 1 TO EST-POBLACION(WS-IDX-ESTRATO).
005710     ADD 1 TO WS-POBLACION-TOTAL.
005720 2100-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760*    PROXIMA ENTRADA DEL PERIODO (LAS DE OTRAS FECHAS SE SALTAN)
005770*    CON SU DNI, SU SUCURSAL Y SU CLAVE DE ESTRATO
005780*----------------------------------------------------------------
005790 2150-LEER-JOURNAL.
005800     MOVE "S" TO JLC-FUNCION.
005810     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
005820     IF NOT JLC-OK
005830         SET FIN-JOURNAL TO TRUE
005840         GO TO 2150-EXIT
005850     END-IF.
005860     IF PJRN-TIMESTAMP(1:8) IS NOT NUMERIC
005870         GO TO 2150-LEER-JOURNAL
005880     END-IF.
005890     MOVE PJRN-TIMESTAMP(1:8) TO WS-FECHA-JRNL.
005900     IF WS-FECHA-JRNL < MCTL-DESDE OR WS-FECHA-JRNL > MCTL-HASTA
005910         GO TO 2150-LEER-JOURNAL
005920     END-IF.
005930     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
005940         MOVE PJRN-IMAGEN-DESPUES(1:8) TO WS-EVI-DNI
005950         MOVE PJRN-IMAGEN-DESPUES(63:2) TO WS-EVI-SUCURSAL
005960     ELSE
005970         MOVE PJRN-IMAGEN-ANTES(1:8) TO WS-EVI-DNI
005980         MOVE PJRN-IMAGEN-ANTES(63:2) TO WS-EVI-SUCURSAL
005990     END-IF.
006000     MOVE PJRN-ACCION TO WS-CLAVE-ACCION.
006010     MOVE WS-EVI-SUCURSAL TO WS-CLAVE-SUCURSAL.
006020     IF MCTL-POR-ACCION
006030         MOVE "**" TO WS-CLAVE-SUCURSAL
006040     END-IF.
006050     IF MCTL-POR-SUCURSAL
006060         MOVE "*" TO WS-CLAVE-ACCION
006070     END-IF.
006080 2150-EXIT.
006090     EXIT.
006100
006110 2200-UBICAR-ESTRATO.
006120     MOVE "N" TO WS-SW-ESTRATO.
006130     PERFORM 2210-COMPARAR-ESTRATO THRU 2210-EXIT
006140         VARYING WS-IDX-ESTRATO FROM 1 BY 1
006150             UNTIL WS-IDX-ESTRATO > WS-CANT-ESTRATOS
006160                 OR ESTRATO-HALLADO.
006170 2200-EXIT.
006180     EXIT.
006190
006200 2210-COMPARAR-ESTRATO.
006210     IF EST-ACCION(WS-IDX-ESTRATO) = WS-CLAVE-ACCION
006220             AND EST-SUCURSAL(WS-IDX-ESTRATO) = WS-CLAVE-SUCURSAL
006230         SET ESTRATO-HALLADO TO TRUE
006240         SUBTRACT 1 FROM WS-IDX-ESTRATO
006250     END-IF.
006260 2210-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 3000-ASIGNAR-CUOTAS - CUOTA PROPORCIONAL A LA POBLACION DEL
006310*     ESTRATO, REDONDEADA, CON AL MENOS UNA ENTRADA POR ESTRATO
006320*     Y NUNCA MAS QUE SU POBLACION (POR ESO EL TOTAL ELEGIDO
006330*     PUEDE DIFERIR EN POCO DEL TAMANO PEDIDO)
006340******************************************************************
006350 3000-ASIGNAR-CUOTAS.
006360     PERFORM 3100-CUOTA-ESTRATO THRU 3100-EXIT
006370         VARYING WS-IDX-ESTRATO FROM 1 BY 1
006380             UNTIL WS-IDX-ESTRATO > WS-CANT-ESTRATOS.
006390 3000-EXIT.
006400     EXIT.
006410
006420 3100-CUOTA-ESTRATO.
006430     IF MCTL-TAMANO >= WS-POBLACION-TOTAL
006440         MOVE EST-POBLACION(WS-IDX-ESTRATO)
006450             TO EST-CUOTA(WS-IDX-ESTRATO)
006460         GO TO 3100-EXIT
006470     END-IF.
006480     COMPUTE EST-CUOTA(WS-IDX-ESTRATO) ROUNDED =
006490         MCTL-TAMANO * EST-POBLACION(WS-IDX-ESTRATO)
006500             / WS-POBLACION-TOTAL.
006510     IF EST-CUOTA(WS-IDX-ESTRATO) = ZERO
006520         MOVE 1 TO EST-CUOTA(WS-IDX-ESTRATO)
006530     END-IF.
006540 3100-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 4000-ABRIR-CARPETA - ABRE LA CARPETA MUESTRA.AAAAMMDD CON LOS
006590*     PARAMETROS QUE LA HACEN REPRODUCIBLE
006600******************************************************************
006610 4000-ABRIR-CARPETA.
006620     MOVE SPACES TO WS-DYN-REPORT-FILE.
006630     STRING "MUESTRA." MCTL-HASTA DELIMITED BY SIZE
006640         INTO WS-DYN-REPORT-FILE.
006650     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
006660     MOVE "MUESTRA DE CAMBIOS PARA AUDITORIA" TO RSVC-TITULO.
006670     MOVE "A" TO RSVC-FUNCION.
006680     CALL "reporte_svc" USING RSVC-AREA.
006690     MOVE "T" TO RSVC-FUNCION.
006700     MOVE SPACES TO RSVC-LINEA.
006710     STRING "MUESTRA,GENERACION,ORDINAL,MOMENTO,PROGRAMA,ACCION,"
006720         "SUCURSAL,DNI,ORIGEN,HACEDOR,REVISOR,TRAZA,RESULTADO"
006730         DELIMITED BY SIZE INTO RSVC-LINEA.
006740     CALL "reporte_svc" USING RSVC-AREA.
006750     MOVE "E" TO RSVC-FUNCION.
006760     MOVE MCTL-DESDE TO LPA-DESDE.
006770     MOVE MCTL-HASTA TO LPA-HASTA.
006780     MOVE MCTL-SEMILLA TO LPA-SEMILLA.
006790     MOVE MCTL-TAMANO TO LPA-TAMANO.
006800     MOVE WS-DESCRIPCION-ESTRATO TO LPA-ESTRATOS.
006810     MOVE WS-LINEA-PARAMETROS TO RSVC-LINEA.
006820     CALL "reporte_svc" USING RSVC-AREA.
006830     MOVE SPACES TO RSVC-LINEA.
006840     CALL "reporte_svc" USING RSVC-AREA.
006850 4000-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890* 5000-SORTEAR-MUESTRA - SEGUNDA PASADA, EN EL MISMO ORDEN: UN
006900*     NUMERO DEL GENERADOR POR ENTRADA; SE ELIGE SI CAE POR
006910*     DEBAJO DE LO QUE FALTA SOBRE LO QUE RESTA DEL ESTRATO
006920******************************************************************
006930 5000-SORTEAR-MUESTRA.
006940     PERFORM 2050-ABRIR-JOURNAL THRU 2050-EXIT.
006950     IF CORRIDA-RECHAZADA
006960         GO TO 5000-EXIT
006970     END-IF.
006980     PERFORM 5100-SORTEAR-ENTRADA THRU 5100-EXIT
006990         UNTIL FIN-JOURNAL.
007000     MOVE "C" TO JLC-FUNCION.
007010     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
007020 5000-EXIT.
007030     EXIT.
007040
007050 5100-SORTEAR-ENTRADA.
007060     PERFORM 2150-LEER-JOURNAL THRU 2150-EXIT.
007070     IF FIN-JOURNAL
007080         GO TO 5100-EXIT
007090     END-IF.
007100     PERFORM 2200-UBICAR-ESTRATO THRU 2200-EXIT.
007110     IF NOT ESTRATO-HALLADO
007120         GO TO 5100-EXIT
007130     END-IF.
007140     PERFORM 5200-PROXIMO-ALEATORIO THRU 5200-EXIT.
007150     COMPUTE WS-RESTAN = EST-POBLACION(WS-IDX-ESTRATO)
007160         - EST-VISTOS(WS-IDX-ESTRATO).
007170     COMPUTE WS-FALTAN = EST-CUOTA(WS-IDX-ESTRATO)
007180         - EST-ELEGIDOS(WS-IDX-ESTRATO).
007190     ADD 1 TO EST-VISTOS(WS-IDX-ESTRATO).
007200     IF WS-FALTAN = ZERO OR WS-RESTAN = ZERO
007210         GO TO 5100-EXIT
007220     END-IF.
007230     COMPUTE WS-LADO-SORTEO = (WS-ALEATORIO - 1) * WS-RESTAN.
007240     COMPUTE WS-LADO-CUOTA = WS-FALTAN * 2147483646.
007250     IF WS-LADO-SORTEO NOT < WS-LADO-CUOTA
007260         GO TO 5100-EXIT
007270     END-IF.
007280     ADD 1 TO EST-ELEGIDOS(WS-IDX-ESTRATO).
007290     ADD 1 TO WS-CANT-ELEGIDOS.
007300     ADD 1 TO WS-NRO-MUESTRA.
007310     PERFORM 6000-ARMAR-EVIDENCIA THRU 6000-EXIT.
007320     PERFORM 7000-ESCRIBIR-MUESTRA THRU 7000-EXIT.
007330 5100-EXIT.
007340     EXIT.
007350
007360 5200-PROXIMO-ALEATORIO.
007370     COMPUTE WS-PRODUCTO = WS-ALEATORIO * 16807.
007380     DIVIDE WS-PRODUCTO BY 2147483647 GIVING WS-COCIENTE
007390         REMAINDER WS-ALEATORIO.
007400 5200-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440* 6000-ARMAR-EVIDENCIA - JUNTA LA CADENA DE EVIDENCIA QUE
007450*     CORRESPONDE AL PROGRAMA QUE HIZO EL CAMBIO. LA PRIMERA
007460*     PIEZA QUE FALTA QUEDA EN WS-EVI-FALTA
007470******************************************************************
007480 6000-ARMAR-EVIDENCIA.
007490     MOVE SPACES TO WS-EVI-TIPO-ORIGEN.
007500     MOVE SPACES TO WS-EVI-ORIGEN.
007510     MOVE SPACES TO WS-EVI-LINEA-DECK.
007520     MOVE SPACES TO WS-EVI-HACEDOR.
007530     MOVE SPACES TO WS-EVI-REVISOR.
007540     MOVE "NO APLICA" TO WS-EVI-AUTORIZO.
007550     MOVE SPACES TO WS-EVI-TRAZA.
007560     MOVE SPACES TO WS-EVI-FALTA.
007570     COMPUTE WS-FECHA-PREVIA = FUNCTION DATE-OF-INTEGER(
007580         FUNCTION INTEGER-OF-DATE(WS-FECHA-JRNL) - 1).
007590     EVALUATE PJRN-PROGRAMA
007600         WHEN "PersonaMantBat"
007610             PERFORM 6100-BUSCAR-TRAZA THRU 6100-EXIT
007620             IF TRAZA-HALLADA
007630                 PERFORM 6200-BUSCAR-LINEA-DECK THRU 6200-EXIT
007640             ELSE
007650                 MOVE "DECK" TO WS-EVI-TIPO-ORIGEN
007660                 MOVE "NO HALLADO: SIN ID DE TRAZA"
007670                     TO WS-EVI-ORIGEN
007680             END-IF
007690         WHEN "PersonaMant"
007700             PERFORM 6300-BUSCAR-SESION THRU 6300-EXIT
007710             IF SESION-HALLADA
007720                 MOVE WS-SES-OPERADOR TO WS-EVI-HACEDOR
007730                 MOVE SPACES TO WS-EVI-AUTORIZO
007740                 STRING "HACEDOR " DELIMITED BY SIZE
007750                     WS-SES-OPERADOR DELIMITED BY SPACE
007760                     " (OPERADOR DE LA SESION; CAMBIO DE UNA "
007770                     "SOLA MANO)" DELIMITED BY SIZE
007780                     INTO WS-EVI-AUTORIZO
007790             END-IF
007800         WHEN "PersonaAprob"
007810             PERFORM 6300-BUSCAR-SESION THRU 6300-EXIT
007820             MOVE "D" TO WS-PEND-BUSCADO
007830             PERFORM 6400-BUSCAR-APROBACION THRU 6400-EXIT
007840             IF NOT APROBACION-HALLADA
007850                 MOVE "V" TO WS-PEND-BUSCADO
007860                 PERFORM 6400-BUSCAR-APROBACION THRU 6400-EXIT
007870             END-IF
007880             PERFORM 6450-VERIFICAR-APROBACION THRU 6450-EXIT
007890         WHEN "PersonaMasiva"
007900             PERFORM 6500-BUSCAR-LANZAMIENTO THRU 6500-EXIT
007910             MOVE "U" TO WS-PEND-BUSCADO
007920             PERFORM 6400-BUSCAR-APROBACION THRU 6400-EXIT
007930             PERFORM 6450-VERIFICAR-APROBACION THRU 6450-EXIT
007940         WHEN "SucursalCierre"
007950             PERFORM 6500-BUSCAR-LANZAMIENTO THRU 6500-EXIT
007960             MOVE "K" TO WS-PEND-BUSCADO
007970             PERFORM 6400-BUSCAR-APROBACION THRU 6400-EXIT
007980             PERFORM 6450-VERIFICAR-APROBACION THRU 6450-EXIT
007990         WHEN OTHER
008000             PERFORM 6500-BUSCAR-LANZAMIENTO THRU 6500-EXIT
008010     END-EVALUATE.
008020     IF WS-EVI-TRAZA = SPACES
008030         MOVE "NO APLICA" TO WS-EVI-TRAZA
008040     END-IF.
008050 6000-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------------
008090*    ID DE TRAZA: LA ETAPA JOURNAL QUE PERSONAMANTBAT ANOTA EN
008100*    TRAZAS PARA ESE DNI JUSTO DESPUES DE GRABAR EL JOURNAL
008110*----------------------------------------------------------------
008120 6100-BUSCAR-TRAZA.
008130     MOVE "N" TO WS-SW-TRAZA.
008140     MOVE "N" TO WS-EOF-TRAZAS.
008150     OPEN INPUT TRAZAS-FILE.
008160     IF WS-TRZ-STATUS NOT = "00"
008170         MOVE "REGISTRO TRAZAS NO DISPONIBLE" TO WS-FALTA-NUEVA
008180         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
008190         MOVE "NO HALLADA" TO WS-EVI-TRAZA
008200         GO TO 6100-EXIT
008210     END-IF.
008220     PERFORM 6110-LEER-TRAZA THRU 6110-EXIT
008230         UNTIL FIN-TRAZAS OR TRAZA-HALLADA.
008240     CLOSE TRAZAS-FILE.
008250     IF NOT TRAZA-HALLADA
008260         MOVE "SIN ETAPA JOURNAL EN TRAZAS" TO WS-FALTA-NUEVA
008270         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
008280         MOVE "NO HALLADA" TO WS-EVI-TRAZA
008290     END-IF.
008300 6100-EXIT.
008310     EXIT.
008320
008330 6110-LEER-TRAZA.
008340     READ TRAZAS-FILE
008350         AT END
008360             SET FIN-TRAZAS TO TRUE
008370         NOT AT END
008380             IF TRZ-ETAPA = "JOURNAL"
008390                     AND TRZ-DNI = WS-EVI-DNI
008400                     AND TRZ-TIMESTAMP(1:8) = PJRN-TIMESTAMP(1:8)
008410                     AND TRZ-TIMESTAMP NOT < PJRN-TIMESTAMP(1:14)
008420                 SET TRAZA-HALLADA TO TRUE
008430                 MOVE TRZ-ID TO WS-EVI-TRAZA
008440             END-IF
008450     END-READ.
008460 6110-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500*    LINEA DEL DECK: EL ID DICE EL DECK ARCHIVADO Y EL NUMERO DE
008510*    MOVIMIENTO (SIN CONTAR HDR/TRL). AAAAMMDD-NNNNN ES
008520*    PERSTRAN.AAAAMMDD; AAAAMMDDINNMMM ES PERSURG.AAAAMMDD.INN
008530*----------------------------------------------------------------
008540 6200-BUSCAR-LINEA-DECK.
008550     MOVE "DECK" TO WS-EVI-TIPO-ORIGEN.
008560     MOVE SPACES TO WS-NOMBRE-DECK.
008570     IF WS-EVI-TRAZA(9:1) = "I"
008580         STRING "PERSURG." WS-EVI-TRAZA(1:8) ".I"
008590             WS-EVI-TRAZA(10:2) DELIMITED BY SIZE
008600             INTO WS-NOMBRE-DECK
008610         MOVE WS-EVI-TRAZA(12:3) TO WS-POS-BUSCADA
008620     ELSE
008630         STRING "PERSTRAN." WS-EVI-TRAZA(1:8)
008640             DELIMITED BY SIZE INTO WS-NOMBRE-DECK
008650         MOVE WS-EVI-TRAZA(10:5) TO WS-POS-BUSCADA
008660     END-IF.
008670     MOVE "N" TO WS-SW-LINEA.
008680     MOVE "N" TO WS-EOF-DECK.
008690     MOVE ZERO TO WS-POS-DECK.
008700     OPEN INPUT DECK-FILE.
008710     IF WS-DECK-STATUS NOT = "00"
008720         STRING "NO HALLADO: DECK ARCHIVADO " DELIMITED BY SIZE
008730             WS-NOMBRE-DECK DELIMITED BY SPACE
008740             INTO WS-EVI-ORIGEN
008750         MOVE "DECK ARCHIVADO NO DISPONIBLE" TO WS-FALTA-NUEVA
008760         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
008770         GO TO 6200-EXIT
008780     END-IF.
008790     PERFORM 6210-LEER-DECK THRU 6210-EXIT
008800         UNTIL FIN-DECK OR LINEA-HALLADA.
008810     CLOSE DECK-FILE.
008820     IF NOT LINEA-HALLADA
008830         STRING "NO HALLADO: MOVIMIENTO " WS-POS-BUSCADA
008840             " DE " DELIMITED BY SIZE
008850             WS-NOMBRE-DECK DELIMITED BY SPACE
008860             INTO WS-EVI-ORIGEN
008870         MOVE "MOVIMIENTO NO HALLADO EN EL DECK"
008880             TO WS-FALTA-NUEVA
008890         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
008900         GO TO 6200-EXIT
008910     END-IF.
008920     STRING "DECK " DELIMITED BY SIZE
008930         WS-NOMBRE-DECK DELIMITED BY SPACE
008940         " MOVIMIENTO " WS-POS-BUSCADA DELIMITED BY SIZE
008950         INTO WS-EVI-ORIGEN.
008960     IF WS-EVI-LINEA-DECK(2:8) NOT = WS-EVI-DNI
008970         MOVE "LA LINEA DEL DECK ES DE OTRO DNI"
008980             TO WS-FALTA-NUEVA
008990         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
009000     END-IF.
009010 6200-EXIT.
009020     EXIT.
009030
009040 6210-LEER-DECK.
009050     READ DECK-FILE
009060         AT END
009070             SET FIN-DECK TO TRUE
009080         NOT AT END
009090             IF DECK-RECORD(1:3) NOT = "HDR"
009100                     AND DECK-RECORD(1:3) NOT = "TRL"
009110                 ADD 1 TO WS-POS-DECK
009120                 IF WS-POS-DECK = WS-POS-BUSCADA
009130                     SET LINEA-HALLADA TO TRUE
009140                     MOVE DECK-RECORD TO WS-EVI-LINEA-DECK
009150                 END-IF
009160             END-IF
009170     END-READ.
009180 6210-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------------
009220*    SESION DE MENU: EL REGISTRO QUE EL DIALOGO DEJA EN LA
009230*    AUDITORIA COMPARTIDA AL CERRAR (EL PRIMERO DE ESE PROGRAMA
009240*    POSTERIOR AL CAMBIO). LA BITACORA LLEVA LA FECHA DE NEGOCIO,
009250*    QUE PUEDE IR UN DIA ATRAS DEL RELOJ: SE MIRA LA DEL DIA DEL
009260*    CAMBIO Y, SI NO ESTA AHI, LA DEL DIA ANTERIOR
009270*----------------------------------------------------------------
009280 6300-BUSCAR-SESION.
009290     MOVE "SESION" TO WS-EVI-TIPO-ORIGEN.
009300     MOVE "N" TO WS-SW-SESION.
009310     MOVE WS-FECHA-JRNL TO WS-FECHA-BUSQUEDA.
009320     PERFORM 6310-LEER-AUDITORIA THRU 6310-EXIT.
009330     IF NOT SESION-HALLADA
009340         MOVE WS-FECHA-PREVIA TO WS-FECHA-BUSQUEDA
009350         PERFORM 6310-LEER-AUDITORIA THRU 6310-EXIT
009360     END-IF.
009370     IF NOT SESION-HALLADA
009380         MOVE "NO HALLADA EN LA AUDITORIA COMPARTIDA"
009390             TO WS-EVI-ORIGEN
009400         MOVE "SIN SESION EN LA AUDITORIA" TO WS-FALTA-NUEVA
009410         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
009420         GO TO 6300-EXIT
009430     END-IF.
009440     STRING "SESION DE MENU " DELIMITED BY SIZE
009450         WS-SES-ARCHIVO DELIMITED BY SPACE
009460         " CERRADA " WS-SES-MOMENTO " OPERADOR " WS-SES-OPERADOR
009470         DELIMITED BY SIZE INTO WS-EVI-ORIGEN.
009480     IF WS-SES-OPERADOR = SPACES
009490         MOVE "SESION SIN OPERADOR" TO WS-FALTA-NUEVA
009500         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
009510     END-IF.
009520 6300-EXIT.
009530     EXIT.
009540
009550 6310-LEER-AUDITORIA.
009560     MOVE SPACES TO WS-NOMBRE-AUDITORIA.
009570     STRING "AUDITTRL." WS-FECHA-BUSQUEDA DELIMITED BY SIZE
009580         INTO WS-NOMBRE-AUDITORIA.
009590     MOVE "N" TO WS-EOF-AUDIT.
009600     OPEN INPUT AUDIT-FILE.
009610     IF WS-AUD-STATUS NOT = "00"
009620         GO TO 6310-EXIT
009630     END-IF.
009640     PERFORM 6320-LEER-REGISTRO-AUDITORIA THRU 6320-EXIT
009650         UNTIL FIN-AUDITORIA OR SESION-HALLADA.
009660     CLOSE AUDIT-FILE.
009670 6310-EXIT.
009680     EXIT.
009690
009700 6320-LEER-REGISTRO-AUDITORIA.
009710     READ AUDIT-FILE
009720         AT END
009730             SET FIN-AUDITORIA TO TRUE
009740         NOT AT END
009750             IF AUDT-PROGRAMA = PJRN-PROGRAMA
009760                     AND AUDT-TIMESTAMP(1:14) NOT <
009770                         PJRN-TIMESTAMP(1:14)
009780                 SET SESION-HALLADA TO TRUE
009790                 MOVE WS-NOMBRE-AUDITORIA TO WS-SES-ARCHIVO
009800                 MOVE AUDT-TIMESTAMP(1:14) TO WS-SES-MOMENTO
009810                 MOVE AUDT-OPERADOR TO WS-SES-OPERADOR
009820             END-IF
009830     END-READ.
009840 6320-EXIT.
009850     EXIT.
009860
009870*----------------------------------------------------------------
009880*    HACEDOR Y REVISOR: EL ULTIMO PENDIENTE APROBADO ("A") EN
009890*    PENDAPRO HASTA LA FECHA DEL CAMBIO - POR DNI ("D"), O EL
009900*    REVERSO ("V") O LA ACTUALIZACION MASIVA ("U")
009910*----------------------------------------------------------------
009920 6400-BUSCAR-APROBACION.
009930     MOVE "N" TO WS-SW-APROBACION.
009940     MOVE "N" TO WS-EOF-PEND.
009950     OPEN INPUT PENDAPRO-FILE.
009960     IF WS-PEND-STATUS NOT = "00"
009970         GO TO 6400-EXIT
009980     END-IF.
009990     PERFORM 6410-LEER-PENDIENTE THRU 6410-EXIT
010000         UNTIL FIN-PENDIENTES.
010010     CLOSE PENDAPRO-FILE.
010020 6400-EXIT.
010030     EXIT.
010040
010050 6410-LEER-PENDIENTE.
010060     READ PENDAPRO-FILE
010070         AT END
010080             SET FIN-PENDIENTES TO TRUE
010090             GO TO 6410-EXIT
010100     END-READ.
010110     IF (PEND-ESTADO NOT = "A" AND PEND-ESTADO NOT = "E")
010120             OR PEND-FECHA IS NOT NUMERIC
010130             OR PEND-FECHA > WS-FECHA-JRNL
010140         GO TO 6410-EXIT
010150     END-IF.
010160     IF PEND-POR-DNI
010170         IF PEND-ACCION = "U" OR PEND-ACCION = "V"
010180                 OR PEND-ACCION = "K"
010190                 OR PEND-DNI IS NOT NUMERIC
010200                 OR WS-EVI-DNI IS NOT NUMERIC
010210             GO TO 6410-EXIT
010220         END-IF
010230         IF PEND-DNI NOT = WS-EVI-DNI-NUM
010240             GO TO 6410-EXIT
010250         END-IF
010260     ELSE
010270         IF PEND-ACCION NOT = WS-PEND-BUSCADO
010280             GO TO 6410-EXIT
010290         END-IF
010300     END-IF.
010310     SET APROBACION-HALLADA TO TRUE.
010320     MOVE PEND-SOLICITANTE TO WS-EVI-HACEDOR.
010330     MOVE PEND-APROBADOR TO WS-EVI-REVISOR.
010340     MOVE PEND-ACCION TO WS-APR-ACCION.
010350     MOVE PEND-FECHA TO WS-APR-FECHA.
010360 6410-EXIT.
010370     EXIT.
010380
010390 6450-VERIFICAR-APROBACION.
010400     MOVE SPACES TO WS-EVI-AUTORIZO.
010410     IF NOT APROBACION-HALLADA
010420         MOVE "NO HALLADA: SIN PENDIENTE APROBADO EN PENDAPRO"
010430             TO WS-EVI-AUTORIZO
010440         MOVE "SIN APROBACION EN PENDAPRO" TO WS-FALTA-NUEVA
010450         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
010460         GO TO 6450-EXIT
010470     END-IF.
010480     STRING "HACEDOR " WS-EVI-HACEDOR " REVISOR " WS-EVI-REVISOR
010490         " (PENDAPRO " WS-APR-ACCION " DEL " WS-APR-FECHA ")"
010500         DELIMITED BY SIZE INTO WS-EVI-AUTORIZO.
010510     IF WS-EVI-HACEDOR = SPACES OR WS-EVI-REVISOR = SPACES
010520         MOVE "APROBACION SIN HACEDOR O REVISOR"
010530             TO WS-FALTA-NUEVA
010540         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
010550         GO TO 6450-EXIT
010560     END-IF.
010570     IF WS-EVI-HACEDOR = WS-EVI-REVISOR
010580         MOVE "HACEDOR Y REVISOR SON EL MISMO" TO WS-FALTA-NUEVA
010590         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
010600     END-IF.
010610 6450-EXIT.
010620     EXIT.
010630
010640*----------------------------------------------------------------
010650*    LANZAMIENTO: EL ULTIMO DE LANZALOG (CICLO, MICROCICLO O
010660*    PASO SUELTO) ANTERIOR AL CAMBIO, DEL MISMO DIA O DEL
010670*    ANTERIOR (EL CICLO NOCTURNO CRUZA LA MEDIANOCHE)
010680*----------------------------------------------------------------
010690 6500-BUSCAR-LANZAMIENTO.
010700     MOVE "LANZAMIENTO" TO WS-EVI-TIPO-ORIGEN.
010710     MOVE "N" TO WS-SW-LANZAMIENTO.
010720     MOVE "N" TO WS-EOF-LNZ.
010730     OPEN INPUT LANZALOG-FILE.
010740     IF WS-LNZ-STATUS = "00"
010750         PERFORM 6510-LEER-LANZAMIENTO THRU 6510-EXIT
010760             UNTIL FIN-LANZALOG
010770         CLOSE LANZALOG-FILE
010780     END-IF.
010790     IF NOT LANZAMIENTO-HALLADO
010800         MOVE "NO HALLADO EN LANZALOG" TO WS-EVI-ORIGEN
010810         MOVE "SIN LANZAMIENTO EN LANZALOG" TO WS-FALTA-NUEVA
010820         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
010830         GO TO 6500-EXIT
010840     END-IF.
010850     STRING "LANZAMIENTO " DELIMITED BY SIZE
010860         WS-LAN-PROGRAMA DELIMITED BY SPACE
010870         " DEL " WS-LAN-MOMENTO " OPERADOR " WS-LAN-OPERADOR
010880         DELIMITED BY SIZE INTO WS-EVI-ORIGEN.
010890     IF WS-LAN-OPERADOR = SPACES
010900         MOVE "LANZAMIENTO SIN OPERADOR" TO WS-FALTA-NUEVA
010910         PERFORM 8500-ANOTAR-FALTA THRU 8500-EXIT
010920     END-IF.
010930 6500-EXIT.
010940     EXIT.
010950
010960 6510-LEER-LANZAMIENTO.
010970     READ LANZALOG-FILE
010980         AT END
010990             SET FIN-LANZALOG TO TRUE
011000         NOT AT END
011010             IF LNZ-TIMESTAMP(1:14) NOT > PJRN-TIMESTAMP(1:14)
011020                     AND LNZ-TIMESTAMP(1:8) NOT < WS-FECHA-PREVIA
011030                 SET LANZAMIENTO-HALLADO TO TRUE
011040                 MOVE LNZ-TIMESTAMP(1:14) TO WS-LAN-MOMENTO
011050                 MOVE LNZ-OPERADOR TO WS-LAN-OPERADOR
011060                 MOVE LNZ-PROGRAMA TO WS-LAN-PROGRAMA
011070             END-IF
011080     END-READ.
011090 6510-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130* 7000-ESCRIBIR-MUESTRA - LA CARPETA DEL CAMBIO ELEGIDO, SU LINEA
011140*     DE DATOS Y, SI LA CADENA ESTA INCOMPLETA, LA EXCEPCION
011150******************************************************************
011160 7000-ESCRIBIR-MUESTRA.
011170     MOVE "E" TO RSVC-FUNCION.
011180     MOVE WS-NRO-MUESTRA TO LMU-NUMERO.
011190     MOVE WS-CLAVE-ACCION TO LMU-ACCION-ESTRATO.
011200     MOVE WS-CLAVE-SUCURSAL TO LMU-SUCURSAL-ESTRATO.
011210     MOVE JLC-GENERACION TO LMU-GENERACION.
011220     MOVE JLC-ORDINAL TO LMU-ORDINAL.
011230     MOVE PJRN-TIMESTAMP(1:14) TO LMU-MOMENTO.
011240     MOVE PJRN-PROGRAMA TO LMU-PROGRAMA.
011250     MOVE PJRN-ACCION TO LMU-ACCION.
011260     MOVE WS-EVI-DNI TO LMU-DNI.
011270     MOVE WS-LINEA-MUESTRA TO RSVC-LINEA.
011280     CALL "reporte_svc" USING RSVC-AREA.
011290     MOVE "ANTES" TO LEV-ETIQUETA.
011300     MOVE PJRN-IMAGEN-ANTES TO LEV-TEXTO.
011310     PERFORM 7100-LINEA-EVIDENCIA THRU 7100-EXIT.
011320     MOVE "DESPUES" TO LEV-ETIQUETA.
011330     MOVE PJRN-IMAGEN-DESPUES TO LEV-TEXTO.
011340     PERFORM 7100-LINEA-EVIDENCIA THRU 7100-EXIT.
011350     MOVE "ORIGEN" TO LEV-ETIQUETA.
011360     MOVE WS-EVI-ORIGEN TO LEV-TEXTO.
011370     PERFORM 7100-LINEA-EVIDENCIA THRU 7100-EXIT.
011380     IF WS-EVI-LINEA-DECK NOT = SPACES
011390         MOVE "LINEA" TO LEV-ETIQUETA
011400         MOVE WS-EVI-LINEA-DECK TO LEV-TEXTO
011410         PERFORM 7100-LINEA-EVIDENCIA THRU 7100-EXIT
011420     END-IF.
011430     MOVE "AUTORIZO" TO LEV-ETIQUETA.
011440     MOVE WS-EVI-AUTORIZO TO LEV-TEXTO.
011450     PERFORM 7100-LINEA-EVIDENCIA THRU 7100-EXIT.
011460     MOVE "TRAZA" TO LEV-ETIQUETA.
011470     MOVE WS-EVI-TRAZA TO LEV-TEXTO.
011480     PERFORM 7100-LINEA-EVIDENCIA THRU 7100-EXIT.
011490     MOVE "RESULTADO" TO LEV-ETIQUETA.
011500     IF WS-EVI-FALTA = SPACES
011510         MOVE "EVIDENCIA COMPLETA" TO LEV-TEXTO
011520         MOVE "COMPLETA" TO WS-DATO-RESULTADO
011530     ELSE
011540         MOVE SPACES TO LEV-TEXTO
011550         STRING "*** EXCEPCION: " WS-EVI-FALTA
011560             DELIMITED BY SIZE INTO LEV-TEXTO
011570         MOVE "EXCEPCION" TO WS-DATO-RESULTADO
011580         ADD 1 TO WS-CANT-EXCEPCIONES
011590         ADD 1 TO EST-EXCEPCIONES(WS-IDX-ESTRATO)
011600         MOVE 104 TO WS-ELOG-CODIGO
011610         MOVE SPACES TO WS-ELOG-MENSAJE
011620         STRING "MUESTRA " WS-NRO-MUESTRA " " WS-EVI-FALTA
011630             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
011640         CALL "errorlog" USING WS-ELOG-PROGRAMA
011650                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
011660     END-IF.
011670     PERFORM 7100-LINEA-EVIDENCIA THRU 7100-EXIT.
011680     MOVE SPACES TO RSVC-LINEA.
011690     CALL "reporte_svc" USING RSVC-AREA.
011700     MOVE "D" TO RSVC-FUNCION.
011710     MOVE SPACES TO RSVC-LINEA.
011720     STRING WS-NRO-MUESTRA "," JLC-GENERACION "," JLC-ORDINAL
011730             "," PJRN-TIMESTAMP(1:14) "," DELIMITED BY SIZE
011740             PJRN-PROGRAMA DELIMITED BY SPACE
011750             "," PJRN-ACCION "," WS-EVI-SUCURSAL "," WS-EVI-DNI
011760             "," DELIMITED BY SIZE
011770             WS-EVI-TIPO-ORIGEN DELIMITED BY SPACE
011780             "," DELIMITED BY SIZE
011790             WS-EVI-HACEDOR DELIMITED BY SPACE
011800             "," DELIMITED BY SIZE
011810             WS-EVI-REVISOR DELIMITED BY SPACE
011820             "," DELIMITED BY SIZE
011830             WS-EVI-TRAZA DELIMITED BY "  "
011840             "," DELIMITED BY SIZE
011850             WS-DATO-RESULTADO DELIMITED BY SPACE
011860         INTO RSVC-LINEA.
011870     CALL "reporte_svc" USING RSVC-AREA.
011880     MOVE "E" TO RSVC-FUNCION.
011890 7000-EXIT.
011900     EXIT.
011910
011920 7100-LINEA-EVIDENCIA.
011930     MOVE WS-LINEA-EVIDENCIA TO RSVC-LINEA.
011940     CALL "reporte_svc" USING RSVC-AREA.
011950 7100-EXIT.
011960     EXIT.
011970
011980******************************************************************
011990* 8500-ANOTAR-FALTA - GUARDA SOLO LA PRIMERA PIEZA FALTANTE
012000******************************************************************
012010 8500-ANOTAR-FALTA.
012020     IF WS-EVI-FALTA = SPACES
012030         MOVE WS-FALTA-NUEVA TO WS-EVI-FALTA
012040     END-IF.
012050 8500-EXIT.
012060     EXIT.
012070
012080******************************************************************
012090* 8900-RECHAZAR-CORRIDA - SIN TARJETA VALIDA O SIN JOURNAL NO HAY
012100*     MUESTRA: ERRORLOG 105 Y RETURN-CODE 8
012110******************************************************************
012120 8900-RECHAZAR-CORRIDA.
012130     DISPLAY " MUESTRA DE AUDITORIA RECHAZADA: "
012140         WS-MOTIVO-RECHAZO.
012150     MOVE 105 TO WS-ELOG-CODIGO.
012160     MOVE WS-MOTIVO-RECHAZO TO WS-ELOG-MENSAJE.
012170     CALL "errorlog" USING WS-ELOG-PROGRAMA
012180             WS-ELOG-CODIGO WS-ELOG-MENSAJE.
012190 8900-EXIT.
012200     EXIT.
012210
012220******************************************************************
012230* 9000-TERMINAR - RESUMEN POR ESTRATO Y TOTALES, CIERRA, CATALOGA
012240*     Y AUDITA
012250******************************************************************
012260 9000-TERMINAR.
012270     MOVE "E" TO RSVC-FUNCION.
012280     PERFORM 9100-ESCRIBIR-ESTRATO THRU 9100-EXIT
012290         VARYING WS-IDX-ESTRATO FROM 1 BY 1
012300             UNTIL WS-IDX-ESTRATO > WS-CANT-ESTRATOS.
012310     MOVE SPACES TO RSVC-LINEA.
012320     CALL "reporte_svc" USING RSVC-AREA.
012330     MOVE SPACES TO WS-LINEA-TRAILER.
012340     MOVE "ENTRADAS DEL JOURNAL EN EL PERIODO." TO TRA-ETIQUETA.
012350     MOVE WS-POBLACION-TOTAL TO TRA-VALOR.
012360     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
012370     CALL "reporte_svc" USING RSVC-AREA.
012380     MOVE SPACES TO WS-LINEA-TRAILER.
012390     MOVE "ESTRATOS.........................." TO TRA-ETIQUETA.
012400     MOVE WS-CANT-ESTRATOS TO TRA-VALOR.
012410     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
012420     CALL "reporte_svc" USING RSVC-AREA.
012430     MOVE SPACES TO WS-LINEA-TRAILER.
012440     MOVE "CAMBIOS EN LA MUESTRA............." TO TRA-ETIQUETA.
012450     MOVE WS-CANT-ELEGIDOS TO TRA-VALOR.
012460     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
012470     CALL "reporte_svc" USING RSVC-AREA.
012480     MOVE SPACES TO WS-LINEA-TRAILER.
012490     MOVE "EXCEPCIONES (EVIDENCIA INCOMPLETA)" TO TRA-ETIQUETA.
012500     MOVE WS-CANT-EXCEPCIONES TO TRA-VALOR.
012510     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
012520     CALL "reporte_svc" USING RSVC-AREA.
012530     MOVE "C" TO RSVC-FUNCION.
012540     CALL "reporte_svc" USING RSVC-AREA.
012550     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
012560     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
012570     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
012580             WS-CATG-CANTIDAD.
012590     MOVE WS-CANT-ELEGIDOS TO WS-AUDT-CANTIDAD.
012600     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
012610     DISPLAY " MUESTRA DE AUDITORIA: " WS-CANT-ELEGIDOS
012620         " CAMBIO(S) DE " WS-POBLACION-TOTAL ", "
012630         WS-CANT-EXCEPCIONES " EXCEPCION(ES).".
012640 9000-EXIT.
012650     EXIT.
012660
012670 9100-ESCRIBIR-ESTRATO.
012680     MOVE EST-ACCION(WS-IDX-ESTRATO) TO LES-ACCION.
012690     MOVE EST-SUCURSAL(WS-IDX-ESTRATO) TO LES-SUCURSAL.
012700     MOVE EST-POBLACION(WS-IDX-ESTRATO) TO LES-POBLACION.
012710     MOVE EST-CUOTA(WS-IDX-ESTRATO) TO LES-CUOTA.
012720     MOVE EST-ELEGIDOS(WS-IDX-ESTRATO) TO LES-ELEGIDOS.
012730     MOVE EST-EXCEPCIONES(WS-IDX-ESTRATO) TO LES-EXCEPCIONES.
012740*    EN LOS ESTRATOS SOLO POR ACCION LA SUCURSAL ES "**"
012750     MOVE SPACES TO LES-NOMBRE.
012760     IF EST-SUCURSAL(WS-IDX-ESTRATO) IS NUMERIC
012770         MOVE EST-SUCURSAL(WS-IDX-ESTRATO) TO VSU-CODIGO
012780         CALL "validar_sucursal" USING VSU-AREA
012790         MOVE VSU-NOMBRE TO LES-NOMBRE
012800     END-IF.
012810     MOVE WS-LINEA-ESTRATO TO RSVC-LINEA.
012820     CALL "reporte_svc" USING RSVC-AREA.
012830 9100-EXIT.
012840     EXIT.
012850
012860 END PROGRAM muestra_auditoria.
