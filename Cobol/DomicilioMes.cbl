000100******************************************************************
000110* PROGRAM-ID: domicilio_mes
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MONTHLY LIST, BY SUCURSAL, OF THE ACTIVE PEOPLE
000170*             ON PERSONAF WHO HAVE NO USABLE MAILING ADDRESS,
000180*             SO EACH BRANCH CAN CALL THEM AND FIX IT: NO
000190*             PERS-DIRECCION AT ALL, AN INCOMPLETE ONE (NO
000200*             CALLE, LOCALIDAD OR CODIGO POSTAL), OR ONE THE
000210*             POST OFFICE RETURNED AND THAT IS STILL ON THE
000220*             MASTER (REGISTRO DEVUELTO, COPY DEVUELTO). THE
000230*             POPULATION GOES THROUGH THE SORT VERB BY
000240*             SUCURSAL AND DNI AND PRINTS THROUGH REPORTE_SVC
000250*             AS SINDOMIC.AAAAMMDD WITH A SUBTOTAL PER BRANCH.
000260*             RUNS FROM CICLO_DIARIO ON THE CALENDAR'S
000270*             PERIOD-END DAY, RIGHT AFTER CIERRE_MENSUAL.
000280* TECTONICS:  cobc
000290******************************************************************
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* 2026-10-15 RW   INITIAL VERSION.
000330* 2026-10-15 RW   EL CORTE DE CADA SUCURSAL LLEVA SU NOMBRE SEGUN
000340*                 EL REFERENCIAL SUCREF (VALIDAR_SUCURSAL).
000350* 2026-10-15 RW   EL LISTADO TAMBIEN VA AL ARCHIVO DE DATOS DE
000360*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR PERSONA
000370*                 (DNI ENMASCARADO, COMO EN EL LISTADO), POR
000380*                 SUBTOTAL DE SUCURSAL Y POR TOTAL DE CONTROL.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. domicilio_mes.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS PERS-DNI
000500         FILE STATUS IS WS-PERSONA-STATUS.
000510
000520     SELECT DEVUELTO-FILE ASSIGN TO "DEVUELTO"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DEV-STATUS.
000550
000560     SELECT SORT-FILE ASSIGN TO "SORTWK".
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PERSONA-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 117 CHARACTERS.
000630 COPY PERSONA.
000640
000650 FD  DEVUELTO-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 113 CHARACTERS.
000680 COPY DEVUELTO.
000690
000700 SD  SORT-FILE.
000710 01  SORT-RECORD.
000720     05  SORT-SUCURSAL           PIC 9(02).
000730     05  SORT-DNI                PIC 9(08).
000740     05  SORT-NOMBRE             PIC X(30).
000750     05  SORT-LOCALIDAD          PIC X(20).
000760     05  SORT-MOTIVO             PIC X(40).
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-PERSONA-STATUS           PIC X(02).
000800 01  WS-DEV-STATUS               PIC X(02).
000810
000820 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
000830     88  FIN-PERSONA             VALUE "S".
000840 01  WS-EOF-SORT                 PIC X(01) VALUE "N".
000850     88  FIN-DEL-SORT            VALUE "S".
000860 01  WS-MOTIVO-SIN-DOMICILIO     PIC X(40).
000870
000880*----------------------------------------------------------------
000890*    DOMICILIOS DEVUELTOS POR EL CORREO (LA ULTIMA LINEA DE
000900*    CADA DNI VALE, COMO EN NOCONTAC)
000910*----------------------------------------------------------------
000920 01  WS-EOF-DEVUELTO             PIC X(01) VALUE "N".
000930     88  FIN-DEVUELTO            VALUE "S".
000940 01  WS-MAX-DEVUELTOS            PIC 9(04) VALUE 2000.
000950 01  WS-CANT-DEVUELTOS           PIC 9(04) VALUE ZERO.
000960 01  TABLA-DEVUELTOS.
000970     05  DEVT-ENTRADA OCCURS 2000 TIMES.
000980         10  DEVT-DNI            PIC 9(08).
000990         10  DEVT-FECHA          PIC 9(08).
001000         10  DEVT-MOTIVO         PIC X(20).
001010         10  DEVT-DIRECCION      PIC X(53).
001020 01  WS-IDX-DEV                  PIC 9(04) COMP.
001030 77  WS-IDX-BUSCA-DEV            PIC 9(04) COMP.
001040 77  WS-CUENTA-DEV-PERDIDOS      PIC 9(04) VALUE ZERO.
001050 01  WS-BUSCA-DNI                PIC 9(08).
001060
001070*----------------------------------------------------------------
001080*    CORTE DE CONTROL POR SUCURSAL Y CONTADORES
001090*----------------------------------------------------------------
001100 01  WS-SW-PRIMERA               PIC X(01) VALUE "S".
001110     88  PRIMERA-SUCURSAL        VALUE "S".
001120 01  WS-SUCURSAL-ANTERIOR        PIC 9(02) VALUE ZERO.
001130 01  WS-CUENTA-SUCURSAL          PIC 9(07) VALUE ZERO.
001140 01  WS-CUENTA-LEIDAS            PIC 9(07) VALUE ZERO.
001150 01  WS-CUENTA-SIN-DOMICILIO     PIC 9(07) VALUE ZERO.
001160 01  WS-CUENTA-INCOMPLETOS       PIC 9(07) VALUE ZERO.
001170 01  WS-CUENTA-DEVUELTOS         PIC 9(07) VALUE ZERO.
001180 01  WS-CUENTA-LISTADOS          PIC 9(07) VALUE ZERO.
001190
001200*----------------------------------------------------------------
001210*    REPORTE POR EL SERVICIO COMPARTIDO
001220*----------------------------------------------------------------
001230 01  WS-FECHA-HOY                PIC X(08).
001240 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001250 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001260 01  RSVC-AREA.
001270     05  RSVC-FUNCION            PIC X(01).
001280     05  RSVC-ARCHIVO            PIC X(21).
001290     05  RSVC-TITULO             PIC X(40).
001300     05  RSVC-LINEA              PIC X(132).
001310     05  RSVC-CANT-LINEAS        PIC 9(07).
001320
001330*----------------------------------------------------------------
001340*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
001350*----------------------------------------------------------------
001360 01  VSU-AREA.
001370     05  VSU-CODIGO              PIC 9(02).
001380     05  VSU-RESULTADO           PIC X(01).
001390         88  VSU-ABIERTA         VALUE "S".
001400         88  VSU-CERRADA         VALUE "C".
001410         88  VSU-INEXISTENTE     VALUE "X".
001420         88  VSU-SIN-REFERENCIAL VALUE "N".
001430     05  VSU-NOMBRE              PIC X(30).
001440     05  VSU-FECHA-CIERRE        PIC 9(08).
001450     05  VSU-SUCESORA            PIC 9(02).
001460
001470 01  WS-LINEA-SUCURSAL.
001480     05  FILLER                  PIC X(09) VALUE "SUCURSAL ".
001490     05  LSUC-CODIGO             PIC 9(02).
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  LSUC-NOMBRE             PIC X(30).
001520     05  FILLER                  PIC X(90) VALUE SPACES.
001530 01  WS-LINEA-ENCABEZADO-COL.
001540     05  FILLER                  PIC X(12) VALUE "  DNI".
001550     05  FILLER                  PIC X(32) VALUE "NOMBRE".
001560     05  FILLER                  PIC X(22) VALUE "LOCALIDAD".
001570     05  FILLER                  PIC X(66) VALUE "SITUACION".
001580 01  WS-LINEA-DETALLE.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  DET-DNI                 PIC X(08).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  DET-NOMBRE              PIC X(30).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  DET-LOCALIDAD           PIC X(20).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  DET-MOTIVO              PIC X(40).
001670     05  FILLER                  PIC X(26) VALUE SPACES.
001680 01  WS-LINEA-SUBTOTAL.
001690     05  FILLER                  PIC X(30)
001700             VALUE "  PERSONAS DE LA SUCURSAL ".
001710     05  LSUB-CODIGO             PIC 9(02).
001720     05  FILLER                  PIC X(03) VALUE ": ".
001730     05  LSUB-CUENTA             PIC ZZZ,ZZ9.
001740     05  FILLER                  PIC X(90) VALUE SPACES.
001750 01  WS-LINEA-TRAILER.
001760     05  TRA-ETIQUETA            PIC X(35).
001770     05  TRA-VALOR               PIC ZZZ,ZZ9.
001780     05  FILLER                  PIC X(90) VALUE SPACES.
001790 01  WS-DNI-ENMASCARADO          PIC X(08).
001800 01  WS-DATO-NOMBRE-SUC          PIC X(30).
001810 01  WS-DATO-CONCEPTO            PIC X(35).
001820 01  WS-DATO-CANTIDAD            PIC 9(07).
001830
001840*----------------------------------------------------------------
001850*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
001860*----------------------------------------------------------------
001870 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "domicilio_mes".
001880 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001890 01  WS-CATG-ARCHIVO             PIC X(21).
001900 01  WS-CATG-CANTIDAD            PIC 9(07).
001910
001920 PROCEDURE DIVISION.
001930
001940******************************************************************
001950* 0000-MAINLINE
001960******************************************************************
001970 0000-MAINLINE.
001980     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001990     IF WS-PERSONA-STATUS NOT = "00"
002000         DISPLAY "PERSONAF NO DISPONIBLE, SIN LISTA DE "
002010             "DOMICILIOS."
002020         GOBACK
002030     END-IF.
002040     SORT SORT-FILE
002050         ON ASCENDING KEY SORT-SUCURSAL SORT-DNI
002060         INPUT PROCEDURE IS 2000-ALIMENTAR-SORT
002070             THRU 2000-EXIT
002080         OUTPUT PROCEDURE IS 3000-LISTAR-POR-SUCURSAL
002090             THRU 3000-EXIT.
002100     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002110     GOBACK.
002120
002130******************************************************************
002140* 1000-INICIALIZAR - CARGA LAS DEVOLUCIONES, ABRE EL MAESTRO Y
002150*     EL REPORTE DEL MES
002160******************************************************************
002170 1000-INICIALIZAR.
002180     PERFORM 1200-CARGAR-DEVUELTOS THRU 1200-EXIT.
002190     OPEN INPUT PERSONA-FILE.
002200     IF WS-PERSONA-STATUS NOT = "00"
002210         GO TO 1000-EXIT
002220     END-IF.
002230     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002240     STRING "SINDOMIC." WS-FECHA-HOY DELIMITED BY SIZE
002250         WS-SUFIJO-CICLO DELIMITED BY SPACE
002260         INTO WS-DYN-REPORT-FILE.
002270     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
002280     MOVE "PERSONAS SIN DOMICILIO UTIL POR SUCURSAL"
002290         TO RSVC-TITULO.
002300     MOVE "A" TO RSVC-FUNCION.
002310     CALL "reporte_svc" USING RSVC-AREA.
002320     MOVE "T" TO RSVC-FUNCION.
002330     MOVE SPACES TO RSVC-LINEA.
002340     STRING "SECCION,SUCURSAL,NOMBRE_SUCURSAL,DNI,NOMBRE,"
002350             "LOCALIDAD,SITUACION,CANTIDAD"
002360             DELIMITED BY SIZE
002370         INTO RSVC-LINEA.
002380     CALL "reporte_svc" USING RSVC-AREA.
002390     MOVE "E" TO RSVC-FUNCION.
002400 1000-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440* 1200-CARGAR-DEVUELTOS - CARGA DEVUELTO EN MEMORIA. ES SOLO
002450*     POR AGREGADO: LA LINEA MAS RECIENTE DE CADA DNI PISA A
002460*     LAS ANTERIORES DE LA TABLA.
002470******************************************************************
002480 1200-CARGAR-DEVUELTOS.
002490     OPEN INPUT DEVUELTO-FILE.
002500     IF WS-DEV-STATUS NOT = "00"
002510         GO TO 1200-EXIT
002520     END-IF.
002530     PERFORM 1210-LEER-DEVUELTO THRU 1210-EXIT
002540         UNTIL FIN-DEVUELTO.
002550     CLOSE DEVUELTO-FILE.
002560 1200-EXIT.
002570     EXIT.
002580
002590 1210-LEER-DEVUELTO.
002600     READ DEVUELTO-FILE
002610         AT END
002620             SET FIN-DEVUELTO TO TRUE
002630         NOT AT END
002640             PERFORM 1220-UBICAR-DEVUELTO THRU 1220-EXIT
002650     END-READ.
002660 1210-EXIT.
002670     EXIT.
002680
002690 1220-UBICAR-DEVUELTO.
002700     MOVE DEV-DNI TO WS-BUSCA-DNI.
002710     PERFORM 2800-BUSCAR-DEVUELTO THRU 2800-EXIT.
002720     IF WS-IDX-DEV = ZERO
002730         IF WS-CANT-DEVUELTOS >= WS-MAX-DEVUELTOS
002740             ADD 1 TO WS-CUENTA-DEV-PERDIDOS
002750             DISPLAY "ATENCION: TABLA DEVUELTO LLENA - LA "
002760                 "MARCA DEL DNI " DEV-DNI " NO SE CARGO."
002770             GO TO 1220-EXIT
002780         END-IF
002790         ADD 1 TO WS-CANT-DEVUELTOS
002800         MOVE WS-CANT-DEVUELTOS TO WS-IDX-DEV
002810         MOVE DEV-DNI TO DEVT-DNI(WS-IDX-DEV)
002820     END-IF.
002830     MOVE DEV-FECHA TO DEVT-FECHA(WS-IDX-DEV).
002840     MOVE DEV-MOTIVO TO DEVT-MOTIVO(WS-IDX-DEV).
002850     MOVE DEV-DIRECCION TO DEVT-DIRECCION(WS-IDX-DEV).
002860 1220-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900* 2000-ALIMENTAR-SORT - LIBERA AL SORT CADA PERSONA ACTIVA SIN
002910*     DOMICILIO UTIL, CON LA SITUACION QUE LA SUCURSAL DEBE
002920*     RESOLVER
002930******************************************************************
002940 2000-ALIMENTAR-SORT.
002950     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
002960         UNTIL FIN-PERSONA.
002970     CLOSE PERSONA-FILE.
002980 2000-EXIT.
002990     EXIT.
003000
003010 2100-LEER-PERSONA.
003020     READ PERSONA-FILE NEXT RECORD
003030         AT END
003040             SET FIN-PERSONA TO TRUE
003050         NOT AT END
003060             IF NOT PERS-INACTIVO
003070                 ADD 1 TO WS-CUENTA-LEIDAS
003080                 PERFORM 2200-EVALUAR-DOMICILIO THRU 2200-EXIT
003090             END-IF
003100     END-READ.
003110 2100-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150* 2200-EVALUAR-DOMICILIO - SIN DOMICILIO, DOMICILIO INCOMPLETO
003160*     O DOMICILIO DEVUELTO QUE SIGUE EN EL MAESTRO; UN
003170*     DOMICILIO DEVUELTO QUE YA SE CAMBIO NO CUENTA
003180******************************************************************
003190 2200-EVALUAR-DOMICILIO.
003200     MOVE SPACES TO WS-MOTIVO-SIN-DOMICILIO.
003210     EVALUATE TRUE
003220         WHEN PERS-DIRECCION = SPACES
003230             MOVE "SIN DOMICILIO CARGADO" TO
003240                 WS-MOTIVO-SIN-DOMICILIO
003250             ADD 1 TO WS-CUENTA-SIN-DOMICILIO
003260         WHEN PERS-CALLE = SPACES
003270                 OR PERS-LOCALIDAD = SPACES
003280                 OR PERS-CODIGO-POSTAL = SPACES
003290             MOVE "DOMICILIO INCOMPLETO" TO
003300                 WS-MOTIVO-SIN-DOMICILIO
003310             ADD 1 TO WS-CUENTA-INCOMPLETOS
003320         WHEN OTHER
003330             MOVE PERS-DNI TO WS-BUSCA-DNI
003340             PERFORM 2800-BUSCAR-DEVUELTO THRU 2800-EXIT
003350             IF WS-IDX-DEV > ZERO
003360                 IF DEVT-DIRECCION(WS-IDX-DEV) = PERS-DIRECCION
003370                     STRING "DEVUELTO " DELIMITED BY SIZE
003380                         DEVT-FECHA(WS-IDX-DEV)
003390                         DELIMITED BY SIZE
003400                         " " DELIMITED BY SIZE
003410                         DEVT-MOTIVO(WS-IDX-DEV)
003420                         DELIMITED BY SIZE
003430                         INTO WS-MOTIVO-SIN-DOMICILIO
003440                     ADD 1 TO WS-CUENTA-DEVUELTOS
003450                 END-IF
003460             END-IF
003470     END-EVALUATE.
003480     IF WS-MOTIVO-SIN-DOMICILIO = SPACES
003490         GO TO 2200-EXIT
003500     END-IF.
003510     MOVE PERS-SUCURSAL TO SORT-SUCURSAL.
003520     MOVE PERS-DNI TO SORT-DNI.
003530     MOVE PERS-NOMBRE TO SORT-NOMBRE.
003540     MOVE PERS-LOCALIDAD TO SORT-LOCALIDAD.
003550     MOVE WS-MOTIVO-SIN-DOMICILIO TO SORT-MOTIVO.
003560     RELEASE SORT-RECORD.
003570 2200-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 2800-BUSCAR-DEVUELTO - UBICA WS-BUSCA-DNI EN LA TABLA (CERO
003620*     SI NO ESTA)
003630******************************************************************
003640 2800-BUSCAR-DEVUELTO.
003650     MOVE ZERO TO WS-IDX-DEV.
003660     PERFORM 2810-COMPARAR-DEVUELTO THRU 2810-EXIT
003670         VARYING WS-IDX-BUSCA-DEV FROM 1 BY 1
003680             UNTIL WS-IDX-BUSCA-DEV > WS-CANT-DEVUELTOS
003690                 OR WS-IDX-DEV > ZERO.
003700 2800-EXIT.
003710     EXIT.
003720
003730 2810-COMPARAR-DEVUELTO.
003740     IF DEVT-DNI(WS-IDX-BUSCA-DEV) = WS-BUSCA-DNI
003750         MOVE WS-IDX-BUSCA-DEV TO WS-IDX-DEV
003760     END-IF.
003770 2810-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 3000-LISTAR-POR-SUCURSAL - RECUPERA LAS PERSONAS YA
003820*     ORDENADAS Y LAS LISTA CON CORTE DE CONTROL POR SUCURSAL
003830******************************************************************
003840 3000-LISTAR-POR-SUCURSAL.
003850     PERFORM 3100-RETORNAR-UNO THRU 3100-EXIT
003860         UNTIL FIN-DEL-SORT.
003870     IF NOT PRIMERA-SUCURSAL
003880         PERFORM 3300-CERRAR-SUCURSAL THRU 3300-EXIT
003890     END-IF.
003900 3000-EXIT.
003910     EXIT.
003920
003930 3100-RETORNAR-UNO.
003940     RETURN SORT-FILE
003950         AT END
003960             SET FIN-DEL-SORT TO TRUE
003970         NOT AT END
003980             PERFORM 3200-ESCRIBIR-PERSONA THRU 3200-EXIT
003990     END-RETURN.
004000 3100-EXIT.
004010     EXIT.
004020
004030 3200-ESCRIBIR-PERSONA.
004040     IF PRIMERA-SUCURSAL
004050         PERFORM 3400-ABRIR-SUCURSAL THRU 3400-EXIT
004060     ELSE
004070         IF SORT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
004080             PERFORM 3300-CERRAR-SUCURSAL THRU 3300-EXIT
004090             PERFORM 3400-ABRIR-SUCURSAL THRU 3400-EXIT
004100         END-IF
004110     END-IF.
004120     ADD 1 TO WS-CUENTA-SUCURSAL.
004130     ADD 1 TO WS-CUENTA-LISTADOS.
004140     MOVE SPACES TO WS-LINEA-DETALLE.
004150     CALL "enmascarar_dni" USING SORT-DNI WS-DNI-ENMASCARADO.
004160     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
004170     MOVE SORT-NOMBRE TO DET-NOMBRE.
004180     MOVE SORT-LOCALIDAD TO DET-LOCALIDAD.
004190     MOVE SORT-MOTIVO TO DET-MOTIVO.
004200     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
004210     CALL "reporte_svc" USING RSVC-AREA.
004220     MOVE "D" TO RSVC-FUNCION.
004230     MOVE SPACES TO RSVC-LINEA.
004240     STRING "PERSONA," SORT-SUCURSAL "," DELIMITED BY SIZE
004250             WS-DATO-NOMBRE-SUC DELIMITED BY "  "
004260             "," WS-DNI-ENMASCARADO "," DELIMITED BY SIZE
004270             SORT-NOMBRE DELIMITED BY "  "
004280             "," DELIMITED BY SIZE
004290             SORT-LOCALIDAD DELIMITED BY "  "
004300             "," DELIMITED BY SIZE
004310             SORT-MOTIVO DELIMITED BY "  "
004320             "," DELIMITED BY SIZE
004330         INTO RSVC-LINEA.
004340     CALL "reporte_svc" USING RSVC-AREA.
004350     MOVE "E" TO RSVC-FUNCION.
004360 3200-EXIT.
004370     EXIT.
004380
004390 3300-CERRAR-SUCURSAL.
004400     MOVE WS-SUCURSAL-ANTERIOR TO LSUB-CODIGO.
004410     MOVE WS-CUENTA-SUCURSAL TO LSUB-CUENTA.
004420     MOVE WS-LINEA-SUBTOTAL TO RSVC-LINEA.
004430     CALL "reporte_svc" USING RSVC-AREA.
004440     MOVE "D" TO RSVC-FUNCION.
004450     MOVE SPACES TO RSVC-LINEA.
004460     STRING "SUBTOTAL," WS-SUCURSAL-ANTERIOR "," DELIMITED BY SIZE
004470             WS-DATO-NOMBRE-SUC DELIMITED BY "  "
004480             ",,,,," WS-CUENTA-SUCURSAL DELIMITED BY SIZE
004490         INTO RSVC-LINEA.
004500     CALL "reporte_svc" USING RSVC-AREA.
004510     MOVE "E" TO RSVC-FUNCION.
004520     MOVE SPACES TO RSVC-LINEA.
004530     CALL "reporte_svc" USING RSVC-AREA.
004540 3300-EXIT.
004550     EXIT.
004560
004570 3400-ABRIR-SUCURSAL.
004580     MOVE "N" TO WS-SW-PRIMERA.
004590     MOVE SORT-SUCURSAL TO WS-SUCURSAL-ANTERIOR.
004600     MOVE ZERO TO WS-CUENTA-SUCURSAL.
004610     MOVE SORT-SUCURSAL TO LSUC-CODIGO.
004620     MOVE SORT-SUCURSAL TO VSU-CODIGO.
004630     CALL "validar_sucursal" USING VSU-AREA.
004640     MOVE VSU-NOMBRE TO LSUC-NOMBRE.
004650     MOVE VSU-NOMBRE TO WS-DATO-NOMBRE-SUC.
004660     MOVE WS-LINEA-SUCURSAL TO RSVC-LINEA.
004670     CALL "reporte_svc" USING RSVC-AREA.
004680     MOVE WS-LINEA-ENCABEZADO-COL TO RSVC-LINEA.
004690     CALL "reporte_svc" USING RSVC-AREA.
004700 3400-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 9000-TERMINAR - TOTALES, CIERRE DEL REPORTE, AUDITORIA Y
004750*     CATALOGO
004760******************************************************************
004770 9000-TERMINAR.
004780     MOVE SPACES TO WS-LINEA-TRAILER.
004790     MOVE "PERSONAS ACTIVAS REVISADAS........." TO TRA-ETIQUETA.
004800     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
004810     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004820     CALL "reporte_svc" USING RSVC-AREA.
004830     MOVE "PERSONAS ACTIVAS REVISADAS" TO WS-DATO-CONCEPTO.
004840     MOVE WS-CUENTA-LEIDAS TO WS-DATO-CANTIDAD.
004850     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
004860     MOVE "SIN DOMICILIO CARGADO.............." TO TRA-ETIQUETA.
004870     MOVE WS-CUENTA-SIN-DOMICILIO TO TRA-VALOR.
004880     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004890     CALL "reporte_svc" USING RSVC-AREA.
004900     MOVE "SIN DOMICILIO CARGADO" TO WS-DATO-CONCEPTO.
004910     MOVE WS-CUENTA-SIN-DOMICILIO TO WS-DATO-CANTIDAD.
004920     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
004930     MOVE "DOMICILIO INCOMPLETO..............." TO TRA-ETIQUETA.
004940     MOVE WS-CUENTA-INCOMPLETOS TO TRA-VALOR.
004950     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004960     CALL "reporte_svc" USING RSVC-AREA.
004970     MOVE "DOMICILIO INCOMPLETO" TO WS-DATO-CONCEPTO.
004980     MOVE WS-CUENTA-INCOMPLETOS TO WS-DATO-CANTIDAD.
004990     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
005000     MOVE "DOMICILIO DEVUELTO POR EL CORREO..." TO TRA-ETIQUETA.
005010     MOVE WS-CUENTA-DEVUELTOS TO TRA-VALOR.
005020     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005030     CALL "reporte_svc" USING RSVC-AREA.
005040     MOVE "DOMICILIO DEVUELTO POR EL CORREO" TO WS-DATO-CONCEPTO.
005050     MOVE WS-CUENTA-DEVUELTOS TO WS-DATO-CANTIDAD.
005060     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
005070     MOVE "TOTAL SIN DOMICILIO UTIL..........." TO TRA-ETIQUETA.
005080     MOVE WS-CUENTA-LISTADOS TO TRA-VALOR.
005090     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005100     CALL "reporte_svc" USING RSVC-AREA.
005110     MOVE "TOTAL SIN DOMICILIO UTIL" TO WS-DATO-CONCEPTO.
005120     MOVE WS-CUENTA-LISTADOS TO WS-DATO-CANTIDAD.
005130     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
005140     IF WS-CUENTA-DEV-PERDIDOS > ZERO
005150         MOVE "MARCAS NO CARGADAS (TABLA LLENA)..."
005160             TO TRA-ETIQUETA
005170         MOVE WS-CUENTA-DEV-PERDIDOS TO TRA-VALOR
005180         MOVE WS-LINEA-TRAILER TO RSVC-LINEA
005190         CALL "reporte_svc" USING RSVC-AREA
005200         MOVE "MARCAS NO CARGADAS (TABLA LLENA)"
005210             TO WS-DATO-CONCEPTO
005220         MOVE WS-CUENTA-DEV-PERDIDOS TO WS-DATO-CANTIDAD
005230         PERFORM 9100-DATO-CONTROL THRU 9100-EXIT
005240     END-IF.
005250     MOVE "C" TO RSVC-FUNCION.
005260     CALL "reporte_svc" USING RSVC-AREA.
005270     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
005280     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005290     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005300     MOVE WS-CUENTA-LISTADOS TO WS-CATG-CANTIDAD.
005310     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
005320             WS-CATG-CANTIDAD.
005330     DISPLAY " PERSONAS SIN DOMICILIO UTIL: " WS-CUENTA-LISTADOS
005340         " EN " WS-DYN-REPORT-FILE.
005350 9000-EXIT.
005360     EXIT.
005370
005380 9100-DATO-CONTROL.
005390     MOVE "D" TO RSVC-FUNCION.
005400     MOVE SPACES TO RSVC-LINEA.
005410     STRING "CONTROL,,,,,," DELIMITED BY SIZE
005420             WS-DATO-CONCEPTO DELIMITED BY "  "
005430             "," WS-DATO-CANTIDAD DELIMITED BY SIZE
005440         INTO RSVC-LINEA.
005450     CALL "reporte_svc" USING RSVC-AREA.
005460     MOVE "E" TO RSVC-FUNCION.
005470 9100-EXIT.
005480     EXIT.
005490
005500 END PROGRAM domicilio_mes.
