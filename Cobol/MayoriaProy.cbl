000100******************************************************************
000110* PROGRAM-ID: mayoria_proyeccion
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    FORWARD-LOOKING COMING-OF-AGE FORECAST. WHERE
000170*             PERSONAEDAD REPORTS WHO ALREADY TURNED THE AGE
000180*             OF MAJORITY, THIS STEP PROJECTS, FROM
000190*             PERS-FECHA-NACIMIENTO AND THE EDAD_MAYORIA
000200*             THRESHOLD, WHO WILL TURN IT IN THE NEXT 90 DAYS
000210*             OF THE BUSINESS DATE, IN FRANJAS OF 1-30, 31-60
000220*             AND 61-90 DAYS. THE POPULATION GOES THROUGH THE
000230*             SORT VERB BY SUCURSAL, FECHA DE MAYORIA AND DNI
000240*             AND EACH BRANCH GETS ITS OWN DATED REPORT
000250*             PROYMAnn.AAAAMMDD (nn = SUCURSAL; DNI
000260*             ENMASCARADO, SUBTOTAL POR MES Y CUENTA POR
000270*             FRANJA), SO DISTRIBUIR CAN ROUTE FAMILY PROYMAnn
000280*             TO BRANCH nn THROUGH DISTCTL. A BRANCH WITH
000290*             ACTIVE PEOPLE BUT NOBODY COMING OF AGE STILL
000300*             GETS ITS (EMPTY) REPORT, SO A MISSING FILE IS
000310*             NEVER MISTAKEN FOR A QUIET QUARTER. THE
000320*             CONSOLIDATED PROYMAYR.AAAAMMDD HAS ONE LINE PER
000330*             BRANCH FOR HEAD OFFICE. EVERY FILE IS CATALOGUED.
000340*             A 29 DE FEBRERO BIRTHDAY COMES OF AGE ON 1 MARZO
000350*             IN A NON-LEAP YEAR.
000360* TECTONICS:  cobc
000370******************************************************************
000380* MODIFICATION HISTORY
000390* DATE       INIT DESCRIPTION
000400* 2026-10-15 RW   INITIAL VERSION.
000410* 2026-10-15 RW   EL CORTE DE CADA SUCURSAL Y EL CONSOLIDADO
000420*                 LLEVAN EL NOMBRE DE LA SUCURSAL SEGUN EL
000430*                 REFERENCIAL SUCREF (VALIDAR_SUCURSAL).
000440* 2026-10-15 RW   LOS REPORTES PROYMANN Y PROYMAYR TAMBIEN VAN AL
000450*                 ARCHIVO DE DATOS DE REPORTE_SVC (DATOSCTL): POR
000460*                 SUCURSAL UNA LINEA POR PERSONA, SUBTOTAL DE MES,
000470*                 FRANJA Y TOTAL; EN EL CONSOLIDADO UNA POR
000480*                 SUCURSAL Y POR TOTAL DE CONTROL.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. mayoria_proyeccion.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS PERS-DNI
000600         FILE STATUS IS WS-PERSONA-STATUS.
000610
000620     SELECT SORT-FILE ASSIGN TO "SORTWK".
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PERSONA-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 117 CHARACTERS.
000690 COPY PERSONA.
000700
000710 SD  SORT-FILE.
000720 01  SORT-RECORD.
000730     05  SORT-SUCURSAL           PIC 9(02).
000740     05  SORT-FECHA-MAYORIA      PIC 9(08).
000750     05  SORT-DNI                PIC 9(08).
000760     05  SORT-NOMBRE             PIC X(30).
000770     05  SORT-FECHA-NACIMIENTO   PIC 9(08).
000780     05  SORT-DIAS               PIC 9(02).
000790     05  SORT-FRANJA             PIC 9(01).
000800
000810 WORKING-STORAGE SECTION.
000820 01  WS-PERSONA-STATUS           PIC X(02).
000830
000840 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
000850     88  FIN-PERSONA             VALUE "S".
000860 01  WS-EOF-SORT                 PIC X(01) VALUE "N".
000870     88  FIN-DEL-SORT            VALUE "S".
000880
000890*----------------------------------------------------------------
000900*    FECHAS DE LA PROYECCION
000910*----------------------------------------------------------------
000920 01  WS-EDAD-MAYORIA             PIC 9(02) VALUE 18.
000930 01  WS-HORIZONTE-DIAS           PIC 9(02) VALUE 90.
000940 01  WS-DIAS-POR-FRANJA          PIC 9(02) VALUE 30.
000950 01  WS-FECHA-NUMERICA           PIC 9(08).
000960 01  WS-DIA-HOY                  PIC 9(07).
000970 01  WS-FECHA-HORIZONTE          PIC 9(08).
000980 01  WS-FECHA-MAYORIA            PIC 9(08).
000990 01  WS-FECHA-MAYORIA-R REDEFINES WS-FECHA-MAYORIA.
001000     05  WS-MAY-ANIO             PIC 9(04).
001010     05  WS-MAY-MESDIA           PIC 9(04).
001020 01  WS-FECHA-NAC                PIC 9(08).
001030 01  WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
001040     05  WS-NAC-ANIO             PIC 9(04).
001050     05  WS-NAC-MESDIA           PIC 9(04).
001060 01  WS-DIAS-FALTAN              PIC S9(07).
001070 01  WS-FRANJA                   PIC 9(01).
001080
001090*----------------------------------------------------------------
001100*    CUENTAS POR SUCURSAL (SUBINDICE = SUCURSAL + 1) PARA LOS
001110*    REPORTES VACIOS Y EL CONSOLIDADO
001120*----------------------------------------------------------------
001130 01  TABLA-SUCURSALES.
001140     05  SUCT-ENTRADA OCCURS 100 TIMES.
001150         10  SUCT-ACTIVOS        PIC 9(07).
001160         10  SUCT-LISTADA        PIC X(01).
001170             88  SUCT-CON-REPORTE VALUE "S".
001180         10  SUCT-FRANJA         PIC 9(05) OCCURS 3 TIMES.
001190         10  SUCT-TOTAL          PIC 9(05).
001200 01  WS-IDX-SUC                  PIC 9(03) COMP.
001210 77  WS-IDX-FRANJA               PIC 9(01) COMP.
001220
001230*----------------------------------------------------------------
001240*    CORTES DE CONTROL POR SUCURSAL Y POR MES
001250*----------------------------------------------------------------
001260 01  WS-SW-PRIMERA               PIC X(01) VALUE "S".
001270     88  PRIMERA-SUCURSAL        VALUE "S".
001280 01  WS-SUCURSAL-ANTERIOR        PIC 9(02) VALUE ZERO.
001290 01  WS-SUCURSAL-EDITADA         PIC 9(02).
001300 01  WS-MES-ANTERIOR             PIC 9(06) VALUE ZERO.
001310 01  WS-CUENTA-MES               PIC 9(05) VALUE ZERO.
001320 01  WS-CUENTA-LEIDAS            PIC 9(07) VALUE ZERO.
001330 01  WS-CUENTA-SIN-FECHA         PIC 9(07) VALUE ZERO.
001340 01  WS-CUENTA-PROYECTADAS       PIC 9(07) VALUE ZERO.
001350 01  WS-CUENTA-REPORTES          PIC 9(03) VALUE ZERO.
001360
001370*----------------------------------------------------------------
001380*    REPORTES POR EL SERVICIO COMPARTIDO
001390*----------------------------------------------------------------
001400 01  WS-FECHA-HOY                PIC X(08).
001410 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001420 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001430 01  WS-PREFIJO-SUCURSAL.
001440     05  FILLER                  PIC X(06) VALUE "PROYMA".
001450     05  WS-PREFIJO-CODIGO       PIC 9(02).
001460 01  RSVC-AREA.
001470     05  RSVC-FUNCION            PIC X(01).
001480     05  RSVC-ARCHIVO            PIC X(21).
001490     05  RSVC-TITULO             PIC X(40).
001500     05  RSVC-LINEA              PIC X(132).
001510     05  RSVC-CANT-LINEAS        PIC 9(07).
001520
001530*----------------------------------------------------------------
001540*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
001550*----------------------------------------------------------------
001560 01  VSU-AREA.
001570     05  VSU-CODIGO              PIC 9(02).
001580     05  VSU-RESULTADO           PIC X(01).
001590         88  VSU-ABIERTA         VALUE "S".
001600         88  VSU-CERRADA         VALUE "C".
001610         88  VSU-INEXISTENTE     VALUE "X".
001620         88  VSU-SIN-REFERENCIAL VALUE "N".
001630     05  VSU-NOMBRE              PIC X(30).
001640     05  VSU-FECHA-CIERRE        PIC 9(08).
001650     05  VSU-SUCESORA            PIC 9(02).
001660
001670 01  WS-LINEA-SUCURSAL.
001680     05  FILLER                  PIC X(09) VALUE "SUCURSAL ".
001690     05  LSUC-CODIGO             PIC 9(02).
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  LSUC-NOMBRE             PIC X(30).
001720     05  FILLER                  PIC X(24)
001730             VALUE " - CUMPLEN LA MAYORIA (".
001740     05  LSUC-EDAD               PIC Z9.
001750     05  FILLER                  PIC X(17)
001760             VALUE " ANIOS) HASTA EL ".
001770     05  LSUC-HASTA              PIC 9(08).
001780     05  FILLER                  PIC X(39) VALUE SPACES.
001790 01  WS-LINEA-ENCABEZADO-COL.
001800     05  FILLER                  PIC X(12) VALUE "  DNI".
001810     05  FILLER                  PIC X(32) VALUE "NOMBRE".
001820     05  FILLER                  PIC X(12) VALUE "NACIMIENTO".
001830     05  FILLER                  PIC X(12) VALUE "MAYORIA".
001840     05  FILLER                  PIC X(06) VALUE "DIAS".
001850     05  FILLER                  PIC X(58) VALUE "FRANJA".
001860 01  WS-LINEA-DETALLE.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  DET-DNI                 PIC X(08).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  DET-NOMBRE              PIC X(30).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DET-FECHA-NACIMIENTO    PIC 9(08).
001930     05  FILLER                  PIC X(04) VALUE SPACES.
001940     05  DET-FECHA-MAYORIA       PIC 9(08).
001950     05  FILLER                  PIC X(04) VALUE SPACES.
001960     05  DET-DIAS                PIC Z9.
001970     05  FILLER                  PIC X(04) VALUE SPACES.
001980     05  DET-FRANJA              PIC X(10).
001990     05  FILLER                  PIC X(48) VALUE SPACES.
002000 01  WS-LINEA-MES.
002010     05  FILLER                  PIC X(18)
002020             VALUE "    TOTAL DEL MES".
002030     05  LMES-ANIO               PIC 9(04).
002040     05  FILLER                  PIC X(01) VALUE "-".
002050     05  LMES-MES                PIC 9(02).
002060     05  FILLER                  PIC X(02) VALUE ": ".
002070     05  LMES-CUENTA             PIC ZZ,ZZ9.
002080     05  FILLER                  PIC X(99) VALUE SPACES.
002090 01  WS-MES-EDITADO              PIC 9(06).
002100 01  WS-MES-EDITADO-R REDEFINES WS-MES-EDITADO.
002110     05  WS-MES-ED-ANIO          PIC 9(04).
002120     05  WS-MES-ED-MES           PIC 9(02).
002130 01  WS-TEXTO-FRANJAS.
002140     05  FILLER                  PIC X(10) VALUE "1-30 DIAS".
002150     05  FILLER                  PIC X(10) VALUE "31-60 DIAS".
002160     05  FILLER                  PIC X(10) VALUE "61-90 DIAS".
002170 01  TABLA-TEXTO-FRANJAS REDEFINES WS-TEXTO-FRANJAS.
002180     05  TXT-FRANJA              PIC X(10) OCCURS 3 TIMES.
002190 01  WS-LINEA-FRANJA.
002200     05  FILLER                  PIC X(20)
002210             VALUE "  CUMPLEN EN ".
002220     05  LFRA-TEXTO              PIC X(10).
002230     05  FILLER                  PIC X(05) VALUE ": ".
002240     05  LFRA-CUENTA             PIC ZZZ,ZZ9.
002250     05  FILLER                  PIC X(90) VALUE SPACES.
002260 01  WS-LINEA-CONSOLIDADO-COL.
002270     05  FILLER                  PIC X(12) VALUE "SUCURSAL".
002280     05  FILLER                  PIC X(12) VALUE "ACTIVOS".
002290     05  FILLER                  PIC X(12) VALUE "1-30 DIAS".
002300     05  FILLER                  PIC X(12) VALUE "31-60 DIAS".
002310     05  FILLER                  PIC X(12) VALUE "61-90 DIAS".
002320     05  FILLER                  PIC X(05) VALUE "TOTAL".
002330     05  FILLER                  PIC X(67) VALUE "NOMBRE".
002340 01  WS-LINEA-CONSOLIDADO.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  LCON-SUCURSAL           PIC 9(02).
002370     05  FILLER                  PIC X(05) VALUE SPACES.
002380     05  LCON-ACTIVOS            PIC ZZZ,ZZ9.
002390     05  FILLER                  PIC X(05) VALUE SPACES.
002400     05  LCON-FRANJA-1           PIC ZZ,ZZ9.
002410     05  FILLER                  PIC X(06) VALUE SPACES.
002420     05  LCON-FRANJA-2           PIC ZZ,ZZ9.
002430     05  FILLER                  PIC X(06) VALUE SPACES.
002440     05  LCON-FRANJA-3           PIC ZZ,ZZ9.
002450     05  FILLER                  PIC X(06) VALUE SPACES.
002460     05  LCON-TOTAL              PIC ZZ,ZZ9.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  LCON-NOMBRE             PIC X(30).
002490     05  FILLER                  PIC X(37) VALUE SPACES.
002500 01  WS-LINEA-TRAILER.
002510     05  TRA-ETIQUETA            PIC X(35).
002520     05  TRA-VALOR               PIC ZZZ,ZZ9.
002530     05  FILLER                  PIC X(90) VALUE SPACES.
002540 01  WS-DNI-ENMASCARADO          PIC X(08).
002550 01  WS-DATO-CONCEPTO            PIC X(35).
002560 01  WS-DATO-CANTIDAD            PIC 9(07).
002570
002580*----------------------------------------------------------------
002590*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
002600*----------------------------------------------------------------
002610 01  WS-AUDT-PROGRAMA            PIC X(20)
002620         VALUE "mayoria_proyeccion".
002630 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002640 01  WS-CATG-ARCHIVO             PIC X(21).
002650 01  WS-CATG-CANTIDAD            PIC 9(07).
002660
002670 PROCEDURE DIVISION.
002680
002690******************************************************************
002700* 0000-MAINLINE
002710******************************************************************
002720 0000-MAINLINE.
002730     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002740     IF WS-PERSONA-STATUS NOT = "00"
002750         DISPLAY "PERSONAF NO DISPONIBLE, SIN PROYECCION DE "
002760             "MAYORIA."
002770         GOBACK
002780     END-IF.
002790     SORT SORT-FILE
002800         ON ASCENDING KEY SORT-SUCURSAL SORT-FECHA-MAYORIA
002810             SORT-DNI
002820         INPUT PROCEDURE IS 2000-ALIMENTAR-SORT
002830             THRU 2000-EXIT
002840         OUTPUT PROCEDURE IS 3000-LISTAR-POR-SUCURSAL
002850             THRU 3000-EXIT.
002860     PERFORM 4000-SUCURSALES-SIN-CASOS THRU 4000-EXIT.
002870     PERFORM 5000-CONSOLIDADO THRU 5000-EXIT.
002880     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002890     GOBACK.
002900
002910******************************************************************
002920* 1000-INICIALIZAR - UMBRAL DE MAYORIA, FECHA DE NEGOCIO Y
002930*     APERTURA DEL MAESTRO
002940******************************************************************
002950 1000-INICIALIZAR.
002960     CALL "edad_mayoria" USING WS-EDAD-MAYORIA.
002970     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002980     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
002990     COMPUTE WS-DIA-HOY =
003000         FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA).
003010     COMPUTE WS-FECHA-HORIZONTE = FUNCTION DATE-OF-INTEGER(
003020         WS-DIA-HOY + WS-HORIZONTE-DIAS).
003030     INITIALIZE TABLA-SUCURSALES.
003040     OPEN INPUT PERSONA-FILE.
003050 1000-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090* 2000-ALIMENTAR-SORT - LIBERA AL SORT CADA PERSONA ACTIVA QUE
003100*     CUMPLE LA MAYORIA DENTRO DEL HORIZONTE
003110******************************************************************
003120 2000-ALIMENTAR-SORT.
003130     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
003140         UNTIL FIN-PERSONA.
003150     CLOSE PERSONA-FILE.
003160 2000-EXIT.
003170     EXIT.
003180
003190 2100-LEER-PERSONA.
003200     READ PERSONA-FILE NEXT RECORD
003210         AT END
003220             SET FIN-PERSONA TO TRUE
003230         NOT AT END
003240             IF NOT PERS-INACTIVO
003250                 ADD 1 TO WS-CUENTA-LEIDAS
003260                 COMPUTE WS-IDX-SUC = PERS-SUCURSAL + 1
003270                 ADD 1 TO SUCT-ACTIVOS(WS-IDX-SUC)
003280                 PERFORM 2200-PROYECTAR-PERSONA THRU 2200-EXIT
003290             END-IF
003300     END-READ.
003310 2100-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 2200-PROYECTAR-PERSONA - FECHA EN QUE CUMPLE LA MAYORIA Y
003360*     DIAS QUE FALTAN; SOLO ENTRAN LOS DE 1 A 90 DIAS (LOS QUE
003370*     YA LA CUMPLIERON SON DE PERSONAEDAD)
003380******************************************************************
003390 2200-PROYECTAR-PERSONA.
003400     MOVE PERS-FECHA-NACIMIENTO TO WS-FECHA-NAC.
003410     IF WS-FECHA-NAC = ZERO
003420             OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NAC)
003430                 NOT = ZERO
003440         ADD 1 TO WS-CUENTA-SIN-FECHA
003450         GO TO 2200-EXIT
003460     END-IF.
003470     COMPUTE WS-MAY-ANIO = WS-NAC-ANIO + WS-EDAD-MAYORIA.
003480     MOVE WS-NAC-MESDIA TO WS-MAY-MESDIA.
003490     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-MAYORIA)
003500             NOT = ZERO
003510         MOVE 0301 TO WS-MAY-MESDIA
003520     END-IF.
003530     COMPUTE WS-DIAS-FALTAN =
003540         FUNCTION INTEGER-OF-DATE(WS-FECHA-MAYORIA)
003550         - WS-DIA-HOY.
003560     IF WS-DIAS-FALTAN < 1
003570             OR WS-DIAS-FALTAN > WS-HORIZONTE-DIAS
003580         GO TO 2200-EXIT
003590     END-IF.
003600     COMPUTE WS-FRANJA =
003610         (WS-DIAS-FALTAN - 1) / WS-DIAS-POR-FRANJA + 1.
003620     ADD 1 TO WS-CUENTA-PROYECTADAS.
003630     MOVE PERS-SUCURSAL TO SORT-SUCURSAL.
003640     MOVE WS-FECHA-MAYORIA TO SORT-FECHA-MAYORIA.
003650     MOVE PERS-DNI TO SORT-DNI.
003660     MOVE PERS-NOMBRE TO SORT-NOMBRE.
003670     MOVE WS-FECHA-NAC TO SORT-FECHA-NACIMIENTO.
003680     MOVE WS-DIAS-FALTAN TO SORT-DIAS.
003690     MOVE WS-FRANJA TO SORT-FRANJA.
003700     RELEASE SORT-RECORD.
003710 2200-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750* 3000-LISTAR-POR-SUCURSAL - RECUPERA LAS PERSONAS YA
003760*     ORDENADAS; CADA SUCURSAL ABRE SU PROPIO REPORTE Y CADA
003770*     MES CIERRA CON SU SUBTOTAL
003780******************************************************************
003790 3000-LISTAR-POR-SUCURSAL.
003800     PERFORM 3100-RETORNAR-UNO THRU 3100-EXIT
003810         UNTIL FIN-DEL-SORT.
003820     IF NOT PRIMERA-SUCURSAL
003830         PERFORM 3300-CERRAR-SUCURSAL THRU 3300-EXIT
003840     END-IF.
003850 3000-EXIT.
003860     EXIT.
003870
003880 3100-RETORNAR-UNO.
003890     RETURN SORT-FILE
003900         AT END
003910             SET FIN-DEL-SORT TO TRUE
003920         NOT AT END
003930             PERFORM 3200-ESCRIBIR-PERSONA THRU 3200-EXIT
003940     END-RETURN.
003950 3100-EXIT.
003960     EXIT.
003970
003980 3200-ESCRIBIR-PERSONA.
003990     IF PRIMERA-SUCURSAL
004000         MOVE SORT-SUCURSAL TO WS-SUCURSAL-EDITADA
004010         PERFORM 3400-ABRIR-SUCURSAL THRU 3400-EXIT
004020     ELSE
004030         IF SORT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
004040             PERFORM 3300-CERRAR-SUCURSAL THRU 3300-EXIT
004050             MOVE SORT-SUCURSAL TO WS-SUCURSAL-EDITADA
004060             PERFORM 3400-ABRIR-SUCURSAL THRU 3400-EXIT
004070         ELSE
004080             IF SORT-FECHA-MAYORIA(1:6) NOT = WS-MES-ANTERIOR
004090                 PERFORM 3350-CERRAR-MES THRU 3350-EXIT
004100             END-IF
004110         END-IF
004120     END-IF.
004130     MOVE SORT-FECHA-MAYORIA(1:6) TO WS-MES-ANTERIOR.
004140     ADD 1 TO WS-CUENTA-MES.
004150     COMPUTE WS-IDX-SUC = SORT-SUCURSAL + 1.
004160     ADD 1 TO SUCT-FRANJA(WS-IDX-SUC SORT-FRANJA).
004170     ADD 1 TO SUCT-TOTAL(WS-IDX-SUC).
004180     MOVE SPACES TO WS-LINEA-DETALLE.
004190     CALL "enmascarar_dni" USING SORT-DNI WS-DNI-ENMASCARADO.
004200     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
004210     MOVE SORT-NOMBRE TO DET-NOMBRE.
004220     MOVE SORT-FECHA-NACIMIENTO TO DET-FECHA-NACIMIENTO.
004230     MOVE SORT-FECHA-MAYORIA TO DET-FECHA-MAYORIA.
004240     MOVE SORT-DIAS TO DET-DIAS.
004250     MOVE TXT-FRANJA(SORT-FRANJA) TO DET-FRANJA.
004260     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
004270     CALL "reporte_svc" USING RSVC-AREA.
004280     MOVE "D" TO RSVC-FUNCION.
004290     MOVE SPACES TO RSVC-LINEA.
004300     STRING "PERSONA," SORT-SUCURSAL "," WS-DNI-ENMASCARADO ","
004310             DELIMITED BY SIZE
004320             SORT-NOMBRE DELIMITED BY "  "
004330             "," SORT-FECHA-NACIMIENTO "," SORT-FECHA-MAYORIA
004340             "," SORT-DIAS "," DELIMITED BY SIZE
004350             TXT-FRANJA(SORT-FRANJA) DELIMITED BY "  "
004360             "," DELIMITED BY SIZE
004370         INTO RSVC-LINEA.
004380     CALL "reporte_svc" USING RSVC-AREA.
004390     MOVE "E" TO RSVC-FUNCION.
004400 3200-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440* 3300-CERRAR-SUCURSAL - ULTIMO SUBTOTAL DE MES, CUENTA POR
004450*     FRANJA, CIERRE Y CATALOGO DEL REPORTE DE LA SUCURSAL
004460******************************************************************
004470 3300-CERRAR-SUCURSAL.
004480     IF WS-CUENTA-MES > ZERO
004490         PERFORM 3350-CERRAR-MES THRU 3350-EXIT
004500     END-IF.
004510     COMPUTE WS-IDX-SUC = WS-SUCURSAL-EDITADA + 1.
004520     PERFORM 3360-ESCRIBIR-FRANJA THRU 3360-EXIT
004530         VARYING WS-IDX-FRANJA FROM 1 BY 1
004540             UNTIL WS-IDX-FRANJA > 3.
004550     MOVE SPACES TO WS-LINEA-TRAILER.
004560     MOVE "TOTAL DE LA SUCURSAL..............." TO TRA-ETIQUETA.
004570     MOVE SUCT-TOTAL(WS-IDX-SUC) TO TRA-VALOR.
004580     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004590     CALL "reporte_svc" USING RSVC-AREA.
004600     MOVE "D" TO RSVC-FUNCION.
004610     MOVE SPACES TO RSVC-LINEA.
004620     STRING "TOTAL," WS-SUCURSAL-EDITADA ",,,,,,,"
004630             SUCT-TOTAL(WS-IDX-SUC) DELIMITED BY SIZE
004640         INTO RSVC-LINEA.
004650     CALL "reporte_svc" USING RSVC-AREA.
004660     MOVE "C" TO RSVC-FUNCION.
004670     CALL "reporte_svc" USING RSVC-AREA.
004680     SET SUCT-CON-REPORTE(WS-IDX-SUC) TO TRUE.
004690     ADD 1 TO WS-CUENTA-REPORTES.
004700     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004710     MOVE SUCT-TOTAL(WS-IDX-SUC) TO WS-CATG-CANTIDAD.
004720     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
004730             WS-CATG-CANTIDAD.
004740 3300-EXIT.
004750     EXIT.
004760
004770 3350-CERRAR-MES.
004780     MOVE WS-MES-ANTERIOR TO WS-MES-EDITADO.
004790     MOVE WS-MES-ED-ANIO TO LMES-ANIO.
004800     MOVE WS-MES-ED-MES TO LMES-MES.
004810     MOVE WS-CUENTA-MES TO LMES-CUENTA.
004820     MOVE WS-LINEA-MES TO RSVC-LINEA.
004830     CALL "reporte_svc" USING RSVC-AREA.
004840     MOVE "D" TO RSVC-FUNCION.
004850     MOVE SPACES TO RSVC-LINEA.
004860     STRING "MES," WS-SUCURSAL-ANTERIOR ",,,," WS-MES-ANTERIOR
004870             ",,," WS-CUENTA-MES DELIMITED BY SIZE
004880         INTO RSVC-LINEA.
004890     CALL "reporte_svc" USING RSVC-AREA.
004900     MOVE "E" TO RSVC-FUNCION.
004910     MOVE SPACES TO RSVC-LINEA.
004920     CALL "reporte_svc" USING RSVC-AREA.
004930     MOVE ZERO TO WS-CUENTA-MES.
004940 3350-EXIT.
004950     EXIT.
004960
004970 3360-ESCRIBIR-FRANJA.
004980     MOVE TXT-FRANJA(WS-IDX-FRANJA) TO LFRA-TEXTO.
004990     MOVE SUCT-FRANJA(WS-IDX-SUC WS-IDX-FRANJA) TO LFRA-CUENTA.
005000     MOVE WS-LINEA-FRANJA TO RSVC-LINEA.
005010     CALL "reporte_svc" USING RSVC-AREA.
005020     MOVE "D" TO RSVC-FUNCION.
005030     MOVE SPACES TO RSVC-LINEA.
005040     STRING "FRANJA," WS-SUCURSAL-EDITADA ",,,,,,"
005050             DELIMITED BY SIZE
005060             TXT-FRANJA(WS-IDX-FRANJA) DELIMITED BY "  "
005070             "," SUCT-FRANJA(WS-IDX-SUC WS-IDX-FRANJA)
005080             DELIMITED BY SIZE
005090         INTO RSVC-LINEA.
005100     CALL "reporte_svc" USING RSVC-AREA.
005110     MOVE "E" TO RSVC-FUNCION.
005120 3360-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160* 3400-ABRIR-SUCURSAL - ABRE PROYMAnn.AAAAMMDD PARA LA
005170*     SUCURSAL DE WS-SUCURSAL-EDITADA
005180******************************************************************
005190 3400-ABRIR-SUCURSAL.
005200     MOVE "N" TO WS-SW-PRIMERA.
005210     MOVE WS-SUCURSAL-EDITADA TO WS-SUCURSAL-ANTERIOR.
005220     MOVE ZERO TO WS-CUENTA-MES.
005230     MOVE WS-SUCURSAL-EDITADA TO WS-PREFIJO-CODIGO.
005240     MOVE SPACES TO WS-DYN-REPORT-FILE.
005250     STRING WS-PREFIJO-SUCURSAL "." WS-FECHA-HOY
005260         DELIMITED BY SIZE
005270         WS-SUFIJO-CICLO DELIMITED BY SPACE
005280         INTO WS-DYN-REPORT-FILE.
005290     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
005300     MOVE "PROYECCION DE MAYORIA DE EDAD" TO RSVC-TITULO.
005310     MOVE "A" TO RSVC-FUNCION.
005320     CALL "reporte_svc" USING RSVC-AREA.
005330     MOVE "T" TO RSVC-FUNCION.
005340     MOVE SPACES TO RSVC-LINEA.
005350     STRING "SECCION,SUCURSAL,DNI,NOMBRE,NACIMIENTO,MAYORIA,"
005360             "DIAS,FRANJA,CANTIDAD"
005370             DELIMITED BY SIZE
005380         INTO RSVC-LINEA.
005390     CALL "reporte_svc" USING RSVC-AREA.
005400     MOVE "E" TO RSVC-FUNCION.
005410     MOVE WS-SUCURSAL-EDITADA TO LSUC-CODIGO.
005420     MOVE WS-SUCURSAL-EDITADA TO VSU-CODIGO.
005430     CALL "validar_sucursal" USING VSU-AREA.
005440     MOVE VSU-NOMBRE TO LSUC-NOMBRE.
005450     MOVE WS-EDAD-MAYORIA TO LSUC-EDAD.
005460     MOVE WS-FECHA-HORIZONTE TO LSUC-HASTA.
005470     MOVE WS-LINEA-SUCURSAL TO RSVC-LINEA.
005480     CALL "reporte_svc" USING RSVC-AREA.
005490     MOVE WS-LINEA-ENCABEZADO-COL TO RSVC-LINEA.
005500     CALL "reporte_svc" USING RSVC-AREA.
005510 3400-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 4000-SUCURSALES-SIN-CASOS - UNA SUCURSAL CON PERSONAS
005560*     ACTIVAS PERO SIN NADIE QUE CUMPLA EN EL HORIZONTE RECIBE
005570*     IGUAL SU REPORTE, CON LAS FRANJAS EN CERO
005580******************************************************************
005590 4000-SUCURSALES-SIN-CASOS.
005600     PERFORM 4100-REVISAR-SUCURSAL THRU 4100-EXIT
005610         VARYING WS-IDX-SUC FROM 1 BY 1
005620             UNTIL WS-IDX-SUC > 100.
005630 4000-EXIT.
005640     EXIT.
005650
005660 4100-REVISAR-SUCURSAL.
005670     IF SUCT-ACTIVOS(WS-IDX-SUC) = ZERO
005680             OR SUCT-CON-REPORTE(WS-IDX-SUC)
005690         GO TO 4100-EXIT
005700     END-IF.
005710     COMPUTE WS-SUCURSAL-EDITADA = WS-IDX-SUC - 1.
005720     PERFORM 3400-ABRIR-SUCURSAL THRU 3400-EXIT.
005730     MOVE "  NADIE CUMPLE LA MAYORIA EN LOS PROXIMOS 90 DIAS."
005740         TO RSVC-LINEA.
005750     CALL "reporte_svc" USING RSVC-AREA.
005760     MOVE SPACES TO RSVC-LINEA.
005770     CALL "reporte_svc" USING RSVC-AREA.
005780     PERFORM 3300-CERRAR-SUCURSAL THRU 3300-EXIT.
005790 4100-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 5000-CONSOLIDADO - PROYMAYR.AAAAMMDD: UNA LINEA POR SUCURSAL
005840*     CON PERSONAS ACTIVAS, PARA LA CASA CENTRAL
005850******************************************************************
005860 5000-CONSOLIDADO.
005870     MOVE SPACES TO WS-DYN-REPORT-FILE.
005880     STRING "PROYMAYR." WS-FECHA-HOY DELIMITED BY SIZE
005890         WS-SUFIJO-CICLO DELIMITED BY SPACE
005900         INTO WS-DYN-REPORT-FILE.
005910     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
005920     MOVE "PROYECCION DE MAYORIA - CONSOLIDADO" TO RSVC-TITULO.
005930     MOVE "A" TO RSVC-FUNCION.
005940     CALL "reporte_svc" USING RSVC-AREA.
005950     MOVE "T" TO RSVC-FUNCION.
005960     MOVE SPACES TO RSVC-LINEA.
005970     STRING "SECCION,SUCURSAL,NOMBRE,ACTIVOS,FRANJA_1_30,"
005980             "FRANJA_31_60,FRANJA_61_90,TOTAL"
005990             DELIMITED BY SIZE
006000         INTO RSVC-LINEA.
006010     CALL "reporte_svc" USING RSVC-AREA.
006020     MOVE "E" TO RSVC-FUNCION.
006030     MOVE WS-LINEA-CONSOLIDADO-COL TO RSVC-LINEA.
006040     CALL "reporte_svc" USING RSVC-AREA.
006050     PERFORM 5100-LINEA-SUCURSAL THRU 5100-EXIT
006060         VARYING WS-IDX-SUC FROM 1 BY 1
006070             UNTIL WS-IDX-SUC > 100.
006080     MOVE SPACES TO RSVC-LINEA.
006090     CALL "reporte_svc" USING RSVC-AREA.
006100     MOVE SPACES TO WS-LINEA-TRAILER.
006110     MOVE "PERSONAS ACTIVAS REVISADAS........." TO TRA-ETIQUETA.
006120     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
006130     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006140     CALL "reporte_svc" USING RSVC-AREA.
006150     MOVE "PERSONAS ACTIVAS REVISADAS" TO WS-DATO-CONCEPTO.
006160     MOVE WS-CUENTA-LEIDAS TO WS-DATO-CANTIDAD.
006170     PERFORM 5200-DATO-CONTROL THRU 5200-EXIT.
006180     MOVE "SIN FECHA DE NACIMIENTO VALIDA....." TO TRA-ETIQUETA.
006190     MOVE WS-CUENTA-SIN-FECHA TO TRA-VALOR.
006200     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006210     CALL "reporte_svc" USING RSVC-AREA.
006220     MOVE "SIN FECHA DE NACIMIENTO VALIDA" TO WS-DATO-CONCEPTO.
006230     MOVE WS-CUENTA-SIN-FECHA TO WS-DATO-CANTIDAD.
006240     PERFORM 5200-DATO-CONTROL THRU 5200-EXIT.
006250     MOVE "CUMPLEN LA MAYORIA EN 90 DIAS......" TO TRA-ETIQUETA.
006260     MOVE WS-CUENTA-PROYECTADAS TO TRA-VALOR.
006270     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006280     CALL "reporte_svc" USING RSVC-AREA.
006290     MOVE "CUMPLEN LA MAYORIA EN 90 DIAS" TO WS-DATO-CONCEPTO.
006300     MOVE WS-CUENTA-PROYECTADAS TO WS-DATO-CANTIDAD.
006310     PERFORM 5200-DATO-CONTROL THRU 5200-EXIT.
006320     MOVE "REPORTES DE SUCURSAL EMITIDOS......" TO TRA-ETIQUETA.
006330     MOVE WS-CUENTA-REPORTES TO TRA-VALOR.
006340     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006350     CALL "reporte_svc" USING RSVC-AREA.
006360     MOVE "REPORTES DE SUCURSAL EMITIDOS" TO WS-DATO-CONCEPTO.
006370     MOVE WS-CUENTA-REPORTES TO WS-DATO-CANTIDAD.
006380     PERFORM 5200-DATO-CONTROL THRU 5200-EXIT.
006390     MOVE "C" TO RSVC-FUNCION.
006400     CALL "reporte_svc" USING RSVC-AREA.
006410     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
006420     MOVE WS-CUENTA-PROYECTADAS TO WS-CATG-CANTIDAD.
006430     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006440             WS-CATG-CANTIDAD.
006450 5000-EXIT.
006460     EXIT.
006470
006480 5100-LINEA-SUCURSAL.
006490     IF SUCT-ACTIVOS(WS-IDX-SUC) = ZERO
006500         GO TO 5100-EXIT
006510     END-IF.
006520     COMPUTE LCON-SUCURSAL = WS-IDX-SUC - 1.
006530     MOVE SUCT-ACTIVOS(WS-IDX-SUC) TO LCON-ACTIVOS.
006540     MOVE SUCT-FRANJA(WS-IDX-SUC 1) TO LCON-FRANJA-1.
006550     MOVE SUCT-FRANJA(WS-IDX-SUC 2) TO LCON-FRANJA-2.
006560     MOVE SUCT-FRANJA(WS-IDX-SUC 3) TO LCON-FRANJA-3.
006570     MOVE SUCT-TOTAL(WS-IDX-SUC) TO LCON-TOTAL.
006580     MOVE LCON-SUCURSAL TO VSU-CODIGO.
006590     CALL "validar_sucursal" USING VSU-AREA.
006600     MOVE VSU-NOMBRE TO LCON-NOMBRE.
006610     MOVE WS-LINEA-CONSOLIDADO TO RSVC-LINEA.
006620     CALL "reporte_svc" USING RSVC-AREA.
006630     MOVE "D" TO RSVC-FUNCION.
006640     MOVE SPACES TO RSVC-LINEA.
006650     STRING "SUCURSAL," LCON-SUCURSAL "," DELIMITED BY SIZE
006660             VSU-NOMBRE DELIMITED BY "  "
006670             "," SUCT-ACTIVOS(WS-IDX-SUC)
006680             "," SUCT-FRANJA(WS-IDX-SUC 1)
006690             "," SUCT-FRANJA(WS-IDX-SUC 2)
006700             "," SUCT-FRANJA(WS-IDX-SUC 3)
006710             "," SUCT-TOTAL(WS-IDX-SUC) DELIMITED BY SIZE
006720         INTO RSVC-LINEA.
006730     CALL "reporte_svc" USING RSVC-AREA.
006740     MOVE "E" TO RSVC-FUNCION.
006750 5100-EXIT.
006760     EXIT.
006770
006780 5200-DATO-CONTROL.
006790     MOVE "D" TO RSVC-FUNCION.
006800     MOVE SPACES TO RSVC-LINEA.
006810     STRING "CONTROL,," DELIMITED BY SIZE
006820             WS-DATO-CONCEPTO DELIMITED BY "  "
006830             ",,,,," WS-DATO-CANTIDAD DELIMITED BY SIZE
006840         INTO RSVC-LINEA.
006850     CALL "reporte_svc" USING RSVC-AREA.
006860     MOVE "E" TO RSVC-FUNCION.
006870 5200-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910* 9000-TERMINAR - AUDITORIA Y RESUMEN EN CONSOLA
006920******************************************************************
006930 9000-TERMINAR.
006940     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
006950     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
006960     DISPLAY " CUMPLEN LA MAYORIA EN 90 DIAS: "
006970         WS-CUENTA-PROYECTADAS " EN " WS-CUENTA-REPORTES
006980         " SUCURSALES".
006990 9000-EXIT.
007000     EXIT.
007010
007020 END PROGRAM mayoria_proyeccion.
