000610* 2026-08-22 RW   EL REPORTE CLASIRPT QUEDA REGISTRADO EN EL
000620*                 CATALOGO COMPARTIDO, COMO EL RESTO DE LAS
000630*                 SALIDAS FECHADAS.
000640* 2026-10-15 RW   LEE EL SNAPSHOT PERSSNAP DE PERSONA_SNAP EN VEZ
000650*                 DE RECORRER PERSONAF (UNA SOLA PASADA POR EL
000660*                 MAESTRO PARA TODOS LOS LECTORES), VERIFICANDO
000670*                 ANTES SU TOTAL DE CONTROL CON VALIDAR_SOBRE
000680*                 (ERRORLOG 92 Y RETURN-CODE 8 SI NO BALANCEA).
000690*                 LA CLASIFICACION LLEGA RESUELTA (POSICION EN
000700*                 CLASIREF) Y LA SUCURSAL CERO CUENTA COMO 01.
000710* 2026-10-15 RW   EL SUBTOTAL DE CADA SUCURSAL LLEVA SU NOMBRE
000720*                 SEGUN EL REFERENCIAL SUCREF (VALIDAR_SUCURSAL).
000730* 2026-10-15 RW   CLASIRPT TAMBIEN VA AL ARCHIVO DE DATOS DE
000740*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR SUCURSAL,
000750*                 POR CLASIFICACION Y LA DE SIN CLASIFICACION.
000760******************************************************************
000770 IDENTIFICATION DIVISION.
000780 PROGRAM-ID. PersonaClasif.
000790
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT PERSONA-FILE ASSIGN TO "PERSSNAP"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PERSONA-STATUS.
000860
000870     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-CREF-STATUS.
000900
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  PERSONA-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 180 CHARACTERS.
000970 COPY PERSONA.
000980 COPY PERSSNAP.
000990
001000 FD  CLASIREF-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 22 CHARACTERS.
001030 01  CLASIREF-RECORD.
001040     05  CREF-CODIGO             PIC 9(02).
001050     05  CREF-DESCRIPCION        PIC X(20).
001060
001070 WORKING-STORAGE SECTION.
001080 COPY CLASIF.
001090
001100 01  WS-PERSONA-STATUS           PIC X(02).
001110 01  WS-CREF-STATUS              PIC X(02).
001120 01  WS-RPT-STATUS               PIC X(02).
001130 01  WS-FECHA-HOY                PIC X(08).
001140 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001150 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001160 01  WS-CATG-ARCHIVO             PIC X(21).
001170 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "PersonaClasif".
001180 01  WS-CATG-CANTIDAD            PIC 9(07).
001190*----------------------------------------------------------------
001200*    AREA DE TRABAJO DEL SERVICIO COMPARTIDO DE REPORTES
001210*----------------------------------------------------------------
001220 01  RSVC-AREA.
001230     05  RSVC-FUNCION            PIC X(01).
001240     05  RSVC-ARCHIVO            PIC X(21).
001250     05  RSVC-TITULO             PIC X(40).
001260     05  RSVC-LINEA              PIC X(132).
001270     05  RSVC-CANT-LINEAS        PIC 9(07).
001280
001290 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001300     88  FIN-PERSONA             VALUE "S".
001310
001320 01  WS-IDX-CARGA                PIC 9(02) COMP.
001330 01  WS-CANT-CLASIF-CARGADAS     PIC 9(02) COMP VALUE ZERO.
001340 01  WS-EOF-CLASIREF             PIC X(01) VALUE "N".
001350     88  FIN-CLASIREF            VALUE "S".
001360 01  WS-CUENTA-SIN-CLASIF        PIC 9(05) VALUE ZERO.
001370
001380*----------------------------------------------------------------
001390*    VALIDACION DEL SOBRE HDR/TRL DEL REFERENCIAL DE ENTRADA
001400*----------------------------------------------------------------
001410 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "CLASIREF".
001420 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 1.
001430 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 2.
001440 01  WS-SOBRE-RESULTADO          PIC X(01).
001450     88  SOBRE-VALIDO            VALUE "S".
001460 01  WS-SOBRE-MENSAJE            PIC X(59).
001470 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "PersonaClasif".
001480 01  WS-ELOG-CODIGO              PIC 9(04).
001490 01  WS-ELOG-MENSAJE             PIC X(59).
001500*----------------------------------------------------------------
001510*    TOTAL DE CONTROL DEL SNAPSHOT PERSSNAP (PERSONA_SNAP)
001520*----------------------------------------------------------------
001530 01  WS-PSN-ARCHIVO              PIC X(17) VALUE "PERSSNAP".
001540 01  WS-PSN-CLAVE-POS            PIC 9(02) VALUE 1.
001550 01  WS-PSN-CLAVE-LON            PIC 9(02) VALUE 8.
001560 01  WS-PSN-RESULTADO            PIC X(01).
001570     88  SNAPSHOT-VALIDO         VALUE "S".
001580 01  WS-PSN-MENSAJE              PIC X(59).
001590
001600 01  WS-CUENTA-POR-CLASIF OCCURS 5 TIMES PIC 9(05) VALUE ZERO.
001610
001620 01  WS-MAX-SUCURSALES           PIC 9(02) VALUE 10.
001630 01  WS-CANT-SUCURSALES          PIC 9(02) VALUE ZERO.
001640 01  TABLA-SUCURSALES.
001650     05  SUC-ENTRADA OCCURS 10 TIMES.
001660         10  SUC-CODIGO          PIC 9(02).
001670         10  SUC-CUENTA          PIC 9(05).
001680 01  WS-IDX-SUC                  PIC 9(02) COMP.
001690 01  WS-SW-SUC                   PIC X(01) VALUE "N".
001700     88  SUCURSAL-HALLADA        VALUE "S".
001710*----------------------------------------------------------------
001720*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
001730*----------------------------------------------------------------
001740 01  VSU-AREA.
001750     05  VSU-CODIGO              PIC 9(02).
001760     05  VSU-RESULTADO           PIC X(01).
001770         88  VSU-ABIERTA         VALUE "S".
001780         88  VSU-CERRADA         VALUE "C".
001790         88  VSU-INEXISTENTE     VALUE "X".
001800         88  VSU-SIN-REFERENCIAL VALUE "N".
001810     05  VSU-NOMBRE              PIC X(30).
001820     05  VSU-FECHA-CIERRE        PIC 9(08).
001830     05  VSU-SUCESORA            PIC 9(02).
001840
001850 01  WS-LINEA-SUCURSAL.
001860     05  FILLER                  PIC X(09) VALUE "SUCURSAL ".
001870     05  LSUC-CODIGO             PIC 9(02).
001880     05  FILLER                  PIC X(02) VALUE ": ".
001890     05  LSUC-CUENTA             PIC ZZZ,ZZ9.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  LSUC-NOMBRE             PIC X(30).
001920     05  FILLER                  PIC X(30) VALUE SPACES.
001930
001940 01  WS-LINEA-TITULO             PIC X(50)
001950         VALUE "REPORTE DE PERSONAS POR CLASIFICACION".
001960
001970 01  WS-LINEA-DETALLE.
001980     05  WS-DESCRIPCION-EDITADA  PIC X(20).
001990     05  FILLER                  PIC X(05) VALUE SPACES.
002000     05  WS-CUENTA-EDITADA       PIC ZZZ,ZZ9.
002010     05  FILLER                  PIC X(16) VALUE SPACES.
002020
002030 01  WS-LINEA-SIN-CLASIF.
002040     05  FILLER                  PIC X(25)
002050             VALUE "SIN CLASIFICACION VALIDA:".
002060     05  WS-SIN-CLASIF-EDITADA   PIC ZZZ,ZZ9.
002070     05  FILLER                  PIC X(16) VALUE SPACES.
002080
002090 PROCEDURE DIVISION.
002100
002110******************************************************************
002120* 0000-MAINLINE
002130******************************************************************
002140 0000-MAINLINE.
002150     PERFORM 0500-VALIDAR-SOBRE THRU 0500-EXIT.
002160     IF NOT SOBRE-VALIDO
002170         STOP RUN
002180     END-IF.
002190     PERFORM 0400-VALIDAR-SNAPSHOT THRU 0400-EXIT.
002200     IF NOT SNAPSHOT-VALIDO
002210         STOP RUN
002220     END-IF.
002230     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002240     PERFORM 2000-PROCESAR-PERSONAS THRU 2000-EXIT.
002250     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002260     STOP RUN.
002270
002280******************************************************************
002290* 0400-VALIDAR-SNAPSHOT - EL SNAPSHOT PERSSNAP SE USA SOLO SI SU
002300*     TRAILER BALANCEA (CANTIDAD Y HASH DEL DNI); SI NO, ERRORLOG
002310*     92 Y RETURN-CODE 8 SIN LEER UN SOLO REGISTRO
002320******************************************************************
002330 0400-VALIDAR-SNAPSHOT.
002340     CALL "validar_sobre" USING WS-PSN-ARCHIVO
002350             WS-PSN-CLAVE-POS WS-PSN-CLAVE-LON
002360             WS-PSN-RESULTADO WS-PSN-MENSAJE.
002370     IF NOT SNAPSHOT-VALIDO
002380         DISPLAY " PERSSNAP RECHAZADO: " WS-PSN-MENSAJE
002390         MOVE 92 TO WS-ELOG-CODIGO
002400         MOVE WS-PSN-MENSAJE TO WS-ELOG-MENSAJE
002410         CALL "errorlog" USING WS-ELOG-PROGRAMA
002420                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
002430         MOVE 8 TO RETURN-CODE
002440     END-IF.
002450 0400-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* 0500-VALIDAR-SOBRE - RECHAZA EL REFERENCIAL COMPLETO SI EL
002500*     SOBRE HDR/TRL NO BALANCEA. UN ARCHIVO AUSENTE SE TOLERA
002510*     COMO SIEMPRE (TABLA VACIA).
002520******************************************************************
002530 0500-VALIDAR-SOBRE.
002540     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
002550             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
002560             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
002570     IF NOT SOBRE-VALIDO
002580         IF WS-SOBRE-MENSAJE = "ARCHIVO DE ENTRADA NO DISPONIBLE"
002590             MOVE "S" TO WS-SOBRE-RESULTADO
002600         ELSE
002610             DISPLAY " CLASIREF RECHAZADO: " WS-SOBRE-MENSAJE
002620             MOVE 12 TO WS-ELOG-CODIGO
002630             MOVE WS-SOBRE-MENSAJE TO WS-ELOG-MENSAJE
002640             CALL "errorlog" USING WS-ELOG-PROGRAMA
002650                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
002660             MOVE 8 TO RETURN-CODE
002670         END-IF
002680     END-IF.
002690 0500-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 1000-INICIALIZAR - CARGA LA TABLA DE CLASIFICACIONES Y ABRE
002740*     LOS ARCHIVOS DE TRABAJO
002750******************************************************************
002760 1000-INICIALIZAR.
002770     OPEN INPUT CLASIREF-FILE.
002780     PERFORM 1100-CARGAR-CLASIFICACION THRU 1100-EXIT
002790         UNTIL FIN-CLASIREF.
002800     CLOSE CLASIREF-FILE.
002810     OPEN INPUT PERSONA-FILE.
002820     CALL "fecha_negocio" USING WS-FECHA-HOY
002830             WS-SUFIJO-CICLO.
002840     STRING "CLASIRPT." WS-FECHA-HOY DELIMITED BY SIZE
002850         WS-SUFIJO-CICLO DELIMITED BY SPACE
002860         INTO WS-DYN-REPORT-FILE.
002870     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
002880     MOVE WS-LINEA-TITULO TO RSVC-TITULO.
002890     MOVE "A" TO RSVC-FUNCION.
002900     CALL "reporte_svc" USING RSVC-AREA.
002910     MOVE "T" TO RSVC-FUNCION.
002920     MOVE "SECCION,CODIGO,DESCRIPCION,PERSONAS" TO RSVC-LINEA.
002930     CALL "reporte_svc" USING RSVC-AREA.
002940     MOVE "E" TO RSVC-FUNCION.
002950 1000-EXIT.
002960     EXIT.
002970
002980 1100-CARGAR-CLASIFICACION.
002990     READ CLASIREF-FILE
003000         AT END
003010             SET FIN-CLASIREF TO TRUE
003020         NOT AT END
003030             IF CLASIREF-RECORD(1:3) = "HDR"
003040                     OR CLASIREF-RECORD(1:3) = "TRL"
003050                 CONTINUE
003060             ELSE
003070             IF WS-CANT-CLASIF-CARGADAS < 5
003080                 ADD 1 TO WS-CANT-CLASIF-CARGADAS
003090                 MOVE CREF-CODIGO TO
003100                     CLAS-CODIGO(WS-CANT-CLASIF-CARGADAS)
003110                 MOVE CREF-DESCRIPCION TO
003120                     CLAS-DESCRIPCION(WS-CANT-CLASIF-CARGADAS)
003130             END-IF
003140     END-READ.
003150 1100-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 2000-PROCESAR-PERSONAS - RECORRE TODO EL SNAPSHOT PERSSNAP
003200******************************************************************
003210 2000-PROCESAR-PERSONAS.
003220     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
003230         UNTIL FIN-PERSONA.
003240 2000-EXIT.
003250     EXIT.
003260
003270 2100-LEER-PERSONA.
003280     READ PERSONA-FILE
003290         AT END
003300             SET FIN-PERSONA TO TRUE
003310         NOT AT END
003320             IF PSN-PERSONA(1:3) = "HDR"
003330                     OR PSN-PERSONA(1:3) = "TRL"
003340                 CONTINUE
003350             ELSE
003360                 IF NOT PERS-INACTIVO
003370                     PERFORM 2200-CLASIFICAR-PERSONA
003380                         THRU 2200-EXIT
003390                 END-IF
003400             END-IF
003410     END-READ.
003420 2100-EXIT.
003430     EXIT.
003440
003450 2200-CLASIFICAR-PERSONA.
003460     PERFORM 2250-ACUMULAR-SUCURSAL THRU 2250-EXIT.
003470     IF PSN-CLASIF-IDX > ZERO
003480             AND PSN-CLASIF-IDX <= WS-CANT-CLASIF-CARGADAS
003490         ADD 1 TO WS-CUENTA-POR-CLASIF(PSN-CLASIF-IDX)
003500     ELSE
003510         ADD 1 TO WS-CUENTA-SIN-CLASIF
003520     END-IF.
003530 2200-EXIT.
003540     EXIT.
003550
003560 2250-ACUMULAR-SUCURSAL.
003570     MOVE "N" TO WS-SW-SUC.
003580     PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
003590             UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
003600                 OR SUCURSAL-HALLADA
003610         PERFORM 2260-COMPARAR-SUCURSAL THRU 2260-EXIT
003620     END-PERFORM.
003630     IF NOT SUCURSAL-HALLADA
003640             AND WS-CANT-SUCURSALES < WS-MAX-SUCURSALES
003650         ADD 1 TO WS-CANT-SUCURSALES
003660         MOVE PSN-SUCURSAL TO SUC-CODIGO(WS-CANT-SUCURSALES)
003670         MOVE 1 TO SUC-CUENTA(WS-CANT-SUCURSALES)
003680     END-IF.
003690 2250-EXIT.
003700     EXIT.
003710
003720 2260-COMPARAR-SUCURSAL.
003730     IF SUC-CODIGO(WS-IDX-SUC) = PSN-SUCURSAL
003740         SET SUCURSAL-HALLADA TO TRUE
003750         ADD 1 TO SUC-CUENTA(WS-IDX-SUC)
003760     END-IF.
003770 2260-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 9000-TERMINAR - ESCRIBE EL REPORTE POR BANDA Y CIERRA
003820******************************************************************
003830 9000-TERMINAR.
003840     MOVE "SUBTOTAL DE PERSONAS POR SUCURSAL" TO RSVC-LINEA.
003850     CALL "reporte_svc" USING RSVC-AREA.
003860     PERFORM 9050-ESCRIBIR-SUCURSAL THRU 9050-EXIT
003870         VARYING WS-IDX-SUC FROM 1 BY 1
003880             UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES.
003890     MOVE "CONSOLIDADO DE TODAS LAS SUCURSALES" TO RSVC-LINEA.
003900     CALL "reporte_svc" USING RSVC-AREA.
003910     PERFORM 9100-ESCRIBIR-DETALLE THRU 9100-EXIT
003920         VARYING WS-IDX-CARGA FROM 1 BY 1
003930             UNTIL WS-IDX-CARGA > WS-CANT-CLASIF-CARGADAS.
003940     MOVE WS-CUENTA-SIN-CLASIF TO WS-SIN-CLASIF-EDITADA.
003950     MOVE WS-LINEA-SIN-CLASIF TO RSVC-LINEA.
003960     CALL "reporte_svc" USING RSVC-AREA.
003970     MOVE "D" TO RSVC-FUNCION.
003980     MOVE SPACES TO RSVC-LINEA.
003990     STRING "SIN CLASIFICACION,,," WS-CUENTA-SIN-CLASIF
004000             DELIMITED BY SIZE
004010         INTO RSVC-LINEA.
004020     CALL "reporte_svc" USING RSVC-AREA.
004030     MOVE "E" TO RSVC-FUNCION.
004040     CLOSE PERSONA-FILE.
004050     MOVE "C" TO RSVC-FUNCION.
004060     CALL "reporte_svc" USING RSVC-AREA.
004070     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004080     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004090     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
004100             WS-CATG-CANTIDAD.
004110 9000-EXIT.
004120     EXIT.
004130
004140 9100-ESCRIBIR-DETALLE.
004150     MOVE SPACES TO WS-LINEA-DETALLE.
004160     MOVE CLAS-DESCRIPCION(WS-IDX-CARGA) TO
004170         WS-DESCRIPCION-EDITADA.
004180     MOVE WS-CUENTA-POR-CLASIF(WS-IDX-CARGA) TO
004190         WS-CUENTA-EDITADA.
004200     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
004210     CALL "reporte_svc" USING RSVC-AREA.
004220     MOVE "D" TO RSVC-FUNCION.
004230     MOVE SPACES TO RSVC-LINEA.
004240     STRING "CLASIFICACION," CLAS-CODIGO(WS-IDX-CARGA) ","
004250             DELIMITED BY SIZE
004260             CLAS-DESCRIPCION(WS-IDX-CARGA) DELIMITED BY "  "
004270             "," WS-CUENTA-POR-CLASIF(WS-IDX-CARGA)
004280             DELIMITED BY SIZE
004290         INTO RSVC-LINEA.
004300     CALL "reporte_svc" USING RSVC-AREA.
004310     MOVE "E" TO RSVC-FUNCION.
004320 9100-EXIT.
004330     EXIT.
004340
004350 9050-ESCRIBIR-SUCURSAL.
004360     MOVE SUC-CODIGO(WS-IDX-SUC) TO LSUC-CODIGO.
004370     MOVE SUC-CUENTA(WS-IDX-SUC) TO LSUC-CUENTA.
004380     MOVE SUC-CODIGO(WS-IDX-SUC) TO VSU-CODIGO.
004390     CALL "validar_sucursal" USING VSU-AREA.
004400     MOVE VSU-NOMBRE TO LSUC-NOMBRE.
004410     MOVE WS-LINEA-SUCURSAL TO RSVC-LINEA.
004420     CALL "reporte_svc" USING RSVC-AREA.
004430     MOVE "D" TO RSVC-FUNCION.
004440     MOVE SPACES TO RSVC-LINEA.
004450     STRING "SUCURSAL," SUC-CODIGO(WS-IDX-SUC) ","
004460             DELIMITED BY SIZE
004470             VSU-NOMBRE DELIMITED BY "  "
004480             "," SUC-CUENTA(WS-IDX-SUC) DELIMITED BY SIZE
004490         INTO RSVC-LINEA.
004500     CALL "reporte_svc" USING RSVC-AREA.
004510     MOVE "E" TO RSVC-FUNCION.
004520 9050-EXIT.
004530     EXIT.
004540
004550 END PROGRAM PersonaClasif.
