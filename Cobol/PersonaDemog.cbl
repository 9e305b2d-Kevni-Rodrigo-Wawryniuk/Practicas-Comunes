000560*                 Y CUENTA): LA BASE DEL REPORTE COMPARATIVO
000570*                 DEMOG_TENDENCIA, ASI LOS NUMEROS DEL DIA DEJAN
000580*                 DE PERDERSE EN UN CAJON DE IMPRESOS.
000590* 2026-10-15 RW   LEE EL SNAPSHOT PERSSNAP DE PERSONA_SNAP EN VEZ
000600*                 DE RECORRER PERSONAF (UNA SOLA PASADA POR EL
000610*                 MAESTRO PARA TODOS LOS LECTORES), VERIFICANDO
000620*                 ANTES SU TOTAL DE CONTROL CON VALIDAR_SOBRE
000630*                 (ERRORLOG 92 Y RETURN-CODE 8 SI NO BALANCEA).
000640*                 LA CLASIFICACION, LA BANDA, LA MAYORIA Y LA
000650*                 SUCURSAL SALEN YA RESUELTAS DEL SNAPSHOT: LA
000660*                 BANDA Y LA MAYORIA VAN POR LA EDAD A LA FECHA
000670*                 DE NEGOCIO Y LA SUCURSAL CERO CUENTA COMO 01.
000680* 2026-10-15 RW   LAS LINEAS DE DETALLE Y EL TOTAL TAMBIEN VAN AL
000690*                 ARCHIVO DE DATOS DE REPORTE_SVC (FUNCION G:
000700*                 EL IMPRESO LO SIGUE ESCRIBIENDO ESTE PROGRAMA).
000710* 2026-10-15 RW   LA SECCION POR SUCURSAL IMPRIME EL NOMBRE DE
000720*                 CADA UNA SEGUN EL REFERENCIAL SUCREF
000730*                 (VALIDAR_SUCURSAL).
000740******************************************************************
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. PersonaDemog.
000770
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT PERSONA-FILE ASSIGN TO "PERSSNAP"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-PERSONA-STATUS.
000840
000850     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CREF-STATUS.
000880
000890     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RPT-STATUS.
000920
000930     SELECT BANDAS-FILE ASSIGN TO "EDADBAND"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-BAND-STATUS.
000960
000970     SELECT DEMOGHIST-FILE ASSIGN TO "DEMOGHIST"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-DHIS-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  PERSONA-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 180 CHARACTERS.
001060 COPY PERSONA.
001070 COPY PERSSNAP.
001080
001090 FD  CLASIREF-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 22 CHARACTERS.
001120 01  CLASIREF-RECORD.
001130     05  CREF-CODIGO             PIC 9(02).
001140     05  CREF-DESCRIPCION        PIC X(20).
001150
001160 FD  REPORT-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 80 CHARACTERS.
001190 01  REPORT-RECORD               PIC X(80).
001200
001210 FD  BANDAS-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 33 CHARACTERS.
001240 01  BANDAS-RECORD.
001250     05  EBAND-CODIGO            PIC 9(02).
001260     05  FILLER                  PIC X(01).
001270     05  EBAND-DESCRIPCION       PIC X(20).
001280     05  FILLER                  PIC X(01).
001290     05  EBAND-DESDE             PIC 9(03).
001300     05  FILLER                  PIC X(01).
001310     05  EBAND-HASTA             PIC 9(03).
001320     05  FILLER                  PIC X(01).
001330     05  EBAND-MARCA-MAYORIA     PIC X(01).
001340
001350 FD  DEMOGHIST-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 39 CHARACTERS.
001380 01  DEMOGHIST-RECORD.
001390     05  DHIS-FECHA              PIC 9(08).
001400     05  FILLER                  PIC X(01).
001410     05  DHIS-TIPO               PIC X(01).
001420     05  FILLER                  PIC X(01).
001430     05  DHIS-CLAVE              PIC X(20).
001440     05  FILLER                  PIC X(01).
001450     05  DHIS-CUENTA             PIC 9(07).
001460
001470 WORKING-STORAGE SECTION.
001480 COPY CLASIF.
001490
001500 01  WS-PERSONA-STATUS           PIC X(02).
001510 01  WS-CREF-STATUS              PIC X(02).
001520 01  WS-RPT-STATUS               PIC X(02).
001530 01  WS-FECHA-HOY                PIC X(08).
001540 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001550 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001560*----------------------------------------------------------------
001570*    GENERACION ANTERIOR DE LA FAMILIA (CATALOGO_PREVIA), PARA
001580*    LA LINEA "REEMPLAZA A" DEL ENCABEZADO
001590*----------------------------------------------------------------
001600 01  WS-CPRV-PREFIJO            PIC X(10) VALUE "DEMOGRPT.".
001610 01  WS-CPRV-ARCHIVO            PIC X(21).
001620 01  WS-CPRV-FECHA              PIC 9(08).
001630 01  WS-LINEA-REEMPLAZA.
001640     05  FILLER                  PIC X(13)
001650             VALUE "REEMPLAZA A: ".
001660     05  REM-ARCHIVO             PIC X(21).
001670     05  FILLER                  PIC X(05) VALUE " DEL ".
001680     05  REM-FECHA               PIC 9(08).
001690     05  FILLER                  PIC X(33) VALUE SPACES.
001700 01  WS-BAND-STATUS              PIC X(02).
001710 01  WS-EOF-BANDAS               PIC X(01) VALUE "N".
001720     88  FIN-BANDAS              VALUE "S".
001730 01  WS-CANT-BANDAS-ARCHIVO      PIC 9(02) VALUE ZERO.
001740 01  WS-CATG-ARCHIVO             PIC X(21).
001750 01  WS-CATG-CANTIDAD            PIC 9(07).
001760
001770 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001780     88  FIN-PERSONA             VALUE "S".
001790 01  WS-EOF-CLASIREF             PIC X(01) VALUE "N".
001800     88  FIN-CLASIREF            VALUE "S".
001810
001820 01  WS-IDX-CARGA                PIC 9(02) COMP.
001830 01  WS-CANT-CLASIF-CARGADAS     PIC 9(02) COMP VALUE ZERO.
001840
001850*----------------------------------------------------------------
001860*    BANDAS DE EDAD POR DEFECTO, USADAS SOLO SI EL REFERENCIAL
001870*    EDADBAND NO ESTA DISPONIBLE
001880*----------------------------------------------------------------
001890 01  WS-BANDAS-LITERAL.
001900     05  FILLER PIC X(26) VALUE "000017MENORES             ".
001910     05  FILLER PIC X(26) VALUE "018029JOVENES             ".
001920     05  FILLER PIC X(26) VALUE "030049ADULTOS             ".
001930     05  FILLER PIC X(26) VALUE "050064MAYORES             ".
001940     05  FILLER PIC X(26) VALUE "065999TERCERA EDAD        ".
001950 01  TABLA-BANDAS REDEFINES WS-BANDAS-LITERAL.
001960     05  BANDA-ENTRADA OCCURS 5 TIMES INDEXED BY BANDA-IDX.
001970         10  BANDA-DESDE         PIC 9(03).
001980         10  BANDA-HASTA         PIC 9(03).
001990         10  BANDA-DESCRIPCION   PIC X(20).
002000 01  WS-CANT-BANDAS              PIC 9(02) VALUE 5.
002010
002020*----------------------------------------------------------------
002030*    CONTADORES DEL RESUMEN
002040*----------------------------------------------------------------
002050 01  WS-CUENTA-LEIDAS            PIC 9(07) VALUE ZERO.
002060 01  WS-CUENTA-POR-CLASIF OCCURS 5 TIMES PIC 9(07) VALUE ZERO.
002070 01  WS-CUENTA-SIN-CLASIF        PIC 9(07) VALUE ZERO.
002080 01  WS-CUENTA-POR-BANDA OCCURS 5 TIMES PIC 9(07) VALUE ZERO.
002090 01  WS-CUENTA-MAYORES           PIC 9(07) VALUE ZERO.
002100 01  WS-CUENTA-MENORES           PIC 9(07) VALUE ZERO.
002110 01  WS-MAX-SUCURSALES           PIC 9(02) VALUE 10.
002120 01  WS-CANT-SUCURSALES          PIC 9(02) VALUE ZERO.
002130 01  TABLA-SUCURSALES.
002140     05  SUC-ENTRADA OCCURS 10 TIMES.
002150         10  SUC-CODIGO          PIC 9(02).
002160         10  SUC-CUENTA          PIC 9(07).
002170 01  WS-IDX-SUC                  PIC 9(02) COMP.
002180 01  WS-SW-SUC                   PIC X(01) VALUE "N".
002190     88  SUCURSAL-HALLADA        VALUE "S".
002200 01  WS-PORCENTAJE               PIC 9(03)V99 VALUE ZERO.
002210 01  WS-SUMA-CONTROL             PIC 9(07) VALUE ZERO.
002220 01  WS-CUENTA-TRABAJO           PIC 9(07) VALUE ZERO.
002230 01  WS-SW-BALANCEA              PIC X(01) VALUE "S".
002240     88  TOTALES-BALANCEAN       VALUE "S".
002250
002260*----------------------------------------------------------------
002270*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
002280*----------------------------------------------------------------
002290 01  VSU-AREA.
002300     05  VSU-CODIGO              PIC 9(02).
002310     05  VSU-RESULTADO           PIC X(01).
002320         88  VSU-ABIERTA         VALUE "S".
002330         88  VSU-CERRADA         VALUE "C".
002340         88  VSU-INEXISTENTE     VALUE "X".
002350         88  VSU-SIN-REFERENCIAL VALUE "N".
002360     05  VSU-NOMBRE              PIC X(30).
002370     05  VSU-FECHA-CIERRE        PIC 9(08).
002380     05  VSU-SUCESORA            PIC 9(02).
002390
002400*----------------------------------------------------------------
002410*    LINEAS DEL REPORTE
002420*----------------------------------------------------------------
002430 01  WS-LINEA-TITULO             PIC X(50)
002440         VALUE "RESUMEN DEMOGRAFICO DEL MAESTRO PERSONA".
002450 01  WS-LINEA-FECHA.
002460     05  FILLER                  PIC X(21)
002470             VALUE "FECHA DE EJECUCION: ".
002480     05  WS-FECHA-EDITADA        PIC X(08).
002490     05  FILLER                  PIC X(51) VALUE SPACES.
002500 01  WS-LINEA-SECCION            PIC X(80).
002510 01  WS-LINEA-DETALLE.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  DET-DESCRIPCION         PIC X(20).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  DET-CUENTA              PIC ZZZZ,ZZ9.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  DET-PORCENTAJE          PIC ZZ9.99.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  FILLER                  PIC X(01) VALUE "%".
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  DET-NOMBRE              PIC X(30) VALUE SPACES.
002620     05  FILLER                  PIC X(05) VALUE SPACES.
002630 01  WS-LINEA-TOTAL.
002640     05  FILLER                  PIC X(24)
002650             VALUE "TOTAL DE PERSONAS.....: ".
002660     05  TOT-CUENTA              PIC ZZZZ,ZZ9.
002670     05  FILLER                  PIC X(48) VALUE SPACES.
002680
002690*----------------------------------------------------------------
002700*    ARCHIVO DE DATOS DEL RESUMEN (REPORTE_SVC)
002710*----------------------------------------------------------------
002720 01  RSVC-AREA.
002730     05  RSVC-FUNCION            PIC X(01).
002740     05  RSVC-ARCHIVO            PIC X(21).
002750     05  RSVC-TITULO             PIC X(40).
002760     05  RSVC-LINEA              PIC X(132).
002770     05  RSVC-CANT-LINEAS        PIC 9(07).
002780 01  WS-DATO-CUENTA              PIC 9(07).
002790 01  WS-DATO-PCT                 PIC 9(03).99.
002800
002810*----------------------------------------------------------------
002820*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002830*----------------------------------------------------------------
002840 01  WS-DHIS-STATUS              PIC X(02).
002850 01  WS-FECHA-NUMERICA           PIC 9(08).
002860 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaDemog".
002870 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002880 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "PersonaDemog".
002890 01  WS-ELOG-CODIGO              PIC 9(04).
002900 01  WS-ELOG-MENSAJE             PIC X(59).
002910
002920*----------------------------------------------------------------
002930*    TOTAL DE CONTROL DEL SNAPSHOT PERSSNAP (PERSONA_SNAP)
002940*----------------------------------------------------------------
002950 01  WS-PSN-ARCHIVO              PIC X(17) VALUE "PERSSNAP".
002960 01  WS-PSN-CLAVE-POS            PIC 9(02) VALUE 1.
002970 01  WS-PSN-CLAVE-LON            PIC 9(02) VALUE 8.
002980 01  WS-PSN-RESULTADO            PIC X(01).
002990     88  SNAPSHOT-VALIDO         VALUE "S".
003000 01  WS-PSN-MENSAJE              PIC X(59).
003010
003020 PROCEDURE DIVISION.
003030
003040******************************************************************
003050* 0000-MAINLINE
003060******************************************************************
003070 0000-MAINLINE.
003080     PERFORM 0400-VALIDAR-SNAPSHOT THRU 0400-EXIT.
003090     IF NOT SNAPSHOT-VALIDO
003100         GOBACK
003110     END-IF.
003120     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003130     PERFORM 2000-PROCESAR-PERSONAS THRU 2000-EXIT.
003140     PERFORM 5000-ESCRIBIR-RESUMEN THRU 5000-EXIT.
003150     PERFORM 8000-GRABAR-HISTORIA THRU 8000-EXIT.
003160     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003170     GOBACK.
003180
003190******************************************************************
003200* 0400-VALIDAR-SNAPSHOT - EL SNAPSHOT PERSSNAP SE USA SOLO SI SU
003210*     TRAILER BALANCEA (CANTIDAD Y HASH DEL DNI); SI NO, ERRORLOG
003220*     92 Y RETURN-CODE 8 SIN LEER UN SOLO REGISTRO
003230******************************************************************
003240 0400-VALIDAR-SNAPSHOT.
003250     CALL "validar_sobre" USING WS-PSN-ARCHIVO
003260             WS-PSN-CLAVE-POS WS-PSN-CLAVE-LON
003270             WS-PSN-RESULTADO WS-PSN-MENSAJE.
003280     IF NOT SNAPSHOT-VALIDO
003290         DISPLAY " PERSSNAP RECHAZADO: " WS-PSN-MENSAJE
003300         MOVE 92 TO WS-ELOG-CODIGO
003310         MOVE WS-PSN-MENSAJE TO WS-ELOG-MENSAJE
003320         CALL "errorlog" USING WS-ELOG-PROGRAMA
003330                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
003340         MOVE 8 TO RETURN-CODE
003350     END-IF.
003360 0400-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400* 1000-INICIALIZAR - CARGA LA TABLA DE CLASIFICACIONES (MISMO
003410*     PATRON QUE PERSONACLASIF) Y ABRE LOS ARCHIVOS DE TRABAJO
003420******************************************************************
003430 1000-INICIALIZAR.
003440     PERFORM 1200-CARGAR-BANDAS THRU 1200-EXIT.
003450     OPEN INPUT CLASIREF-FILE.
003460     IF WS-CREF-STATUS = "00"
003470         PERFORM 1100-CARGAR-CLASIFICACION THRU 1100-EXIT
003480             UNTIL FIN-CLASIREF
003490         CLOSE CLASIREF-FILE
003500     END-IF.
003510     OPEN INPUT PERSONA-FILE.
003520     CALL "fecha_negocio" USING WS-FECHA-HOY
003530             WS-SUFIJO-CICLO.
003540     STRING "DEMOGRPT." WS-FECHA-HOY DELIMITED BY SIZE
003550         WS-SUFIJO-CICLO DELIMITED BY SPACE
003560         INTO WS-DYN-REPORT-FILE.
003570     OPEN OUTPUT REPORT-FILE.
003580     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003590     MOVE "G" TO RSVC-FUNCION.
003600     CALL "reporte_svc" USING RSVC-AREA.
003610     MOVE "T" TO RSVC-FUNCION.
003620     MOVE "SECCION,DESCRIPCION,CUENTA,PORCENTAJE" TO RSVC-LINEA.
003630     CALL "reporte_svc" USING RSVC-AREA.
003640     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
003650     WRITE REPORT-RECORD.
003660     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
003670     MOVE WS-LINEA-FECHA TO REPORT-RECORD.
003680     WRITE REPORT-RECORD.
003690     CALL "catalogo_previa" USING WS-CPRV-PREFIJO
003700             WS-FECHA-HOY WS-CPRV-ARCHIVO WS-CPRV-FECHA.
003710     IF WS-CPRV-FECHA > ZERO
003720         MOVE WS-CPRV-ARCHIVO TO REM-ARCHIVO
003730         MOVE WS-CPRV-FECHA TO REM-FECHA
003740         MOVE WS-LINEA-REEMPLAZA TO REPORT-RECORD
003750         WRITE REPORT-RECORD
003760     END-IF.
003770 1000-EXIT.
003780     EXIT.
003790
003800 1100-CARGAR-CLASIFICACION.
003810     READ CLASIREF-FILE
003820         AT END
003830             SET FIN-CLASIREF TO TRUE
003840         NOT AT END
003850             IF CLASIREF-RECORD(1:3) = "HDR"
003860                     OR CLASIREF-RECORD(1:3) = "TRL"
003870                 CONTINUE
003880             ELSE
003890             IF WS-CANT-CLASIF-CARGADAS < 5
003900                 ADD 1 TO WS-CANT-CLASIF-CARGADAS
003910                 MOVE CREF-CODIGO TO
003920                     CLAS-CODIGO(WS-CANT-CLASIF-CARGADAS)
003930                 MOVE CREF-DESCRIPCION TO
003940                     CLAS-DESCRIPCION(WS-CANT-CLASIF-CARGADAS)
003950             END-IF
003960             END-IF
003970     END-READ.
003980 1100-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020* 1200-CARGAR-BANDAS - REEMPLAZA LAS BANDAS POR DEFECTO CON LAS
004030*     DEL REFERENCIAL EDADBAND, SI EXISTE
004040******************************************************************
004050 1200-CARGAR-BANDAS.
004060     OPEN INPUT BANDAS-FILE.
004070     IF WS-BAND-STATUS NOT = "00"
004080         GO TO 1200-EXIT
004090     END-IF.
004100     PERFORM 1210-LEER-BANDA THRU 1210-EXIT
004110         UNTIL FIN-BANDAS.
004120     CLOSE BANDAS-FILE.
004130     IF WS-CANT-BANDAS-ARCHIVO > ZERO
004140         MOVE WS-CANT-BANDAS-ARCHIVO TO WS-CANT-BANDAS
004150     END-IF.
004160 1200-EXIT.
004170     EXIT.
004180
004190 1210-LEER-BANDA.
004200     READ BANDAS-FILE
004210         AT END
004220             SET FIN-BANDAS TO TRUE
004230         NOT AT END
004240             IF WS-CANT-BANDAS-ARCHIVO < 5
004250                     AND EBAND-DESDE IS NUMERIC
004260                     AND EBAND-HASTA IS NUMERIC
004270                 ADD 1 TO WS-CANT-BANDAS-ARCHIVO
004280                 MOVE EBAND-DESDE TO
004290                     BANDA-DESDE(WS-CANT-BANDAS-ARCHIVO)
004300                 MOVE EBAND-HASTA TO
004310                     BANDA-HASTA(WS-CANT-BANDAS-ARCHIVO)
004320                 MOVE EBAND-DESCRIPCION TO
004330                     BANDA-DESCRIPCION(WS-CANT-BANDAS-ARCHIVO)
004340             END-IF
004350     END-READ.
004360 1210-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 2000-PROCESAR-PERSONAS - RECORRE TODO EL SNAPSHOT Y ACUMULA LOS
004410*     CONTADORES DEL RESUMEN SOBRE LA POBLACION ACTIVA
004420******************************************************************
004430 2000-PROCESAR-PERSONAS.
004440     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
004450         UNTIL FIN-PERSONA.
004460 2000-EXIT.
004470     EXIT.
004480
004490 2100-LEER-PERSONA.
004500     READ PERSONA-FILE
004510         AT END
004520             SET FIN-PERSONA TO TRUE
004530         NOT AT END
004540             IF PSN-PERSONA(1:3) = "HDR"
004550                     OR PSN-PERSONA(1:3) = "TRL"
004560                 CONTINUE
004570             ELSE
004580                 IF NOT PERS-INACTIVO
004590                     ADD 1 TO WS-CUENTA-LEIDAS
004600                     PERFORM 2200-ACUMULAR-PERSONA THRU 2200-EXIT
004610                 END-IF
004620             END-IF
004630     END-READ.
004640 2100-EXIT.
004650     EXIT.
004660
004670 2200-ACUMULAR-PERSONA.
004680*    CLASIFICACION Y BANDA LLEGAN RESUELTAS COMO POSICION EN
004690*    CLASIREF / EDADBAND (CERO = SIN CLASIFICACION / SIN BANDA)
004700     IF PSN-CLASIF-IDX > ZERO
004710             AND PSN-CLASIF-IDX <= WS-CANT-CLASIF-CARGADAS
004720         ADD 1 TO WS-CUENTA-POR-CLASIF(PSN-CLASIF-IDX)
004730     ELSE
004740         ADD 1 TO WS-CUENTA-SIN-CLASIF
004750     END-IF.
004760
004770     IF PSN-BANDA-IDX > ZERO
004780             AND PSN-BANDA-IDX <= WS-CANT-BANDAS
004790         ADD 1 TO WS-CUENTA-POR-BANDA(PSN-BANDA-IDX)
004800     END-IF.
004810
004820     PERFORM 2230-ACUMULAR-SUCURSAL THRU 2230-EXIT.
004830     IF PSN-ES-MAYOR
004840         ADD 1 TO WS-CUENTA-MAYORES
004850     ELSE
004860         ADD 1 TO WS-CUENTA-MENORES
004870     END-IF.
004880 2200-EXIT.
004890     EXIT.
004900
004910 2230-ACUMULAR-SUCURSAL.
004920     MOVE "N" TO WS-SW-SUC.
004930     PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
004940             UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
004950                 OR SUCURSAL-HALLADA
004960         PERFORM 2240-COMPARAR-SUCURSAL THRU 2240-EXIT
004970     END-PERFORM.
004980     IF NOT SUCURSAL-HALLADA
004990             AND WS-CANT-SUCURSALES < WS-MAX-SUCURSALES
005000         ADD 1 TO WS-CANT-SUCURSALES
005010         MOVE PSN-SUCURSAL TO SUC-CODIGO(WS-CANT-SUCURSALES)
005020         MOVE 1 TO SUC-CUENTA(WS-CANT-SUCURSALES)
005030     END-IF.
005040 2230-EXIT.
005050     EXIT.
005060
005070 2240-COMPARAR-SUCURSAL.
005080     IF SUC-CODIGO(WS-IDX-SUC) = PSN-SUCURSAL
005090         SET SUCURSAL-HALLADA TO TRUE
005100         ADD 1 TO SUC-CUENTA(WS-IDX-SUC)
005110     END-IF.
005120 2240-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160* 5000-ESCRIBIR-RESUMEN - LAS TRES SECCIONES DEL RESUMEN CON
005170*     PORCENTAJES Y EL TOTAL DE CONTROL
005180******************************************************************
005190 5000-ESCRIBIR-RESUMEN.
005200     MOVE "POR CLASIFICACION" TO WS-LINEA-SECCION.
005210     MOVE WS-LINEA-SECCION TO REPORT-RECORD.
005220     WRITE REPORT-RECORD.
005230     MOVE ZERO TO WS-SUMA-CONTROL.
005240     PERFORM 5100-ESCRIBIR-CLASIF THRU 5100-EXIT
005250         VARYING WS-IDX-CARGA FROM 1 BY 1
005260             UNTIL WS-IDX-CARGA > WS-CANT-CLASIF-CARGADAS.
005270     MOVE "SIN CLASIFICACION" TO DET-DESCRIPCION.
005280     MOVE WS-CUENTA-SIN-CLASIF TO DET-CUENTA.
005290     ADD WS-CUENTA-SIN-CLASIF TO WS-SUMA-CONTROL.
005300     PERFORM 5500-CALCULAR-PORCENTAJE THRU 5500-EXIT.
005310     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
005320     WRITE REPORT-RECORD.
005330     PERFORM 5600-DATO-DETALLE THRU 5600-EXIT.
005340     IF WS-SUMA-CONTROL NOT = WS-CUENTA-LEIDAS
005350         MOVE "N" TO WS-SW-BALANCEA
005360     END-IF.
005370
005380     MOVE "POR BANDA DE EDAD" TO WS-LINEA-SECCION.
005390     MOVE WS-LINEA-SECCION TO REPORT-RECORD.
005400     WRITE REPORT-RECORD.
005410     MOVE ZERO TO WS-SUMA-CONTROL.
005420     PERFORM 5200-ESCRIBIR-BANDA THRU 5200-EXIT
005430         VARYING WS-IDX-CARGA FROM 1 BY 1
005440             UNTIL WS-IDX-CARGA > WS-CANT-BANDAS.
005450     IF WS-SUMA-CONTROL NOT = WS-CUENTA-LEIDAS
005460         MOVE "N" TO WS-SW-BALANCEA
005470     END-IF.
005480
005490     MOVE "POR MAYORIA DE EDAD" TO WS-LINEA-SECCION.
005500     MOVE WS-LINEA-SECCION TO REPORT-RECORD.
005510     WRITE REPORT-RECORD.
005520     MOVE "MAYORES DE EDAD" TO DET-DESCRIPCION.
005530     MOVE WS-CUENTA-MAYORES TO DET-CUENTA.
005540     MOVE WS-CUENTA-MAYORES TO WS-SUMA-CONTROL.
005550     PERFORM 5510-PORCENTAJE-DIRECTO THRU 5510-EXIT.
005560     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
005570     WRITE REPORT-RECORD.
005580     PERFORM 5600-DATO-DETALLE THRU 5600-EXIT.
005590     MOVE "MENORES DE EDAD" TO DET-DESCRIPCION.
005600     MOVE WS-CUENTA-MENORES TO DET-CUENTA.
005610     MOVE WS-CUENTA-MENORES TO WS-SUMA-CONTROL.
005620     PERFORM 5510-PORCENTAJE-DIRECTO THRU 5510-EXIT.
005630     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
005640     WRITE REPORT-RECORD.
005650     PERFORM 5600-DATO-DETALLE THRU 5600-EXIT.
005660     COMPUTE WS-SUMA-CONTROL =
005670         WS-CUENTA-MAYORES + WS-CUENTA-MENORES.
005680     IF WS-SUMA-CONTROL NOT = WS-CUENTA-LEIDAS
005690         MOVE "N" TO WS-SW-BALANCEA
005700     END-IF.
005710
005720     MOVE "POR SUCURSAL" TO WS-LINEA-SECCION.
005730     MOVE WS-LINEA-SECCION TO REPORT-RECORD.
005740     WRITE REPORT-RECORD.
005750     MOVE ZERO TO WS-SUMA-CONTROL.
005760     PERFORM 5300-ESCRIBIR-SUCURSAL THRU 5300-EXIT
005770         VARYING WS-IDX-SUC FROM 1 BY 1
005780             UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES.
005790     IF WS-SUMA-CONTROL NOT = WS-CUENTA-LEIDAS
005800         MOVE "N" TO WS-SW-BALANCEA
005810     END-IF.
005820
005830     MOVE WS-CUENTA-LEIDAS TO TOT-CUENTA.
005840     MOVE WS-LINEA-TOTAL TO REPORT-RECORD.
005850     WRITE REPORT-RECORD.
005860     MOVE "D" TO RSVC-FUNCION.
005870     MOVE SPACES TO RSVC-LINEA.
005880     STRING "TOTAL,," WS-CUENTA-LEIDAS ",100.00"
005890         DELIMITED BY SIZE INTO RSVC-LINEA.
005900     CALL "reporte_svc" USING RSVC-AREA.
005910     IF TOTALES-BALANCEAN
005920         MOVE "CONTROL DE TOTALES: BALANCEA" TO REPORT-RECORD
005930     ELSE
005940         MOVE "CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
005950             TO REPORT-RECORD
005960     END-IF.
005970     WRITE REPORT-RECORD.
005980 5000-EXIT.
005990     EXIT.
006000
006010 5100-ESCRIBIR-CLASIF.
006020     MOVE CLAS-DESCRIPCION(WS-IDX-CARGA) TO DET-DESCRIPCION.
006030     MOVE WS-CUENTA-POR-CLASIF(WS-IDX-CARGA) TO DET-CUENTA.
006040     ADD WS-CUENTA-POR-CLASIF(WS-IDX-CARGA) TO WS-SUMA-CONTROL.
006050     MOVE WS-CUENTA-POR-CLASIF(WS-IDX-CARGA) TO
006060         WS-CUENTA-TRABAJO.
006070     PERFORM 5520-PORCENTAJE-DE-CUENTA THRU 5520-EXIT.
006080     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
006090     WRITE REPORT-RECORD.
006100     PERFORM 5600-DATO-DETALLE THRU 5600-EXIT.
006110 5100-EXIT.
006120     EXIT.
006130
006140 5200-ESCRIBIR-BANDA.
006150     MOVE BANDA-DESCRIPCION(WS-IDX-CARGA) TO DET-DESCRIPCION.
006160     MOVE WS-CUENTA-POR-BANDA(WS-IDX-CARGA) TO DET-CUENTA.
006170     ADD WS-CUENTA-POR-BANDA(WS-IDX-CARGA) TO WS-SUMA-CONTROL.
006180     MOVE WS-CUENTA-POR-BANDA(WS-IDX-CARGA) TO
006190         WS-CUENTA-TRABAJO.
006200     PERFORM 5520-PORCENTAJE-DE-CUENTA THRU 5520-EXIT.
006210     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
006220     WRITE REPORT-RECORD.
006230     PERFORM 5600-DATO-DETALLE THRU 5600-EXIT.
006240 5200-EXIT.
006250     EXIT.
006260
006270 5300-ESCRIBIR-SUCURSAL.
006280     MOVE SPACES TO DET-DESCRIPCION.
006290     STRING "SUCURSAL " SUC-CODIGO(WS-IDX-SUC)
006300         DELIMITED BY SIZE INTO DET-DESCRIPCION.
006310     MOVE SUC-CUENTA(WS-IDX-SUC) TO DET-CUENTA.
006320     MOVE SUC-CODIGO(WS-IDX-SUC) TO VSU-CODIGO.
006330     CALL "validar_sucursal" USING VSU-AREA.
006340     MOVE VSU-NOMBRE TO DET-NOMBRE.
006350     ADD SUC-CUENTA(WS-IDX-SUC) TO WS-SUMA-CONTROL.
006360     MOVE SUC-CUENTA(WS-IDX-SUC) TO WS-CUENTA-TRABAJO.
006370     PERFORM 5520-PORCENTAJE-DE-CUENTA THRU 5520-EXIT.
006380     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
006390     WRITE REPORT-RECORD.
006400     MOVE SPACES TO DET-NOMBRE.
006410     PERFORM 5600-DATO-DETALLE THRU 5600-EXIT.
006420 5300-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460* 5500/5510/5520 - PORCENTAJE SOBRE EL TOTAL DE PERSONAS LEIDAS,
006470*     PROTEGIDO CONTRA UN MAESTRO VACIO
006480******************************************************************
006490 5500-CALCULAR-PORCENTAJE.
006500     IF WS-CUENTA-LEIDAS = ZERO
006510         MOVE ZERO TO WS-PORCENTAJE
006520     ELSE
006530         COMPUTE WS-PORCENTAJE ROUNDED =
006540             WS-CUENTA-SIN-CLASIF * 100 / WS-CUENTA-LEIDAS
006550     END-IF.
006560     MOVE WS-PORCENTAJE TO DET-PORCENTAJE.
006570 5500-EXIT.
006580     EXIT.
006590
006600 5510-PORCENTAJE-DIRECTO.
006610     IF WS-CUENTA-LEIDAS = ZERO
006620         MOVE ZERO TO WS-PORCENTAJE
006630     ELSE
006640         COMPUTE WS-PORCENTAJE ROUNDED =
006650             WS-SUMA-CONTROL * 100 / WS-CUENTA-LEIDAS
006660     END-IF.
006670     MOVE WS-PORCENTAJE TO DET-PORCENTAJE.
006680 5510-EXIT.
006690     EXIT.
006700
006710 5520-PORCENTAJE-DE-CUENTA.
006720     IF WS-CUENTA-LEIDAS = ZERO
006730         MOVE ZERO TO WS-PORCENTAJE
006740     ELSE
006750         COMPUTE WS-PORCENTAJE ROUNDED =
006760             WS-CUENTA-TRABAJO * 100 / WS-CUENTA-LEIDAS
006770     END-IF.
006780     MOVE WS-PORCENTAJE TO DET-PORCENTAJE.
006790 5520-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830* 5600-DATO-DETALLE - LA LINEA DE DETALLE RECIEN IMPRESA, CON SU
006840*     SECCION, AL ARCHIVO DE DATOS
006850******************************************************************
006860 5600-DATO-DETALLE.
006870     MOVE DET-CUENTA TO WS-DATO-CUENTA.
006880     MOVE WS-PORCENTAJE TO WS-DATO-PCT.
006890     MOVE "D" TO RSVC-FUNCION.
006900     MOVE SPACES TO RSVC-LINEA.
006910     STRING WS-LINEA-SECCION DELIMITED BY "  "
006920             "," DELIMITED BY SIZE
006930             DET-DESCRIPCION DELIMITED BY "  "
006940             "," WS-DATO-CUENTA "," WS-DATO-PCT
006950             DELIMITED BY SIZE
006960         INTO RSVC-LINEA.
006970     CALL "reporte_svc" USING RSVC-AREA.
006980 5600-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 8000-GRABAR-HISTORIA - AGREGA EL RESUMEN DEL DIA AL HISTORIAL
007030*     ACUMULATIVO DEMOGHIST (UNA LINEA POR CLASIFICACION, POR
007040*     BANDA Y POR MAYORIA), LA BASE DEL REPORTE COMPARATIVO
007050*     DEMOG_TENDENCIA - ASI LOS NUMEROS DEL DIA DEJAN DE
007060*     PERDERSE CUANDO SE ARCHIVA EL IMPRESO
007070******************************************************************
007080 8000-GRABAR-HISTORIA.
007090     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
007100     OPEN EXTEND DEMOGHIST-FILE.
007110     IF WS-DHIS-STATUS NOT = "00"
007120         OPEN OUTPUT DEMOGHIST-FILE
007130     END-IF.
007140     PERFORM 8100-GRABAR-CLASIF THRU 8100-EXIT
007150         VARYING WS-IDX-CARGA FROM 1 BY 1
007160             UNTIL WS-IDX-CARGA > WS-CANT-CLASIF-CARGADAS.
007170     PERFORM 8200-GRABAR-BANDA THRU 8200-EXIT
007180         VARYING WS-IDX-CARGA FROM 1 BY 1
007190             UNTIL WS-IDX-CARGA > WS-CANT-BANDAS.
007200     MOVE SPACES TO DEMOGHIST-RECORD.
007210     MOVE WS-FECHA-NUMERICA TO DHIS-FECHA.
007220     MOVE "M" TO DHIS-TIPO.
007230     MOVE "MAYORES DE EDAD" TO DHIS-CLAVE.
007240     MOVE WS-CUENTA-MAYORES TO DHIS-CUENTA.
007250     WRITE DEMOGHIST-RECORD.
007260     MOVE SPACES TO DEMOGHIST-RECORD.
007270     MOVE WS-FECHA-NUMERICA TO DHIS-FECHA.
007280     MOVE "M" TO DHIS-TIPO.
007290     MOVE "MENORES DE EDAD" TO DHIS-CLAVE.
007300     MOVE WS-CUENTA-MENORES TO DHIS-CUENTA.
007310     WRITE DEMOGHIST-RECORD.
007320     CLOSE DEMOGHIST-FILE.
007330 8000-EXIT.
007340     EXIT.
007350
007360 8100-GRABAR-CLASIF.
007370     MOVE SPACES TO DEMOGHIST-RECORD.
007380     MOVE WS-FECHA-NUMERICA TO DHIS-FECHA.
007390     MOVE "C" TO DHIS-TIPO.
007400     MOVE CLAS-DESCRIPCION(WS-IDX-CARGA) TO DHIS-CLAVE.
007410     MOVE WS-CUENTA-POR-CLASIF(WS-IDX-CARGA) TO DHIS-CUENTA.
007420     WRITE DEMOGHIST-RECORD.
007430 8100-EXIT.
007440     EXIT.
007450
007460 8200-GRABAR-BANDA.
007470     MOVE SPACES TO DEMOGHIST-RECORD.
007480     MOVE WS-FECHA-NUMERICA TO DHIS-FECHA.
007490     MOVE "B" TO DHIS-TIPO.
007500     MOVE BANDA-DESCRIPCION(WS-IDX-CARGA) TO DHIS-CLAVE.
007510     MOVE WS-CUENTA-POR-BANDA(WS-IDX-CARGA) TO DHIS-CUENTA.
007520     WRITE DEMOGHIST-RECORD.
007530 8200-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570* 9000-TERMINAR - CIERRA TODO Y REGISTRA LA CORRIDA EN LA
007580*     AUDITORIA COMPARTIDA
007590******************************************************************
007600 9000-TERMINAR.
007610     CLOSE PERSONA-FILE.
007620     CLOSE REPORT-FILE.
007630     MOVE "C" TO RSVC-FUNCION.
007640     CALL "reporte_svc" USING RSVC-AREA.
007650     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
007660     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007670     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
007680     MOVE WS-CUENTA-LEIDAS TO WS-CATG-CANTIDAD.
007690     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007700             WS-CATG-CANTIDAD.
007710     DISPLAY " RESUMEN DEMOGRAFICO GENERADO: " WS-CUENTA-LEIDAS
007720         " PERSONA(S)".
007730 9000-EXIT.
007740     EXIT.
007750
007760 END PROGRAM PersonaDemog.
