000310* MODIFICATION HISTORY
000320* DATE       INIT DESCRIPTION
000330* 2026-09-01 RW   INITIAL VERSION.
000340* 2026-10-15 RW   LANZALOG SE LEE CON SU LARGO ACTUAL DE 88
000350*                 (ACCION, ENTRADA DEL RUNBOOK Y SUPERVISOR).
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. actividad_operador.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT LANZALOG-FILE ASSIGN TO "LANZALOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-LNZ-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  LANZALOG-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 88 CHARACTERS.
000520 01  LANZALOG-RECORD.
000530     05  LNZ-TIMESTAMP           PIC X(21).
000540     05  FILLER                  PIC X(01).
000550     05  LNZ-OPERADOR            PIC X(08).
000560     05  FILLER                  PIC X(01).
000570     05  LNZ-PASO                PIC 9(02).
000580     05  FILLER                  PIC X(01).
000590     05  LNZ-PROGRAMA            PIC X(20).
000600     05  FILLER                  PIC X(01).
000610     05  LNZ-ACCION              PIC X(01).
000620     05  FILLER                  PIC X(01).
000630     05  LNZ-RUNBOOK             PIC X(22).
000640     05  FILLER                  PIC X(01).
000650     05  LNZ-SUPERVISOR          PIC X(08).
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-LNZ-STATUS               PIC X(02).
000690 01  WS-FECHA-HOY                PIC X(08).
000700 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000710 01  WS-MES-ACTUAL               PIC 9(06).
000720 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
000730 01  WS-CATG-ARCHIVO             PIC X(21).
000740 01  WS-CATG-PROGRAMA            PIC X(20)
000750         VALUE "actividad_operador".
000760 01  WS-CATG-CANTIDAD            PIC 9(07).
000770
000780 01  WS-EOF-LNZ                  PIC X(01) VALUE "N".
000790     88  FIN-BITACORA            VALUE "S".
000800
000810*----------------------------------------------------------------
000820*    PROGRAMAS QUE CUENTAN COMO MANTENIMIENTO (TOCAN DATOS);
000830*    TODO LO DEMAS SE CUENTA COMO CONSULTA O CONTROL
000840*----------------------------------------------------------------
000850 01  WS-TABLA-MANT-LIT.
000860     05  FILLER PIC X(20) VALUE "PersonaMant".
000870     05  FILLER PIC X(20) VALUE "PersonaAprob".
000880     05  FILLER PIC X(20) VALUE "ClasifMant".
000890     05  FILLER PIC X(20) VALUE "suspenso_mant".
000900     05  FILLER PIC X(20) VALUE "reten_legal".
000910     05  FILLER PIC X(20) VALUE "PersonaReclas".
000920     05  FILLER PIC X(20) VALUE "PersonaImport".
000930     05  FILLER PIC X(20) VALUE "PersonaMerge".
000940 01  TABLA-MANTENIMIENTO REDEFINES WS-TABLA-MANT-LIT.
000950     05  MANT-PROGRAMA OCCURS 8 TIMES PIC X(20).
000960 77  WS-IDX-MANT                 PIC 9(02) COMP.
000970 01  WS-SW-MANT                  PIC X(01).
000980     88  ES-MANTENIMIENTO        VALUE "S".
000990
001000*----------------------------------------------------------------
001010*    SESIONES POR OPERADOR Y DIA (DEL PRIMER AL ULTIMO
001020*    LANZAMIENTO DE ESE DIA)
001030*----------------------------------------------------------------
001040 01  WS-MAX-SESIONES             PIC 9(03) VALUE 300.
001050 01  WS-CANT-SESIONES            PIC 9(03) VALUE ZERO.
001060 01  TABLA-SESIONES.
001070     05  SES-ENTRADA OCCURS 300 TIMES.
001080         10  SES-OPERADOR        PIC X(08).
001090         10  SES-FECHA           PIC 9(08).
001100         10  SES-HORA-INI        PIC X(06).
001110         10  SES-HORA-FIN        PIC X(06).
001120         10  SES-LANZADAS        PIC 9(03).
001130         10  SES-MANT            PIC 9(03).
001140         10  SES-CONSULTAS       PIC 9(03).
001150         10  SES-FUERA-HORARIO   PIC 9(03).
001160 77  WS-IDX-SES                  PIC 9(03) COMP.
001170 01  WS-SW-SESION                PIC X(01).
001180     88  SESION-HALLADA          VALUE "S".
001190
001200*----------------------------------------------------------------
001210*    TOTALES POR OPERADOR
001220*----------------------------------------------------------------
001230 01  WS-MAX-OPERADORES           PIC 9(02) VALUE 20.
001240 01  WS-CANT-OPERADORES          PIC 9(02) VALUE ZERO.
001250 01  TABLA-OPERADORES.
001260     05  OPE-ENTRADA OCCURS 20 TIMES.
001270         10  OPE-NOMBRE          PIC X(08).
001280         10  OPE-SESIONES        PIC 9(03).
001290         10  OPE-LANZADAS        PIC 9(04).
001300         10  OPE-MANT            PIC 9(04).
001310         10  OPE-CONSULTAS       PIC 9(04).
001320         10  OPE-FUERA           PIC 9(04).
001330 77  WS-IDX-OPE                  PIC 9(02) COMP.
001340 01  WS-SW-OPERADOR              PIC X(01).
001350     88  OPERADOR-HALLADO        VALUE "S".
001360
001370*----------------------------------------------------------------
001380*    CAMPOS DE TRABAJO DEL TIMESTAMP Y LA DURACION
001390*----------------------------------------------------------------
001400 01  WS-FECHA-LANZ               PIC 9(08).
001410 01  WS-HORA-LANZ                PIC X(06).
001420 01  WS-HORA-HH                  PIC 9(02).
001430 01  WS-SEG-INI                  PIC 9(05) COMP.
001440 01  WS-SEG-FIN                  PIC 9(05) COMP.
001450 01  WS-MINUTOS                  PIC 9(04).
001460 01  WS-HORA-PARTES.
001470     05  WS-HP-HH                PIC 9(02).
001480     05  WS-HP-MM                PIC 9(02).
001490     05  WS-HP-SS                PIC 9(02).
001500
001510*----------------------------------------------------------------
001520*    LINEAS DEL REPORTE (REPORTE_SVC)
001530*----------------------------------------------------------------
001540 01  RSVC-AREA.
001550     05  RSVC-FUNCION            PIC X(01).
001560     05  RSVC-ARCHIVO            PIC X(21).
001570     05  RSVC-TITULO             PIC X(40).
001580     05  RSVC-LINEA              PIC X(132).
001590     05  RSVC-CANT-LINEAS        PIC 9(07).
001600 01  WS-LINEA-OPERADOR.
001610     05  FILLER                  PIC X(09)
001620             VALUE "OPERADOR ".
001630     05  LOP-NOMBRE              PIC X(08).
001640     05  FILLER                  PIC X(07) VALUE "  SES ".
001650     05  LOP-SESIONES            PIC ZZ9.
001660     05  FILLER                  PIC X(12)
001670             VALUE "  LANZADAS ".
001680     05  LOP-LANZADAS            PIC ZZZ9.
001690     05  FILLER                  PIC X(07) VALUE "  MANT ".
001700     05  LOP-MANT                PIC ZZZ9.
001710     05  FILLER                  PIC X(11)
001720             VALUE "  CONSULTA ".
001730     05  LOP-CONSULTAS           PIC ZZZ9.
001740     05  FILLER                  PIC X(15)
001750             VALUE "  FUERA HORARIO".
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  LOP-FUERA               PIC ZZZ9.
001780     05  FILLER                  PIC X(42) VALUE SPACES.
001790 01  WS-LINEA-SESION.
001800     05  FILLER                  PIC X(03) VALUE SPACES.
001810     05  LSE-FECHA               PIC 9(08).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  LSE-HORA-INI            PIC X(06).
001840     05  FILLER                  PIC X(03) VALUE " - ".
001850     05  LSE-HORA-FIN            PIC X(06).
001860     05  FILLER                  PIC X(07) VALUE "  DUR ".
001870     05  LSE-MINUTOS             PIC ZZZ9.
001880     05  FILLER                  PIC X(04) VALUE " MIN".
001890     05  FILLER                  PIC X(09) VALUE "  LANZ ".
001900     05  LSE-LANZADAS            PIC ZZ9.
001910     05  FILLER                  PIC X(10) VALUE SPACES.
001920     05  LSE-MARCA               PIC X(17).
001930     05  FILLER                  PIC X(54) VALUE SPACES.
001940 01  WS-LINEA-TRAILER.
001950     05  TRA-ETIQUETA            PIC X(35).
001960     05  TRA-VALOR               PIC ZZZ,ZZ9.
001970     05  FILLER                  PIC X(90) VALUE SPACES.
001980 01  WS-TOTAL-LANZADAS           PIC 9(05) VALUE ZERO.
001990
002000*----------------------------------------------------------------
002010*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002020*----------------------------------------------------------------
002030 01  WS-AUDT-PROGRAMA            PIC X(20)
002040         VALUE "actividad_operador".
002050 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002060
002070 PROCEDURE DIVISION.
002080
002090******************************************************************
002100* 0000-MAINLINE
002110******************************************************************
002120 0000-MAINLINE.
002130     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002140     PERFORM 2000-RECORRER-BITACORA THRU 2000-EXIT.
002150     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002160     GOBACK.
002170
002180******************************************************************
002190* 1000-INICIALIZAR - MES DE NEGOCIO BAJO ANALISIS
002200******************************************************************
002210 1000-INICIALIZAR.
002220     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002230     MOVE WS-FECHA-HOY(1:6) TO WS-MES-ACTUAL.
002240 1000-EXIT.
002250     EXIT.
002260
002270******************************************************************
002280* 2000-RECORRER-BITACORA - ACUMULA CADA LANZAMIENTO DEL MES EN
002290*     SU SESION (OPERADOR + DIA) Y EN SU OPERADOR
002300******************************************************************
002310 2000-RECORRER-BITACORA.
002320     OPEN INPUT LANZALOG-FILE.
002330     IF WS-LNZ-STATUS NOT = "00"
002340         DISPLAY "SIN BITACORA LANZALOG: NADA QUE REPORTAR."
002350         GO TO 2000-EXIT
002360     END-IF.
002370     PERFORM 2100-LEER-LANZAMIENTO THRU 2100-EXIT
002380         UNTIL FIN-BITACORA.
002390     CLOSE LANZALOG-FILE.
002400 2000-EXIT.
002410     EXIT.
002420
002430 2100-LEER-LANZAMIENTO.
002440     READ LANZALOG-FILE
002450         AT END
002460             SET FIN-BITACORA TO TRUE
002470         NOT AT END
002480             IF LNZ-TIMESTAMP(1:6) = WS-MES-ACTUAL
002490                     AND LNZ-TIMESTAMP(1:8) IS NUMERIC
002500                 PERFORM 2200-ACUMULAR-LANZAMIENTO THRU 2200-EXIT
002510             END-IF
002520     END-READ.
002530 2100-EXIT.
002540     EXIT.
002550
002560 2200-ACUMULAR-LANZAMIENTO.
002570     MOVE LNZ-TIMESTAMP(1:8) TO WS-FECHA-LANZ.
002580     MOVE LNZ-TIMESTAMP(9:6) TO WS-HORA-LANZ.
002590     MOVE WS-HORA-LANZ(1:2) TO WS-HORA-HH.
002600     PERFORM 2300-UBICAR-SESION THRU 2300-EXIT.
002610     PERFORM 2400-UBICAR-OPERADOR THRU 2400-EXIT.
002620     ADD 1 TO SES-LANZADAS(WS-IDX-SES).
002630     ADD 1 TO OPE-LANZADAS(WS-IDX-OPE).
002640     ADD 1 TO WS-TOTAL-LANZADAS.
002650     IF WS-HORA-LANZ < SES-HORA-INI(WS-IDX-SES)
002660         MOVE WS-HORA-LANZ TO SES-HORA-INI(WS-IDX-SES)
002670     END-IF.
002680     IF WS-HORA-LANZ > SES-HORA-FIN(WS-IDX-SES)
002690         MOVE WS-HORA-LANZ TO SES-HORA-FIN(WS-IDX-SES)
002700     END-IF.
002710     PERFORM 2500-CLASIFICAR-PROGRAMA THRU 2500-EXIT.
002720     IF ES-MANTENIMIENTO
002730         ADD 1 TO SES-MANT(WS-IDX-SES)
002740         ADD 1 TO OPE-MANT(WS-IDX-OPE)
002750     ELSE
002760         ADD 1 TO SES-CONSULTAS(WS-IDX-SES)
002770         ADD 1 TO OPE-CONSULTAS(WS-IDX-OPE)
002780     END-IF.
002790     IF WS-HORA-HH < 07 OR WS-HORA-HH >= 20
002800         ADD 1 TO SES-FUERA-HORARIO(WS-IDX-SES)
002810         ADD 1 TO OPE-FUERA(WS-IDX-OPE)
002820     END-IF.
002830 2200-EXIT.
002840     EXIT.
002850
002860 2300-UBICAR-SESION.
002870     MOVE "N" TO WS-SW-SESION.
002880     PERFORM 2310-BUSCAR-SESION THRU 2310-EXIT
002890         VARYING WS-IDX-SES FROM 1 BY 1
002900             UNTIL WS-IDX-SES > WS-CANT-SESIONES
002910                 OR SESION-HALLADA.
002920     IF NOT SESION-HALLADA
002930         IF WS-CANT-SESIONES >= WS-MAX-SESIONES
002940             MOVE WS-CANT-SESIONES TO WS-IDX-SES
002950             GO TO 2300-EXIT
002960         END-IF
002970         ADD 1 TO WS-CANT-SESIONES
002980         MOVE WS-CANT-SESIONES TO WS-IDX-SES
002990         MOVE LNZ-OPERADOR TO SES-OPERADOR(WS-IDX-SES)
003000         MOVE WS-FECHA-LANZ TO SES-FECHA(WS-IDX-SES)
003010         MOVE WS-HORA-LANZ TO SES-HORA-INI(WS-IDX-SES)
003020         MOVE WS-HORA-LANZ TO SES-HORA-FIN(WS-IDX-SES)
003030         MOVE ZERO TO SES-LANZADAS(WS-IDX-SES)
003040         MOVE ZERO TO SES-MANT(WS-IDX-SES)
003050         MOVE ZERO TO SES-CONSULTAS(WS-IDX-SES)
003060         MOVE ZERO TO SES-FUERA-HORARIO(WS-IDX-SES)
003070     END-IF.
003080 2300-EXIT.
003090     EXIT.
003100
003110 2310-BUSCAR-SESION.
003120     IF SES-OPERADOR(WS-IDX-SES) = LNZ-OPERADOR
003130             AND SES-FECHA(WS-IDX-SES) = WS-FECHA-LANZ
003140         SET SESION-HALLADA TO TRUE
003150         SUBTRACT 1 FROM WS-IDX-SES
003160     END-IF.
003170 2310-EXIT.
003180     EXIT.
003190
003200 2400-UBICAR-OPERADOR.
003210     MOVE "N" TO WS-SW-OPERADOR.
003220     PERFORM 2410-BUSCAR-OPERADOR THRU 2410-EXIT
003230         VARYING WS-IDX-OPE FROM 1 BY 1
003240             UNTIL WS-IDX-OPE > WS-CANT-OPERADORES
003250                 OR OPERADOR-HALLADO.
003260     IF NOT OPERADOR-HALLADO
003270         IF WS-CANT-OPERADORES >= WS-MAX-OPERADORES
003280             MOVE WS-CANT-OPERADORES TO WS-IDX-OPE
003290             GO TO 2400-EXIT
003300         END-IF
003310         ADD 1 TO WS-CANT-OPERADORES
003320         MOVE WS-CANT-OPERADORES TO WS-IDX-OPE
003330         MOVE LNZ-OPERADOR TO OPE-NOMBRE(WS-IDX-OPE)
003340         MOVE ZERO TO OPE-SESIONES(WS-IDX-OPE)
003350         MOVE ZERO TO OPE-LANZADAS(WS-IDX-OPE)
003360         MOVE ZERO TO OPE-MANT(WS-IDX-OPE)
003370         MOVE ZERO TO OPE-CONSULTAS(WS-IDX-OPE)
003380         MOVE ZERO TO OPE-FUERA(WS-IDX-OPE)
003390     END-IF.
003400 2400-EXIT.
003410     EXIT.
003420
003430 2410-BUSCAR-OPERADOR.
003440     IF OPE-NOMBRE(WS-IDX-OPE) = LNZ-OPERADOR
003450         SET OPERADOR-HALLADO TO TRUE
003460         SUBTRACT 1 FROM WS-IDX-OPE
003470     END-IF.
003480 2410-EXIT.
003490     EXIT.
003500
003510 2500-CLASIFICAR-PROGRAMA.
003520     MOVE "N" TO WS-SW-MANT.
003530     PERFORM 2510-COMPARAR-MANT THRU 2510-EXIT
003540         VARYING WS-IDX-MANT FROM 1 BY 1
003550             UNTIL WS-IDX-MANT > 8 OR ES-MANTENIMIENTO.
003560 2500-EXIT.
003570     EXIT.
003580
003590 2510-COMPARAR-MANT.
003600     IF MANT-PROGRAMA(WS-IDX-MANT) = LNZ-PROGRAMA
003610         SET ES-MANTENIMIENTO TO TRUE
003620     END-IF.
003630 2510-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 9000-TERMINAR - POR OPERADOR: TOTALES Y SUS SESIONES CON
003680*     DURACION; CIERRE Y CATALOGO
003690******************************************************************
003700 9000-TERMINAR.
003710     MOVE SPACES TO WS-DYN-REPORT-FILE.
003720     STRING "ACTIVIDAD." WS-MES-ACTUAL DELIMITED BY SIZE
003730         INTO WS-DYN-REPORT-FILE.
003740     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003750     MOVE "ACTIVIDAD MENSUAL DE OPERADORES" TO RSVC-TITULO.
003760     MOVE "A" TO RSVC-FUNCION.
003770     CALL "reporte_svc" USING RSVC-AREA.
003780     MOVE "E" TO RSVC-FUNCION.
003790     PERFORM 9050-CONTAR-SESIONES THRU 9050-EXIT
003800         VARYING WS-IDX-SES FROM 1 BY 1
003810             UNTIL WS-IDX-SES > WS-CANT-SESIONES.
003820     PERFORM 9100-ESCRIBIR-OPERADOR THRU 9100-EXIT
003830         VARYING WS-IDX-OPE FROM 1 BY 1
003840             UNTIL WS-IDX-OPE > WS-CANT-OPERADORES.
003850     MOVE SPACES TO RSVC-LINEA.
003860     CALL "reporte_svc" USING RSVC-AREA.
003870     MOVE SPACES TO WS-LINEA-TRAILER.
003880     MOVE "OPERADORES CON ACTIVIDAD..........." TO TRA-ETIQUETA.
003890     MOVE WS-CANT-OPERADORES TO TRA-VALOR.
003900     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003910     CALL "reporte_svc" USING RSVC-AREA.
003920     MOVE SPACES TO WS-LINEA-TRAILER.
003930     MOVE "LANZAMIENTOS DEL MES..............." TO TRA-ETIQUETA.
003940     MOVE WS-TOTAL-LANZADAS TO TRA-VALOR.
003950     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003960     CALL "reporte_svc" USING RSVC-AREA.
003970     MOVE "C" TO RSVC-FUNCION.
003980     CALL "reporte_svc" USING RSVC-AREA.
003990     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004000     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004010     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
004020             WS-CATG-CANTIDAD.
004030     MOVE WS-TOTAL-LANZADAS TO WS-AUDT-CANTIDAD.
004040     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004050     DISPLAY " ACTIVIDAD " WS-MES-ACTUAL ": "
004060         WS-CANT-OPERADORES " OPERADOR(ES), "
004070         WS-TOTAL-LANZADAS " LANZAMIENTO(S).".
004080 9000-EXIT.
004090     EXIT.
004100
004110 9050-CONTAR-SESIONES.
004120     PERFORM 9060-SUMAR-SESION THRU 9060-EXIT
004130         VARYING WS-IDX-OPE FROM 1 BY 1
004140             UNTIL WS-IDX-OPE > WS-CANT-OPERADORES.
004150 9050-EXIT.
004160     EXIT.
004170
004180 9060-SUMAR-SESION.
004190     IF OPE-NOMBRE(WS-IDX-OPE) = SES-OPERADOR(WS-IDX-SES)
004200         ADD 1 TO OPE-SESIONES(WS-IDX-OPE)
004210     END-IF.
004220 9060-EXIT.
004230     EXIT.
004240
004250 9100-ESCRIBIR-OPERADOR.
004260     MOVE OPE-NOMBRE(WS-IDX-OPE) TO LOP-NOMBRE.
004270     MOVE OPE-SESIONES(WS-IDX-OPE) TO LOP-SESIONES.
004280     MOVE OPE-LANZADAS(WS-IDX-OPE) TO LOP-LANZADAS.
004290     MOVE OPE-MANT(WS-IDX-OPE) TO LOP-MANT.
004300     MOVE OPE-CONSULTAS(WS-IDX-OPE) TO LOP-CONSULTAS.
004310     MOVE OPE-FUERA(WS-IDX-OPE) TO LOP-FUERA.
004320     MOVE WS-LINEA-OPERADOR TO RSVC-LINEA.
004330     CALL "reporte_svc" USING RSVC-AREA.
004340     PERFORM 9200-ESCRIBIR-SESION THRU 9200-EXIT
004350         VARYING WS-IDX-SES FROM 1 BY 1
004360             UNTIL WS-IDX-SES > WS-CANT-SESIONES.
004370     MOVE SPACES TO RSVC-LINEA.
004380     CALL "reporte_svc" USING RSVC-AREA.
004390 9100-EXIT.
004400     EXIT.
004410
004420 9200-ESCRIBIR-SESION.
004430     IF SES-OPERADOR(WS-IDX-SES) NOT = OPE-NOMBRE(WS-IDX-OPE)
004440         GO TO 9200-EXIT
004450     END-IF.
004460     MOVE SES-FECHA(WS-IDX-SES) TO LSE-FECHA.
004470     MOVE SES-HORA-INI(WS-IDX-SES) TO LSE-HORA-INI.
004480     MOVE SES-HORA-FIN(WS-IDX-SES) TO LSE-HORA-FIN.
004490     MOVE SES-HORA-INI(WS-IDX-SES) TO WS-HORA-PARTES.
004500     COMPUTE WS-SEG-INI = WS-HP-HH * 3600 + WS-HP-MM * 60
004510         + WS-HP-SS.
004520     MOVE SES-HORA-FIN(WS-IDX-SES) TO WS-HORA-PARTES.
004530     COMPUTE WS-SEG-FIN = WS-HP-HH * 3600 + WS-HP-MM * 60
004540         + WS-HP-SS.
004550     COMPUTE WS-MINUTOS = (WS-SEG-FIN - WS-SEG-INI) / 60.
004560     MOVE WS-MINUTOS TO LSE-MINUTOS.
004570     MOVE SES-LANZADAS(WS-IDX-SES) TO LSE-LANZADAS.
004580     IF SES-FUERA-HORARIO(WS-IDX-SES) > ZERO
004590         MOVE "** FUERA HORARIO" TO LSE-MARCA
004600     ELSE
004610         MOVE SPACES TO LSE-MARCA
004620     END-IF.
004630     MOVE WS-LINEA-SESION TO RSVC-LINEA.
004640     CALL "reporte_svc" USING RSVC-AREA.
004650 9200-EXIT.
004660     EXIT.
004670
004680 END PROGRAM actividad_operador.
