000290* MODIFICATION HISTORY
000300* DATE       INIT DESCRIPTION
000310* 2026-09-01 RW   INITIAL VERSION.
000320* 2026-10-15 RW   LOS MESES Y EL TOTAL TAMBIEN VAN AL ARCHIVO DE
000330*                 DATOS DE REPORTE_SVC (FUNCIONES T Y D).
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. cierre_periodo.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PARM-FILE ASSIGN TO "PERIOCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440
000450     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CAT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PARM-FILE
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 06 CHARACTERS.
000540 01  PARM-RECORD.
000550     05  PARM-TIPO               PIC X(01).
000560         88  PERIODO-TRIMESTRE   VALUE "T".
000570         88  PERIODO-ANUAL       VALUE "A".
000580     05  PARM-ANIO               PIC 9(04).
000590     05  PARM-TRIMESTRE          PIC 9(01).
000600
000610 FD  CATALOGO-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 59 CHARACTERS.
000640 01  CATALOGO-RECORD.
000650     05  CATG-FECHA              PIC 9(08).
000660     05  CATG-FECHA-X REDEFINES CATG-FECHA.
000670         10  CATG-AAAAMM         PIC 9(06).
000680         10  CATG-DD             PIC 9(02).
000690     05  FILLER                  PIC X(01).
000700     05  CATG-ARCHIVO            PIC X(21).
000710     05  FILLER                  PIC X(01).
000720     05  CATG-PROGRAMA           PIC X(20).
000730     05  FILLER                  PIC X(01).
000740     05  CATG-CANTIDAD           PIC 9(07).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-PARM-STATUS              PIC X(02).
000780 01  WS-CAT-STATUS               PIC X(02).
000790 01  WS-EOF-CAT                  PIC X(01) VALUE "N".
000800     88  FIN-CATALOGO            VALUE "S".
000810
000820*----------------------------------------------------------------
000830*    PERIODO PEDIDO (PERIOCTL) Y SU RANGO DE MESES
000840*----------------------------------------------------------------
000850 01  WS-SW-HAY-PEDIDO            PIC X(01) VALUE "N".
000860     88  HAY-PEDIDO              VALUE "S".
000870 01  WS-TIPO-PERIODO             PIC X(01).
000880 01  WS-ANIO                     PIC 9(04).
000890 01  WS-TRIMESTRE                PIC 9(01).
000900 01  WS-MES-DESDE                PIC 9(02).
000910 01  WS-MES-HASTA                PIC 9(02).
000920 01  WS-CANT-MESES               PIC 9(02).
000930 01  WS-MES-ACTUAL               PIC 9(06).
000940 01  WS-MES-ACTUAL-X REDEFINES WS-MES-ACTUAL.
000950     05  WS-MACT-AAAA            PIC 9(04).
000960     05  WS-MACT-MM              PIC 9(02).
000970
000980*----------------------------------------------------------------
000990*    ACUMULADORES POR MES DEL PERIODO (HASTA 12)
001000*----------------------------------------------------------------
001010 01  WS-TABLA-MESES.
001020     05  MES-ENTRADA OCCURS 12 TIMES.
001030         10  MES-AAAAMM          PIC 9(06).
001040         10  MES-VOLUMEN         PIC 9(09).
001050         10  MES-MOVIMIENTOS     PIC 9(09).
001060         10  MES-EXCEPCIONES     PIC 9(09).
001070 01  WS-IDX-MES                  PIC 9(02) COMP.
001080 01  WS-IDX-BUSCA                PIC 9(02) COMP.
001090 01  WS-FAMILIA-ACTUAL           PIC X(08).
001100 01  WS-VARIACION                PIC S9(09).
001110
001120*----------------------------------------------------------------
001130*    TOTALES DEL PERIODO
001140*----------------------------------------------------------------
001150 01  WS-TOTAL-VOLUMEN            PIC 9(09) VALUE ZERO.
001160 01  WS-TOTAL-MOVIMIENTOS        PIC 9(09) VALUE ZERO.
001170 01  WS-TOTAL-EXCEPCIONES        PIC 9(09) VALUE ZERO.
001180
001190*----------------------------------------------------------------
001200*    REPORTE POR EL SERVICIO COMPARTIDO
001210*----------------------------------------------------------------
001220 01  WS-FECHA-HOY                PIC X(08).
001230 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001240 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001250 01  RSVC-AREA.
001260     05  RSVC-FUNCION            PIC X(01).
001270     05  RSVC-ARCHIVO            PIC X(21).
001280     05  RSVC-TITULO             PIC X(40).
001290     05  RSVC-LINEA              PIC X(132).
001300     05  RSVC-CANT-LINEAS        PIC 9(07).
001310
001320 01  WS-LINEA-MES.
001330     05  FILLER                  PIC X(04) VALUE "MES ".
001340     05  LME-AAAAMM              PIC 9(06).
001350     05  FILLER                  PIC X(10)
001360             VALUE "  MAESTRO ".
001370     05  LME-VOLUMEN             PIC ZZZ,ZZZ,ZZ9.
001380     05  FILLER                  PIC X(06) VALUE " (VAR ".
001390     05  LME-VAR-VOLUMEN         PIC ---,---,--9.
001400     05  FILLER                  PIC X(08) VALUE ")  MOV ".
001410     05  LME-MOVIMIENTOS         PIC ZZZ,ZZZ,ZZ9.
001420     05  FILLER                  PIC X(06) VALUE " (VAR ".
001430     05  LME-VAR-MOV             PIC ---,---,--9.
001440     05  FILLER                  PIC X(09) VALUE ")  EXCEP ".
001450     05  LME-EXCEPCIONES         PIC ZZZ,ZZZ,ZZ9.
001460     05  FILLER                  PIC X(06) VALUE " (VAR ".
001470     05  LME-VAR-EXCEP           PIC ---,---,--9.
001480     05  FILLER                  PIC X(12) VALUE ")".
001490 01  WS-LINEA-TOTAL.
001500     05  FILLER                  PIC X(20)
001510             VALUE "TOTAL DEL PERIODO:  ".
001520     05  FILLER                  PIC X(08) VALUE "MAESTRO ".
001530     05  LTO-VOLUMEN             PIC ZZZ,ZZZ,ZZ9.
001540     05  FILLER                  PIC X(06) VALUE "  MOV ".
001550     05  LTO-MOVIMIENTOS         PIC ZZZ,ZZZ,ZZ9.
001560     05  FILLER                  PIC X(08) VALUE "  EXCEP ".
001570     05  LTO-EXCEPCIONES         PIC ZZZ,ZZZ,ZZ9.
001580     05  FILLER                  PIC X(57) VALUE SPACES.
001590 01  WS-DATO-VAR-VOLUMEN         PIC +9(09).
001600 01  WS-DATO-VAR-MOV             PIC +9(09).
001610 01  WS-DATO-VAR-EXCEP           PIC +9(09).
001620
001630*----------------------------------------------------------------
001640*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
001650*----------------------------------------------------------------
001660 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "cierre_periodo".
001670 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001680 01  WS-CATG-ARCHIVO             PIC X(21).
001690 01  WS-CATG-CANTIDAD            PIC 9(07).
001700
001710 PROCEDURE DIVISION.
001720
001730******************************************************************
001740* 0000-MAINLINE
001750******************************************************************
001760 0000-MAINLINE.
001770     PERFORM 1000-LEER-PEDIDO THRU 1000-EXIT.
001780     IF NOT HAY-PEDIDO
001790         DISPLAY "SIN TARJETA PERIOCTL (TIPO T/A + ANIO + "
001800             "TRIMESTRE). NADA QUE CONSOLIDAR."
001810         GOBACK
001820     END-IF.
001830     PERFORM 1500-PREPARAR-PERIODO THRU 1500-EXIT.
001840     PERFORM 2000-ACUMULAR-CATALOGO THRU 2000-EXIT.
001850     PERFORM 5000-ESCRIBIR-TENDENCIA THRU 5000-EXIT.
001860     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001870     GOBACK.
001880
001890******************************************************************
001900* 1000-LEER-PEDIDO - TARJETA PERIOCTL
001910******************************************************************
001920 1000-LEER-PEDIDO.
001930     OPEN INPUT PARM-FILE.
001940     IF WS-PARM-STATUS = "00"
001950         READ PARM-FILE
001960             NOT AT END
001970                 IF (PERIODO-TRIMESTRE OR PERIODO-ANUAL)
001980                         AND PARM-ANIO IS NUMERIC
001990                     SET HAY-PEDIDO TO TRUE
002000                     MOVE PARM-TIPO TO WS-TIPO-PERIODO
002010                     MOVE PARM-ANIO TO WS-ANIO
002020                     IF PARM-TRIMESTRE IS NUMERIC
002030                         MOVE PARM-TRIMESTRE TO WS-TRIMESTRE
002040                     ELSE
002050                         MOVE 1 TO WS-TRIMESTRE
002060                     END-IF
002070                 END-IF
002080         END-READ
002090         CLOSE PARM-FILE
002100     END-IF.
002110 1000-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 1500-PREPARAR-PERIODO - RANGO DE MESES Y TABLA DE ACUMULADORES
002160******************************************************************
002170 1500-PREPARAR-PERIODO.
002180     IF WS-TIPO-PERIODO = "A"
002190         MOVE 1 TO WS-MES-DESDE
002200         MOVE 12 TO WS-MES-HASTA
002210     ELSE
002220         IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
002230             MOVE 1 TO WS-TRIMESTRE
002240         END-IF
002250         COMPUTE WS-MES-DESDE = (WS-TRIMESTRE - 1) * 3 + 1
002260         COMPUTE WS-MES-HASTA = WS-TRIMESTRE * 3
002270     END-IF.
002280     COMPUTE WS-CANT-MESES = WS-MES-HASTA - WS-MES-DESDE + 1.
002290     MOVE WS-ANIO TO WS-MACT-AAAA.
002300     PERFORM 1510-PREPARAR-MES THRU 1510-EXIT
002310         VARYING WS-IDX-MES FROM 1 BY 1
002320             UNTIL WS-IDX-MES > WS-CANT-MESES.
002330     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002340     MOVE SPACES TO WS-DYN-REPORT-FILE.
002350     IF WS-TIPO-PERIODO = "A"
002360         STRING "PERIORPT." WS-ANIO DELIMITED BY SIZE
002370             INTO WS-DYN-REPORT-FILE
002380     ELSE
002390         STRING "PERIORPT." WS-ANIO "T" WS-TRIMESTRE
002400             DELIMITED BY SIZE
002410             INTO WS-DYN-REPORT-FILE
002420     END-IF.
002430     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
002440     IF WS-TIPO-PERIODO = "A"
002450         MOVE "CONSOLIDADO ANUAL" TO RSVC-TITULO
002460     ELSE
002470         MOVE "CONSOLIDADO TRIMESTRAL" TO RSVC-TITULO
002480     END-IF.
002490     MOVE "A" TO RSVC-FUNCION.
002500     CALL "reporte_svc" USING RSVC-AREA.
002510     MOVE "T" TO RSVC-FUNCION.
002520     MOVE SPACES TO RSVC-LINEA.
002530     STRING "MES,MAESTRO,VAR_MAESTRO,MOVIMIENTOS,VAR_MOVIMIENTOS,"
002540         "EXCEPCIONES,VAR_EXCEPCIONES" DELIMITED BY SIZE
002550         INTO RSVC-LINEA.
002560     CALL "reporte_svc" USING RSVC-AREA.
002570     MOVE "E" TO RSVC-FUNCION.
002580 1500-EXIT.
002590     EXIT.
002600
002610 1510-PREPARAR-MES.
002620     COMPUTE WS-MACT-MM = WS-MES-DESDE + WS-IDX-MES - 1.
002630     MOVE WS-MES-ACTUAL TO MES-AAAAMM(WS-IDX-MES).
002640     MOVE ZERO TO MES-VOLUMEN(WS-IDX-MES).
002650     MOVE ZERO TO MES-MOVIMIENTOS(WS-IDX-MES).
002660     MOVE ZERO TO MES-EXCEPCIONES(WS-IDX-MES).
002670 1510-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710* 2000-ACUMULAR-CATALOGO - UNA PASADA SOBRE EL CATALOGO SUMANDO
002720*     POR MES LAS CANTIDADES DE LAS FAMILIAS MAESTRO (VOLUMEN),
002730*     PERSMRPT (MOVIMIENTOS) Y EXCEPRPT (EXCEPCIONES)
002740******************************************************************
002750 2000-ACUMULAR-CATALOGO.
002760     OPEN INPUT CATALOGO-FILE.
002770     IF WS-CAT-STATUS NOT = "00"
002780         DISPLAY "NO HAY CATALOGO DE SALIDAS, NADA QUE "
002790             "CONSOLIDAR."
002800         GO TO 2000-EXIT
002810     END-IF.
002820     PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
002830         UNTIL FIN-CATALOGO.
002840     CLOSE CATALOGO-FILE.
002850 2000-EXIT.
002860     EXIT.
002870
002880 2100-LEER-ENTRADA.
002890     READ CATALOGO-FILE
002900         AT END
002910             SET FIN-CATALOGO TO TRUE
002920         NOT AT END
002930             PERFORM 2200-EVALUAR-ENTRADA THRU 2200-EXIT
002940     END-READ.
002950 2100-EXIT.
002960     EXIT.
002970
002980 2200-EVALUAR-ENTRADA.
002990     MOVE ZERO TO WS-IDX-MES.
003000     PERFORM 2210-BUSCAR-MES THRU 2210-EXIT
003010         VARYING WS-IDX-BUSCA FROM 1 BY 1
003020             UNTIL WS-IDX-BUSCA > WS-CANT-MESES
003030                 OR WS-IDX-MES > ZERO.
003040     IF WS-IDX-MES = ZERO
003050         GO TO 2200-EXIT
003060     END-IF.
003070     MOVE SPACES TO WS-FAMILIA-ACTUAL.
003080     UNSTRING CATG-ARCHIVO DELIMITED BY "."
003090         INTO WS-FAMILIA-ACTUAL.
003100     EVALUATE WS-FAMILIA-ACTUAL
003110         WHEN "MAESTRO"
003120             ADD CATG-CANTIDAD TO MES-VOLUMEN(WS-IDX-MES)
003130         WHEN "PERSMRPT"
003140             ADD CATG-CANTIDAD TO MES-MOVIMIENTOS(WS-IDX-MES)
003150         WHEN "EXCEPRPT"
003160             ADD CATG-CANTIDAD TO MES-EXCEPCIONES(WS-IDX-MES)
003170         WHEN OTHER
003180             CONTINUE
003190     END-EVALUATE.
003200 2200-EXIT.
003210     EXIT.
003220
003230 2210-BUSCAR-MES.
003240     IF MES-AAAAMM(WS-IDX-BUSCA) = CATG-AAAAMM
003250         MOVE WS-IDX-BUSCA TO WS-IDX-MES
003260     END-IF.
003270 2210-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310* 5000-ESCRIBIR-TENDENCIA - UNA LINEA POR MES CON LA VARIACION
003320*     CONTRA EL MES ANTERIOR DEL PERIODO, Y EL TOTAL AL PIE
003330******************************************************************
003340 5000-ESCRIBIR-TENDENCIA.
003350     PERFORM 5100-ESCRIBIR-MES THRU 5100-EXIT
003360         VARYING WS-IDX-MES FROM 1 BY 1
003370             UNTIL WS-IDX-MES > WS-CANT-MESES.
003380     MOVE WS-TOTAL-VOLUMEN TO LTO-VOLUMEN.
003390     MOVE WS-TOTAL-MOVIMIENTOS TO LTO-MOVIMIENTOS.
003400     MOVE WS-TOTAL-EXCEPCIONES TO LTO-EXCEPCIONES.
003410     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
003420     CALL "reporte_svc" USING RSVC-AREA.
003430     MOVE "D" TO RSVC-FUNCION.
003440     MOVE SPACES TO RSVC-LINEA.
003450     STRING "TOTAL," WS-TOTAL-VOLUMEN ",,"
003460             WS-TOTAL-MOVIMIENTOS ",," WS-TOTAL-EXCEPCIONES ","
003470             DELIMITED BY SIZE
003480         INTO RSVC-LINEA.
003490     CALL "reporte_svc" USING RSVC-AREA.
003500     MOVE "E" TO RSVC-FUNCION.
003510 5000-EXIT.
003520     EXIT.
003530
003540 5100-ESCRIBIR-MES.
003550     MOVE MES-AAAAMM(WS-IDX-MES) TO LME-AAAAMM.
003560     MOVE MES-VOLUMEN(WS-IDX-MES) TO LME-VOLUMEN.
003570     MOVE MES-MOVIMIENTOS(WS-IDX-MES) TO LME-MOVIMIENTOS.
003580     MOVE MES-EXCEPCIONES(WS-IDX-MES) TO LME-EXCEPCIONES.
003590     IF WS-IDX-MES = 1
003600         MOVE ZERO TO LME-VAR-VOLUMEN
003610         MOVE ZERO TO LME-VAR-MOV
003620         MOVE ZERO TO LME-VAR-EXCEP
003630         MOVE ZERO TO WS-DATO-VAR-VOLUMEN
003640         MOVE ZERO TO WS-DATO-VAR-MOV
003650         MOVE ZERO TO WS-DATO-VAR-EXCEP
003660     ELSE
003670         COMPUTE WS-VARIACION = MES-VOLUMEN(WS-IDX-MES)
003680             - MES-VOLUMEN(WS-IDX-MES - 1)
003690         MOVE WS-VARIACION TO LME-VAR-VOLUMEN
003700         MOVE WS-VARIACION TO WS-DATO-VAR-VOLUMEN
003710         COMPUTE WS-VARIACION = MES-MOVIMIENTOS(WS-IDX-MES)
003720             - MES-MOVIMIENTOS(WS-IDX-MES - 1)
003730         MOVE WS-VARIACION TO LME-VAR-MOV
003740         MOVE WS-VARIACION TO WS-DATO-VAR-MOV
003750         COMPUTE WS-VARIACION = MES-EXCEPCIONES(WS-IDX-MES)
003760             - MES-EXCEPCIONES(WS-IDX-MES - 1)
003770         MOVE WS-VARIACION TO LME-VAR-EXCEP
003780         MOVE WS-VARIACION TO WS-DATO-VAR-EXCEP
003790     END-IF.
003800     ADD MES-VOLUMEN(WS-IDX-MES) TO WS-TOTAL-VOLUMEN.
003810     ADD MES-MOVIMIENTOS(WS-IDX-MES) TO WS-TOTAL-MOVIMIENTOS.
003820     ADD MES-EXCEPCIONES(WS-IDX-MES) TO WS-TOTAL-EXCEPCIONES.
003830     MOVE WS-LINEA-MES TO RSVC-LINEA.
003840     CALL "reporte_svc" USING RSVC-AREA.
003850     MOVE "D" TO RSVC-FUNCION.
003860     MOVE SPACES TO RSVC-LINEA.
003870     STRING MES-AAAAMM(WS-IDX-MES) "," MES-VOLUMEN(WS-IDX-MES)
003880             "," WS-DATO-VAR-VOLUMEN
003890             "," MES-MOVIMIENTOS(WS-IDX-MES)
003900             "," WS-DATO-VAR-MOV
003910             "," MES-EXCEPCIONES(WS-IDX-MES)
003920             "," WS-DATO-VAR-EXCEP
003930             DELIMITED BY SIZE
003940         INTO RSVC-LINEA.
003950     CALL "reporte_svc" USING RSVC-AREA.
003960     MOVE "E" TO RSVC-FUNCION.
003970 5100-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010* 9000-TERMINAR - CIERRA EL REPORTE, AUDITORIA Y CATALOGO
004020******************************************************************
004030 9000-TERMINAR.
004040     MOVE "C" TO RSVC-FUNCION.
004050     CALL "reporte_svc" USING RSVC-AREA.
004060     MOVE WS-CANT-MESES TO WS-AUDT-CANTIDAD.
004070     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004080     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004090     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004100     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
004110             WS-CATG-CANTIDAD.
004120     DISPLAY " CONSOLIDADO DE " WS-CANT-MESES " MES(ES) EN "
004130         WS-DYN-REPORT-FILE.
004140 9000-EXIT.
004150     EXIT.
004160
004170 END PROGRAM cierre_periodo.
