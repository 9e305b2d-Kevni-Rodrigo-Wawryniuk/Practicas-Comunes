000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* 2026-09-01 RW   INITIAL VERSION.
000350* 2026-10-15 RW   LAS CAUSAS Y EL TOTAL TAMBIEN VAN AL ARCHIVO DE
000360*                 DATOS DE REPORTE_SVC (FUNCIONES T Y D).
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. excep_pareto.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT LOG-FILE ASSIGN DYNAMIC WS-NOMBRE-LOG
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-LOG-STATUS.
000470
000480     SELECT ERRCAT-FILE ASSIGN TO "ERRCAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CAT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  LOG-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 117 CHARACTERS.
000570 01  LOG-RECORD.
000580     05  ELOG-TIMESTAMP          PIC X(21).
000590     05  FILLER                  PIC X(01).
000600     05  ELOG-PROGRAMA           PIC X(20).
000610     05  FILLER                  PIC X(01).
000620     05  ELOG-CODIGO             PIC 9(04).
000630     05  FILLER                  PIC X(01).
000640     05  ELOG-MENSAJE            PIC X(59).
000650     05  FILLER                  PIC X(01).
000660     05  ELOG-OPERADOR           PIC X(08).
000670
000680 FD  ERRCAT-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 89 CHARACTERS.
000710 01  ERRCAT-RECORD.
000720     05  ECAT-PROGRAMA           PIC X(20).
000730     05  FILLER                  PIC X(01).
000740     05  ECAT-CODIGO             PIC 9(04).
000750     05  FILLER                  PIC X(01).
000760     05  ECAT-SEVERIDAD          PIC X(01).
000770     05  FILLER                  PIC X(01).
000780     05  ECAT-DESCRIPCION        PIC X(30).
000790     05  FILLER                  PIC X(01).
000800     05  ECAT-ACCION             PIC X(30).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-LOG-STATUS               PIC X(02).
000840 01  WS-CAT-STATUS               PIC X(02).
000850 01  WS-FECHA-HOY                PIC X(08).
000860 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000870 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
000880 01  WS-CATG-ARCHIVO             PIC X(21).
000890 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "excep_pareto".
000900 01  WS-CATG-CANTIDAD            PIC 9(07).
000910
000920 01  WS-EOF-LOG                  PIC X(01) VALUE "N".
000930     88  FIN-BITACORA            VALUE "S".
000940 01  WS-EOF-CAT                  PIC X(01) VALUE "N".
000950     88  FIN-ERRCAT              VALUE "S".
000960
000970*----------------------------------------------------------------
000980*    MESES BAJO ANALISIS (AAAAMM ACTUAL Y ANTERIOR) Y ARMADO DE
000990*    LOS NOMBRES ERRORLOG.AAAAMMDD DIA POR DIA
001000*----------------------------------------------------------------
001010 01  WS-MES-ACTUAL               PIC 9(06).
001020 01  WS-MES-PARTES REDEFINES WS-MES-ACTUAL.
001030     05  WS-MES-AAAA             PIC 9(04).
001040     05  WS-MES-MM               PIC 9(02).
001050 01  WS-MES-PREVIO               PIC 9(06).
001060 01  WS-MES-PREV-PARTES REDEFINES WS-MES-PREVIO.
001070     05  WS-PRV-AAAA             PIC 9(04).
001080     05  WS-PRV-MM               PIC 9(02).
001090 01  WS-MES-EN-CURSO             PIC 9(06).
001100 01  WS-NOMBRE-LOG               PIC X(21) VALUE SPACES.
001110 77  WS-IDX-DIA                  PIC 9(02) COMP.
001120 01  WS-DIA-EDITADO              PIC 9(02).
001130 01  WS-SW-MES-PREVIO            PIC X(01) VALUE "N".
001140     88  CONTANDO-MES-PREVIO     VALUE "S".
001150
001160*----------------------------------------------------------------
001170*    ACUMULADOR POR (PROGRAMA, CODIGO) CON LOS DOS MESES
001180*----------------------------------------------------------------
001190 01  WS-MAX-CAUSAS               PIC 9(03) VALUE 200.
001200 01  WS-CANT-CAUSAS              PIC 9(03) VALUE ZERO.
001210 01  TABLA-CAUSAS.
001220     05  CAU-ENTRADA OCCURS 200 TIMES.
001230         10  CAU-PROGRAMA        PIC X(20).
001240         10  CAU-CODIGO          PIC 9(04).
001250         10  CAU-ACTUAL          PIC 9(05).
001260         10  CAU-PREVIO          PIC 9(05).
001270 77  WS-IDX-CAUSA                PIC 9(03) COMP.
001280 01  WS-SW-HALLADA               PIC X(01) VALUE "N".
001290     88  CAUSA-HALLADA           VALUE "S".
001300 01  WS-TOTAL-ACTUAL             PIC 9(07) VALUE ZERO.
001310 01  WS-TOTAL-PREVIO             PIC 9(07) VALUE ZERO.
001320
001330*----------------------------------------------------------------
001340*    ORDEN PARETO (BURBUJA SOBRE LA TABLA, COMO EL MANIFIESTO
001350*    DE CORREO DE PERSONACARTA)
001360*----------------------------------------------------------------
001370 77  WS-SUB-I                    PIC 9(03) COMP.
001380 77  WS-SUB-J                    PIC 9(03) COMP.
001390 01  WS-ENTRADA-AUX.
001400     05  AUX-PROGRAMA            PIC X(20).
001410     05  AUX-CODIGO              PIC 9(04).
001420     05  AUX-ACTUAL              PIC 9(05).
001430     05  AUX-PREVIO              PIC 9(05).
001440
001450*----------------------------------------------------------------
001460*    CATALOGO ERRCAT EN MEMORIA PARA ENRIQUECER LAS LINEAS
001470*----------------------------------------------------------------
001480 01  WS-MAX-ERRCAT               PIC 9(02) VALUE 50.
001490 01  WS-CANT-ERRCAT              PIC 9(02) VALUE ZERO.
001500 01  TABLA-ERRCAT.
001510     05  CAT-ENTRADA OCCURS 50 TIMES.
001520         10  CAT-PROGRAMA        PIC X(20).
001530         10  CAT-CODIGO          PIC 9(04).
001540         10  CAT-DESCRIPCION     PIC X(30).
001550 77  WS-IDX-CAT                  PIC 9(02) COMP.
001560 01  WS-DESCRIPCION-HALLADA      PIC X(30).
001570
001580*----------------------------------------------------------------
001590*    LINEAS DEL REPORTE PARETO (REPORTE_SVC)
001600*----------------------------------------------------------------
001610 01  RSVC-AREA.
001620     05  RSVC-FUNCION            PIC X(01).
001630     05  RSVC-ARCHIVO            PIC X(21).
001640     05  RSVC-TITULO             PIC X(40).
001650     05  RSVC-LINEA              PIC X(132).
001660     05  RSVC-CANT-LINEAS        PIC 9(07).
001670 01  WS-LINEA-MESES.
001680     05  FILLER                  PIC X(14)
001690             VALUE "MES ANALIZADO ".
001700     05  LME-ACTUAL              PIC 9(06).
001710     05  FILLER                  PIC X(17)
001720             VALUE "  CONTRA EL MES  ".
001730     05  LME-PREVIO              PIC 9(06).
001740     05  FILLER                  PIC X(89) VALUE SPACES.
001750 01  WS-LINEA-CAUSA.
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  LCA-ORDEN               PIC ZZ9.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  LCA-PROGRAMA            PIC X(20).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  LCA-CODIGO              PIC 9(04).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  LCA-DESCRIPCION         PIC X(30).
001840     05  FILLER                  PIC X(05) VALUE "  MES".
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  LCA-ACTUAL              PIC ZZ,ZZ9.
001870     05  FILLER                  PIC X(06) VALUE "  ANT ".
001880     05  LCA-PREVIO              PIC ZZ,ZZ9.
001890     05  FILLER                  PIC X(07) VALUE "  ACUM ".
001900     05  LCA-ACUMULADO           PIC ZZ9.
001910     05  FILLER                  PIC X(02) VALUE " %".
001920     05  FILLER                  PIC X(06) VALUE SPACES.
001930     05  LCA-TENDENCIA           PIC X(07).
001940     05  FILLER                  PIC X(24) VALUE SPACES.
001950 01  WS-LINEA-TRAILER.
001960     05  TRA-ETIQUETA            PIC X(35).
001970     05  TRA-VALOR               PIC ZZZ,ZZ9.
001980     05  FILLER                  PIC X(90) VALUE SPACES.
001990 01  WS-ACUMULADO                PIC 9(07) VALUE ZERO.
002000 01  WS-PCT-ACUMULADO            PIC 9(03)V99.
002010 01  WS-DATO-ORDEN               PIC 9(03).
002020 01  WS-DATO-PCT                 PIC 9(03).
002030 01  WS-DATO-DESCRIPCION         PIC X(30).
002040
002050*----------------------------------------------------------------
002060*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002070*----------------------------------------------------------------
002080 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "excep_pareto".
002090 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002100
002110 PROCEDURE DIVISION.
002120
002130******************************************************************
002140* 0000-MAINLINE
002150******************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002180     MOVE "N" TO WS-SW-MES-PREVIO.
002190     MOVE WS-MES-ACTUAL TO WS-MES-EN-CURSO.
002200     PERFORM 2000-CONTAR-UN-DIA THRU 2000-EXIT
002210         VARYING WS-IDX-DIA FROM 1 BY 1
002220             UNTIL WS-IDX-DIA > 31.
002230     SET CONTANDO-MES-PREVIO TO TRUE.
002240     MOVE WS-MES-PREVIO TO WS-MES-EN-CURSO.
002250     PERFORM 2000-CONTAR-UN-DIA THRU 2000-EXIT
002260         VARYING WS-IDX-DIA FROM 1 BY 1
002270             UNTIL WS-IDX-DIA > 31.
002280     PERFORM 3000-ORDENAR-PARETO THRU 3000-EXIT.
002290     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002300     GOBACK.
002310
002320******************************************************************
002330* 1000-INICIALIZAR - DERIVA LOS DOS MESES DE LA FECHA DE NEGOCIO
002340*     Y CARGA EL CATALOGO ERRCAT
002350******************************************************************
002360 1000-INICIALIZAR.
002370     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002380     MOVE WS-FECHA-HOY(1:6) TO WS-MES-ACTUAL.
002390     MOVE WS-MES-ACTUAL TO WS-MES-PREVIO.
002400     IF WS-PRV-MM = 01
002410         SUBTRACT 1 FROM WS-PRV-AAAA
002420         MOVE 12 TO WS-PRV-MM
002430     ELSE
002440         SUBTRACT 1 FROM WS-PRV-MM
002450     END-IF.
002460     OPEN INPUT ERRCAT-FILE.
002470     IF WS-CAT-STATUS = "00"
002480         PERFORM 1100-CARGAR-ERRCAT THRU 1100-EXIT
002490             UNTIL FIN-ERRCAT
002500         CLOSE ERRCAT-FILE
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540
002550 1100-CARGAR-ERRCAT.
002560     READ ERRCAT-FILE
002570         AT END
002580             SET FIN-ERRCAT TO TRUE
002590         NOT AT END
002600             IF WS-CANT-ERRCAT < WS-MAX-ERRCAT
002610                     AND ECAT-CODIGO IS NUMERIC
002620                 ADD 1 TO WS-CANT-ERRCAT
002630                 MOVE ECAT-PROGRAMA TO
002640                     CAT-PROGRAMA(WS-CANT-ERRCAT)
002650                 MOVE ECAT-CODIGO TO
002660                     CAT-CODIGO(WS-CANT-ERRCAT)
002670                 MOVE ECAT-DESCRIPCION TO
002680                     CAT-DESCRIPCION(WS-CANT-ERRCAT)
002690             END-IF
002700     END-READ.
002710 1100-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750* 2000-CONTAR-UN-DIA - ABRE LA BITACORA DEL DIA (SI EXISTE) Y
002760*     ACUMULA SUS ENTRADAS EN LA TABLA DE CAUSAS
002770******************************************************************
002780 2000-CONTAR-UN-DIA.
002790     MOVE WS-IDX-DIA TO WS-DIA-EDITADO.
002800     MOVE SPACES TO WS-NOMBRE-LOG.
002810     STRING "ERRORLOG." WS-MES-EN-CURSO WS-DIA-EDITADO
002820         DELIMITED BY SIZE INTO WS-NOMBRE-LOG.
002830     MOVE "N" TO WS-EOF-LOG.
002840     OPEN INPUT LOG-FILE.
002850     IF WS-LOG-STATUS NOT = "00"
002860         GO TO 2000-EXIT
002870     END-IF.
002880     PERFORM 2100-LEER-BITACORA THRU 2100-EXIT
002890         UNTIL FIN-BITACORA.
002900     CLOSE LOG-FILE.
002910 2000-EXIT.
002920     EXIT.
002930
002940 2100-LEER-BITACORA.
002950     READ LOG-FILE
002960         AT END
002970             SET FIN-BITACORA TO TRUE
002980         NOT AT END
002990             PERFORM 2200-ACUMULAR-CAUSA THRU 2200-EXIT
003000     END-READ.
003010 2100-EXIT.
003020     EXIT.
003030
003040 2200-ACUMULAR-CAUSA.
003050     MOVE "N" TO WS-SW-HALLADA.
003060     PERFORM 2210-BUSCAR-CAUSA THRU 2210-EXIT
003070         VARYING WS-IDX-CAUSA FROM 1 BY 1
003080             UNTIL WS-IDX-CAUSA > WS-CANT-CAUSAS
003090                 OR CAUSA-HALLADA.
003100     IF NOT CAUSA-HALLADA
003110         IF WS-CANT-CAUSAS >= WS-MAX-CAUSAS
003120             GO TO 2200-EXIT
003130         END-IF
003140         ADD 1 TO WS-CANT-CAUSAS
003150         MOVE WS-CANT-CAUSAS TO WS-IDX-CAUSA
003160         MOVE ELOG-PROGRAMA TO CAU-PROGRAMA(WS-IDX-CAUSA)
003170         MOVE ELOG-CODIGO TO CAU-CODIGO(WS-IDX-CAUSA)
003180         MOVE ZERO TO CAU-ACTUAL(WS-IDX-CAUSA)
003190         MOVE ZERO TO CAU-PREVIO(WS-IDX-CAUSA)
003200     END-IF.
003210     IF CONTANDO-MES-PREVIO
003220         ADD 1 TO CAU-PREVIO(WS-IDX-CAUSA)
003230         ADD 1 TO WS-TOTAL-PREVIO
003240     ELSE
003250         ADD 1 TO CAU-ACTUAL(WS-IDX-CAUSA)
003260         ADD 1 TO WS-TOTAL-ACTUAL
003270     END-IF.
003280 2200-EXIT.
003290     EXIT.
003300
003310 2210-BUSCAR-CAUSA.
003320     IF CAU-PROGRAMA(WS-IDX-CAUSA) = ELOG-PROGRAMA
003330             AND CAU-CODIGO(WS-IDX-CAUSA) = ELOG-CODIGO
003340         SET CAUSA-HALLADA TO TRUE
003350         SUBTRACT 1 FROM WS-IDX-CAUSA
003360     END-IF.
003370 2210-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410* 3000-ORDENAR-PARETO - BURBUJA DESCENDENTE POR OCURRENCIAS DEL
003420*     MES ACTUAL (LA MISMA TECNICA DEL MANIFIESTO DE CORREO)
003430******************************************************************
003440 3000-ORDENAR-PARETO.
003450     IF WS-CANT-CAUSAS < 2
003460         GO TO 3000-EXIT
003470     END-IF.
003480     PERFORM 3100-PASADA-BURBUJA THRU 3100-EXIT
003490         VARYING WS-SUB-I FROM 1 BY 1
003500             UNTIL WS-SUB-I >= WS-CANT-CAUSAS.
003510 3000-EXIT.
003520     EXIT.
003530
003540 3100-PASADA-BURBUJA.
003550     PERFORM 3200-COMPARAR-VECINAS THRU 3200-EXIT
003560         VARYING WS-SUB-J FROM 1 BY 1
003570             UNTIL WS-SUB-J >= WS-CANT-CAUSAS.
003580 3100-EXIT.
003590     EXIT.
003600
003610 3200-COMPARAR-VECINAS.
003620     IF CAU-ACTUAL(WS-SUB-J) < CAU-ACTUAL(WS-SUB-J + 1)
003630         MOVE CAU-ENTRADA(WS-SUB-J) TO WS-ENTRADA-AUX
003640         MOVE CAU-ENTRADA(WS-SUB-J + 1) TO CAU-ENTRADA(WS-SUB-J)
003650         MOVE WS-ENTRADA-AUX TO CAU-ENTRADA(WS-SUB-J + 1)
003660     END-IF.
003670 3200-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 9000-TERMINAR - ESCRIBE EL PARETO CON TENDENCIA Y PORCENTAJE
003720*     ACUMULADO, CIERRA Y CATALOGA
003730******************************************************************
003740 9000-TERMINAR.
003750     MOVE SPACES TO WS-DYN-REPORT-FILE.
003760     STRING "PARETO." WS-MES-ACTUAL DELIMITED BY SIZE
003770         INTO WS-DYN-REPORT-FILE.
003780     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003790     MOVE "PARETO MENSUAL DE EXCEPCIONES" TO RSVC-TITULO.
003800     MOVE "A" TO RSVC-FUNCION.
003810     CALL "reporte_svc" USING RSVC-AREA.
003820     MOVE "T" TO RSVC-FUNCION.
003830     MOVE SPACES TO RSVC-LINEA.
003840     STRING "ORDEN,PROGRAMA,CODIGO,DESCRIPCION,MES,ANTERIOR,"
003850         "PCT_ACUMULADO,TENDENCIA" DELIMITED BY SIZE
003860         INTO RSVC-LINEA.
003870     CALL "reporte_svc" USING RSVC-AREA.
003880     MOVE "E" TO RSVC-FUNCION.
003890     MOVE WS-MES-ACTUAL TO LME-ACTUAL.
003900     MOVE WS-MES-PREVIO TO LME-PREVIO.
003910     MOVE WS-LINEA-MESES TO RSVC-LINEA.
003920     CALL "reporte_svc" USING RSVC-AREA.
003930     MOVE SPACES TO RSVC-LINEA.
003940     CALL "reporte_svc" USING RSVC-AREA.
003950     MOVE ZERO TO WS-ACUMULADO.
003960     PERFORM 9100-ESCRIBIR-CAUSA THRU 9100-EXIT
003970         VARYING WS-IDX-CAUSA FROM 1 BY 1
003980             UNTIL WS-IDX-CAUSA > WS-CANT-CAUSAS.
003990     MOVE SPACES TO RSVC-LINEA.
004000     CALL "reporte_svc" USING RSVC-AREA.
004010     MOVE "D" TO RSVC-FUNCION.
004020     MOVE SPACES TO RSVC-LINEA.
004030     STRING "TOTAL,,,," WS-TOTAL-ACTUAL "," WS-TOTAL-PREVIO
004040             ",100," DELIMITED BY SIZE
004050         INTO RSVC-LINEA.
004060     CALL "reporte_svc" USING RSVC-AREA.
004070     MOVE "E" TO RSVC-FUNCION.
004080     MOVE SPACES TO WS-LINEA-TRAILER.
004090     MOVE "EXCEPCIONES DEL MES................" TO TRA-ETIQUETA.
004100     MOVE WS-TOTAL-ACTUAL TO TRA-VALOR.
004110     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004120     CALL "reporte_svc" USING RSVC-AREA.
004130     MOVE SPACES TO WS-LINEA-TRAILER.
004140     MOVE "EXCEPCIONES DEL MES ANTERIOR......." TO TRA-ETIQUETA.
004150     MOVE WS-TOTAL-PREVIO TO TRA-VALOR.
004160     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004170     CALL "reporte_svc" USING RSVC-AREA.
004180     MOVE SPACES TO WS-LINEA-TRAILER.
004190     MOVE "CAUSAS DISTINTAS..................." TO TRA-ETIQUETA.
004200     MOVE WS-CANT-CAUSAS TO TRA-VALOR.
004210     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004220     CALL "reporte_svc" USING RSVC-AREA.
004230     MOVE "C" TO RSVC-FUNCION.
004240     CALL "reporte_svc" USING RSVC-AREA.
004250     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004260     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004270     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
004280             WS-CATG-CANTIDAD.
004290     MOVE WS-TOTAL-ACTUAL TO WS-AUDT-CANTIDAD.
004300     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004310     DISPLAY " PARETO MENSUAL: " WS-CANT-CAUSAS " CAUSA(S), "
004320         WS-TOTAL-ACTUAL " EXCEPCION(ES) EN " WS-MES-ACTUAL ".".
004330 9000-EXIT.
004340     EXIT.
004350
004360 9100-ESCRIBIR-CAUSA.
004370     MOVE SPACES TO WS-LINEA-CAUSA.
004380     MOVE WS-IDX-CAUSA TO LCA-ORDEN.
004390     MOVE CAU-PROGRAMA(WS-IDX-CAUSA) TO LCA-PROGRAMA.
004400     MOVE CAU-CODIGO(WS-IDX-CAUSA) TO LCA-CODIGO.
004410     PERFORM 9200-BUSCAR-DESCRIPCION THRU 9200-EXIT.
004420     MOVE WS-DESCRIPCION-HALLADA TO LCA-DESCRIPCION.
004430     MOVE CAU-ACTUAL(WS-IDX-CAUSA) TO LCA-ACTUAL.
004440     MOVE CAU-PREVIO(WS-IDX-CAUSA) TO LCA-PREVIO.
004450     ADD CAU-ACTUAL(WS-IDX-CAUSA) TO WS-ACUMULADO.
004460     IF WS-TOTAL-ACTUAL = ZERO
004470         MOVE ZERO TO LCA-ACUMULADO
004480     ELSE
004490         COMPUTE WS-PCT-ACUMULADO ROUNDED =
004500             WS-ACUMULADO * 100 / WS-TOTAL-ACTUAL
004510         MOVE WS-PCT-ACUMULADO TO LCA-ACUMULADO
004520     END-IF.
004530     EVALUATE TRUE
004540         WHEN CAU-ACTUAL(WS-IDX-CAUSA) >
004550                 CAU-PREVIO(WS-IDX-CAUSA)
004560             MOVE "SUBE" TO LCA-TENDENCIA
004570         WHEN CAU-ACTUAL(WS-IDX-CAUSA) <
004580                 CAU-PREVIO(WS-IDX-CAUSA)
004590             MOVE "BAJA" TO LCA-TENDENCIA
004600         WHEN OTHER
004610             MOVE "IGUAL" TO LCA-TENDENCIA
004620     END-EVALUATE.
004630     MOVE WS-LINEA-CAUSA TO RSVC-LINEA.
004640     CALL "reporte_svc" USING RSVC-AREA.
004650     PERFORM 9150-DATO-CAUSA THRU 9150-EXIT.
004660 9100-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700*    LA MISMA CAUSA COMO LINEA DEL ARCHIVO DE DATOS (UNA COMA EN
004710*    LA DESCRIPCION DE ERRCAT PASA A PUNTO Y COMA)
004720*----------------------------------------------------------------
004730 9150-DATO-CAUSA.
004740     MOVE WS-IDX-CAUSA TO WS-DATO-ORDEN.
004750     MOVE ZERO TO WS-DATO-PCT.
004760     IF WS-TOTAL-ACTUAL > ZERO
004770         MOVE WS-PCT-ACUMULADO TO WS-DATO-PCT
004780     END-IF.
004790     MOVE WS-DESCRIPCION-HALLADA TO WS-DATO-DESCRIPCION.
004800     INSPECT WS-DATO-DESCRIPCION REPLACING ALL "," BY ";".
004810     MOVE "D" TO RSVC-FUNCION.
004820     MOVE SPACES TO RSVC-LINEA.
004830     STRING WS-DATO-ORDEN "," DELIMITED BY SIZE
004840             CAU-PROGRAMA(WS-IDX-CAUSA) DELIMITED BY SPACE
004850             "," CAU-CODIGO(WS-IDX-CAUSA) "," DELIMITED BY SIZE
004860             WS-DATO-DESCRIPCION DELIMITED BY "  "
004870             "," CAU-ACTUAL(WS-IDX-CAUSA)
004880             "," CAU-PREVIO(WS-IDX-CAUSA)
004890             "," WS-DATO-PCT "," DELIMITED BY SIZE
004900             LCA-TENDENCIA DELIMITED BY SPACE
004910         INTO RSVC-LINEA.
004920     CALL "reporte_svc" USING RSVC-AREA.
004930     MOVE "E" TO RSVC-FUNCION.
004940 9150-EXIT.
004950     EXIT.
004960
004970 9200-BUSCAR-DESCRIPCION.
004980     MOVE "(SIN ENTRADA EN ERRCAT)" TO WS-DESCRIPCION-HALLADA.
004990     PERFORM 9210-COMPARAR-ERRCAT THRU 9210-EXIT
005000         VARYING WS-IDX-CAT FROM 1 BY 1
005010             UNTIL WS-IDX-CAT > WS-CANT-ERRCAT.
005020 9200-EXIT.
005030     EXIT.
005040
005050 9210-COMPARAR-ERRCAT.
005060     IF CAT-PROGRAMA(WS-IDX-CAT) = CAU-PROGRAMA(WS-IDX-CAUSA)
005070             AND CAT-CODIGO(WS-IDX-CAT) =
005080                 CAU-CODIGO(WS-IDX-CAUSA)
005090         MOVE CAT-DESCRIPCION(WS-IDX-CAT)
005100             TO WS-DESCRIPCION-HALLADA
005110     END-IF.
005120 9210-EXIT.
005130     EXIT.
005140
005150 END PROGRAM excep_pareto.
