000270* MODIFICATION HISTORY
000280* DATE       INIT DESCRIPTION
000290* 2026-09-01 RW   INITIAL VERSION.
000300* 2026-10-15 RW   TENDRPT TAMBIEN VA AL ARCHIVO DE DATOS DE
000310*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR SERIE Y
000320*                 FECHA.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. demog_tendencia.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DEMOGHIST-FILE ASSIGN TO "DEMOGHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-DHIS-STATUS.
000430
000440     SELECT PARM-FILE ASSIGN TO "TENDCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DEMOGHIST-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 39 CHARACTERS.
000530 01  DEMOGHIST-RECORD.
000540     05  DHIS-FECHA              PIC 9(08).
000550     05  FILLER                  PIC X(01).
000560     05  DHIS-TIPO               PIC X(01).
000570     05  FILLER                  PIC X(01).
000580     05  DHIS-CLAVE              PIC X(20).
000590     05  FILLER                  PIC X(01).
000600     05  DHIS-CUENTA             PIC 9(07).
000610
000620 FD  PARM-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 02 CHARACTERS.
000650 01  PARM-RECORD.
000660     05  PARM-CANT-FECHAS        PIC 9(02).
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-DHIS-STATUS              PIC X(02).
000700 01  WS-PARM-STATUS              PIC X(02).
000710 01  WS-EOF-DHIS                 PIC X(01) VALUE "N".
000720     88  FIN-HISTORIA            VALUE "S".
000730
000740*----------------------------------------------------------------
000750*    CUANTAS FECHAS DE NEGOCIO COMPARAR (TENDCTL, 10 POR DEFECTO)
000760*----------------------------------------------------------------
000770 01  WS-CANT-PEDIDAS             PIC 9(02) VALUE 10.
000780
000790*----------------------------------------------------------------
000800*    PRIMERA PASADA: LAS FECHAS DISTINTAS DEL HISTORIAL (EL
000810*    ARCHIVO SE APPENDEA EN ORDEN, ASI QUE LAS ULTIMAS N DE LA
000820*    LISTA SON LAS MAS RECIENTES)
000830*----------------------------------------------------------------
000840 01  WS-MAX-FECHAS               PIC 9(02) VALUE 60.
000850 01  WS-CANT-FECHAS              PIC 9(02) VALUE ZERO.
000860 01  TABLA-FECHAS.
000870     05  FEC-VALOR OCCURS 60 TIMES PIC 9(08).
000880 01  WS-IDX-FEC                  PIC 9(02) COMP.
000890 01  WS-FEC-DESDE                PIC 9(02) COMP.
000900 01  WS-CANT-VENTANA             PIC 9(02) COMP VALUE ZERO.
000910 01  TABLA-VENTANA.
000920     05  VEN-FECHA OCCURS 10 TIMES PIC 9(08).
000930
000940*----------------------------------------------------------------
000950*    SEGUNDA PASADA: MATRIZ CLAVE X FECHA DE LA VENTANA
000960*----------------------------------------------------------------
000970 01  WS-MAX-CLAVES               PIC 9(02) VALUE 40.
000980 01  WS-CANT-CLAVES              PIC 9(02) VALUE ZERO.
000990 01  TABLA-CLAVES.
001000     05  CLA-ENTRADA OCCURS 40 TIMES.
001010         10  CLA-TIPO            PIC X(01).
001020         10  CLA-CLAVE           PIC X(20).
001030         10  CLA-CUENTA OCCURS 10 TIMES PIC 9(07).
001040 01  WS-IDX-CLA                  PIC 9(02) COMP.
001050 01  WS-IDX-HALLADA              PIC 9(02) COMP.
001060 01  WS-IDX-VEN                  PIC 9(02) COMP.
001070 01  WS-VARIACION                PIC S9(07).
001080 01  WS-DATO-VARIACION           PIC +9(07).
001090
001100*----------------------------------------------------------------
001110*    REPORTE POR EL SERVICIO COMPARTIDO
001120*----------------------------------------------------------------
001130 01  WS-FECHA-HOY                PIC X(08).
001140 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001150 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001160 01  RSVC-AREA.
001170     05  RSVC-FUNCION            PIC X(01).
001180     05  RSVC-ARCHIVO            PIC X(21).
001190     05  RSVC-TITULO             PIC X(40).
001200     05  RSVC-LINEA              PIC X(132).
001210     05  RSVC-CANT-LINEAS        PIC 9(07).
001220 01  WS-LINEA-CLAVE.
001230     05  FILLER                  PIC X(06) VALUE "SERIE ".
001240     05  LCL-TIPO                PIC X(01).
001250     05  FILLER                  PIC X(03) VALUE " - ".
001260     05  LCL-CLAVE               PIC X(20).
001270     05  FILLER                  PIC X(102) VALUE SPACES.
001280 01  WS-LINEA-FECHA.
001290     05  FILLER                  PIC X(03) VALUE SPACES.
001300     05  LFE-FECHA               PIC 9(08).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  LFE-CUENTA              PIC Z,ZZZ,ZZ9.
001330     05  FILLER                  PIC X(06) VALUE " (VAR ".
001340     05  LFE-VARIACION           PIC ---,--9.
001350     05  FILLER                  PIC X(02) VALUE ") ".
001360     05  LFE-MARCA               PIC X(01).
001370     05  FILLER                  PIC X(93) VALUE SPACES.
001380
001390*----------------------------------------------------------------
001400*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
001410*----------------------------------------------------------------
001420 01  WS-AUDT-PROGRAMA            PIC X(20)
001430         VALUE "demog_tendencia".
001440 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001450 01  WS-CATG-ARCHIVO             PIC X(21).
001460 01  WS-CATG-CANTIDAD            PIC 9(07).
001470
001480 PROCEDURE DIVISION.
001490
001500******************************************************************
001510* 0000-MAINLINE
001520******************************************************************
001530 0000-MAINLINE.
001540     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001550     PERFORM 2000-RELEVAR-FECHAS THRU 2000-EXIT.
001560     IF WS-CANT-VENTANA = ZERO
001570         DISPLAY "SIN HISTORIAL DEMOGHIST, NADA QUE COMPARAR."
001580         GOBACK
001590     END-IF.
001600     PERFORM 3000-ACUMULAR-MATRIZ THRU 3000-EXIT.
001610     PERFORM 5000-ESCRIBIR-TENDENCIA THRU 5000-EXIT.
001620     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001630     GOBACK.
001640
001650 1000-INICIALIZAR.
001660     OPEN INPUT PARM-FILE.
001670     IF WS-PARM-STATUS = "00"
001680         READ PARM-FILE
001690             NOT AT END
001700                 IF PARM-CANT-FECHAS IS NUMERIC
001710                         AND PARM-CANT-FECHAS > 0
001720                         AND PARM-CANT-FECHAS <= 10
001730                     MOVE PARM-CANT-FECHAS TO WS-CANT-PEDIDAS
001740                 END-IF
001750         END-READ
001760         CLOSE PARM-FILE
001770     END-IF.
001780     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001790     STRING "TENDRPT." WS-FECHA-HOY DELIMITED BY SIZE
001800         WS-SUFIJO-CICLO DELIMITED BY SPACE
001810         INTO WS-DYN-REPORT-FILE.
001820     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
001830     MOVE "TENDENCIA DEMOGRAFICA COMPARATIVA" TO RSVC-TITULO.
001840     MOVE "A" TO RSVC-FUNCION.
001850     CALL "reporte_svc" USING RSVC-AREA.
001860     MOVE "T" TO RSVC-FUNCION.
001870     MOVE "TIPO,CLAVE,FECHA,CUENTA,VARIACION,MOVIMIENTO"
001880         TO RSVC-LINEA.
001890     CALL "reporte_svc" USING RSVC-AREA.
001900     MOVE "E" TO RSVC-FUNCION.
001910 1000-EXIT.
001920     EXIT.
001930
001940******************************************************************
001950* 2000-RELEVAR-FECHAS - PRIMERA PASADA: FECHAS DISTINTAS, Y DE
001960*     ELLAS LA VENTANA DE LAS ULTIMAS N
001970******************************************************************
001980 2000-RELEVAR-FECHAS.
001990     OPEN INPUT DEMOGHIST-FILE.
002000     IF WS-DHIS-STATUS NOT = "00"
002010         GO TO 2000-EXIT
002020     END-IF.
002030     PERFORM 2100-LEER-FECHA THRU 2100-EXIT
002040         UNTIL FIN-HISTORIA.
002050     CLOSE DEMOGHIST-FILE.
002060     IF WS-CANT-FECHAS = ZERO
002070         GO TO 2000-EXIT
002080     END-IF.
002090     IF WS-CANT-FECHAS > WS-CANT-PEDIDAS
002100         COMPUTE WS-FEC-DESDE =
002110             WS-CANT-FECHAS - WS-CANT-PEDIDAS + 1
002120     ELSE
002130         MOVE 1 TO WS-FEC-DESDE
002140     END-IF.
002150     PERFORM 2200-ANOTAR-VENTANA THRU 2200-EXIT
002160         VARYING WS-IDX-FEC FROM WS-FEC-DESDE BY 1
002170             UNTIL WS-IDX-FEC > WS-CANT-FECHAS.
002180 2000-EXIT.
002190     EXIT.
002200
002210 2100-LEER-FECHA.
002220     READ DEMOGHIST-FILE
002230         AT END
002240             SET FIN-HISTORIA TO TRUE
002250         NOT AT END
002260             IF WS-CANT-FECHAS = ZERO
002270                     OR DHIS-FECHA NOT =
002280                         FEC-VALOR(WS-CANT-FECHAS)
002290                 IF WS-CANT-FECHAS = WS-MAX-FECHAS
002300                     PERFORM 2150-CORRER-FECHAS THRU 2150-EXIT
002310                 END-IF
002320                 ADD 1 TO WS-CANT-FECHAS
002330                 MOVE DHIS-FECHA TO FEC-VALOR(WS-CANT-FECHAS)
002340             END-IF
002350     END-READ.
002360 2100-EXIT.
002370     EXIT.
002380
002390 2150-CORRER-FECHAS.
002400     PERFORM VARYING WS-IDX-FEC FROM 1 BY 1
002410             UNTIL WS-IDX-FEC >= WS-MAX-FECHAS
002420         PERFORM 2160-CORRER-UNA THRU 2160-EXIT
002430     END-PERFORM.
002440     SUBTRACT 1 FROM WS-CANT-FECHAS.
002450 2150-EXIT.
002460     EXIT.
002470
002480 2160-CORRER-UNA.
002490     MOVE FEC-VALOR(WS-IDX-FEC + 1) TO FEC-VALOR(WS-IDX-FEC).
002500 2160-EXIT.
002510     EXIT.
002520
002530 2200-ANOTAR-VENTANA.
002540     ADD 1 TO WS-CANT-VENTANA.
002550     MOVE FEC-VALOR(WS-IDX-FEC) TO VEN-FECHA(WS-CANT-VENTANA).
002560 2200-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600* 3000-ACUMULAR-MATRIZ - SEGUNDA PASADA: CUENTA POR CLAVE Y POR
002610*     FECHA DE LA VENTANA
002620******************************************************************
002630 3000-ACUMULAR-MATRIZ.
002640     MOVE "N" TO WS-EOF-DHIS.
002650     OPEN INPUT DEMOGHIST-FILE.
002660     PERFORM 3100-LEER-ENTRADA THRU 3100-EXIT
002670         UNTIL FIN-HISTORIA.
002680     CLOSE DEMOGHIST-FILE.
002690 3000-EXIT.
002700     EXIT.
002710
002720 3100-LEER-ENTRADA.
002730     READ DEMOGHIST-FILE
002740         AT END
002750             SET FIN-HISTORIA TO TRUE
002760         NOT AT END
002770             PERFORM 3200-UBICAR-EN-MATRIZ THRU 3200-EXIT
002780     END-READ.
002790 3100-EXIT.
002800     EXIT.
002810
002820 3200-UBICAR-EN-MATRIZ.
002830     MOVE ZERO TO WS-IDX-VEN.
002840     PERFORM 3210-BUSCAR-FECHA THRU 3210-EXIT
002850         VARYING WS-IDX-FEC FROM 1 BY 1
002860             UNTIL WS-IDX-FEC > WS-CANT-VENTANA
002870                 OR WS-IDX-VEN > ZERO.
002880     IF WS-IDX-VEN = ZERO
002890         GO TO 3200-EXIT
002900     END-IF.
002910     MOVE ZERO TO WS-IDX-HALLADA.
002920     PERFORM 3220-BUSCAR-CLAVE THRU 3220-EXIT
002930         VARYING WS-IDX-CLA FROM 1 BY 1
002940             UNTIL WS-IDX-CLA > WS-CANT-CLAVES
002950                 OR WS-IDX-HALLADA > ZERO.
002960     IF WS-IDX-HALLADA = ZERO
002970         IF WS-CANT-CLAVES >= WS-MAX-CLAVES
002980             GO TO 3200-EXIT
002990         END-IF
003000         ADD 1 TO WS-CANT-CLAVES
003010         MOVE WS-CANT-CLAVES TO WS-IDX-HALLADA
003020         MOVE DHIS-TIPO TO CLA-TIPO(WS-IDX-HALLADA)
003030         MOVE DHIS-CLAVE TO CLA-CLAVE(WS-IDX-HALLADA)
003040         PERFORM 3230-LIMPIAR-SERIE THRU 3230-EXIT
003050             VARYING WS-IDX-FEC FROM 1 BY 1
003060                 UNTIL WS-IDX-FEC > 10
003070     END-IF.
003080     MOVE DHIS-CUENTA TO
003090         CLA-CUENTA(WS-IDX-HALLADA WS-IDX-VEN).
003100 3200-EXIT.
003110     EXIT.
003120
003130 3210-BUSCAR-FECHA.
003140     IF VEN-FECHA(WS-IDX-FEC) = DHIS-FECHA
003150         MOVE WS-IDX-FEC TO WS-IDX-VEN
003160     END-IF.
003170 3210-EXIT.
003180     EXIT.
003190
003200 3220-BUSCAR-CLAVE.
003210     IF CLA-TIPO(WS-IDX-CLA) = DHIS-TIPO
003220             AND CLA-CLAVE(WS-IDX-CLA) = DHIS-CLAVE
003230         MOVE WS-IDX-CLA TO WS-IDX-HALLADA
003240     END-IF.
003250 3220-EXIT.
003260     EXIT.
003270
003280 3230-LIMPIAR-SERIE.
003290     MOVE ZERO TO CLA-CUENTA(WS-IDX-HALLADA WS-IDX-FEC).
003300 3230-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* 5000-ESCRIBIR-TENDENCIA - UNA SERIE POR CLAVE: CADA FECHA DE
003350*     LA VENTANA CON SU CUENTA, LA VARIACION CONTRA EL DIA
003360*     ANTERIOR Y UN ASTERISCO EN CADA MOVIMIENTO
003370******************************************************************
003380 5000-ESCRIBIR-TENDENCIA.
003390     PERFORM 5100-ESCRIBIR-SERIE THRU 5100-EXIT
003400         VARYING WS-IDX-CLA FROM 1 BY 1
003410             UNTIL WS-IDX-CLA > WS-CANT-CLAVES.
003420 5000-EXIT.
003430     EXIT.
003440
003450 5100-ESCRIBIR-SERIE.
003460     MOVE CLA-TIPO(WS-IDX-CLA) TO LCL-TIPO.
003470     MOVE CLA-CLAVE(WS-IDX-CLA) TO LCL-CLAVE.
003480     MOVE WS-LINEA-CLAVE TO RSVC-LINEA.
003490     CALL "reporte_svc" USING RSVC-AREA.
003500     PERFORM 5200-ESCRIBIR-PUNTO THRU 5200-EXIT
003510         VARYING WS-IDX-VEN FROM 1 BY 1
003520             UNTIL WS-IDX-VEN > WS-CANT-VENTANA.
003530 5100-EXIT.
003540     EXIT.
003550
003560 5200-ESCRIBIR-PUNTO.
003570     MOVE VEN-FECHA(WS-IDX-VEN) TO LFE-FECHA.
003580     MOVE CLA-CUENTA(WS-IDX-CLA WS-IDX-VEN) TO LFE-CUENTA.
003590     MOVE ZERO TO WS-VARIACION.
003600     IF WS-IDX-VEN = 1
003610         MOVE ZERO TO LFE-VARIACION
003620         MOVE SPACE TO LFE-MARCA
003630     ELSE
003640         COMPUTE WS-VARIACION =
003650             CLA-CUENTA(WS-IDX-CLA WS-IDX-VEN)
003660             - CLA-CUENTA(WS-IDX-CLA WS-IDX-VEN - 1)
003670         MOVE WS-VARIACION TO LFE-VARIACION
003680         IF WS-VARIACION = ZERO
003690             MOVE SPACE TO LFE-MARCA
003700         ELSE
003710             MOVE "*" TO LFE-MARCA
003720         END-IF
003730     END-IF.
003740     MOVE WS-LINEA-FECHA TO RSVC-LINEA.
003750     CALL "reporte_svc" USING RSVC-AREA.
003760     MOVE WS-VARIACION TO WS-DATO-VARIACION.
003770     MOVE "D" TO RSVC-FUNCION.
003780     MOVE SPACES TO RSVC-LINEA.
003790     STRING CLA-TIPO(WS-IDX-CLA) "," DELIMITED BY SIZE
003800             CLA-CLAVE(WS-IDX-CLA) DELIMITED BY "  "
003810             "," VEN-FECHA(WS-IDX-VEN)
003820             "," CLA-CUENTA(WS-IDX-CLA WS-IDX-VEN)
003830             "," WS-DATO-VARIACION "," LFE-MARCA
003840             DELIMITED BY SIZE
003850         INTO RSVC-LINEA.
003860     CALL "reporte_svc" USING RSVC-AREA.
003870     MOVE "E" TO RSVC-FUNCION.
003880     ADD 1 TO WS-AUDT-CANTIDAD.
003890 5200-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 9000-TERMINAR - CIERRE, AUDITORIA Y CATALOGO
003940******************************************************************
003950 9000-TERMINAR.
003960     MOVE "C" TO RSVC-FUNCION.
003970     CALL "reporte_svc" USING RSVC-AREA.
003980     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
003990     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004000     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004010     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
004020             WS-CATG-CANTIDAD.
004030     DISPLAY " TENDENCIA DEMOGRAFICA DE " WS-CANT-VENTANA
004040         " FECHA(S) EN " WS-DYN-REPORT-FILE.
004050 9000-EXIT.
004060     EXIT.
004070
004080 END PROGRAM demog_tendencia.
