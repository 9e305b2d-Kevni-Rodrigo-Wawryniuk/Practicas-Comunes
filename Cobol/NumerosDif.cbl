000100******************************************************************
000110* PROGRAM-ID: numeros_dif
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    DAY-OVER-DAY CHANGE REPORT ON THE NUMEROS TABLE.
000170*             ARREGLOS PRINTS TODAY'S SORTED NUMEROS AND ITS
000180*             FREQUENCY ANALYSIS COUNTS REPEATS WITHIN THE DAY;
000190*             THIS STEP SHOWS WHAT CHANGED SINCE THE PREVIOUS
000200*             BUSINESS DAY. ARREGSAL IS REWRITTEN EVERY CYCLE,
000210*             SO EACH RUN FIRST KEEPS A DATED COPY OF IT
000220*             (ARREGGEN.AAAAMMDD, CATALOGADA) AND THEN FINDS THE
000230*             PREVIOUS GENERATION THROUGH CATALOGO_PREVIA. THE
000240*             REPORT NUMDIF.AAAAMMDD LISTS THE VALUES THAT ARE
000250*             NEW TODAY, THE VALUES THAT DISAPPEARED AND THE
000260*             VALUES WHOSE OCCURRENCE COUNT CHANGED, WITH TOTALS
000270*             IN EACH DIRECTION. A CHANGE OF MORE THAN THE
000280*             DIFCTL PERCENTAGE (20 POR DEFECTO) IS FLAGGED
000290*             WITH "*", AND A CHANGE OF THAT SIZE IN THE DAY'S
000300*             TOTAL VOLUME ALSO GOES TO ERRORLOG (96) WITH RC 4.
000310*             WITHOUT A PREVIOUS GENERATION (THE FIRST RUN) THE
000320*             REPORT SAYS SO AND ONLY THE COPY IS KEPT. RUNS
000330*             AFTER ARREGLOS.
000340* TECTONICS:  cobc
000350******************************************************************
000360* MODIFICATION HISTORY
000370* DATE       INIT DESCRIPTION
000380* 2026-10-15 RW   INITIAL VERSION.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. numeros_dif.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ARREGSAL-FILE ASSIGN TO "ARREGSAL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ARREGSAL-STATUS.
000490
000500     SELECT GENERACION-FILE ASSIGN DYNAMIC WS-DYN-GENERACION
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-GEN-STATUS.
000530
000540     SELECT PARM-FILE ASSIGN TO "DIFCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ARREGSAL-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 03 CHARACTERS.
000630 01  ARREGSAL-RECORD             PIC 9(03).
000640
000650 FD  GENERACION-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 03 CHARACTERS.
000680 01  GENERACION-RECORD           PIC 9(03).
000690
000700 FD  PARM-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 03 CHARACTERS.
000730 01  PARM-RECORD.
000740     05  PARM-UMBRAL             PIC 9(03).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-ARREGSAL-STATUS          PIC X(02).
000780 01  WS-GEN-STATUS               PIC X(02).
000790 01  WS-PARM-STATUS              PIC X(02).
000800 01  WS-FECHA-HOY                PIC X(08).
000810 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000820
000830 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000840     88  FIN-ARCHIVO             VALUE "S".
000850
000860*----------------------------------------------------------------
000870*    PARAMETRO: PORCENTAJE DE CAMBIO QUE SE SENALA
000880*----------------------------------------------------------------
000890 01  WS-UMBRAL                   PIC 9(03) VALUE 20.
000900
000910*----------------------------------------------------------------
000920*    GENERACIONES: LA DE HOY (COPIA DE ARREGSAL) Y LA ANTERIOR
000930*----------------------------------------------------------------
000940 01  WS-DYN-GENERACION           PIC X(21) VALUE SPACES.
000950 01  WS-GEN-HOY                  PIC X(21) VALUE SPACES.
000960 01  WS-CPRV-PREFIJO             PIC X(10) VALUE "ARREGGEN.".
000970 01  WS-CPRV-ARCHIVO             PIC X(21).
000980 01  WS-CPRV-FECHA               PIC 9(08).
000990 01  WS-SW-ANTERIOR              PIC X(01) VALUE "N".
001000     88  HAY-ANTERIOR            VALUE "S".
001010
001020*----------------------------------------------------------------
001030*    OCURRENCIAS DE CADA VALOR (000-999 EN LA POSICION VALOR+1)
001040*----------------------------------------------------------------
001050 01  TABLA-OCURRENCIAS.
001060     05  OCU-ENTRADA OCCURS 1000 TIMES.
001070         10  OCU-HOY             PIC 9(07) COMP.
001080         10  OCU-ANTERIOR        PIC 9(07) COMP.
001090 77  WS-IDX-VALOR                PIC 9(04) COMP.
001100 77  WS-VALOR                    PIC 9(03).
001110
001120*----------------------------------------------------------------
001130*    TOTALES EN CADA SENTIDO
001140*----------------------------------------------------------------
001150 01  WS-TOTAL-HOY                PIC 9(07) VALUE ZERO.
001160 01  WS-TOTAL-ANTERIOR           PIC 9(07) VALUE ZERO.
001170 01  WS-CUENTA-NUEVOS            PIC 9(05) VALUE ZERO.
001180 01  WS-OCU-NUEVOS               PIC 9(07) VALUE ZERO.
001190 01  WS-CUENTA-DESAPARECIDOS     PIC 9(05) VALUE ZERO.
001200 01  WS-OCU-DESAPARECIDOS        PIC 9(07) VALUE ZERO.
001210 01  WS-CUENTA-SUBEN             PIC 9(05) VALUE ZERO.
001220 01  WS-OCU-SUBEN                PIC 9(07) VALUE ZERO.
001230 01  WS-CUENTA-BAJAN             PIC 9(05) VALUE ZERO.
001240 01  WS-OCU-BAJAN                PIC 9(07) VALUE ZERO.
001250 01  WS-CUENTA-SENALADOS         PIC 9(05) VALUE ZERO.
001260 01  WS-DIFERENCIA               PIC S9(07) VALUE ZERO.
001270 01  WS-DIF-ABSOLUTA             PIC 9(07) VALUE ZERO.
001280 01  WS-PORCENTAJE               PIC 9(05)V9 VALUE ZERO.
001290 01  WS-SW-SENAL                 PIC X(01) VALUE SPACE.
001300     88  CAMBIO-SENALADO         VALUE "*".
001310 01  WS-SW-VOLUMEN               PIC X(01) VALUE SPACE.
001320     88  VOLUMEN-SENALADO        VALUE "*".
001330
001340*----------------------------------------------------------------
001350*    REPORTE VIA REPORTE_SVC
001360*----------------------------------------------------------------
001370 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001380 01  RSVC-AREA.
001390     05  RSVC-FUNCION            PIC X(01).
001400     05  RSVC-ARCHIVO            PIC X(21).
001410     05  RSVC-TITULO             PIC X(40).
001420     05  RSVC-LINEA              PIC X(132).
001430     05  RSVC-CANT-LINEAS        PIC 9(07).
001440 01  WS-TITULO-GRUPO             PIC X(50).
001450 01  WS-LINEA-COLUMNAS.
001460     05  FILLER                  PIC X(30) VALUE
001470         "  VALOR   ANTERIOR       HOY D".
001480     05  FILLER                  PIC X(20) VALUE
001490         "IFERENCIA  VARIACION".
001500     05  FILLER                  PIC X(82) VALUE SPACES.
001510 01  WS-LINEA-VALOR.
001520     05  FILLER                  PIC X(04) VALUE SPACES.
001530     05  LVA-VALOR               PIC 9(03).
001540     05  FILLER                  PIC X(04) VALUE SPACES.
001550     05  LVA-ANTERIOR            PIC ZZZ,ZZ9.
001560     05  FILLER                  PIC X(03) VALUE SPACES.
001570     05  LVA-HOY                 PIC ZZZ,ZZ9.
001580     05  FILLER                  PIC X(04) VALUE SPACES.
001590     05  LVA-DIFERENCIA          PIC +++,++9.
001600     05  FILLER                  PIC X(03) VALUE SPACES.
001610     05  LVA-PORCENTAJE          PIC ZZ,ZZ9.9
001620                                 BLANK WHEN ZERO.
001630     05  LVA-ROTULO-PCT          PIC X(02).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  LVA-SENAL               PIC X(01).
001660     05  FILLER                  PIC X(77) VALUE SPACES.
001670 01  WS-LINEA-TRAILER.
001680     05  TRA-ETIQUETA            PIC X(40).
001690     05  TRA-VALORES             PIC Z,ZZ9.
001700     05  FILLER                  PIC X(10) VALUE " VALORES ".
001710     05  TRA-OCURRENCIAS         PIC ZZZ,ZZ9.
001720     05  FILLER                  PIC X(13) VALUE " OCURRENCIAS".
001730     05  FILLER                  PIC X(57) VALUE SPACES.
001740 01  WS-LINEA-VOLUMEN.
001750     05  TRV-ETIQUETA            PIC X(40).
001760     05  TRV-CANTIDAD            PIC ZZZ,ZZ9.
001770     05  FILLER                  PIC X(03) VALUE SPACES.
001780     05  TRV-PORCENTAJE          PIC ZZ,ZZ9.9
001790                                 BLANK WHEN ZERO.
001800     05  TRV-ROTULO-PCT          PIC X(02).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  TRV-SENAL               PIC X(01).
001830     05  FILLER                  PIC X(69) VALUE SPACES.
001840
001850*----------------------------------------------------------------
001860*    CAMPOS PARA BITACORA DE ERRORES, AUDITORIA Y CATALOGO
001870*----------------------------------------------------------------
001880 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "numeros_dif".
001890 01  WS-ELOG-CODIGO              PIC 9(04) VALUE 96.
001900 01  WS-ELOG-MENSAJE             PIC X(59).
001910 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "numeros_dif".
001920 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001930 01  WS-CATG-ARCHIVO             PIC X(21).
001940 01  WS-CATG-CANTIDAD            PIC 9(07).
001950
001960 PROCEDURE DIVISION.
001970
001980******************************************************************
001990* 0000-MAINLINE
002000******************************************************************
002010 0000-MAINLINE.
002020     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002030     PERFORM 2000-GUARDAR-GENERACION THRU 2000-EXIT.
002040     PERFORM 3000-CARGAR-ANTERIOR THRU 3000-EXIT.
002050     PERFORM 4000-EMITIR-DIFERENCIAS THRU 4000-EXIT.
002060     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002070     GOBACK.
002080
002090******************************************************************
002100* 1000-INICIALIZAR - FECHA DE NEGOCIO Y PORCENTAJE DE DIFCTL
002110******************************************************************
002120 1000-INICIALIZAR.
002130     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002140     INITIALIZE TABLA-OCURRENCIAS.
002150     OPEN INPUT PARM-FILE.
002160     IF WS-PARM-STATUS = "00"
002170         READ PARM-FILE
002180             NOT AT END
002190                 IF PARM-UMBRAL IS NUMERIC
002200                         AND PARM-UMBRAL > ZERO
002210                     MOVE PARM-UMBRAL TO WS-UMBRAL
002220                 END-IF
002230         END-READ
002240         CLOSE PARM-FILE
002250     END-IF.
002260 1000-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300* 2000-GUARDAR-GENERACION - CUENTA LOS NUMEROS DE HOY Y LOS
002310*     COPIA A ARREGGEN.AAAAMMDD, QUE SE CATALOGA PARA QUE LA
002320*     CORRIDA DEL PROXIMO DIA HABIL LA ENCUENTRE
002330******************************************************************
002340 2000-GUARDAR-GENERACION.
002350     STRING "ARREGGEN." WS-FECHA-HOY DELIMITED BY SIZE
002360         WS-SUFIJO-CICLO DELIMITED BY SPACE
002370         INTO WS-GEN-HOY.
002380     MOVE WS-GEN-HOY TO WS-DYN-GENERACION.
002390     OPEN OUTPUT GENERACION-FILE.
002400     MOVE "N" TO WS-EOF-ARCHIVO.
002410     OPEN INPUT ARREGSAL-FILE.
002420     IF WS-ARREGSAL-STATUS = "00"
002430         PERFORM 2100-LEER-NUMERO THRU 2100-EXIT
002440             UNTIL FIN-ARCHIVO
002450         CLOSE ARREGSAL-FILE
002460     ELSE
002470         DISPLAY "SIN EXTRACTO ARREGSAL, EL DIA QUEDA SIN "
002480             "NUMEROS EN LA COMPARACION."
002490     END-IF.
002500     CLOSE GENERACION-FILE.
002510     MOVE WS-GEN-HOY TO WS-CATG-ARCHIVO.
002520     MOVE WS-TOTAL-HOY TO WS-CATG-CANTIDAD.
002530     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
002540             WS-CATG-CANTIDAD.
002550 2000-EXIT.
002560     EXIT.
002570
002580 2100-LEER-NUMERO.
002590     READ ARREGSAL-FILE
002600         AT END
002610             SET FIN-ARCHIVO TO TRUE
002620             GO TO 2100-EXIT
002630     END-READ.
002640     IF ARREGSAL-RECORD IS NOT NUMERIC
002650         GO TO 2100-EXIT
002660     END-IF.
002670     ADD 1 TO WS-TOTAL-HOY.
002680     COMPUTE WS-IDX-VALOR = ARREGSAL-RECORD + 1.
002690     ADD 1 TO OCU-HOY(WS-IDX-VALOR).
002700     MOVE ARREGSAL-RECORD TO GENERACION-RECORD.
002710     WRITE GENERACION-RECORD.
002720 2100-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760* 3000-CARGAR-ANTERIOR - LA GENERACION ANTERIOR MAS RECIENTE DEL
002770*     CATALOGO. SI NO ESTA EN DISCO SE TRATA COMO SI NO HUBIERA.
002780******************************************************************
002790 3000-CARGAR-ANTERIOR.
002800     CALL "catalogo_previa" USING WS-CPRV-PREFIJO
002810             WS-FECHA-HOY WS-CPRV-ARCHIVO WS-CPRV-FECHA.
002820     IF WS-CPRV-FECHA = ZERO
002830         GO TO 3000-EXIT
002840     END-IF.
002850     MOVE WS-CPRV-ARCHIVO TO WS-DYN-GENERACION.
002860     OPEN INPUT GENERACION-FILE.
002870     IF WS-GEN-STATUS NOT = "00"
002880         DISPLAY "LA GENERACION ANTERIOR " WS-CPRV-ARCHIVO
002890             " ESTA CATALOGADA PERO NO EN DISCO."
002900         GO TO 3000-EXIT
002910     END-IF.
002920     SET HAY-ANTERIOR TO TRUE.
002930     MOVE "N" TO WS-EOF-ARCHIVO.
002940     PERFORM 3100-LEER-ANTERIOR THRU 3100-EXIT
002950         UNTIL FIN-ARCHIVO.
002960     CLOSE GENERACION-FILE.
002970 3000-EXIT.
002980     EXIT.
002990
003000 3100-LEER-ANTERIOR.
003010     READ GENERACION-FILE
003020         AT END
003030             SET FIN-ARCHIVO TO TRUE
003040             GO TO 3100-EXIT
003050     END-READ.
003060     IF GENERACION-RECORD IS NOT NUMERIC
003070         GO TO 3100-EXIT
003080     END-IF.
003090     ADD 1 TO WS-TOTAL-ANTERIOR.
003100     COMPUTE WS-IDX-VALOR = GENERACION-RECORD + 1.
003110     ADD 1 TO OCU-ANTERIOR(WS-IDX-VALOR).
003120 3100-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 4000-EMITIR-DIFERENCIAS - NUMDIF.AAAAMMDD: NUEVOS, DESAPARECIDOS
003170*     Y CANTIDADES CAMBIADAS, CADA GRUPO EN ORDEN DE VALOR
003180******************************************************************
003190 4000-EMITIR-DIFERENCIAS.
003200     STRING "NUMDIF." WS-FECHA-HOY DELIMITED BY SIZE
003210         WS-SUFIJO-CICLO DELIMITED BY SPACE
003220         INTO WS-DYN-REPORT-FILE.
003230     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003240     MOVE "NUMEROS: CAMBIOS CONTRA EL DIA ANTERIOR" TO
003250         RSVC-TITULO.
003260     MOVE "A" TO RSVC-FUNCION.
003270     CALL "reporte_svc" USING RSVC-AREA.
003280     MOVE "E" TO RSVC-FUNCION.
003290     MOVE SPACES TO RSVC-LINEA.
003300     IF NOT HAY-ANTERIOR
003310         STRING "SIN GENERACION ANTERIOR DE ARREGGEN: SOLO SE "
003320             "GUARDA LA DE HOY (" DELIMITED BY SIZE
003330             WS-GEN-HOY DELIMITED BY SPACE
003340             ")." DELIMITED BY SIZE INTO RSVC-LINEA
003350         CALL "reporte_svc" USING RSVC-AREA
003360     ELSE
003370         PERFORM 4050-EMITIR-GRUPOS THRU 4050-EXIT
003380     END-IF.
003390     MOVE "C" TO RSVC-FUNCION.
003400     CALL "reporte_svc" USING RSVC-AREA.
003410 4000-EXIT.
003420     EXIT.
003430
003440 4050-EMITIR-GRUPOS.
003450     STRING "HOY " DELIMITED BY SIZE
003460         WS-GEN-HOY DELIMITED BY SPACE
003470         " CONTRA " DELIMITED BY SIZE
003480         WS-CPRV-ARCHIVO DELIMITED BY SPACE
003490         " DEL " WS-CPRV-FECHA "   SENALA CAMBIOS DE MAS DEL "
003500         WS-UMBRAL " %" DELIMITED BY SIZE INTO RSVC-LINEA.
003510     CALL "reporte_svc" USING RSVC-AREA.
003520     MOVE "VALORES NUEVOS HOY" TO WS-TITULO-GRUPO.
003530     PERFORM 4100-TITULO-GRUPO THRU 4100-EXIT.
003540     PERFORM 4200-EMITIR-NUEVO THRU 4200-EXIT
003550         VARYING WS-IDX-VALOR FROM 1 BY 1
003560             UNTIL WS-IDX-VALOR > 1000.
003570     MOVE "VALORES QUE DESAPARECIERON" TO WS-TITULO-GRUPO.
003580     PERFORM 4100-TITULO-GRUPO THRU 4100-EXIT.
003590     PERFORM 4300-EMITIR-DESAPARECIDO THRU 4300-EXIT
003600         VARYING WS-IDX-VALOR FROM 1 BY 1
003610             UNTIL WS-IDX-VALOR > 1000.
003620     MOVE "VALORES CON CANTIDAD DE OCURRENCIAS CAMBIADA"
003630         TO WS-TITULO-GRUPO.
003640     PERFORM 4100-TITULO-GRUPO THRU 4100-EXIT.
003650     PERFORM 4400-EMITIR-CAMBIADO THRU 4400-EXIT
003660         VARYING WS-IDX-VALOR FROM 1 BY 1
003670             UNTIL WS-IDX-VALOR > 1000.
003680     PERFORM 4600-EMITIR-TOTALES THRU 4600-EXIT.
003690 4050-EXIT.
003700     EXIT.
003710
003720 4100-TITULO-GRUPO.
003730     MOVE SPACES TO RSVC-LINEA.
003740     CALL "reporte_svc" USING RSVC-AREA.
003750     MOVE WS-TITULO-GRUPO TO RSVC-LINEA.
003760     CALL "reporte_svc" USING RSVC-AREA.
003770     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
003780     CALL "reporte_svc" USING RSVC-AREA.
003790 4100-EXIT.
003800     EXIT.
003810
003820 4200-EMITIR-NUEVO.
003830     IF OCU-HOY(WS-IDX-VALOR) = ZERO
003840             OR OCU-ANTERIOR(WS-IDX-VALOR) > ZERO
003850         GO TO 4200-EXIT
003860     END-IF.
003870     ADD 1 TO WS-CUENTA-NUEVOS.
003880     ADD OCU-HOY(WS-IDX-VALOR) TO WS-OCU-NUEVOS.
003890     PERFORM 4500-EMITIR-LINEA THRU 4500-EXIT.
003900 4200-EXIT.
003910     EXIT.
003920
003930 4300-EMITIR-DESAPARECIDO.
003940     IF OCU-ANTERIOR(WS-IDX-VALOR) = ZERO
003950             OR OCU-HOY(WS-IDX-VALOR) > ZERO
003960         GO TO 4300-EXIT
003970     END-IF.
003980     ADD 1 TO WS-CUENTA-DESAPARECIDOS.
003990     ADD OCU-ANTERIOR(WS-IDX-VALOR) TO WS-OCU-DESAPARECIDOS.
004000     PERFORM 4500-EMITIR-LINEA THRU 4500-EXIT.
004010 4300-EXIT.
004020     EXIT.
004030
004040 4400-EMITIR-CAMBIADO.
004050     IF OCU-HOY(WS-IDX-VALOR) = ZERO
004060             OR OCU-ANTERIOR(WS-IDX-VALOR) = ZERO
004070             OR OCU-HOY(WS-IDX-VALOR) =
004080                 OCU-ANTERIOR(WS-IDX-VALOR)
004090         GO TO 4400-EXIT
004100     END-IF.
004110     COMPUTE WS-DIFERENCIA =
004120         OCU-HOY(WS-IDX-VALOR) - OCU-ANTERIOR(WS-IDX-VALOR).
004130     IF WS-DIFERENCIA > ZERO
004140         ADD 1 TO WS-CUENTA-SUBEN
004150         ADD WS-DIFERENCIA TO WS-OCU-SUBEN
004160     ELSE
004170         ADD 1 TO WS-CUENTA-BAJAN
004180         SUBTRACT WS-DIFERENCIA FROM WS-OCU-BAJAN
004190     END-IF.
004200     PERFORM 4500-EMITIR-LINEA THRU 4500-EXIT.
004210 4400-EXIT.
004220     EXIT.
004230
004240*    LA VARIACION ES SOBRE LA CANTIDAD ANTERIOR; UN VALOR NUEVO
004250*    (SIN ANTERIOR) NO TIENE PORCENTAJE Y VA SIEMPRE SENALADO
004260 4500-EMITIR-LINEA.
004270     COMPUTE WS-VALOR = WS-IDX-VALOR - 1.
004280     MOVE WS-VALOR TO LVA-VALOR.
004290     MOVE OCU-ANTERIOR(WS-IDX-VALOR) TO LVA-ANTERIOR.
004300     MOVE OCU-HOY(WS-IDX-VALOR) TO LVA-HOY.
004310     COMPUTE WS-DIFERENCIA =
004320         OCU-HOY(WS-IDX-VALOR) - OCU-ANTERIOR(WS-IDX-VALOR).
004330     MOVE WS-DIFERENCIA TO LVA-DIFERENCIA.
004340     MOVE SPACE TO WS-SW-SENAL.
004350     MOVE " %" TO LVA-ROTULO-PCT.
004360     IF OCU-ANTERIOR(WS-IDX-VALOR) = ZERO
004370         MOVE ZERO TO LVA-PORCENTAJE
004380         MOVE SPACES TO LVA-ROTULO-PCT
004390         SET CAMBIO-SENALADO TO TRUE
004400     ELSE
004410         MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
004420         COMPUTE WS-PORCENTAJE ROUNDED =
004430             WS-DIF-ABSOLUTA * 100 / OCU-ANTERIOR(WS-IDX-VALOR)
004440         MOVE WS-PORCENTAJE TO LVA-PORCENTAJE
004450         IF WS-PORCENTAJE > WS-UMBRAL
004460             SET CAMBIO-SENALADO TO TRUE
004470         END-IF
004480     END-IF.
004490     IF CAMBIO-SENALADO
004500         ADD 1 TO WS-CUENTA-SENALADOS
004510     END-IF.
004520     MOVE WS-SW-SENAL TO LVA-SENAL.
004530     MOVE WS-LINEA-VALOR TO RSVC-LINEA.
004540     CALL "reporte_svc" USING RSVC-AREA.
004550 4500-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* 4600-EMITIR-TOTALES - TOTALES EN CADA SENTIDO Y VOLUMEN DEL
004600*     DIA CONTRA EL ANTERIOR; UN SALTO DE VOLUMEN VA A ERRORLOG
004610******************************************************************
004620 4600-EMITIR-TOTALES.
004630     MOVE SPACES TO RSVC-LINEA.
004640     CALL "reporte_svc" USING RSVC-AREA.
004650     MOVE "NUEVOS HOY.............................."
004660         TO TRA-ETIQUETA.
004670     MOVE WS-CUENTA-NUEVOS TO TRA-VALORES.
004680     MOVE WS-OCU-NUEVOS TO TRA-OCURRENCIAS.
004690     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004700     CALL "reporte_svc" USING RSVC-AREA.
004710     MOVE "DESAPARECIDOS..........................."
004720         TO TRA-ETIQUETA.
004730     MOVE WS-CUENTA-DESAPARECIDOS TO TRA-VALORES.
004740     MOVE WS-OCU-DESAPARECIDOS TO TRA-OCURRENCIAS.
004750     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004760     CALL "reporte_svc" USING RSVC-AREA.
004770     MOVE "CON MAS OCURRENCIAS QUE AYER............"
004780         TO TRA-ETIQUETA.
004790     MOVE WS-CUENTA-SUBEN TO TRA-VALORES.
004800     MOVE WS-OCU-SUBEN TO TRA-OCURRENCIAS.
004810     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004820     CALL "reporte_svc" USING RSVC-AREA.
004830     MOVE "CON MENOS OCURRENCIAS QUE AYER.........."
004840         TO TRA-ETIQUETA.
004850     MOVE WS-CUENTA-BAJAN TO TRA-VALORES.
004860     MOVE WS-OCU-BAJAN TO TRA-OCURRENCIAS.
004870     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004880     CALL "reporte_svc" USING RSVC-AREA.
004890     MOVE SPACES TO RSVC-LINEA.
004900     CALL "reporte_svc" USING RSVC-AREA.
004910     MOVE ZERO TO TRV-PORCENTAJE.
004920     MOVE SPACES TO TRV-ROTULO-PCT TRV-SENAL.
004930     MOVE "NUMEROS DEL DIA ANTERIOR................"
004940         TO TRV-ETIQUETA.
004950     MOVE WS-TOTAL-ANTERIOR TO TRV-CANTIDAD.
004960     MOVE WS-LINEA-VOLUMEN TO RSVC-LINEA.
004970     CALL "reporte_svc" USING RSVC-AREA.
004980     PERFORM 4700-EVALUAR-VOLUMEN THRU 4700-EXIT.
004990     MOVE "NUMEROS DE HOY / VARIACION.............."
005000         TO TRV-ETIQUETA.
005010     MOVE WS-TOTAL-HOY TO TRV-CANTIDAD.
005020     MOVE WS-PORCENTAJE TO TRV-PORCENTAJE.
005030     MOVE " %" TO TRV-ROTULO-PCT.
005040     MOVE WS-SW-VOLUMEN TO TRV-SENAL.
005050     MOVE WS-LINEA-VOLUMEN TO RSVC-LINEA.
005060     CALL "reporte_svc" USING RSVC-AREA.
005070     MOVE ZERO TO TRV-PORCENTAJE.
005080     MOVE SPACES TO TRV-ROTULO-PCT TRV-SENAL.
005090     MOVE "VALORES SENALADOS (*)..................."
005100         TO TRV-ETIQUETA.
005110     MOVE WS-CUENTA-SENALADOS TO TRV-CANTIDAD.
005120     MOVE WS-LINEA-VOLUMEN TO RSVC-LINEA.
005130     CALL "reporte_svc" USING RSVC-AREA.
005140 4600-EXIT.
005150     EXIT.
005160
005170 4700-EVALUAR-VOLUMEN.
005180     COMPUTE WS-DIFERENCIA = WS-TOTAL-HOY - WS-TOTAL-ANTERIOR.
005190     MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA.
005200     MOVE ZERO TO WS-PORCENTAJE.
005210     IF WS-TOTAL-ANTERIOR = ZERO
005220         IF WS-TOTAL-HOY > ZERO
005230             SET VOLUMEN-SENALADO TO TRUE
005240         END-IF
005250     ELSE
005260         COMPUTE WS-PORCENTAJE ROUNDED =
005270             WS-DIF-ABSOLUTA * 100 / WS-TOTAL-ANTERIOR
005280         IF WS-PORCENTAJE > WS-UMBRAL
005290             SET VOLUMEN-SENALADO TO TRUE
005300         END-IF
005310     END-IF.
005320     IF NOT VOLUMEN-SENALADO
005330         GO TO 4700-EXIT
005340     END-IF.
005350     MOVE SPACES TO WS-ELOG-MENSAJE.
005360     STRING "VOLUMEN DE NUMEROS " WS-TOTAL-ANTERIOR " -> "
005370         WS-TOTAL-HOY ": CAMBIA MAS DEL " WS-UMBRAL "%"
005380         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
005390     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005400             WS-ELOG-MENSAJE.
005410     MOVE 4 TO RETURN-CODE.
005420 4700-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 9000-TERMINAR - AUDITORIA Y CATALOGO DEL REPORTE
005470******************************************************************
005480 9000-TERMINAR.
005490     MOVE WS-TOTAL-HOY TO WS-AUDT-CANTIDAD.
005500     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005510     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005520     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
005530     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
005540             WS-CATG-CANTIDAD.
005550     DISPLAY " CAMBIOS DE NUMEROS: " WS-CUENTA-NUEVOS " NUEVOS, "
005560         WS-CUENTA-DESAPARECIDOS " DESAPARECIDOS, "
005570         WS-CUENTA-SUBEN " SUBEN, " WS-CUENTA-BAJAN " BAJAN.".
005580 9000-EXIT.
005590     EXIT.
005600
005610 END PROGRAM numeros_dif.
