000100******************************************************************
000110* PROGRAM-ID: carta_control
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    STATISTICAL CONTROL CHART OVER THE VALUES OF THE
000170*             DAY'S NUMEROS. VOLUMEN_ALARMA WATCHES HOW MANY
000180*             NUMEROS ARRIVE; THIS STEP WATCHES WHAT THEY ARE.
000190*             READS THE SORTED EXTRACT ARREGSAL LEFT BY
000200*             ARREGLOS, KEEPS ONE LINE PER BUSINESS DAY IN
000210*             NUMHIST (CANTIDAD, MEDIA, DESVIO, MINIMO, MAXIMO)
000220*             AND TAKES CONTROL LIMITS (CENTRO +/- 3 SIGMAS)
000230*             FOR THE MEDIA AND FOR THE DESVIO FROM THE LAST N
000240*             DAYS BEFORE TODAY (CARTACTL, 20 POR DEFECTO).
000250*             TODAY IS OUT OF CONTROL WHEN ITS MEDIA OR ITS
000260*             DESVIO FALLS OUTSIDE THE LIMITS, OR WHEN THE MEDIA
000270*             HAS SAT ON THE SAME SIDE OF THE CENTRE FOR A RUN
000280*             OF DAYS (CARTACTL, 8 POR DEFECTO); EACH SIGNAL
000290*             GOES TO ERRORLOG (66 MEDIA, 67 DESVIO, 68 RACHA).
000300*             A TEXT CHART OF THE LAST 30 DAYS IS PRINTED
000310*             THROUGH REPORTE_SVC AS CARTANUM.AAAAMMDD. A DAY
000320*             WITHOUT NUMEROS IS KEPT BUT NEITHER EVALUATED NOR
000330*             USED FOR THE LIMITS (EL VOLUMEN ES DE
000340*             VOLUMEN_ALARMA). RUNS AFTER ARREGLOS.
000350* TECTONICS:  cobc
000360******************************************************************
000370* MODIFICATION HISTORY
000380* DATE       INIT DESCRIPTION
000390* 2026-10-15 RW   INITIAL VERSION.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. carta_control.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ARREGSAL-FILE ASSIGN TO "ARREGSAL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ARREGSAL-STATUS.
000500
000510     SELECT NUMHIST-FILE ASSIGN TO "NUMHIST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HIST-STATUS.
000540
000550     SELECT PARM-FILE ASSIGN TO "CARTACTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PARM-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ARREGSAL-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 03 CHARACTERS.
000640 01  ARREGSAL-RECORD             PIC 9(03).
000650
000660 FD  NUMHIST-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 38 CHARACTERS.
000690 01  NUMHIST-RECORD.
000700     05  NUMH-FECHA              PIC 9(08).
000710     05  FILLER                  PIC X(01).
000720     05  NUMH-CANTIDAD           PIC 9(07).
000730     05  FILLER                  PIC X(01).
000740     05  NUMH-MEDIA              PIC 9(03)V99.
000750     05  FILLER                  PIC X(01).
000760     05  NUMH-DESVIO             PIC 9(03)V99.
000770     05  FILLER                  PIC X(01).
000780     05  NUMH-MINIMO             PIC 9(03).
000790     05  FILLER                  PIC X(01).
000800     05  NUMH-MAXIMO             PIC 9(03).
000810     05  FILLER                  PIC X(01).
000820     05  NUMH-SENAL              PIC X(01).
000830
000840 FD  PARM-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 04 CHARACTERS.
000870 01  PARM-RECORD.
000880     05  PARM-VENTANA            PIC 9(02).
000890     05  PARM-RACHA              PIC 9(02).
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-ARREGSAL-STATUS          PIC X(02).
000930 01  WS-HIST-STATUS              PIC X(02).
000940 01  WS-PARM-STATUS              PIC X(02).
000950 01  WS-FECHA-HOY                PIC X(08).
000960 01  WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY PIC 9(08).
000970 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000980
000990 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001000     88  FIN-ARCHIVO             VALUE "S".
001010
001020*----------------------------------------------------------------
001030*    PARAMETROS: VENTANA DE LOS LIMITES Y LARGO DE LA RACHA
001040*----------------------------------------------------------------
001050 01  WS-VENTANA                  PIC 9(02) VALUE 20.
001060 01  WS-RACHA-ALARMA             PIC 9(02) VALUE 8.
001070 01  WS-MUESTRAS-MINIMAS         PIC 9(02) VALUE 5.
001080 01  WS-DIAS-CARTA               PIC 9(02) VALUE 30.
001090
001100*----------------------------------------------------------------
001110*    ESTADISTICAS DE LOS NUMEROS DE HOY
001120*----------------------------------------------------------------
001130 01  WS-CANTIDAD                 PIC 9(07) VALUE ZERO.
001140 01  WS-SUMA                     PIC 9(10) VALUE ZERO.
001150 01  WS-SUMA-CUADRADOS           PIC 9(13) VALUE ZERO.
001160 01  WS-MINIMO                   PIC 9(03) VALUE 999.
001170 01  WS-MAXIMO                   PIC 9(03) VALUE ZERO.
001180 01  WS-MEDIA                    PIC 9(03)V99 VALUE ZERO.
001190 01  WS-VARIANZA                 PIC S9(07)V9(04) VALUE ZERO.
001200 01  WS-DESVIO                   PIC 9(03)V99 VALUE ZERO.
001210
001220*----------------------------------------------------------------
001230*    HISTORIA DE NUMHIST: LOS ULTIMOS 90 DIAS, EL DE HOY ULTIMO
001240*----------------------------------------------------------------
001250 01  WS-MAX-HISTORIA             PIC 9(02) VALUE 90.
001260 01  WS-CANT-HISTORIA            PIC 9(02) VALUE ZERO.
001270 01  TABLA-HISTORIA.
001280     05  HIS-ENTRADA OCCURS 90 TIMES.
001290         10  HIS-FECHA           PIC 9(08).
001300         10  HIS-CANTIDAD        PIC 9(07).
001310         10  HIS-MEDIA           PIC 9(03)V99.
001320         10  HIS-DESVIO          PIC 9(03)V99.
001330         10  HIS-MINIMO          PIC 9(03).
001340         10  HIS-MAXIMO          PIC 9(03).
001350         10  HIS-SENAL           PIC X(01).
001360 77  WS-IDX-HIS                  PIC 9(02) COMP.
001370 77  WS-IDX-CORRER               PIC 9(02) COMP.
001380 77  WS-IDX-DESDE                PIC 9(02) COMP.
001390
001400*----------------------------------------------------------------
001410*    LIMITES DE CONTROL DE LA MEDIA Y DEL DESVIO
001420*----------------------------------------------------------------
001430 01  WS-SW-LIMITES               PIC X(01) VALUE "N".
001440     88  HAY-LIMITES             VALUE "S".
001450 01  WS-MUESTRAS                 PIC 9(02) VALUE ZERO.
001460 01  WS-GRADOS-LIBERTAD          PIC 9(02) VALUE ZERO.
001470 01  WS-ACUM-MEDIA               PIC 9(07)V99 VALUE ZERO.
001480 01  WS-ACUM-DESVIO              PIC 9(07)V99 VALUE ZERO.
001490 01  WS-ACUM-CUAD-MEDIA          PIC 9(09)V9(04) VALUE ZERO.
001500 01  WS-ACUM-CUAD-DESVIO         PIC 9(09)V9(04) VALUE ZERO.
001510 01  WS-DIFERENCIA               PIC S9(04)V99 VALUE ZERO.
001520 01  WS-CENTRO-MEDIA             PIC S9(04)V99 VALUE ZERO.
001530 01  WS-SIGMA-MEDIA              PIC S9(04)V99 VALUE ZERO.
001540 01  WS-LSC-MEDIA                PIC S9(04)V99 VALUE ZERO.
001550 01  WS-LIC-MEDIA                PIC S9(04)V99 VALUE ZERO.
001560 01  WS-CENTRO-DESVIO            PIC S9(04)V99 VALUE ZERO.
001570 01  WS-SIGMA-DESVIO             PIC S9(04)V99 VALUE ZERO.
001580 01  WS-LSC-DESVIO               PIC S9(04)V99 VALUE ZERO.
001590 01  WS-LIC-DESVIO               PIC S9(04)V99 VALUE ZERO.
001600
001610*----------------------------------------------------------------
001620*    EVALUACION DEL DIA
001630*----------------------------------------------------------------
001640 01  WS-RACHA                    PIC 9(02) VALUE ZERO.
001650 01  WS-LADO-RACHA               PIC X(01) VALUE SPACE.
001660 01  WS-LADO-DIA                 PIC X(01) VALUE SPACE.
001670 01  WS-SW-RACHA-CORTADA         PIC X(01) VALUE "N".
001680     88  RACHA-CORTADA           VALUE "S".
001690 01  WS-CUENTA-SENALES           PIC 9(02) VALUE ZERO.
001700 01  WS-MEDIA-EDIT               PIC ZZ9.99.
001710 01  WS-RACHA-EDIT               PIC Z9.
001720
001730*----------------------------------------------------------------
001740*    ESCALA DEL GRAFICO: 51 POSICIONES ENTRE EL PISO Y EL TECHO
001750*----------------------------------------------------------------
001760 01  WS-PISO                     PIC S9(04)V99 VALUE ZERO.
001770 01  WS-TECHO                    PIC S9(04)V99 VALUE ZERO.
001780 01  WS-MARGEN                   PIC S9(04)V99 VALUE ZERO.
001790 01  WS-VALOR-ESCALA             PIC S9(04)V99 VALUE ZERO.
001800 01  WS-POSICION                 PIC S9(03) VALUE ZERO.
001810 01  WS-ANCHO-ESCALA             PIC S9(04)V99 VALUE ZERO.
001820
001830*----------------------------------------------------------------
001840*    REPORTE VIA REPORTE_SVC
001850*----------------------------------------------------------------
001860 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001870 01  RSVC-AREA.
001880     05  RSVC-FUNCION            PIC X(01).
001890     05  RSVC-ARCHIVO            PIC X(21).
001900     05  RSVC-TITULO             PIC X(40).
001910     05  RSVC-LINEA              PIC X(132).
001920     05  RSVC-CANT-LINEAS        PIC 9(07).
001930 01  WS-LINEA-LIMITES.
001940     05  LLI-ROTULO              PIC X(08).
001950     05  FILLER                  PIC X(10) VALUE "  CENTRO: ".
001960     05  LLI-CENTRO              PIC ZZ9.99.
001970     05  FILLER                  PIC X(09) VALUE "   LIC: ".
001980     05  LLI-LIC                 PIC ZZ9.99.
001990     05  FILLER                  PIC X(09) VALUE "   LSC: ".
002000     05  LLI-LSC                 PIC ZZ9.99.
002010     05  FILLER                  PIC X(13) VALUE "   SIGMA:   ".
002020     05  LLI-SIGMA               PIC ZZ9.99.
002030     05  FILLER                  PIC X(59) VALUE SPACES.
002040 01  WS-LINEA-DIA.
002050     05  LDI-FECHA               PIC 9(08).
002060     05  FILLER                  PIC X(01) VALUE SPACE.
002070     05  LDI-CANTIDAD            PIC ZZZZZZ9.
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  LDI-MEDIA               PIC ZZ9.99.
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  LDI-DESVIO              PIC ZZ9.99.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  LDI-MINIMO              PIC ZZ9.
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  LDI-MAXIMO              PIC ZZ9.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  LDI-SENAL               PIC X(01).
002180     05  FILLER                  PIC X(02) VALUE " |".
002190     05  LDI-GRAFICO.
002200         10  LDI-PUNTO OCCURS 51 TIMES PIC X(01).
002210     05  FILLER                  PIC X(01) VALUE "|".
002220     05  FILLER                  PIC X(37) VALUE SPACES.
002230 01  WS-LINEA-TRAILER.
002240     05  TRA-ETIQUETA            PIC X(40).
002250     05  TRA-VALOR               PIC ZZZ,ZZ9.
002260     05  FILLER                  PIC X(85) VALUE SPACES.
002270
002280*----------------------------------------------------------------
002290*    CAMPOS PARA BITACORA DE ERRORES, AUDITORIA Y CATALOGO
002300*----------------------------------------------------------------
002310 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "carta_control".
002320 01  WS-ELOG-CODIGO              PIC 9(04).
002330 01  WS-ELOG-MENSAJE             PIC X(59).
002340 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "carta_control".
002350 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002360 01  WS-CATG-ARCHIVO             PIC X(21).
002370 01  WS-CATG-CANTIDAD            PIC 9(07).
002380
002390 PROCEDURE DIVISION.
002400
002410******************************************************************
002420* 0000-MAINLINE
002430******************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002460     PERFORM 2000-MEDIR-NUMEROS THRU 2000-EXIT.
002470     PERFORM 3000-CALCULAR-LIMITES THRU 3000-EXIT.
002480     PERFORM 4000-EVALUAR-DIA THRU 4000-EXIT.
002490     PERFORM 5000-GRABAR-HISTORIA THRU 5000-EXIT.
002500     PERFORM 6000-EMITIR-CARTA THRU 6000-EXIT.
002510     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002520     GOBACK.
002530
002540******************************************************************
002550* 1000-INICIALIZAR - PARAMETROS E HISTORIA PREVIA. UNA LINEA
002560*     CON LA FECHA DE HOY (UN REPROCESO) SE DESCARTA: LA
002570*     REEMPLAZA LA MEDICION DE ESTA CORRIDA.
002580******************************************************************
002590 1000-INICIALIZAR.
002600     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002610     OPEN INPUT PARM-FILE.
002620     IF WS-PARM-STATUS = "00"
002630         READ PARM-FILE
002640             NOT AT END
002650                 IF PARM-VENTANA IS NUMERIC
002660                        AND PARM-VENTANA NOT <
002670                            WS-MUESTRAS-MINIMAS
002680                         AND PARM-VENTANA < WS-MAX-HISTORIA
002690                     MOVE PARM-VENTANA TO WS-VENTANA
002700                 END-IF
002710                 IF PARM-RACHA IS NUMERIC AND PARM-RACHA > 1
002720                     MOVE PARM-RACHA TO WS-RACHA-ALARMA
002730                 END-IF
002740         END-READ
002750         CLOSE PARM-FILE
002760     END-IF.
002770     OPEN INPUT NUMHIST-FILE.
002780     IF WS-HIST-STATUS = "00"
002790         MOVE "N" TO WS-EOF-ARCHIVO
002800         PERFORM 1100-CARGAR-HISTORIA THRU 1100-EXIT
002810             UNTIL FIN-ARCHIVO
002820         CLOSE NUMHIST-FILE
002830     END-IF.
002840 1000-EXIT.
002850     EXIT.
002860
002870 1100-CARGAR-HISTORIA.
002880     READ NUMHIST-FILE
002890         AT END
002900             SET FIN-ARCHIVO TO TRUE
002910             GO TO 1100-EXIT
002920     END-READ.
002930     IF NUMH-FECHA IS NOT NUMERIC
002940             OR NUMH-FECHA NOT < WS-FECHA-HOY-NUM
002950         GO TO 1100-EXIT
002960     END-IF.
002970     PERFORM 1200-HACER-LUGAR THRU 1200-EXIT.
002980     MOVE NUMH-FECHA TO HIS-FECHA(WS-CANT-HISTORIA).
002990     MOVE NUMH-CANTIDAD TO HIS-CANTIDAD(WS-CANT-HISTORIA).
003000     MOVE NUMH-MEDIA TO HIS-MEDIA(WS-CANT-HISTORIA).
003010     MOVE NUMH-DESVIO TO HIS-DESVIO(WS-CANT-HISTORIA).
003020     MOVE NUMH-MINIMO TO HIS-MINIMO(WS-CANT-HISTORIA).
003030     MOVE NUMH-MAXIMO TO HIS-MAXIMO(WS-CANT-HISTORIA).
003040     MOVE NUMH-SENAL TO HIS-SENAL(WS-CANT-HISTORIA).
003050 1100-EXIT.
003060     EXIT.
003070
003080*    DEJA LIBRE LA ULTIMA ENTRADA; CON LA TABLA LLENA SE PIERDE
003090*    EL DIA MAS VIEJO
003100 1200-HACER-LUGAR.
003110     IF WS-CANT-HISTORIA < WS-MAX-HISTORIA
003120         ADD 1 TO WS-CANT-HISTORIA
003130         GO TO 1200-EXIT
003140     END-IF.
003150     PERFORM 1210-CORRER-DIA THRU 1210-EXIT
003160         VARYING WS-IDX-CORRER FROM 2 BY 1
003170             UNTIL WS-IDX-CORRER > WS-CANT-HISTORIA.
003180 1200-EXIT.
003190     EXIT.
003200
003210 1210-CORRER-DIA.
003220     MOVE HIS-ENTRADA(WS-IDX-CORRER) TO
003230         HIS-ENTRADA(WS-IDX-CORRER - 1).
003240 1210-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 2000-MEDIR-NUMEROS - CANTIDAD, MEDIA, DESVIO, MINIMO Y MAXIMO
003290*     DE LOS NUMEROS DEL DIA; QUEDAN COMO ULTIMA ENTRADA
003300******************************************************************
003310 2000-MEDIR-NUMEROS.
003320     MOVE "N" TO WS-EOF-ARCHIVO.
003330     OPEN INPUT ARREGSAL-FILE.
003340     IF WS-ARREGSAL-STATUS = "00"
003350         PERFORM 2100-LEER-NUMERO THRU 2100-EXIT
003360             UNTIL FIN-ARCHIVO
003370         CLOSE ARREGSAL-FILE
003380     ELSE
003390         DISPLAY "SIN EXTRACTO ARREGSAL, EL DIA QUEDA SIN "
003400             "NUMEROS EN LA CARTA."
003410     END-IF.
003420     IF WS-CANTIDAD = ZERO
003430         MOVE ZERO TO WS-MINIMO
003440     ELSE
003450         COMPUTE WS-MEDIA ROUNDED = WS-SUMA / WS-CANTIDAD
003460         COMPUTE WS-VARIANZA ROUNDED =
003470             WS-SUMA-CUADRADOS / WS-CANTIDAD
003480             - (WS-SUMA / WS-CANTIDAD) ** 2
003490         IF WS-VARIANZA > ZERO
003500             COMPUTE WS-DESVIO ROUNDED = WS-VARIANZA ** 0.5
003510         END-IF
003520     END-IF.
003530     PERFORM 1200-HACER-LUGAR THRU 1200-EXIT.
003540     MOVE WS-FECHA-HOY-NUM TO HIS-FECHA(WS-CANT-HISTORIA).
003550     MOVE WS-CANTIDAD TO HIS-CANTIDAD(WS-CANT-HISTORIA).
003560     MOVE WS-MEDIA TO HIS-MEDIA(WS-CANT-HISTORIA).
003570     MOVE WS-DESVIO TO HIS-DESVIO(WS-CANT-HISTORIA).
003580     MOVE WS-MINIMO TO HIS-MINIMO(WS-CANT-HISTORIA).
003590     MOVE WS-MAXIMO TO HIS-MAXIMO(WS-CANT-HISTORIA).
003600     MOVE SPACE TO HIS-SENAL(WS-CANT-HISTORIA).
003610 2000-EXIT.
003620     EXIT.
003630
003640 2100-LEER-NUMERO.
003650     READ ARREGSAL-FILE
003660         AT END
003670             SET FIN-ARCHIVO TO TRUE
003680             GO TO 2100-EXIT
003690     END-READ.
003700     IF ARREGSAL-RECORD IS NOT NUMERIC
003710         GO TO 2100-EXIT
003720     END-IF.
003730     ADD 1 TO WS-CANTIDAD.
003740     ADD ARREGSAL-RECORD TO WS-SUMA.
003750     COMPUTE WS-SUMA-CUADRADOS = WS-SUMA-CUADRADOS
003760         + ARREGSAL-RECORD * ARREGSAL-RECORD.
003770     IF ARREGSAL-RECORD < WS-MINIMO
003780         MOVE ARREGSAL-RECORD TO WS-MINIMO
003790     END-IF.
003800     IF ARREGSAL-RECORD > WS-MAXIMO
003810         MOVE ARREGSAL-RECORD TO WS-MAXIMO
003820     END-IF.
003830 2100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870* 3000-CALCULAR-LIMITES - CENTRO Y SIGMA DE LA MEDIA Y DEL
003880*     DESVIO SOBRE LOS ULTIMOS N DIAS CON NUMEROS ANTERIORES A
003890*     HOY. LOS DIAS QUE QUEDARON FUERA DE CONTROL NO ENTRAN, PARA
003900*     QUE UN DIA ANORMAL NO ENSANCHE LOS LIMITES DE LOS QUE
003910*     SIGUEN. CON MENOS DE 5 DIAS LOS LIMITES ESTAN EN FORMACION.
003920******************************************************************
003930 3000-CALCULAR-LIMITES.
003940     MOVE ZERO TO WS-MUESTRAS.
003950     MOVE WS-CANT-HISTORIA TO WS-IDX-DESDE.
003960     PERFORM 3100-SUMAR-DIA THRU 3100-EXIT
003970         VARYING WS-IDX-HIS FROM WS-CANT-HISTORIA BY -1
003980             UNTIL WS-IDX-HIS < 1
003990                 OR WS-MUESTRAS NOT < WS-VENTANA.
004000     IF WS-MUESTRAS < WS-MUESTRAS-MINIMAS
004010         GO TO 3000-EXIT
004020     END-IF.
004030     COMPUTE WS-CENTRO-MEDIA ROUNDED =
004040         WS-ACUM-MEDIA / WS-MUESTRAS.
004050     COMPUTE WS-CENTRO-DESVIO ROUNDED =
004060         WS-ACUM-DESVIO / WS-MUESTRAS.
004070     PERFORM 3200-SUMAR-CUADRADOS THRU 3200-EXIT
004080         VARYING WS-IDX-HIS FROM WS-IDX-DESDE BY 1
004090             UNTIL WS-IDX-HIS NOT < WS-CANT-HISTORIA.
004100     COMPUTE WS-GRADOS-LIBERTAD = WS-MUESTRAS - 1.
004110     COMPUTE WS-VARIANZA ROUNDED =
004120         WS-ACUM-CUAD-MEDIA / WS-GRADOS-LIBERTAD.
004130     COMPUTE WS-SIGMA-MEDIA ROUNDED = WS-VARIANZA ** 0.5.
004140     COMPUTE WS-VARIANZA ROUNDED =
004150         WS-ACUM-CUAD-DESVIO / WS-GRADOS-LIBERTAD.
004160     COMPUTE WS-SIGMA-DESVIO ROUNDED = WS-VARIANZA ** 0.5.
004170     COMPUTE WS-LSC-MEDIA = WS-CENTRO-MEDIA + 3 * WS-SIGMA-MEDIA.
004180     COMPUTE WS-LIC-MEDIA = WS-CENTRO-MEDIA - 3 * WS-SIGMA-MEDIA.
004190     IF WS-LIC-MEDIA < ZERO
004200         MOVE ZERO TO WS-LIC-MEDIA
004210     END-IF.
004220     COMPUTE WS-LSC-DESVIO =
004230         WS-CENTRO-DESVIO + 3 * WS-SIGMA-DESVIO.
004240     COMPUTE WS-LIC-DESVIO =
004250         WS-CENTRO-DESVIO - 3 * WS-SIGMA-DESVIO.
004260     IF WS-LIC-DESVIO < ZERO
004270         MOVE ZERO TO WS-LIC-DESVIO
004280     END-IF.
004290     SET HAY-LIMITES TO TRUE.
004300 3000-EXIT.
004310     EXIT.
004320
004330*    RECORRE HACIA ATRAS DESDE AYER (LA ULTIMA ENTRADA ES HOY)
004340 3100-SUMAR-DIA.
004350     IF WS-IDX-HIS = WS-CANT-HISTORIA
004360         GO TO 3100-EXIT
004370     END-IF.
004380     IF HIS-CANTIDAD(WS-IDX-HIS) = ZERO
004390             OR HIS-SENAL(WS-IDX-HIS) = "L" OR "D"
004400         GO TO 3100-EXIT
004410     END-IF.
004420     ADD 1 TO WS-MUESTRAS.
004430     MOVE WS-IDX-HIS TO WS-IDX-DESDE.
004440     ADD HIS-MEDIA(WS-IDX-HIS) TO WS-ACUM-MEDIA.
004450     ADD HIS-DESVIO(WS-IDX-HIS) TO WS-ACUM-DESVIO.
004460 3100-EXIT.
004470     EXIT.
004480
004490 3200-SUMAR-CUADRADOS.
004500     IF HIS-CANTIDAD(WS-IDX-HIS) = ZERO
004510             OR HIS-SENAL(WS-IDX-HIS) = "L" OR "D"
004520         GO TO 3200-EXIT
004530     END-IF.
004540     COMPUTE WS-DIFERENCIA =
004550         HIS-MEDIA(WS-IDX-HIS) - WS-CENTRO-MEDIA.
004560     COMPUTE WS-ACUM-CUAD-MEDIA = WS-ACUM-CUAD-MEDIA
004570         + WS-DIFERENCIA * WS-DIFERENCIA.
004580     COMPUTE WS-DIFERENCIA =
004590         HIS-DESVIO(WS-IDX-HIS) - WS-CENTRO-DESVIO.
004600     COMPUTE WS-ACUM-CUAD-DESVIO = WS-ACUM-CUAD-DESVIO
004610         + WS-DIFERENCIA * WS-DIFERENCIA.
004620 3200-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 4000-EVALUAR-DIA - PUNTO FUERA DE LOS LIMITES (MEDIA O DESVIO)
004670*     O RACHA DE DIAS DEL MISMO LADO DEL CENTRO. LA RACHA SE
004680*     INFORMA EL DIA QUE ALCANZA EL LARGO PEDIDO; LOS DIAS QUE
004690*     LA PROLONGAN SOLO QUEDAN MARCADOS EN LA CARTA.
004700******************************************************************
004710 4000-EVALUAR-DIA.
004720     IF NOT HAY-LIMITES OR WS-CANTIDAD = ZERO
004730         GO TO 4000-EXIT
004740     END-IF.
004750     MOVE WS-MEDIA TO WS-MEDIA-EDIT.
004760     IF WS-MEDIA > WS-LSC-MEDIA OR WS-MEDIA < WS-LIC-MEDIA
004770         MOVE "L" TO HIS-SENAL(WS-CANT-HISTORIA)
004780         MOVE 66 TO WS-ELOG-CODIGO
004790         MOVE SPACES TO WS-ELOG-MENSAJE
004800         STRING "MEDIA DE NUMEROS FUERA DE LIMITES: "
004810             WS-MEDIA-EDIT DELIMITED BY SIZE
004820             INTO WS-ELOG-MENSAJE
004830         PERFORM 4900-SENALAR THRU 4900-EXIT
004840     END-IF.
004850     IF WS-DESVIO > WS-LSC-DESVIO OR WS-DESVIO < WS-LIC-DESVIO
004860         IF HIS-SENAL(WS-CANT-HISTORIA) = SPACE
004870             MOVE "D" TO HIS-SENAL(WS-CANT-HISTORIA)
004880         END-IF
004890         MOVE WS-DESVIO TO WS-MEDIA-EDIT
004900         MOVE 67 TO WS-ELOG-CODIGO
004910         MOVE SPACES TO WS-ELOG-MENSAJE
004920         STRING "DESVIO DE NUMEROS FUERA DE LIMITES: "
004930             WS-MEDIA-EDIT DELIMITED BY SIZE
004940             INTO WS-ELOG-MENSAJE
004950         PERFORM 4900-SENALAR THRU 4900-EXIT
004960     END-IF.
004970     PERFORM 4100-MEDIR-RACHA THRU 4100-EXIT.
004980     IF WS-RACHA NOT < WS-RACHA-ALARMA
004990         IF HIS-SENAL(WS-CANT-HISTORIA) = SPACE
005000             MOVE "R" TO HIS-SENAL(WS-CANT-HISTORIA)
005010         END-IF
005020     END-IF.
005030     IF WS-RACHA = WS-RACHA-ALARMA
005040         MOVE WS-RACHA TO WS-RACHA-EDIT
005050         MOVE 68 TO WS-ELOG-CODIGO
005060         MOVE SPACES TO WS-ELOG-MENSAJE
005070         IF WS-LADO-RACHA = "+"
005080             STRING "MEDIA DE NUMEROS " WS-RACHA-EDIT
005090                 " DIAS SOBRE EL CENTRO" DELIMITED BY SIZE
005100                 INTO WS-ELOG-MENSAJE
005110         ELSE
005120             STRING "MEDIA DE NUMEROS " WS-RACHA-EDIT
005130                 " DIAS BAJO EL CENTRO" DELIMITED BY SIZE
005140                 INTO WS-ELOG-MENSAJE
005150         END-IF
005160         PERFORM 4900-SENALAR THRU 4900-EXIT
005170     END-IF.
005180 4000-EXIT.
005190     EXIT.
005200
005210*    DIAS SEGUIDOS, HASTA HOY, CON LA MEDIA DEL MISMO LADO DEL
005220*    CENTRO ACTUAL. LOS DIAS SIN NUMEROS NO CUENTAN NI CORTAN.
005230 4100-MEDIR-RACHA.
005240     MOVE ZERO TO WS-RACHA.
005250     MOVE SPACE TO WS-LADO-RACHA.
005260     MOVE "N" TO WS-SW-RACHA-CORTADA.
005270     PERFORM 4110-MIRAR-DIA THRU 4110-EXIT
005280         VARYING WS-IDX-HIS FROM WS-CANT-HISTORIA BY -1
005290             UNTIL WS-IDX-HIS < 1 OR RACHA-CORTADA.
005300 4100-EXIT.
005310     EXIT.
005320
005330 4110-MIRAR-DIA.
005340     IF HIS-CANTIDAD(WS-IDX-HIS) = ZERO
005350         GO TO 4110-EXIT
005360     END-IF.
005370     EVALUATE TRUE
005380         WHEN HIS-MEDIA(WS-IDX-HIS) > WS-CENTRO-MEDIA
005390             MOVE "+" TO WS-LADO-DIA
005400         WHEN HIS-MEDIA(WS-IDX-HIS) < WS-CENTRO-MEDIA
005410             MOVE "-" TO WS-LADO-DIA
005420         WHEN OTHER
005430             SET RACHA-CORTADA TO TRUE
005440             GO TO 4110-EXIT
005450     END-EVALUATE.
005460     IF WS-LADO-RACHA = SPACE
005470         MOVE WS-LADO-DIA TO WS-LADO-RACHA
005480     END-IF.
005490     IF WS-LADO-DIA NOT = WS-LADO-RACHA
005500         SET RACHA-CORTADA TO TRUE
005510         GO TO 4110-EXIT
005520     END-IF.
005530     ADD 1 TO WS-RACHA.
005540 4110-EXIT.
005550     EXIT.
005560
005570 4900-SENALAR.
005580     ADD 1 TO WS-CUENTA-SENALES.
005590     DISPLAY " CARTA DE CONTROL: " WS-ELOG-MENSAJE.
005600     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005610             WS-ELOG-MENSAJE.
005620 4900-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660* 5000-GRABAR-HISTORIA - REGRABA NUMHIST CON EL DIA DE HOY
005670******************************************************************
005680 5000-GRABAR-HISTORIA.
005690     OPEN OUTPUT NUMHIST-FILE.
005700     PERFORM 5100-GRABAR-DIA THRU 5100-EXIT
005710         VARYING WS-IDX-HIS FROM 1 BY 1
005720             UNTIL WS-IDX-HIS > WS-CANT-HISTORIA.
005730     CLOSE NUMHIST-FILE.
005740 5000-EXIT.
005750     EXIT.
005760
005770 5100-GRABAR-DIA.
005780     MOVE SPACES TO NUMHIST-RECORD.
005790     MOVE HIS-FECHA(WS-IDX-HIS) TO NUMH-FECHA.
005800     MOVE HIS-CANTIDAD(WS-IDX-HIS) TO NUMH-CANTIDAD.
005810     MOVE HIS-MEDIA(WS-IDX-HIS) TO NUMH-MEDIA.
005820     MOVE HIS-DESVIO(WS-IDX-HIS) TO NUMH-DESVIO.
005830     MOVE HIS-MINIMO(WS-IDX-HIS) TO NUMH-MINIMO.
005840     MOVE HIS-MAXIMO(WS-IDX-HIS) TO NUMH-MAXIMO.
005850     MOVE HIS-SENAL(WS-IDX-HIS) TO NUMH-SENAL.
005860     WRITE NUMHIST-RECORD.
005870 5100-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* 6000-EMITIR-CARTA - LIMITES Y UNA LINEA POR CADA UNO DE LOS
005920*     ULTIMOS 30 DIAS: ":" ES EL CENTRO, "!" LOS LIMITES Y "*" LA
005930*     MEDIA DEL DIA ("<" O ">" SI CAE FUERA DE LA ESCALA)
005940******************************************************************
005950 6000-EMITIR-CARTA.
005960     MOVE SPACES TO WS-DYN-REPORT-FILE.
005970     STRING "CARTANUM." WS-FECHA-HOY DELIMITED BY SIZE
005980         WS-SUFIJO-CICLO DELIMITED BY SPACE
005990         INTO WS-DYN-REPORT-FILE.
006000     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
006010     MOVE "CARTA DE CONTROL DE LOS NUMEROS" TO RSVC-TITULO.
006020     MOVE "A" TO RSVC-FUNCION.
006030     CALL "reporte_svc" USING RSVC-AREA.
006040     MOVE "E" TO RSVC-FUNCION.
006050     IF HAY-LIMITES
006060         MOVE "MEDIA" TO LLI-ROTULO
006070         MOVE WS-CENTRO-MEDIA TO LLI-CENTRO
006080         MOVE WS-LIC-MEDIA TO LLI-LIC
006090         MOVE WS-LSC-MEDIA TO LLI-LSC
006100         MOVE WS-SIGMA-MEDIA TO LLI-SIGMA
006110         MOVE WS-LINEA-LIMITES TO RSVC-LINEA
006120         CALL "reporte_svc" USING RSVC-AREA
006130         MOVE "DESVIO" TO LLI-ROTULO
006140         MOVE WS-CENTRO-DESVIO TO LLI-CENTRO
006150         MOVE WS-LIC-DESVIO TO LLI-LIC
006160         MOVE WS-LSC-DESVIO TO LLI-LSC
006170         MOVE WS-SIGMA-DESVIO TO LLI-SIGMA
006180         MOVE WS-LINEA-LIMITES TO RSVC-LINEA
006190         CALL "reporte_svc" USING RSVC-AREA
006200     ELSE
006210         MOVE "LIMITES EN FORMACION: MENOS DE 5 DIAS CON NUMEROS"
006220             TO RSVC-LINEA
006230         CALL "reporte_svc" USING RSVC-AREA
006240     END-IF.
006250     MOVE SPACES TO RSVC-LINEA.
006260     CALL "reporte_svc" USING RSVC-AREA.
006270     MOVE "FECHA     CANTIDAD  MEDIA DESVIO MIN MAX  S"
006280         TO RSVC-LINEA.
006290     CALL "reporte_svc" USING RSVC-AREA.
006300     MOVE 1 TO WS-IDX-DESDE.
006310     IF WS-CANT-HISTORIA > WS-DIAS-CARTA
006320         COMPUTE WS-IDX-DESDE =
006330             WS-CANT-HISTORIA - WS-DIAS-CARTA + 1
006340     END-IF.
006350     PERFORM 6100-FIJAR-ESCALA THRU 6100-EXIT.
006360     PERFORM 6200-EMITIR-DIA THRU 6200-EXIT
006370         VARYING WS-IDX-HIS FROM WS-IDX-DESDE BY 1
006380             UNTIL WS-IDX-HIS > WS-CANT-HISTORIA.
006390     MOVE SPACES TO RSVC-LINEA.
006400     CALL "reporte_svc" USING RSVC-AREA.
006410     MOVE "S: L MEDIA FUERA DE LIMITES  D DESVIO FUERA DE LIMITES"
006420         TO RSVC-LINEA.
006430     MOVE "  R RACHA DEL MISMO LADO DEL CENTRO" TO
006440         RSVC-LINEA(55:35).
006450     CALL "reporte_svc" USING RSVC-AREA.
006460     MOVE SPACES TO RSVC-LINEA.
006470     CALL "reporte_svc" USING RSVC-AREA.
006480     MOVE "NUMEROS DEL DIA........................"
006490         TO TRA-ETIQUETA.
006500     MOVE WS-CANTIDAD TO TRA-VALOR.
006510     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006520     CALL "reporte_svc" USING RSVC-AREA.
006530     MOVE "DIAS USADOS PARA LOS LIMITES..........."
006540         TO TRA-ETIQUETA.
006550     MOVE WS-MUESTRAS TO TRA-VALOR.
006560     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006570     CALL "reporte_svc" USING RSVC-AREA.
006580     MOVE "RACHA ACTUAL DEL MISMO LADO DEL CENTRO."
006590         TO TRA-ETIQUETA.
006600     MOVE WS-RACHA TO TRA-VALOR.
006610     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006620     CALL "reporte_svc" USING RSVC-AREA.
006630     MOVE "SENALES LEVANTADAS HOY................."
006640         TO TRA-ETIQUETA.
006650     MOVE WS-CUENTA-SENALES TO TRA-VALOR.
006660     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006670     CALL "reporte_svc" USING RSVC-AREA.
006680     MOVE "C" TO RSVC-FUNCION.
006690     CALL "reporte_svc" USING RSVC-AREA.
006700 6000-EXIT.
006710     EXIT.
006720
006730*    CON LIMITES LA ESCALA VA DE UN CUARTO DEL ANCHO DE LOS
006740*    LIMITES POR DEBAJO DEL LIC A OTRO TANTO POR ENCIMA DEL LSC;
006750*    SIN ELLOS, DE LA MENOR A LA MAYOR MEDIA DE LA CARTA
006760 6100-FIJAR-ESCALA.
006770     IF HAY-LIMITES
006780         COMPUTE WS-MARGEN = (WS-LSC-MEDIA - WS-LIC-MEDIA) / 4
006790         COMPUTE WS-PISO = WS-LIC-MEDIA - WS-MARGEN
006800         COMPUTE WS-TECHO = WS-LSC-MEDIA + WS-MARGEN
006810     ELSE
006820         MOVE 999 TO WS-PISO
006830         MOVE ZERO TO WS-TECHO
006840         PERFORM 6110-AMPLIAR-ESCALA THRU 6110-EXIT
006850             VARYING WS-IDX-HIS FROM WS-IDX-DESDE BY 1
006860                 UNTIL WS-IDX-HIS > WS-CANT-HISTORIA
006870     END-IF.
006880     IF WS-TECHO NOT > WS-PISO
006890         COMPUTE WS-PISO = WS-PISO - 1
006900         COMPUTE WS-TECHO = WS-PISO + 2
006910     END-IF.
006920     COMPUTE WS-ANCHO-ESCALA = WS-TECHO - WS-PISO.
006930 6100-EXIT.
006940     EXIT.
006950
006960 6110-AMPLIAR-ESCALA.
006970     IF HIS-CANTIDAD(WS-IDX-HIS) = ZERO
006980         GO TO 6110-EXIT
006990     END-IF.
007000     IF HIS-MEDIA(WS-IDX-HIS) < WS-PISO
007010         MOVE HIS-MEDIA(WS-IDX-HIS) TO WS-PISO
007020     END-IF.
007030     IF HIS-MEDIA(WS-IDX-HIS) > WS-TECHO
007040         MOVE HIS-MEDIA(WS-IDX-HIS) TO WS-TECHO
007050     END-IF.
007060 6110-EXIT.
007070     EXIT.
007080
007090 6200-EMITIR-DIA.
007100     MOVE HIS-FECHA(WS-IDX-HIS) TO LDI-FECHA.
007110     MOVE HIS-CANTIDAD(WS-IDX-HIS) TO LDI-CANTIDAD.
007120     MOVE HIS-MEDIA(WS-IDX-HIS) TO LDI-MEDIA.
007130     MOVE HIS-DESVIO(WS-IDX-HIS) TO LDI-DESVIO.
007140     MOVE HIS-MINIMO(WS-IDX-HIS) TO LDI-MINIMO.
007150     MOVE HIS-MAXIMO(WS-IDX-HIS) TO LDI-MAXIMO.
007160     MOVE HIS-SENAL(WS-IDX-HIS) TO LDI-SENAL.
007170     MOVE SPACES TO LDI-GRAFICO.
007180     IF HAY-LIMITES
007190         MOVE WS-LIC-MEDIA TO WS-VALOR-ESCALA
007200         PERFORM 6300-UBICAR-EN-ESCALA THRU 6300-EXIT
007210         MOVE "!" TO LDI-PUNTO(WS-POSICION)
007220         MOVE WS-LSC-MEDIA TO WS-VALOR-ESCALA
007230         PERFORM 6300-UBICAR-EN-ESCALA THRU 6300-EXIT
007240         MOVE "!" TO LDI-PUNTO(WS-POSICION)
007250         MOVE WS-CENTRO-MEDIA TO WS-VALOR-ESCALA
007260         PERFORM 6300-UBICAR-EN-ESCALA THRU 6300-EXIT
007270         MOVE ":" TO LDI-PUNTO(WS-POSICION)
007280     END-IF.
007290     IF HIS-CANTIDAD(WS-IDX-HIS) > ZERO
007300         MOVE HIS-MEDIA(WS-IDX-HIS) TO WS-VALOR-ESCALA
007310         PERFORM 6300-UBICAR-EN-ESCALA THRU 6300-EXIT
007320         EVALUATE TRUE
007330             WHEN WS-VALOR-ESCALA < WS-PISO
007340                 MOVE "<" TO LDI-PUNTO(1)
007350             WHEN WS-VALOR-ESCALA > WS-TECHO
007360                 MOVE ">" TO LDI-PUNTO(51)
007370             WHEN OTHER
007380                 MOVE "*" TO LDI-PUNTO(WS-POSICION)
007390         END-EVALUATE
007400     END-IF.
007410     MOVE WS-LINEA-DIA TO RSVC-LINEA.
007420     CALL "reporte_svc" USING RSVC-AREA.
007430 6200-EXIT.
007440     EXIT.
007450
007460 6300-UBICAR-EN-ESCALA.
007470     COMPUTE WS-POSICION ROUNDED = 1 + (WS-VALOR-ESCALA - WS-PISO)
007480         * 50 / WS-ANCHO-ESCALA.
007490     IF WS-POSICION < 1
007500         MOVE 1 TO WS-POSICION
007510     END-IF.
007520     IF WS-POSICION > 51
007530         MOVE 51 TO WS-POSICION
007540     END-IF.
007550 6300-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 9000-TERMINAR - AUDITORIA Y CATALOGO DE LA CARTA
007600******************************************************************
007610 9000-TERMINAR.
007620     MOVE WS-CANTIDAD TO WS-AUDT-CANTIDAD.
007630     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007640     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
007650     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
007660     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007670             WS-CATG-CANTIDAD.
007680     DISPLAY " CARTA DE CONTROL DE NUMEROS: " WS-CUENTA-SENALES
007690         " SENALES, RACHA " WS-RACHA.
007700 9000-EXIT.
007710     EXIT.
007720
007730 END PROGRAM carta_control.
