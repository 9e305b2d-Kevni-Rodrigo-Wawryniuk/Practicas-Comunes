000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* 2026-09-01 RW   INITIAL VERSION.
000310* 2026-10-15 RW   LOS SNAPSHOTS TAMBIEN VAN AL ARCHIVO DE DATOS
000320*                 DE REPORTE_SVC (FUNCIONES T Y D).
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. capacidad_rpt.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT VOLHIST-FILE ASSIGN TO "VOLHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-VOL-STATUS.
000430
000440     SELECT CAPHIST-FILE ASSIGN TO "CAPHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CAP-STATUS.
000470
000480     SELECT PARM-FILE ASSIGN TO "CAPCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  VOLHIST-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 31 CHARACTERS.
000570 01  VOLHIST-RECORD.
000580     05  VOLH-PROGRAMA           PIC X(20).
000590     05  FILLER                  PIC X(01).
000600     05  VOLH-PROMEDIO           PIC 9(07).
000610     05  FILLER                  PIC X(01).
000620     05  VOLH-MUESTRAS           PIC 9(02).
000630
000640 FD  CAPHIST-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 43 CHARACTERS.
000670 01  CAPHIST-RECORD.
000680     05  CAPH-FECHA              PIC 9(08).
000690     05  FILLER                  PIC X(01).
000700     05  CAPH-PROMEDIO-NUM       PIC 9(07).
000710     05  FILLER                  PIC X(01).
000720     05  CAPH-BYTES-PERSONAF     PIC 9(12).
000730     05  FILLER                  PIC X(01).
000740     05  CAPH-BYTES-ARREGIDX     PIC 9(12).
000750
000760 FD  PARM-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 12 CHARACTERS.
000790 01  PARM-RECORD.
000800     05  PARM-TOPE-PERSONAF      PIC 9(12).
000810
000820 WORKING-STORAGE SECTION.
000830 COPY TABLANUM.
000840
000850 01  WS-VOL-STATUS               PIC X(02).
000860 01  WS-CAP-STATUS               PIC X(02).
000870 01  WS-PARM-STATUS              PIC X(02).
000880
000890 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000900     88  FIN-ARCHIVO             VALUE "S".
000910
000920*----------------------------------------------------------------
000930*    SNAPSHOT DE LA CORRIDA: PROMEDIO DE NUMEROS Y TAMANOS
000940*----------------------------------------------------------------
000950 01  WS-PROMEDIO-NUMEROS         PIC 9(07) VALUE ZERO.
000960 01  WS-NOMBRE-PERSONAF          PIC X(20) VALUE "PERSONAF".
000970 01  WS-NOMBRE-ARREGIDX          PIC X(20) VALUE "ARREGIDX".
000980 01  WS-INFO-ARCHIVO.
000990     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
001000     05  FILLER                  PIC X(08).
001010 01  WS-RC-EXISTE                PIC S9(09) COMP-5.
001020 01  WS-BYTES-PERSONAF           PIC 9(12) VALUE ZERO.
001030 01  WS-BYTES-ARREGIDX           PIC 9(12) VALUE ZERO.
001040
001050*----------------------------------------------------------------
001060*    HISTORIA DE SNAPSHOTS EN MEMORIA (ULTIMOS 60)
001070*----------------------------------------------------------------
001080 01  WS-MAX-SNAPSHOTS            PIC 9(02) VALUE 60.
001090 01  WS-CANT-SNAPSHOTS           PIC 9(02) VALUE ZERO.
001100 01  TABLA-SNAPSHOTS.
001110     05  SNAP-ENTRADA OCCURS 60 TIMES.
001120         10  SNAP-FECHA          PIC 9(08).
001130         10  SNAP-PROMEDIO       PIC 9(07).
001140         10  SNAP-BYTES-PERS     PIC 9(12).
001150         10  SNAP-BYTES-IDX      PIC 9(12).
001160 01  WS-IDX-SNAP                 PIC 9(02) COMP.
001170
001180*----------------------------------------------------------------
001190*    PROYECCION LINEAL ENTRE EL PRIMER Y EL ULTIMO SNAPSHOT
001200*----------------------------------------------------------------
001210 01  WS-TOPE-PERSONAF            PIC 9(12) VALUE 104857600.
001220 01  WS-DIA-PRIMERO              PIC 9(07) COMP.
001230 01  WS-DIA-ULTIMO               PIC 9(07) COMP.
001240 01  WS-DIAS-TRAMO               PIC S9(07) COMP.
001250 01  WS-CRECIMIENTO-DIARIO       PIC S9(09)V99 COMP-3.
001260 01  WS-DIAS-RESTANTES           PIC S9(07) COMP.
001270 01  WS-DIA-CRUCE                PIC 9(07) COMP.
001280 01  WS-FECHA-CRUCE              PIC 9(08).
001290
001300*----------------------------------------------------------------
001310*    FECHA DE NEGOCIO Y REPORTE COMPARTIDO
001320*----------------------------------------------------------------
001330 01  WS-FECHA-HOY                PIC X(08).
001340 01  WS-FECHA-NUMERICA           PIC 9(08).
001350 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001360 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001370 01  RSVC-AREA.
001380     05  RSVC-FUNCION            PIC X(01).
001390     05  RSVC-ARCHIVO            PIC X(21).
001400     05  RSVC-TITULO             PIC X(40).
001410     05  RSVC-LINEA              PIC X(132).
001420     05  RSVC-CANT-LINEAS        PIC 9(07).
001430
001440 01  WS-LINEA-SNAPSHOT.
001450     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001460     05  LSN-FECHA               PIC 9(08).
001470     05  FILLER                  PIC X(19)
001480             VALUE "  PROMEDIO NUMEROS ".
001490     05  LSN-PROMEDIO            PIC Z,ZZZ,ZZ9.
001500     05  FILLER                  PIC X(17)
001510             VALUE "  PERSONAF BYTES ".
001520     05  LSN-BYTES-PERS          PIC ZZZ,ZZZ,ZZZ,ZZ9.
001530     05  FILLER                  PIC X(17)
001540             VALUE "  ARREGIDX BYTES ".
001550     05  LSN-BYTES-IDX           PIC ZZZ,ZZZ,ZZZ,ZZ9.
001560     05  FILLER                  PIC X(26) VALUE SPACES.
001570 01  WS-LINEA-PROYECCION         PIC X(132).
001580 01  WS-FECHA-EDITADA            PIC 9(08).
001590
001600*----------------------------------------------------------------
001610*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
001620*----------------------------------------------------------------
001630 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "capacidad_rpt".
001640 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001650 01  WS-CATG-ARCHIVO             PIC X(21).
001660 01  WS-CATG-CANTIDAD            PIC 9(07).
001670
001680 PROCEDURE DIVISION.
001690
001700******************************************************************
001710* 0000-MAINLINE
001720******************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001750     PERFORM 2000-TOMAR-SNAPSHOT THRU 2000-EXIT.
001760     PERFORM 3000-CARGAR-HISTORIA THRU 3000-EXIT.
001770     PERFORM 5000-ESCRIBIR-REPORTE THRU 5000-EXIT.
001780     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001790     GOBACK.
001800
001810 1000-INICIALIZAR.
001820     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001830     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
001840     OPEN INPUT PARM-FILE.
001850     IF WS-PARM-STATUS = "00"
001860         READ PARM-FILE
001870             NOT AT END
001880                 IF PARM-TOPE-PERSONAF IS NUMERIC
001890                         AND PARM-TOPE-PERSONAF > ZERO
001900                     MOVE PARM-TOPE-PERSONAF TO
001910                         WS-TOPE-PERSONAF
001920                 END-IF
001930         END-READ
001940         CLOSE PARM-FILE
001950     END-IF.
001960     STRING "CAPRPT." WS-FECHA-HOY DELIMITED BY SIZE
001970         WS-SUFIJO-CICLO DELIMITED BY SPACE
001980         INTO WS-DYN-REPORT-FILE.
001990     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
002000     MOVE "PROYECCION DE CAPACIDAD" TO RSVC-TITULO.
002010     MOVE "A" TO RSVC-FUNCION.
002020     CALL "reporte_svc" USING RSVC-AREA.
002030     MOVE "T" TO RSVC-FUNCION.
002040     MOVE "FECHA,PROMEDIO_NUMEROS,BYTES_PERSONAF,BYTES_ARREGIDX"
002050         TO RSVC-LINEA.
002060     CALL "reporte_svc" USING RSVC-AREA.
002070     MOVE "E" TO RSVC-FUNCION.
002080 1000-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 2000-TOMAR-SNAPSHOT - PROMEDIO DE NUMEROS (VOLHIST, PROGRAMA
002130*     ARREGLOS) Y TAMANOS DE LOS INDEXADOS, AGREGADOS A CAPHIST
002140******************************************************************
002150 2000-TOMAR-SNAPSHOT.
002160     OPEN INPUT VOLHIST-FILE.
002170     IF WS-VOL-STATUS = "00"
002180         PERFORM 2100-LEER-VOLHIST THRU 2100-EXIT
002190             UNTIL FIN-ARCHIVO
002200         CLOSE VOLHIST-FILE
002210     END-IF.
002220     MOVE ZERO TO WS-TAMANO-ARCHIVO.
002230     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-PERSONAF
002240         WS-INFO-ARCHIVO
002250         RETURNING WS-RC-EXISTE.
002260     IF WS-RC-EXISTE = ZERO
002270         MOVE WS-TAMANO-ARCHIVO TO WS-BYTES-PERSONAF
002280     END-IF.
002290     MOVE ZERO TO WS-TAMANO-ARCHIVO.
002300     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ARREGIDX
002310         WS-INFO-ARCHIVO
002320         RETURNING WS-RC-EXISTE.
002330     IF WS-RC-EXISTE = ZERO
002340         MOVE WS-TAMANO-ARCHIVO TO WS-BYTES-ARREGIDX
002350     END-IF.
002360     OPEN EXTEND CAPHIST-FILE.
002370     IF WS-CAP-STATUS NOT = "00"
002380         OPEN OUTPUT CAPHIST-FILE
002390     END-IF.
002400     MOVE SPACES TO CAPHIST-RECORD.
002410     MOVE WS-FECHA-NUMERICA TO CAPH-FECHA.
002420     MOVE WS-PROMEDIO-NUMEROS TO CAPH-PROMEDIO-NUM.
002430     MOVE WS-BYTES-PERSONAF TO CAPH-BYTES-PERSONAF.
002440     MOVE WS-BYTES-ARREGIDX TO CAPH-BYTES-ARREGIDX.
002450     WRITE CAPHIST-RECORD.
002460     CLOSE CAPHIST-FILE.
002470 2000-EXIT.
002480     EXIT.
002490
002500 2100-LEER-VOLHIST.
002510     READ VOLHIST-FILE
002520         AT END
002530             SET FIN-ARCHIVO TO TRUE
002540         NOT AT END
002550             IF VOLH-PROGRAMA = "arreglos"
002560                     AND VOLH-PROMEDIO IS NUMERIC
002570                 MOVE VOLH-PROMEDIO TO WS-PROMEDIO-NUMEROS
002580             END-IF
002590     END-READ.
002600 2100-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640* 3000-CARGAR-HISTORIA - LOS ULTIMOS SNAPSHOTS DE CAPHIST EN
002650*     MEMORIA (SI HAY MAS DE 60, QUEDAN LOS MAS RECIENTES)
002660******************************************************************
002670 3000-CARGAR-HISTORIA.
002680     MOVE "N" TO WS-EOF-ARCHIVO.
002690     OPEN INPUT CAPHIST-FILE.
002700     IF WS-CAP-STATUS = "00"
002710         PERFORM 3100-LEER-SNAPSHOT THRU 3100-EXIT
002720             UNTIL FIN-ARCHIVO
002730         CLOSE CAPHIST-FILE
002740     END-IF.
002750 3000-EXIT.
002760     EXIT.
002770
002780 3100-LEER-SNAPSHOT.
002790     READ CAPHIST-FILE
002800         AT END
002810             SET FIN-ARCHIVO TO TRUE
002820         NOT AT END
002830             IF WS-CANT-SNAPSHOTS = WS-MAX-SNAPSHOTS
002840                 PERFORM 3200-CORRER-HISTORIA THRU 3200-EXIT
002850             END-IF
002860             ADD 1 TO WS-CANT-SNAPSHOTS
002870             MOVE CAPH-FECHA TO
002880                 SNAP-FECHA(WS-CANT-SNAPSHOTS)
002890             MOVE CAPH-PROMEDIO-NUM TO
002900                 SNAP-PROMEDIO(WS-CANT-SNAPSHOTS)
002910             MOVE CAPH-BYTES-PERSONAF TO
002920                 SNAP-BYTES-PERS(WS-CANT-SNAPSHOTS)
002930             MOVE CAPH-BYTES-ARREGIDX TO
002940                 SNAP-BYTES-IDX(WS-CANT-SNAPSHOTS)
002950     END-READ.
002960 3100-EXIT.
002970     EXIT.
002980
002990 3200-CORRER-HISTORIA.
003000     PERFORM VARYING WS-IDX-SNAP FROM 1 BY 1
003010             UNTIL WS-IDX-SNAP >= WS-MAX-SNAPSHOTS
003020         PERFORM 3210-CORRER-UNA THRU 3210-EXIT
003030     END-PERFORM.
003040     SUBTRACT 1 FROM WS-CANT-SNAPSHOTS.
003050 3200-EXIT.
003060     EXIT.
003070
003080 3210-CORRER-UNA.
003090     MOVE SNAP-ENTRADA(WS-IDX-SNAP + 1) TO
003100         SNAP-ENTRADA(WS-IDX-SNAP).
003110 3210-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150* 5000-ESCRIBIR-REPORTE - TENDENCIA DE SNAPSHOTS Y PROYECCIONES
003160******************************************************************
003170 5000-ESCRIBIR-REPORTE.
003180     MOVE "TENDENCIA DE VOLUMENES Y TAMANOS" TO RSVC-LINEA.
003190     CALL "reporte_svc" USING RSVC-AREA.
003200     PERFORM 5100-ESCRIBIR-SNAPSHOT THRU 5100-EXIT
003210         VARYING WS-IDX-SNAP FROM 1 BY 1
003220             UNTIL WS-IDX-SNAP > WS-CANT-SNAPSHOTS.
003230     MOVE "PROYECCIONES" TO RSVC-LINEA.
003240     CALL "reporte_svc" USING RSVC-AREA.
003250     IF WS-CANT-SNAPSHOTS < 2
003260         MOVE " (SE NECESITAN DOS SNAPSHOTS PARA PROYECTAR)"
003270             TO RSVC-LINEA
003280         CALL "reporte_svc" USING RSVC-AREA
003290         GO TO 5000-EXIT
003300     END-IF.
003310     COMPUTE WS-DIA-PRIMERO =
003320         FUNCTION INTEGER-OF-DATE(SNAP-FECHA(1)).
003330     COMPUTE WS-DIA-ULTIMO =
003340         FUNCTION INTEGER-OF-DATE(
003350             SNAP-FECHA(WS-CANT-SNAPSHOTS)).
003360     COMPUTE WS-DIAS-TRAMO = WS-DIA-ULTIMO - WS-DIA-PRIMERO.
003370     IF WS-DIAS-TRAMO < 1
003380         MOVE " (LOS SNAPSHOTS SON DEL MISMO DIA: SIN TRAMO "
003390             TO RSVC-LINEA
003400         CALL "reporte_svc" USING RSVC-AREA
003410         GO TO 5000-EXIT
003420     END-IF.
003430     PERFORM 5200-PROYECTAR-NUMEROS THRU 5200-EXIT.
003440     PERFORM 5300-PROYECTAR-PERSONAF THRU 5300-EXIT.
003450 5000-EXIT.
003460     EXIT.
003470
003480 5100-ESCRIBIR-SNAPSHOT.
003490     MOVE SNAP-FECHA(WS-IDX-SNAP) TO LSN-FECHA.
003500     MOVE SNAP-PROMEDIO(WS-IDX-SNAP) TO LSN-PROMEDIO.
003510     MOVE SNAP-BYTES-PERS(WS-IDX-SNAP) TO LSN-BYTES-PERS.
003520     MOVE SNAP-BYTES-IDX(WS-IDX-SNAP) TO LSN-BYTES-IDX.
003530     MOVE WS-LINEA-SNAPSHOT TO RSVC-LINEA.
003540     CALL "reporte_svc" USING RSVC-AREA.
003550     MOVE "D" TO RSVC-FUNCION.
003560     MOVE SPACES TO RSVC-LINEA.
003570     STRING SNAP-FECHA(WS-IDX-SNAP)      DELIMITED BY SIZE
003580             "," DELIMITED BY SIZE
003590             SNAP-PROMEDIO(WS-IDX-SNAP)   DELIMITED BY SIZE
003600             "," DELIMITED BY SIZE
003610             SNAP-BYTES-PERS(WS-IDX-SNAP) DELIMITED BY SIZE
003620             "," DELIMITED BY SIZE
003630             SNAP-BYTES-IDX(WS-IDX-SNAP)  DELIMITED BY SIZE
003640         INTO RSVC-LINEA.
003650     CALL "reporte_svc" USING RSVC-AREA.
003660     MOVE "E" TO RSVC-FUNCION.
003670 5100-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 5200-PROYECTAR-NUMEROS - CUANDO EL PROMEDIO DE NUMEROS CRUZA
003720*     EL UMBRAL DE PASE A ARCHIVO INDEXADO (TABLANUM.CPY)
003730******************************************************************
003740 5200-PROYECTAR-NUMEROS.
003750     COMPUTE WS-CRECIMIENTO-DIARIO =
003760         (SNAP-PROMEDIO(WS-CANT-SNAPSHOTS) - SNAP-PROMEDIO(1))
003770         / WS-DIAS-TRAMO.
003780     IF SNAP-PROMEDIO(WS-CANT-SNAPSHOTS) >= WS-UMBRAL-INDEXADO
003790         MOVE "NUMEROS: EL PROMEDIO YA SUPERA EL UMBRAL "
003800             TO RSVC-LINEA
003810         CALL "reporte_svc" USING RSVC-AREA
003820         GO TO 5200-EXIT
003830     END-IF.
003840     IF WS-CRECIMIENTO-DIARIO <= ZERO
003850         MOVE "NUMEROS: SIN CRECIMIENTO, EL UMBRAL NO SE "
003860             TO RSVC-LINEA
003870         CALL "reporte_svc" USING RSVC-AREA
003880         GO TO 5200-EXIT
003890     END-IF.
003900     COMPUTE WS-DIAS-RESTANTES =
003910         (WS-UMBRAL-INDEXADO -
003920             SNAP-PROMEDIO(WS-CANT-SNAPSHOTS))
003930         / WS-CRECIMIENTO-DIARIO.
003940     COMPUTE WS-DIA-CRUCE = WS-DIA-ULTIMO + WS-DIAS-RESTANTES.
003950     COMPUTE WS-FECHA-CRUCE =
003960         FUNCTION DATE-OF-INTEGER(WS-DIA-CRUCE).
003970     MOVE WS-FECHA-CRUCE TO WS-FECHA-EDITADA.
003980     MOVE SPACES TO RSVC-LINEA.
003990     STRING "NUMEROS: EL PROMEDIO CRUZARIA EL UMBRAL "
004000         "INDEXADO ALREDEDOR DEL " WS-FECHA-EDITADA
004010         DELIMITED BY SIZE INTO RSVC-LINEA.
004020     CALL "reporte_svc" USING RSVC-AREA.
004030 5200-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 5300-PROYECTAR-PERSONAF - CUANDO EL TAMANO DE PERSONAF CRUZA
004080*     EL TOPE EN BYTES DE LA TARJETA CAPCTL
004090******************************************************************
004100 5300-PROYECTAR-PERSONAF.
004110     COMPUTE WS-CRECIMIENTO-DIARIO =
004120         (SNAP-BYTES-PERS(WS-CANT-SNAPSHOTS)
004130             - SNAP-BYTES-PERS(1)) / WS-DIAS-TRAMO.
004140     IF SNAP-BYTES-PERS(WS-CANT-SNAPSHOTS) >= WS-TOPE-PERSONAF
004150         MOVE "PERSONAF: EL TAMANO YA SUPERA EL TOPE "
004160             TO RSVC-LINEA
004170         CALL "reporte_svc" USING RSVC-AREA
004180         GO TO 5300-EXIT
004190     END-IF.
004200     IF WS-CRECIMIENTO-DIARIO <= ZERO
004210         MOVE "PERSONAF: SIN CRECIMIENTO, EL TOPE NO SE "
004220             TO RSVC-LINEA
004230         CALL "reporte_svc" USING RSVC-AREA
004240         GO TO 5300-EXIT
004250     END-IF.
004260     COMPUTE WS-DIAS-RESTANTES =
004270         (WS-TOPE-PERSONAF -
004280             SNAP-BYTES-PERS(WS-CANT-SNAPSHOTS))
004290         / WS-CRECIMIENTO-DIARIO.
004300     COMPUTE WS-DIA-CRUCE = WS-DIA-ULTIMO + WS-DIAS-RESTANTES.
004310     COMPUTE WS-FECHA-CRUCE =
004320         FUNCTION DATE-OF-INTEGER(WS-DIA-CRUCE).
004330     MOVE WS-FECHA-CRUCE TO WS-FECHA-EDITADA.
004340     MOVE SPACES TO RSVC-LINEA.
004350     STRING "PERSONAF: EL TAMANO CRUZARIA EL TOPE DE LA "
004360         "VENTANA ALREDEDOR DEL " WS-FECHA-EDITADA
004370         DELIMITED BY SIZE INTO RSVC-LINEA.
004380     CALL "reporte_svc" USING RSVC-AREA.
004390 5300-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* 9000-TERMINAR - CIERRE, AUDITORIA Y CATALOGO
004440******************************************************************
004450 9000-TERMINAR.
004460     MOVE "C" TO RSVC-FUNCION.
004470     CALL "reporte_svc" USING RSVC-AREA.
004480     MOVE WS-CANT-SNAPSHOTS TO WS-AUDT-CANTIDAD.
004490     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004500     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004510     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004520     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
004530             WS-CATG-CANTIDAD.
004540     DISPLAY " PROYECCION DE CAPACIDAD EN " WS-DYN-REPORT-FILE.
004550 9000-EXIT.
004560     EXIT.
004570
004580 END PROGRAM capacidad_rpt.
