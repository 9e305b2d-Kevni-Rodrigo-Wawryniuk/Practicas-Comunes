000100******************************************************************
000110* PROGRAM-ID: acceso_vigilancia
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    DAILY MISUSE ANALYSIS OF THE ACCESOLOG ACCESS LOG
000170*             (DNI_DESCUBRIR UNMASKS AND TOKEN LOOKUPS,
000180*             HABEAS_DATA DOSSIERS, PERSONAARCHIVO RESTORES). FOR
000190*             THE BUSINESS DATE IT FLAGS, PER SUPERVISOR:
000200*                 VOLUMEN    MORE GRANTED ACCESSES TODAY THAN THE
000210*                            USUAL PATTERN (DAILY AVERAGE OVER THE
000220*                            PRIOR DAYS OF THE CARD, TIMES THE
000230*                            FACTOR), FROM A MINIMUM COUNT UP
000240*                 HORARIO    ANY ACCESS ON A DAY THAT IS NOT HABIL
000250*                            IN CALENDAR (NOT LISTED: MONDAY
000260*                            TO FRIDAY; "F" NEVER) OR OUTSIDE
000270*                            THE SHIFT HOURS OF THE CARD
000280*                 REPETIDO   THE SAME DNI LOOKED UP N TIMES OR
000290*                            MORE WITHIN THE LAST DAYS OF THE
000300*                            CARD
000310*                 DENEGADOS  N DENIED REQUESTS IN A ROW
000320*             EACH FINDING IS A LINE OF REPORT ACCVIGIL.AAAAMMDD
000330*             (REPORTE_SVC, CATALOGUED; DISTCTL SENDS THE ACCVIGIL
000340*             FAMILY TO THE COMPLIANCE OFFICER'S BUNDLE) AND AN
000350*             ERRORLOG ENTRY, SO IT REACHES THE EXCEPTION REPORT
000360*             AND ITS SUSPENSO QUEUE: 80 VOLUMEN, 81 HORARIO,
000370*             82 REPETIDO, 83 DENEGADOS. ANY FINDING ENDS WITH
000380*             RETURN-CODE 4. DNIS ARE PRINTED MASKED.
000390*             VIGILCTL CARD (BLANK OR ZERO = DEFAULT):
000400*                 COL 01-03 DIAS DEL PATRON HABITUAL        (030)
000410*                 COL 05-07 FACTOR SOBRE EL PROMEDIO, %     (200)
000420*                 COL 09-11 MINIMO DE ACCESOS PARA VOLUMEN  (005)
000430*                 COL 13-16 TURNO DESDE HHMM                (0800)
000440*                 COL 18-21 TURNO HASTA HHMM                (1800)
000450*                 COL 23-24 REPETICIONES DEL MISMO DNI      (03)
000460*                 COL 26-28 DIAS DE LA VENTANA DE REPETICION (007)
000470*                 COL 30-31 DENEGADOS SEGUIDOS              (03)
000480* TECTONICS:  cobc
000490******************************************************************
000500* MODIFICATION HISTORY
000510* DATE       INIT DESCRIPTION
000520* 2026-10-15 RW   INITIAL VERSION.
000530* 2026-10-15 RW   EL REPORTE TAMBIEN VA AL ARCHIVO DE DATOS DE
000540*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR HALLAZGO Y
000550*                 POR TOTAL DE CONTROL.
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. acceso_vigilancia.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT VIGILCTL-FILE ASSIGN TO "VIGILCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-VIG-STATUS.
000660
000670     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CAL-STATUS.
000700
000710     SELECT ACCESO-FILE ASSIGN TO "ACCESOLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ACC-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  VIGILCTL-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 31 CHARACTERS.
000800 01  VIGILCTL-RECORD.
000810     05  VIG-DIAS-PATRON         PIC X(03).
000820     05  FILLER                  PIC X(01).
000830     05  VIG-FACTOR              PIC X(03).
000840     05  FILLER                  PIC X(01).
000850     05  VIG-MINIMO              PIC X(03).
000860     05  FILLER                  PIC X(01).
000870     05  VIG-TURNO-DESDE         PIC X(04).
000880     05  FILLER                  PIC X(01).
000890     05  VIG-TURNO-HASTA         PIC X(04).
000900     05  FILLER                  PIC X(01).
000910     05  VIG-REPETICIONES        PIC X(02).
000920     05  FILLER                  PIC X(01).
000930     05  VIG-DIAS-REPETICION     PIC X(03).
000940     05  FILLER                  PIC X(01).
000950     05  VIG-DENEGADOS           PIC X(02).
000960
000970 FD  CALENDAR-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 09 CHARACTERS.
001000 01  CALENDAR-RECORD.
001010     05  CAL-FECHA               PIC 9(08).
001020     05  CAL-TIPO                PIC X(01).
001030
001040 FD  ACCESO-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 57 CHARACTERS.
001070 01  ACCESO-RECORD.
001080     05  ACC-TIMESTAMP.
001090         10  ACC-FECHA           PIC X(08).
001100         10  ACC-HORA            PIC X(04).
001110         10  FILLER              PIC X(09).
001120     05  FILLER                  PIC X(01).
001130     05  ACC-OPERADOR            PIC X(08).
001140     05  FILLER                  PIC X(01).
001150     05  ACC-DNI                 PIC 9(08).
001160     05  FILLER                  PIC X(01).
001170     05  ACC-MOTIVO              PIC X(04).
001180     05  FILLER                  PIC X(01).
001190     05  ACC-RESULTADO           PIC X(01).
001200         88  ACC-CONCEDIDO       VALUE "A".
001210         88  ACC-DENEGADO        VALUE "D".
001220     05  FILLER                  PIC X(01).
001230     05  ACC-VIA                 PIC X(01).
001240     05  FILLER                  PIC X(01).
001250     05  ACC-TOKEN               PIC X(08).
001260
001270 WORKING-STORAGE SECTION.
001280 01  WS-VIG-STATUS               PIC X(02).
001290 01  WS-CAL-STATUS               PIC X(02).
001300 01  WS-ACC-STATUS               PIC X(02).
001310 01  WS-EOF-CAL                  PIC X(01) VALUE "N".
001320     88  FIN-CALENDARIO          VALUE "S".
001330 01  WS-EOF-ACC                  PIC X(01) VALUE "N".
001340     88  FIN-ACCESOS             VALUE "S".
001350
001360*----------------------------------------------------------------
001370*    UMBRALES (TARJETA VIGILCTL)
001380*----------------------------------------------------------------
001390 01  WS-DIAS-PATRON              PIC 9(03) VALUE 30.
001400 01  WS-FACTOR                   PIC 9(03) VALUE 200.
001410 01  WS-MINIMO                   PIC 9(03) VALUE 5.
001420 01  WS-TURNO-DESDE              PIC 9(04) VALUE 0800.
001430 01  WS-TURNO-HASTA              PIC 9(04) VALUE 1800.
001440 01  WS-REPETICIONES             PIC 9(02) VALUE 3.
001450 01  WS-DIAS-REPETICION          PIC 9(03) VALUE 7.
001460 01  WS-DENEGADOS                PIC 9(02) VALUE 3.
001470 01  WS-DIAS-VENTANA             PIC 9(03).
001480
001490*----------------------------------------------------------------
001500*    FECHAS: SE ANALIZA LA FECHA DE NEGOCIO
001510*----------------------------------------------------------------
001520 01  WS-FECHA-HOY                PIC X(08).
001530 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001540 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001550 01  WS-FECHA-ANALISIS           PIC 9(08).
001560 01  WS-DIA-ANALISIS             PIC 9(07).
001570 01  WS-DIA-ENTRADA              PIC 9(07).
001580 01  WS-FECHA-ENTRADA            PIC 9(08).
001590 01  WS-HORA-ENTRADA             PIC 9(04).
001600 01  WS-DIAS-ATRAS               PIC 9(07).
001610 01  WS-DIA-SEMANA               PIC 9(01).
001620 01  WS-TIPO-DIA                 PIC X(01) VALUE SPACE.
001630 01  WS-SW-DIA-HABIL             PIC X(01) VALUE "N".
001640     88  DIA-HABIL               VALUE "S".
001650
001660*----------------------------------------------------------------
001670*    ACUMULADOS POR SUPERVISOR
001680*----------------------------------------------------------------
001690 01  WS-MAX-OPERADORES           PIC 9(03) VALUE 100.
001700 01  WS-CANT-OPERADORES          PIC 9(03) VALUE ZERO.
001710 01  TABLA-OPERADORES.
001720     05  VOP-ENTRADA OCCURS 100 TIMES.
001730         10  VOP-ID              PIC X(08).
001740         10  VOP-HISTORIA        PIC 9(05).
001750         10  VOP-HOY             PIC 9(05).
001760         10  VOP-RACHA           PIC 9(03).
001770 01  WS-IDX-OPER                 PIC 9(03) COMP.
001780 01  WS-IDX-OP                   PIC 9(03) COMP VALUE ZERO.
001790
001800*----------------------------------------------------------------
001810*    CONSULTAS POR SUPERVISOR + DNI DENTRO DE LA VENTANA
001820*----------------------------------------------------------------
001830 01  WS-MAX-CONSULTAS            PIC 9(03) VALUE 500.
001840 01  WS-CANT-CONSULTAS           PIC 9(03) VALUE ZERO.
001850 01  TABLA-CONSULTAS.
001860     05  VDN-ENTRADA OCCURS 500 TIMES.
001870         10  VDN-OPERADOR        PIC X(08).
001880         10  VDN-DNI             PIC 9(08).
001890         10  VDN-CANT            PIC 9(03).
001900         10  VDN-MARCA           PIC X(01).
001910 01  WS-IDX-CONS                 PIC 9(03) COMP.
001920 01  WS-IDX-DN                   PIC 9(03) COMP VALUE ZERO.
001930 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
001940
001950*----------------------------------------------------------------
001960*    HALLAZGO EN CURSO Y CONTADORES DE LA CORRIDA
001970*----------------------------------------------------------------
001980 01  WS-HALL-CODIGO              PIC 9(04).
001990 01  WS-HALL-TIPO                PIC X(10).
002000 01  WS-HALL-OPERADOR            PIC X(08).
002010 01  WS-HALL-DETALLE             PIC X(44).
002020 01  WS-DNI-ENMASCARADO          PIC X(08).
002030 01  WS-PROMEDIO                 PIC 9(05)V99.
002040 01  WS-ED-CANTIDAD              PIC ZZZZ9.
002050 01  WS-ED-PROMEDIO              PIC ZZZZ9.99.
002060 01  WS-ED-VECES                 PIC ZZ9.
002070 01  WS-ED-DIAS                  PIC ZZ9.
002080 01  WS-ED-HORA.
002090     05  WS-ED-HH                PIC X(02).
002100     05  FILLER                  PIC X(01) VALUE ":".
002110     05  WS-ED-MM                PIC X(02).
002120 01  WS-CUENTA-LEIDOS            PIC 9(07) VALUE ZERO.
002130 01  WS-CUENTA-DEL-DIA           PIC 9(07) VALUE ZERO.
002140 01  WS-CUENTA-HALLAZGOS         PIC 9(05) VALUE ZERO.
002150 01  WS-CUENTA-VOLUMEN           PIC 9(05) VALUE ZERO.
002160 01  WS-CUENTA-HORARIO           PIC 9(05) VALUE ZERO.
002170 01  WS-CUENTA-REPETIDO          PIC 9(05) VALUE ZERO.
002180 01  WS-CUENTA-DENEGADOS         PIC 9(05) VALUE ZERO.
002190 01  WS-DATO-DETALLE             PIC X(44).
002200 01  WS-DATO-CONCEPTO            PIC X(35).
002210 01  WS-DATO-CANTIDAD            PIC 9(07).
002220
002230*----------------------------------------------------------------
002240*    LINEAS DEL REPORTE (REPORTE_SVC)
002250*----------------------------------------------------------------
002260 01  RSVC-AREA.
002270     05  RSVC-FUNCION            PIC X(01).
002280     05  RSVC-ARCHIVO            PIC X(21).
002290     05  RSVC-TITULO             PIC X(40).
002300     05  RSVC-LINEA              PIC X(132).
002310     05  RSVC-CANT-LINEAS        PIC 9(07).
002320 01  WS-LINEA-UMBRALES-1.
002330     05  FILLER                  PIC X(17)
002340             VALUE "FECHA ANALIZADA: ".
002350     05  LUM-FECHA               PIC 9(08).
002360     05  FILLER                  PIC X(13) VALUE "  TIPO DIA:  ".
002370     05  LUM-HABIL               PIC X(09).
002380     05  FILLER                  PIC X(10) VALUE "  TURNO:  ".
002390     05  LUM-DESDE               PIC 9(04).
002400     05  FILLER                  PIC X(03) VALUE " A ".
002410     05  LUM-HASTA               PIC 9(04).
002420     05  FILLER                  PIC X(64) VALUE SPACES.
002430 01  WS-LINEA-UMBRALES-2.
002440     05  FILLER                  PIC X(15)
002450             VALUE "PATRON: DIAS = ".
002460     05  LUM-DIAS-PATRON         PIC ZZ9.
002470     05  FILLER                  PIC X(11) VALUE "  FACTOR = ".
002480     05  LUM-FACTOR              PIC ZZ9.
002490     05  FILLER                  PIC X(13) VALUE "%  MINIMO =  ".
002500     05  LUM-MINIMO              PIC ZZ9.
002510     05  FILLER                  PIC X(17)
002520             VALUE "  REPETICIONES = ".
002530     05  LUM-REPETICIONES        PIC Z9.
002540     05  FILLER                  PIC X(04) VALUE " EN ".
002550     05  LUM-DIAS-REPET          PIC ZZ9.
002560     05  FILLER                  PIC X(17)
002570             VALUE " DIAS  DENEGADOS ".
002580     05  FILLER                  PIC X(11) VALUE "SEGUIDOS = ".
002590     05  LUM-DENEGADOS           PIC Z9.
002600     05  FILLER                  PIC X(28) VALUE SPACES.
002610 01  WS-LINEA-TITULOS.
002620     05  FILLER                  PIC X(12) VALUE "HALLAZGO".
002630     05  FILLER                  PIC X(10) VALUE "OPERADOR".
002640     05  FILLER                  PIC X(110) VALUE "DETALLE".
002650 01  WS-LINEA-HALLAZGO.
002660     05  LHA-TIPO                PIC X(10).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  LHA-OPERADOR            PIC X(08).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  LHA-DETALLE             PIC X(44).
002710     05  FILLER                  PIC X(66) VALUE SPACES.
002720 01  WS-LINEA-TRAILER.
002730     05  TRA-ETIQUETA            PIC X(35).
002740     05  TRA-VALOR               PIC ZZZ,ZZ9.
002750     05  FILLER                  PIC X(90) VALUE SPACES.
002760
002770*----------------------------------------------------------------
002780*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
002790*----------------------------------------------------------------
002800 01  WS-ELOG-PROGRAMA            PIC X(20)
002810             VALUE "acceso_vigilancia".
002820 01  WS-ELOG-CODIGO              PIC 9(04).
002830 01  WS-ELOG-MENSAJE             PIC X(59).
002840 01  WS-AUDT-PROGRAMA            PIC X(20)
002850             VALUE "acceso_vigilancia".
002860 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002870 01  WS-CATG-ARCHIVO             PIC X(21).
002880 01  WS-CATG-CANTIDAD            PIC 9(07).
002890
002900 PROCEDURE DIVISION.
002910
002920******************************************************************
002930* 0000-MAINLINE
002940******************************************************************
002950 0000-MAINLINE.
002960     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002970     PERFORM 2000-LEER-BITACORA THRU 2000-EXIT.
002980     PERFORM 3000-EVALUAR-VOLUMEN THRU 3000-EXIT
002990         VARYING WS-IDX-OPER FROM 1 BY 1
003000             UNTIL WS-IDX-OPER > WS-CANT-OPERADORES.
003010     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003020     GOBACK.
003030
003040******************************************************************
003050* 1000-INICIALIZAR - FECHA DE NEGOCIO, UMBRALES, TIPO DE DIA Y
003060*     ENCABEZADO DEL REPORTE
003070******************************************************************
003080 1000-INICIALIZAR.
003090     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003100     MOVE WS-FECHA-HOY TO WS-FECHA-ANALISIS.
003110     COMPUTE WS-DIA-ANALISIS =
003120         FUNCTION INTEGER-OF-DATE(WS-FECHA-ANALISIS).
003130     PERFORM 1100-CARGAR-UMBRALES THRU 1100-EXIT.
003140     PERFORM 1200-TIPO-DE-DIA THRU 1200-EXIT.
003150     STRING "ACCVIGIL." WS-FECHA-HOY DELIMITED BY SIZE
003160         WS-SUFIJO-CICLO DELIMITED BY SPACE
003170         INTO WS-DYN-REPORT-FILE.
003180     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003190     MOVE "VIGILANCIA DE ACCESOS A DNI" TO RSVC-TITULO.
003200     MOVE "A" TO RSVC-FUNCION.
003210     CALL "reporte_svc" USING RSVC-AREA.
003220     MOVE "T" TO RSVC-FUNCION.
003230     MOVE "SECCION,TIPO,OPERADOR,CANTIDAD,DETALLE" TO RSVC-LINEA.
003240     CALL "reporte_svc" USING RSVC-AREA.
003250     MOVE "E" TO RSVC-FUNCION.
003260     MOVE WS-FECHA-ANALISIS TO LUM-FECHA.
003270     IF DIA-HABIL
003280         MOVE "HABIL" TO LUM-HABIL
003290     ELSE
003300         MOVE "NO HABIL" TO LUM-HABIL
003310     END-IF.
003320     MOVE WS-TURNO-DESDE TO LUM-DESDE.
003330     MOVE WS-TURNO-HASTA TO LUM-HASTA.
003340     MOVE WS-LINEA-UMBRALES-1 TO RSVC-LINEA.
003350     CALL "reporte_svc" USING RSVC-AREA.
003360     MOVE WS-DIAS-PATRON TO LUM-DIAS-PATRON.
003370     MOVE WS-FACTOR TO LUM-FACTOR.
003380     MOVE WS-MINIMO TO LUM-MINIMO.
003390     MOVE WS-REPETICIONES TO LUM-REPETICIONES.
003400     MOVE WS-DIAS-REPETICION TO LUM-DIAS-REPET.
003410     MOVE WS-DENEGADOS TO LUM-DENEGADOS.
003420     MOVE WS-LINEA-UMBRALES-2 TO RSVC-LINEA.
003430     CALL "reporte_svc" USING RSVC-AREA.
003440     MOVE SPACES TO RSVC-LINEA.
003450     CALL "reporte_svc" USING RSVC-AREA.
003460     MOVE WS-LINEA-TITULOS TO RSVC-LINEA.
003470     CALL "reporte_svc" USING RSVC-AREA.
003480 1000-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 1100-CARGAR-UMBRALES - CADA CAMPO DE VIGILCTL EN BLANCO, NO
003530*     NUMERICO O EN CERO DEJA SU VALOR POR DEFECTO
003540******************************************************************
003550 1100-CARGAR-UMBRALES.
003560     OPEN INPUT VIGILCTL-FILE.
003570     IF WS-VIG-STATUS NOT = "00"
003580         GO TO 1100-VENTANA
003590     END-IF.
003600     READ VIGILCTL-FILE
003610         AT END
003620             CLOSE VIGILCTL-FILE
003630             GO TO 1100-VENTANA
003640     END-READ.
003650     CLOSE VIGILCTL-FILE.
003660     IF VIG-DIAS-PATRON IS NUMERIC AND VIG-DIAS-PATRON > ZERO
003670         MOVE VIG-DIAS-PATRON TO WS-DIAS-PATRON
003680     END-IF.
003690     IF VIG-FACTOR IS NUMERIC AND VIG-FACTOR > ZERO
003700         MOVE VIG-FACTOR TO WS-FACTOR
003710     END-IF.
003720     IF VIG-MINIMO IS NUMERIC AND VIG-MINIMO > ZERO
003730         MOVE VIG-MINIMO TO WS-MINIMO
003740     END-IF.
003750     IF VIG-TURNO-DESDE IS NUMERIC AND VIG-TURNO-HASTA IS NUMERIC
003760             AND VIG-TURNO-DESDE < VIG-TURNO-HASTA
003770             AND VIG-TURNO-HASTA <= "2400"
003780         MOVE VIG-TURNO-DESDE TO WS-TURNO-DESDE
003790         MOVE VIG-TURNO-HASTA TO WS-TURNO-HASTA
003800     END-IF.
003810     IF VIG-REPETICIONES IS NUMERIC AND VIG-REPETICIONES > ZERO
003820         MOVE VIG-REPETICIONES TO WS-REPETICIONES
003830     END-IF.
003840     IF VIG-DIAS-REPETICION IS NUMERIC
003850             AND VIG-DIAS-REPETICION > ZERO
003860         MOVE VIG-DIAS-REPETICION TO WS-DIAS-REPETICION
003870     END-IF.
003880     IF VIG-DENEGADOS IS NUMERIC AND VIG-DENEGADOS > ZERO
003890         MOVE VIG-DENEGADOS TO WS-DENEGADOS
003900     END-IF.
003910 1100-VENTANA.
003920     MOVE WS-DIAS-PATRON TO WS-DIAS-VENTANA.
003930     IF WS-DIAS-REPETICION > WS-DIAS-VENTANA
003940         MOVE WS-DIAS-REPETICION TO WS-DIAS-VENTANA
003950     END-IF.
003960 1100-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000* 1200-TIPO-DE-DIA - LA FECHA ANALIZADA EN CALENDAR ("F" NUNCA ES
004010*     HABIL); SI NO FIGURA, HABIL DE LUNES A VIERNES
004020******************************************************************
004030 1200-TIPO-DE-DIA.
004040     OPEN INPUT CALENDAR-FILE.
004050     IF WS-CAL-STATUS = "00"
004060         PERFORM 1210-LEER-CALENDARIO THRU 1210-EXIT
004070             UNTIL FIN-CALENDARIO
004080         CLOSE CALENDAR-FILE
004090     END-IF.
004100     IF WS-TIPO-DIA NOT = SPACE
004110         IF WS-TIPO-DIA NOT = "F"
004120             SET DIA-HABIL TO TRUE
004130         END-IF
004140         GO TO 1200-EXIT
004150     END-IF.
004160     COMPUTE WS-DIA-SEMANA =
004170         FUNCTION MOD(WS-DIA-ANALISIS - 1, 7) + 1.
004180     IF WS-DIA-SEMANA < 6
004190         SET DIA-HABIL TO TRUE
004200     END-IF.
004210 1200-EXIT.
004220     EXIT.
004230
004240 1210-LEER-CALENDARIO.
004250     READ CALENDAR-FILE
004260         AT END
004270             SET FIN-CALENDARIO TO TRUE
004280         NOT AT END
004290             IF CAL-FECHA = WS-FECHA-ANALISIS
004300                 MOVE CAL-TIPO TO WS-TIPO-DIA
004310                 SET FIN-CALENDARIO TO TRUE
004320             END-IF
004330     END-READ.
004340 1210-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 2000-LEER-BITACORA - ACCESOLOG EN EL ORDEN EN QUE SE ESCRIBIO;
004390*     SOLO CUENTA LO QUE CAE DENTRO DE LA VENTANA MAS LARGA
004400******************************************************************
004410 2000-LEER-BITACORA.
004420     OPEN INPUT ACCESO-FILE.
004430     IF WS-ACC-STATUS NOT = "00"
004440         MOVE "SIN ACCESOLOG: NADA QUE ANALIZAR." TO RSVC-LINEA
004450         CALL "reporte_svc" USING RSVC-AREA
004460         GO TO 2000-EXIT
004470     END-IF.
004480     PERFORM 2100-LEER-ACCESO THRU 2100-EXIT
004490         UNTIL FIN-ACCESOS.
004500     CLOSE ACCESO-FILE.
004510 2000-EXIT.
004520     EXIT.
004530
004540 2100-LEER-ACCESO.
004550     READ ACCESO-FILE
004560         AT END
004570             SET FIN-ACCESOS TO TRUE
004580             GO TO 2100-EXIT
004590     END-READ.
004600     ADD 1 TO WS-CUENTA-LEIDOS.
004610     IF ACC-FECHA IS NOT NUMERIC OR ACC-OPERADOR = SPACES
004620         GO TO 2100-EXIT
004630     END-IF.
004640     MOVE ACC-FECHA TO WS-FECHA-ENTRADA.
004650     IF WS-FECHA-ENTRADA > WS-FECHA-ANALISIS
004660             OR WS-FECHA-ENTRADA < 16010101
004670         GO TO 2100-EXIT
004680     END-IF.
004690     COMPUTE WS-DIA-ENTRADA =
004700         FUNCTION INTEGER-OF-DATE(WS-FECHA-ENTRADA).
004710     COMPUTE WS-DIAS-ATRAS = WS-DIA-ANALISIS - WS-DIA-ENTRADA.
004720     IF WS-DIAS-ATRAS > WS-DIAS-VENTANA
004730         GO TO 2100-EXIT
004740     END-IF.
004750     PERFORM 2200-UBICAR-OPERADOR THRU 2200-EXIT.
004760     IF WS-IDX-OP = ZERO
004770         GO TO 2100-EXIT
004780     END-IF.
004790     IF WS-DIAS-ATRAS = ZERO
004800         ADD 1 TO WS-CUENTA-DEL-DIA
004810         PERFORM 2300-CONTROLAR-HORARIO THRU 2300-EXIT
004820     END-IF.
004830     IF ACC-CONCEDIDO
004840         IF WS-DIAS-ATRAS = ZERO
004850             ADD 1 TO VOP-HOY(WS-IDX-OP)
004860         ELSE
004870             IF WS-DIAS-ATRAS <= WS-DIAS-PATRON
004880                 ADD 1 TO VOP-HISTORIA(WS-IDX-OP)
004890             END-IF
004900         END-IF
004910     END-IF.
004920     PERFORM 2400-CONTROLAR-DENEGADOS THRU 2400-EXIT.
004930     IF ACC-CONCEDIDO AND ACC-DNI IS NUMERIC AND ACC-DNI > ZERO
004940             AND WS-DIAS-ATRAS < WS-DIAS-REPETICION
004950         PERFORM 2500-CONTROLAR-REPETIDO THRU 2500-EXIT
004960     END-IF.
004970 2100-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 2200-UBICAR-OPERADOR - ENTRADA DEL SUPERVISOR, NUEVA SI HACE
005020*     FALTA; CON LA TABLA LLENA EL ACCESO NO SE ANALIZA (SE AVISA)
005030******************************************************************
005040 2200-UBICAR-OPERADOR.
005050     MOVE ZERO TO WS-IDX-OP.
005060     PERFORM 2210-COMPARAR-OPERADOR THRU 2210-EXIT
005070         VARYING WS-IDX-OPER FROM 1 BY 1
005080             UNTIL WS-IDX-OPER > WS-CANT-OPERADORES
005090                 OR WS-IDX-OP > ZERO.
005100     IF WS-IDX-OP > ZERO
005110         GO TO 2200-EXIT
005120     END-IF.
005130     IF WS-CANT-OPERADORES >= WS-MAX-OPERADORES
005140         ADD 1 TO WS-CANT-PERDIDOS
005150         GO TO 2200-EXIT
005160     END-IF.
005170     ADD 1 TO WS-CANT-OPERADORES.
005180     MOVE WS-CANT-OPERADORES TO WS-IDX-OP.
005190     MOVE ACC-OPERADOR TO VOP-ID(WS-IDX-OP).
005200     MOVE ZERO TO VOP-HISTORIA(WS-IDX-OP).
005210     MOVE ZERO TO VOP-HOY(WS-IDX-OP).
005220     MOVE ZERO TO VOP-RACHA(WS-IDX-OP).
005230 2200-EXIT.
005240     EXIT.
005250
005260 2210-COMPARAR-OPERADOR.
005270     IF VOP-ID(WS-IDX-OPER) = ACC-OPERADOR
005280         MOVE WS-IDX-OPER TO WS-IDX-OP
005290     END-IF.
005300 2210-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340* 2300-CONTROLAR-HORARIO - UN ACCESO DEL DIA EN DIA NO HABIL O
005350*     FUERA DEL TURNO ES UN HALLAZGO
005360******************************************************************
005370 2300-CONTROLAR-HORARIO.
005380     IF ACC-HORA IS NOT NUMERIC
005390         GO TO 2300-EXIT
005400     END-IF.
005410     MOVE ACC-HORA TO WS-HORA-ENTRADA.
005420     IF DIA-HABIL AND WS-HORA-ENTRADA >= WS-TURNO-DESDE
005430             AND WS-HORA-ENTRADA < WS-TURNO-HASTA
005440         GO TO 2300-EXIT
005450     END-IF.
005460     PERFORM 2900-ENMASCARAR THRU 2900-EXIT.
005470     MOVE ACC-HORA(1:2) TO WS-ED-HH.
005480     MOVE ACC-HORA(3:2) TO WS-ED-MM.
005490     MOVE SPACES TO WS-HALL-DETALLE.
005500     IF DIA-HABIL
005510         STRING "DNI " WS-DNI-ENMASCARADO " A LAS " WS-ED-HORA
005520             " FUERA DE TURNO (" ACC-RESULTADO ")"
005530             DELIMITED BY SIZE INTO WS-HALL-DETALLE
005540     ELSE
005550         STRING "DNI " WS-DNI-ENMASCARADO " A LAS " WS-ED-HORA
005560             " EN DIA NO HABIL (" ACC-RESULTADO ")"
005570             DELIMITED BY SIZE INTO WS-HALL-DETALLE
005580     END-IF.
005590     MOVE 81 TO WS-HALL-CODIGO.
005600     MOVE "HORARIO" TO WS-HALL-TIPO.
005610     MOVE ACC-OPERADOR TO WS-HALL-OPERADOR.
005620     ADD 1 TO WS-CUENTA-HORARIO.
005630     PERFORM 8000-REGISTRAR-HALLAZGO THRU 8000-EXIT.
005640 2300-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 2400-CONTROLAR-DENEGADOS - RACHA DE DENEGADOS DEL SUPERVISOR; UN
005690*     CONCEDIDO LA CORTA. SE SENALA AL LLEGAR AL UMBRAL CON UN
005700*     PEDIDO DEL DIA ANALIZADO
005710******************************************************************
005720 2400-CONTROLAR-DENEGADOS.
005730     IF NOT ACC-DENEGADO
005740         MOVE ZERO TO VOP-RACHA(WS-IDX-OP)
005750         GO TO 2400-EXIT
005760     END-IF.
005770     IF VOP-RACHA(WS-IDX-OP) < 999
005780         ADD 1 TO VOP-RACHA(WS-IDX-OP)
005790     END-IF.
005800     IF VOP-RACHA(WS-IDX-OP) NOT = WS-DENEGADOS
005810             OR WS-DIAS-ATRAS NOT = ZERO
005820         GO TO 2400-EXIT
005830     END-IF.
005840     MOVE WS-DENEGADOS TO WS-ED-VECES.
005850     MOVE SPACES TO WS-HALL-DETALLE.
005860     MOVE ACC-HORA(1:2) TO WS-ED-HH.
005870     MOVE ACC-HORA(3:2) TO WS-ED-MM.
005880     STRING WS-ED-VECES " DENEGADOS SEGUIDOS, EL ULTIMO "
005890         WS-ED-HORA
005900         DELIMITED BY SIZE INTO WS-HALL-DETALLE.
005910     MOVE 83 TO WS-HALL-CODIGO.
005920     MOVE "DENEGADOS" TO WS-HALL-TIPO.
005930     MOVE ACC-OPERADOR TO WS-HALL-OPERADOR.
005940     ADD 1 TO WS-CUENTA-DENEGADOS.
005950     PERFORM 8000-REGISTRAR-HALLAZGO THRU 8000-EXIT.
005960 2400-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000* 2500-CONTROLAR-REPETIDO - CONSULTAS DEL MISMO DNI POR EL MISMO
006010*     SUPERVISOR EN LA VENTANA; UN SOLO HALLAZGO POR PAR, CUANDO
006020*     UNA CONSULTA DEL DIA ALCANZA O SUPERA EL UMBRAL
006030******************************************************************
006040 2500-CONTROLAR-REPETIDO.
006050     MOVE ZERO TO WS-IDX-DN.
006060     PERFORM 2510-COMPARAR-CONSULTA THRU 2510-EXIT
006070         VARYING WS-IDX-CONS FROM 1 BY 1
006080             UNTIL WS-IDX-CONS > WS-CANT-CONSULTAS
006090                 OR WS-IDX-DN > ZERO.
006100     IF WS-IDX-DN = ZERO
006110         IF WS-CANT-CONSULTAS >= WS-MAX-CONSULTAS
006120             ADD 1 TO WS-CANT-PERDIDOS
006130             GO TO 2500-EXIT
006140         END-IF
006150         ADD 1 TO WS-CANT-CONSULTAS
006160         MOVE WS-CANT-CONSULTAS TO WS-IDX-DN
006170         MOVE ACC-OPERADOR TO VDN-OPERADOR(WS-IDX-DN)
006180         MOVE ACC-DNI TO VDN-DNI(WS-IDX-DN)
006190         MOVE ZERO TO VDN-CANT(WS-IDX-DN)
006200         MOVE "N" TO VDN-MARCA(WS-IDX-DN)
006210     END-IF.
006220     IF VDN-CANT(WS-IDX-DN) < 999
006230         ADD 1 TO VDN-CANT(WS-IDX-DN)
006240     END-IF.
006250     IF VDN-CANT(WS-IDX-DN) < WS-REPETICIONES
006260             OR WS-DIAS-ATRAS NOT = ZERO
006270             OR VDN-MARCA(WS-IDX-DN) = "S"
006280         GO TO 2500-EXIT
006290     END-IF.
006300     MOVE "S" TO VDN-MARCA(WS-IDX-DN).
006310     PERFORM 2900-ENMASCARAR THRU 2900-EXIT.
006320     MOVE VDN-CANT(WS-IDX-DN) TO WS-ED-VECES.
006330     MOVE WS-DIAS-REPETICION TO WS-ED-DIAS.
006340     MOVE SPACES TO WS-HALL-DETALLE.
006350     STRING "DNI " WS-DNI-ENMASCARADO " VISTO " WS-ED-VECES
006360         " VECES EN " WS-ED-DIAS " DIAS"
006370         DELIMITED BY SIZE INTO WS-HALL-DETALLE.
006380     MOVE 82 TO WS-HALL-CODIGO.
006390     MOVE "REPETIDO" TO WS-HALL-TIPO.
006400     MOVE ACC-OPERADOR TO WS-HALL-OPERADOR.
006410     ADD 1 TO WS-CUENTA-REPETIDO.
006420     PERFORM 8000-REGISTRAR-HALLAZGO THRU 8000-EXIT.
006430 2500-EXIT.
006440     EXIT.
006450
006460 2510-COMPARAR-CONSULTA.
006470     IF VDN-OPERADOR(WS-IDX-CONS) = ACC-OPERADOR
006480             AND VDN-DNI(WS-IDX-CONS) = ACC-DNI
006490         MOVE WS-IDX-CONS TO WS-IDX-DN
006500     END-IF.
006510 2510-EXIT.
006520     EXIT.
006530
006540 2900-ENMASCARAR.
006550     IF ACC-DNI IS NUMERIC
006560         CALL "enmascarar_dni" USING ACC-DNI WS-DNI-ENMASCARADO
006570     ELSE
006580         MOVE "********" TO WS-DNI-ENMASCARADO
006590     END-IF.
006600 2900-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640* 3000-EVALUAR-VOLUMEN - CONCEDIDOS DEL DIA CONTRA EL PROMEDIO
006650*     DIARIO DEL PATRON; UN SUPERVISOR SIN HISTORIA SE SENALA SOLO
006660*     CON EL MINIMO
006670******************************************************************
006680 3000-EVALUAR-VOLUMEN.
006690     IF VOP-HOY(WS-IDX-OPER) < WS-MINIMO
006700         GO TO 3000-EXIT
006710     END-IF.
006720     COMPUTE WS-PROMEDIO ROUNDED =
006730         VOP-HISTORIA(WS-IDX-OPER) / WS-DIAS-PATRON.
006740     IF VOP-HOY(WS-IDX-OPER) * 100 <= WS-PROMEDIO * WS-FACTOR
006750         GO TO 3000-EXIT
006760     END-IF.
006770     MOVE VOP-HOY(WS-IDX-OPER) TO WS-ED-CANTIDAD.
006780     MOVE WS-PROMEDIO TO WS-ED-PROMEDIO.
006790     MOVE SPACES TO WS-HALL-DETALLE.
006800     STRING "HOY " WS-ED-CANTIDAD " ACCESOS, PROMEDIO DIARIO "
006810         WS-ED-PROMEDIO
006820         DELIMITED BY SIZE INTO WS-HALL-DETALLE.
006830     MOVE 80 TO WS-HALL-CODIGO.
006840     MOVE "VOLUMEN" TO WS-HALL-TIPO.
006850     MOVE VOP-ID(WS-IDX-OPER) TO WS-HALL-OPERADOR.
006860     ADD 1 TO WS-CUENTA-VOLUMEN.
006870     PERFORM 8000-REGISTRAR-HALLAZGO THRU 8000-EXIT.
006880 3000-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920* 8000-REGISTRAR-HALLAZGO - LINEA DEL REPORTE Y ENTRADA DE
006930*     ERRORLOG (DE AHI AL REPORTE DE EXCEPCIONES)
006940******************************************************************
006950 8000-REGISTRAR-HALLAZGO.
006960     ADD 1 TO WS-CUENTA-HALLAZGOS.
006970     MOVE WS-HALL-TIPO TO LHA-TIPO.
006980     MOVE WS-HALL-OPERADOR TO LHA-OPERADOR.
006990     MOVE WS-HALL-DETALLE TO LHA-DETALLE.
007000     MOVE WS-LINEA-HALLAZGO TO RSVC-LINEA.
007010     CALL "reporte_svc" USING RSVC-AREA.
007020     MOVE WS-HALL-DETALLE TO WS-DATO-DETALLE.
007030     INSPECT WS-DATO-DETALLE REPLACING ALL "," BY ";".
007040     MOVE "D" TO RSVC-FUNCION.
007050     MOVE SPACES TO RSVC-LINEA.
007060     STRING "HALLAZGO," DELIMITED BY SIZE
007070             WS-HALL-TIPO DELIMITED BY SPACE
007080             "," DELIMITED BY SIZE
007090             WS-HALL-OPERADOR DELIMITED BY SPACE
007100             ",," WS-DATO-DETALLE DELIMITED BY SIZE
007110         INTO RSVC-LINEA.
007120     CALL "reporte_svc" USING RSVC-AREA.
007130     MOVE "E" TO RSVC-FUNCION.
007140     MOVE WS-HALL-CODIGO TO WS-ELOG-CODIGO.
007150     MOVE SPACES TO WS-ELOG-MENSAJE.
007160     STRING WS-HALL-OPERADOR " " WS-HALL-DETALLE
007170         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
007180     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
007190             WS-ELOG-MENSAJE.
007200 8000-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 9000-TERMINAR - TOTALES, CATALOGO, AUDITORIA Y RETURN-CODE
007250******************************************************************
007260 9000-TERMINAR.
007270     IF WS-CUENTA-HALLAZGOS = ZERO
007280         MOVE "SIN HALLAZGOS PARA LA FECHA ANALIZADA."
007290       TO RSVC-LINEA
007300         CALL "reporte_svc" USING RSVC-AREA
007310     END-IF.
007320     IF WS-CANT-PERDIDOS > ZERO
007330         DISPLAY "ATENCION: TABLAS DE VIGILANCIA LLENAS, "
007340             WS-CANT-PERDIDOS " ACCESOS SIN ANALIZAR."
007350         MOVE SPACES TO RSVC-LINEA
007360         STRING "ATENCION: TABLAS LLENAS, " WS-CANT-PERDIDOS
007370             " ACCESOS SIN ANALIZAR." DELIMITED BY SIZE
007380             INTO RSVC-LINEA
007390         CALL "reporte_svc" USING RSVC-AREA
007400     END-IF.
007410     MOVE SPACES TO RSVC-LINEA.
007420     CALL "reporte_svc" USING RSVC-AREA.
007430     MOVE SPACES TO WS-LINEA-TRAILER.
007440     MOVE "ACCESOS DEL DIA ANALIZADO.........." TO TRA-ETIQUETA.
007450     MOVE WS-CUENTA-DEL-DIA TO TRA-VALOR.
007460     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007470     CALL "reporte_svc" USING RSVC-AREA.
007480     MOVE "ACCESOS DEL DIA ANALIZADO" TO WS-DATO-CONCEPTO.
007490     MOVE WS-CUENTA-DEL-DIA TO WS-DATO-CANTIDAD.
007500     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
007510     MOVE SPACES TO WS-LINEA-TRAILER.
007520     MOVE "SUPERVISORES EN LA VENTANA........." TO TRA-ETIQUETA.
007530     MOVE WS-CANT-OPERADORES TO TRA-VALOR.
007540     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007550     CALL "reporte_svc" USING RSVC-AREA.
007560     MOVE "SUPERVISORES EN LA VENTANA" TO WS-DATO-CONCEPTO.
007570     MOVE WS-CANT-OPERADORES TO WS-DATO-CANTIDAD.
007580     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
007590     MOVE SPACES TO WS-LINEA-TRAILER.
007600     MOVE "HALLAZGOS DE VOLUMEN..............." TO TRA-ETIQUETA.
007610     MOVE WS-CUENTA-VOLUMEN TO TRA-VALOR.
007620     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007630     CALL "reporte_svc" USING RSVC-AREA.
007640     MOVE "HALLAZGOS DE VOLUMEN" TO WS-DATO-CONCEPTO.
007650     MOVE WS-CUENTA-VOLUMEN TO WS-DATO-CANTIDAD.
007660     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
007670     MOVE SPACES TO WS-LINEA-TRAILER.
007680     MOVE "HALLAZGOS DE HORARIO..............." TO TRA-ETIQUETA.
007690     MOVE WS-CUENTA-HORARIO TO TRA-VALOR.
007700     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007710     CALL "reporte_svc" USING RSVC-AREA.
007720     MOVE "HALLAZGOS DE HORARIO" TO WS-DATO-CONCEPTO.
007730     MOVE WS-CUENTA-HORARIO TO WS-DATO-CANTIDAD.
007740     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
007750     MOVE SPACES TO WS-LINEA-TRAILER.
007760     MOVE "HALLAZGOS DE DNI REPETIDO.........." TO TRA-ETIQUETA.
007770     MOVE WS-CUENTA-REPETIDO TO TRA-VALOR.
007780     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007790     CALL "reporte_svc" USING RSVC-AREA.
007800     MOVE "HALLAZGOS DE DNI REPETIDO" TO WS-DATO-CONCEPTO.
007810     MOVE WS-CUENTA-REPETIDO TO WS-DATO-CANTIDAD.
007820     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
007830     MOVE SPACES TO WS-LINEA-TRAILER.
007840     MOVE "HALLAZGOS DE DENEGADOS SEGUIDOS...." TO TRA-ETIQUETA.
007850     MOVE WS-CUENTA-DENEGADOS TO TRA-VALOR.
007860     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007870     CALL "reporte_svc" USING RSVC-AREA.
007880     MOVE "HALLAZGOS DE DENEGADOS SEGUIDOS" TO WS-DATO-CONCEPTO.
007890     MOVE WS-CUENTA-DENEGADOS TO WS-DATO-CANTIDAD.
007900     PERFORM 9100-DATO-CONTROL THRU 9100-EXIT.
007910     MOVE "C" TO RSVC-FUNCION.
007920     CALL "reporte_svc" USING RSVC-AREA.
007930     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
007940     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
007950     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007960             WS-CATG-CANTIDAD.
007970     MOVE WS-CUENTA-LEIDOS TO WS-AUDT-CANTIDAD.
007980     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007990     DISPLAY " VIGILANCIA DE ACCESOS: " WS-CUENTA-DEL-DIA
008000         " ACCESO(S) DEL DIA, " WS-CUENTA-HALLAZGOS
008010         " HALLAZGO(S).".
008020     IF WS-CUENTA-HALLAZGOS > ZERO
008030         MOVE 4 TO RETURN-CODE
008040     END-IF.
008050 9000-EXIT.
008060     EXIT.
008070
008080 9100-DATO-CONTROL.
008090     MOVE "D" TO RSVC-FUNCION.
008100     MOVE SPACES TO RSVC-LINEA.
008110     STRING "CONTROL,,," WS-DATO-CANTIDAD "," DELIMITED BY SIZE
008120             WS-DATO-CONCEPTO DELIMITED BY "  "
008130         INTO RSVC-LINEA.
008140     CALL "reporte_svc" USING RSVC-AREA.
008150     MOVE "E" TO RSVC-FUNCION.
008160 9100-EXIT.
008170     EXIT.
008180
008190 END PROGRAM acceso_vigilancia.
