000350* 2026-09-01 RW   EL SUSPENSO GANA LA COLA DUENA (101 -> 112):
000360*                 CADA PENDIENTE SALE CON SU COLA Y LA SECCION
000370*                 CIERRA CON EL ATRASO POR COLA.
000380* 2026-10-15 RW   CICLOHIST GANA LOS SEGUNDOS POR PASO (REGISTRO
000390*                 101 -> 222); AQUI SOLO SE ENSANCHA LA LECTURA.
000400* 2026-10-15 RW   NUEVA SECCION DE TRABAJOS PERIODICOS VENCIDOS
000410*                 (REGISTRO TRABPER, VIA TRABAJOS_VENCIDOS): CADA
000420*                 UNO CON SU REGLA, CUANDO DEBIA CORRER Y SU
000430*                 ULTIMA CORRIDA CONOCIDA.
000440* 2026-10-15 RW   CICLOHIST GANA LA CORRIDA (REGISTRO 222 -> 227);
000450*                 LA ULTIMA CORRIDA QUE SE ENTREGA ES LA DEL CICLO
000460*                 NOCTURNO, NO LA DE UN MICROCICLO INTRADIA.
000470* 2026-10-15 RW   LA CORRIDA, CADA SUSPENSO Y CADA ALERTA SALEN
000480*                 CON EL INCIDENTE AL QUE FUERON VINCULADOS
000490*                 (INCIDENTE_SVC), Y UNA NUEVA SECCION LISTA LOS
000500*                 INCIDENTES ABIERTOS (INCIDEN) CON SU EDAD EN
000510*                 HORAS Y SU ASIGNADO.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. entrega_turno.
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT HIST-FILE ASSIGN TO "CICLOHIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-HIST-STATUS.
000620
000630     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-SUSP-STATUS.
000660
000670     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ALR-STATUS.
000700
000710     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CAT-STATUS.
000740
000750     SELECT INCIDEN-FILE ASSIGN TO "INCIDEN"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-INC-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  HIST-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 227 CHARACTERS.
000840 01  HIST-RECORD.
000850     05  HIST-FECHA              PIC 9(08).
000860     05  FILLER                  PIC X(01).
000870     05  HIST-INICIO             PIC X(14).
000880     05  FILLER                  PIC X(01).
000890     05  HIST-FIN                PIC X(14).
000900     05  FILLER                  PIC X(01).
000910     05  HIST-RESULTADO          PIC X(13).
000920     05  FILLER                  PIC X(01).
000930     05  HIST-RC-PASOS           PIC X(48).
000940     05  FILLER                  PIC X(01).
000950     05  HIST-SEG-PASOS          PIC X(120).
000960     05  FILLER                  PIC X(01).
000970     05  HIST-CORRIDA            PIC X(04).
000980
000990 FD  SUSPENSO-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 112 CHARACTERS.
001020 01  SUSPENSO-RECORD.
001030     05  SUSP-ESTADO             PIC X(01).
001040     05  FILLER                  PIC X(01).
001050     05  SUSP-FECHA-ALTA         PIC 9(08).
001060     05  FILLER                  PIC X(01).
001070     05  SUSP-PROGRAMA           PIC X(20).
001080     05  FILLER                  PIC X(01).
001090     05  SUSP-VALOR              PIC X(03).
001100     05  FILLER                  PIC X(01).
001110     05  SUSP-MOTIVO             PIC X(30).
001120     05  FILLER                  PIC X(01).
001130     05  SUSP-INICIALES          PIC X(03).
001140     05  FILLER                  PIC X(01).
001150     05  SUSP-NOTA               PIC X(30).
001160     05  FILLER                  PIC X(01).
001170     05  SUSP-COLA               PIC X(10).
001180
001190 FD  ALERTAS-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 104 CHARACTERS.
001220 01  ALERTAS-RECORD.
001230     05  ALR-ESTADO              PIC X(01).
001240     05  FILLER                  PIC X(01).
001250     05  ALR-TIMESTAMP           PIC X(21).
001260     05  FILLER                  PIC X(01).
001270     05  ALR-PROGRAMA            PIC X(20).
001280     05  FILLER                  PIC X(01).
001290     05  ALR-MENSAJE             PIC X(59).
001300
001310 FD  CATALOGO-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 59 CHARACTERS.
001340 01  CATALOGO-RECORD.
001350     05  CATG-FECHA              PIC 9(08).
001360     05  FILLER                  PIC X(01).
001370     05  CATG-ARCHIVO            PIC X(21).
001380     05  FILLER                  PIC X(01).
001390     05  CATG-PROGRAMA           PIC X(20).
001400     05  FILLER                  PIC X(01).
001410     05  CATG-CANTIDAD           PIC 9(07).
001420
001430 FD  INCIDEN-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 177 CHARACTERS.
001460 COPY INCIDEN.
001470
001480 WORKING-STORAGE SECTION.
001490 01  WS-HIST-STATUS              PIC X(02).
001500 01  WS-SUSP-STATUS              PIC X(02).
001510 01  WS-ALR-STATUS               PIC X(02).
001520 01  WS-CAT-STATUS               PIC X(02).
001530 01  WS-INC-STATUS               PIC X(02).
001540
001550 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001560     88  FIN-ARCHIVO             VALUE "S".
001570
001580*----------------------------------------------------------------
001590*    ULTIMA CORRIDA DEL CICLO (SE GUARDA LA ULTIMA LEIDA)
001600*----------------------------------------------------------------
001610 01  WS-SW-HAY-CORRIDA           PIC X(01) VALUE "N".
001620     88  HAY-CORRIDA             VALUE "S".
001630 01  WS-ULTIMA-CORRIDA.
001640     05  ULT-FECHA               PIC 9(08).
001650     05  ULT-INICIO              PIC X(14).
001660     05  ULT-FIN                 PIC X(14).
001670     05  ULT-RESULTADO           PIC X(13).
001680     05  ULT-RC-PASOS            PIC X(48).
001690     05  ULT-CORRIDA             PIC X(04).
001700
001710*----------------------------------------------------------------
001720*    FECHA DE NEGOCIO Y EDAD DE LOS SUSPENSOS
001730*----------------------------------------------------------------
001740 01  WS-FECHA-HOY                PIC X(08).
001750 01  WS-FECHA-NUMERICA           PIC 9(08).
001760 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001770 01  WS-DIA-HOY-ENTERO           PIC 9(07) COMP.
001780 01  WS-DIA-ALTA-ENTERO          PIC 9(07) COMP.
001790 01  WS-DIAS-EDAD                PIC S9(05) COMP.
001800
001810*----------------------------------------------------------------
001820*    CONTADORES DE LAS SECCIONES
001830*----------------------------------------------------------------
001840 01  WS-CUENTA-SUSPENSOS         PIC 9(05) VALUE ZERO.
001850 01  WS-MAX-COLAS                PIC 9(02) VALUE 10.
001860 01  WS-CANT-COLAS               PIC 9(02) VALUE ZERO.
001870 01  TABLA-COLAS.
001880     05  COLA-ENTRADA OCCURS 10 TIMES.
001890         10  COLA-NOMBRE         PIC X(10).
001900         10  COLA-CUENTA         PIC 9(03).
001910 77  WS-IDX-COLA                 PIC 9(02) COMP.
001920 01  WS-SW-COLA                  PIC X(01).
001930     88  COLA-HALLADA            VALUE "S".
001940 01  WS-COLA-ACTUAL              PIC X(10).
001950 01  WS-LINEA-COLA.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  LCO-NOMBRE              PIC X(10).
001980     05  FILLER                  PIC X(14)
001990             VALUE "  PENDIENTES  ".
002000     05  LCO-CUENTA              PIC ZZ9.
002010     05  FILLER                  PIC X(103) VALUE SPACES.
002020 01  WS-CUENTA-ALERTAS           PIC 9(05) VALUE ZERO.
002030 01  WS-CUENTA-INCIDENTES        PIC 9(05) VALUE ZERO.
002040 01  WS-CUENTA-SALIDAS           PIC 9(05) VALUE ZERO.
002050
002060*----------------------------------------------------------------
002070*    TRABAJOS PERIODICOS VENCIDOS (VER TRABVENCIDO.CBL)
002080*----------------------------------------------------------------
002090 01  TVEN-AREA.
002100     05  TVEN-FUNCION            PIC X(01).
002110     05  TVEN-CANT-REGISTRADOS   PIC 9(03).
002120     05  TVEN-CANT-VENCIDOS      PIC 9(03).
002130     05  TVEN-VENCIDO OCCURS 50 TIMES.
002140         10  TVEN-PROGRAMA       PIC X(20).
002150         10  TVEN-REGLA          PIC X(01).
002160         10  TVEN-VALOR          PIC 9(04).
002170         10  TVEN-DEBIA          PIC 9(08).
002180         10  TVEN-ULTIMA         PIC 9(08).
002190 77  WS-IDX-VENCIDO              PIC 9(03) COMP.
002200 01  WS-LINEA-PERIODICO.
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  LPE-PROGRAMA            PIC X(20).
002230     05  FILLER                  PIC X(08) VALUE "  REGLA ".
002240     05  LPE-REGLA               PIC X(01).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  LPE-VALOR               PIC 9(04).
002270     05  FILLER                  PIC X(08) VALUE "  DEBIA ".
002280     05  LPE-DEBIA               PIC 9(08).
002290     05  FILLER                  PIC X(10) VALUE "  ULTIMA  ".
002300     05  LPE-ULTIMA              PIC X(12).
002310     05  FILLER                  PIC X(59) VALUE SPACES.
002320
002330*----------------------------------------------------------------
002340*    INCIDENTE VINCULADO A CADA ITEM (INCIDENTE_SVC) Y EDAD DE
002350*    LOS INCIDENTES ABIERTOS
002360*----------------------------------------------------------------
002370 01  WS-INCS-AREA.
002380     05  WS-INCS-FUNCION         PIC X(01) VALUE "B".
002390     05  WS-INCS-TIPO            PIC X(01).
002400     05  WS-INCS-CLAVE           PIC X(61).
002410     05  WS-CLAVE-SUSPENSO REDEFINES WS-INCS-CLAVE.
002420         10  WCS-FECHA           PIC 9(08).
002430         10  WCS-PROGRAMA        PIC X(20).
002440         10  WCS-VALOR           PIC X(03).
002450         10  WCS-MOTIVO          PIC X(30).
002460     05  WS-CLAVE-CORRIDA REDEFINES WS-INCS-CLAVE.
002470         10  WCH-FECHA           PIC 9(08).
002480         10  WCH-CORRIDA         PIC X(04).
002490         10  WCH-INICIO          PIC X(14).
002500         10  FILLER              PIC X(35).
002510     05  WS-CLAVE-ALERTA REDEFINES WS-INCS-CLAVE.
002520         10  WCA-TIMESTAMP       PIC X(21).
002530         10  WCA-PROGRAMA        PIC X(20).
002540         10  FILLER              PIC X(20).
002550     05  WS-INCS-NUMERO          PIC 9(05).
002560     05  WS-INCS-ESTADO          PIC X(01).
002570 01  WS-TEXTO-INCIDENTE          PIC X(17).
002580 01  WS-AHORA                    PIC X(14).
002590 01  WS-AHORA-X REDEFINES WS-AHORA.
002600     05  WS-AHORA-FECHA          PIC 9(08).
002610     05  WS-AHORA-HH             PIC 9(02).
002620     05  WS-AHORA-MM             PIC 9(02).
002630     05  WS-AHORA-SS             PIC 9(02).
002640 01  WS-MINUTOS-ABIERTO          PIC S9(07) COMP.
002650 01  WS-HORAS-ABIERTO            PIC S9(05) COMP.
002660 01  WS-LINEA-INCIDENTE.
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  LIN-NUMERO              PIC 9(05).
002690     05  FILLER                  PIC X(10) VALUE "  ABIERTO ".
002700     05  LIN-APERTURA            PIC X(12).
002710     05  FILLER                  PIC X(07) VALUE "  EDAD ".
002720     05  LIN-HORAS               PIC ZZ,ZZ9.
002730     05  FILLER                  PIC X(08) VALUE " HORAS  ".
002740     05  LIN-ASIGNADO            PIC X(08).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  LIN-TITULO              PIC X(40).
002770     05  FILLER                  PIC X(33) VALUE SPACES.
002780
002790*----------------------------------------------------------------
002800*    REPORTE POR EL SERVICIO COMPARTIDO
002810*----------------------------------------------------------------
002820 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
002830 01  RSVC-AREA.
002840     05  RSVC-FUNCION            PIC X(01).
002850     05  RSVC-ARCHIVO            PIC X(21).
002860     05  RSVC-TITULO             PIC X(40).
002870     05  RSVC-LINEA              PIC X(132).
002880     05  RSVC-CANT-LINEAS        PIC 9(07).
002890
002900 01  WS-LINEA-CORRIDA.
002910     05  FILLER                  PIC X(07) VALUE "FECHA: ".
002920     05  LCO-FECHA               PIC 9(08).
002930     05  FILLER                  PIC X(09) VALUE "  INICIO ".
002940     05  LCO-INICIO              PIC X(14).
002950     05  FILLER                  PIC X(06) VALUE "  FIN ".
002960     05  LCO-FIN                 PIC X(14).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  LCO-RESULTADO           PIC X(13).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  LCO-INCIDENTE           PIC X(17).
003010     05  FILLER                  PIC X(40) VALUE SPACES.
003020 01  WS-LINEA-RC.
003030     05  FILLER                  PIC X(13)
003040             VALUE "RC POR PASO: ".
003050     05  LRC-PASOS               PIC X(48).
003060     05  FILLER                  PIC X(73) VALUE SPACES.
003070 01  WS-LINEA-SUSPENSO.
003080     05  FILLER                  PIC X(01) VALUE SPACE.
003090     05  LSU-FECHA               PIC 9(08).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  LSU-PROGRAMA            PIC X(20).
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  LSU-MOTIVO              PIC X(30).
003140     05  FILLER                  PIC X(07) VALUE "  EDAD ".
003150     05  LSU-EDAD                PIC ZZ,ZZ9.
003160     05  FILLER                  PIC X(05) VALUE " DIAS".
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  LSU-COLA                PIC X(10).
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  LSU-INCIDENTE           PIC X(17).
003210     05  FILLER                  PIC X(20) VALUE SPACES.
003220 01  WS-LINEA-ALERTA.
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  LAL-TIMESTAMP           PIC X(21).
003250     05  FILLER                  PIC X(01) VALUE SPACE.
003260     05  LAL-PROGRAMA            PIC X(20).
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  LAL-MENSAJE             PIC X(59).
003290     05  FILLER                  PIC X(01) VALUE SPACE.
003300     05  LAL-INCIDENTE           PIC X(17).
003310     05  FILLER                  PIC X(11) VALUE SPACES.
003320 01  WS-LINEA-SALIDA.
003330     05  FILLER                  PIC X(01) VALUE SPACE.
003340     05  LSA-ARCHIVO             PIC X(21).
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  LSA-PROGRAMA            PIC X(20).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  LSA-CANTIDAD            PIC ZZZ,ZZZ,ZZ9.
003390     05  FILLER                  PIC X(75) VALUE SPACES.
003400 01  WS-LINEA-SECCION            PIC X(132).
003410
003420*----------------------------------------------------------------
003430*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
003440*----------------------------------------------------------------
003450 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "entrega_turno".
003460 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003470 01  WS-CATG-ARCHIVO             PIC X(21).
003480 01  WS-CATG-CANTIDAD            PIC 9(07).
003490
003500 PROCEDURE DIVISION.
003510
003520******************************************************************
003530* 0000-MAINLINE
003540******************************************************************
003550 0000-MAINLINE.
003560     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003570     PERFORM 2000-SECCION-CICLO THRU 2000-EXIT.
003580     PERFORM 3000-SECCION-SUSPENSO THRU 3000-EXIT.
003590     PERFORM 4000-SECCION-ALERTAS THRU 4000-EXIT.
003600     PERFORM 4300-SECCION-INCIDENTES THRU 4300-EXIT.
003610     PERFORM 4500-SECCION-PERIODICOS THRU 4500-EXIT.
003620     PERFORM 5000-SECCION-CATALOGO THRU 5000-EXIT.
003630     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003640     GOBACK.
003650
003660 1000-INICIALIZAR.
003670     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003680     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
003690     COMPUTE WS-DIA-HOY-ENTERO =
003700         FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA).
003710     STRING "TURNORPT." WS-FECHA-HOY DELIMITED BY SIZE
003720         WS-SUFIJO-CICLO DELIMITED BY SPACE
003730         INTO WS-DYN-REPORT-FILE.
003740     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003750     MOVE "ENTREGA DE TURNO" TO RSVC-TITULO.
003760     MOVE "A" TO RSVC-FUNCION.
003770     CALL "reporte_svc" USING RSVC-AREA.
003780     MOVE "E" TO RSVC-FUNCION.
003790 1000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 2000-SECCION-CICLO - LA ULTIMA CORRIDA REGISTRADA EN CICLOHIST
003840*     CON SUS RETURN CODES POR PASO
003850******************************************************************
003860 2000-SECCION-CICLO.
003870     MOVE "ULTIMA CORRIDA DEL CICLO DIARIO" TO WS-LINEA-SECCION.
003880     MOVE WS-LINEA-SECCION TO RSVC-LINEA.
003890     CALL "reporte_svc" USING RSVC-AREA.
003900     MOVE "N" TO WS-EOF-ARCHIVO.
003910     OPEN INPUT HIST-FILE.
003920     IF WS-HIST-STATUS = "00"
003930         PERFORM 2100-LEER-CORRIDA THRU 2100-EXIT
003940             UNTIL FIN-ARCHIVO
003950         CLOSE HIST-FILE
003960     END-IF.
003970     IF HAY-CORRIDA
003980         MOVE ULT-FECHA TO LCO-FECHA
003990         MOVE ULT-INICIO TO LCO-INICIO
004000         MOVE ULT-FIN TO LCO-FIN
004010         MOVE ULT-RESULTADO TO LCO-RESULTADO
004020         MOVE "H" TO WS-INCS-TIPO
004030         MOVE SPACES TO WS-INCS-CLAVE
004040         MOVE ULT-FECHA TO WCH-FECHA
004050         MOVE ULT-CORRIDA TO WCH-CORRIDA
004060         MOVE ULT-INICIO TO WCH-INICIO
004070         PERFORM 6000-CONSULTAR-INCIDENTE THRU 6000-EXIT
004080         MOVE WS-TEXTO-INCIDENTE TO LCO-INCIDENTE
004090         MOVE WS-LINEA-CORRIDA TO RSVC-LINEA
004100         CALL "reporte_svc" USING RSVC-AREA
004110         MOVE ULT-RC-PASOS TO LRC-PASOS
004120         MOVE WS-LINEA-RC TO RSVC-LINEA
004130         CALL "reporte_svc" USING RSVC-AREA
004140     ELSE
004150         MOVE " (SIN CORRIDAS REGISTRADAS)" TO RSVC-LINEA
004160         CALL "reporte_svc" USING RSVC-AREA
004170     END-IF.
004180 2000-EXIT.
004190     EXIT.
004200
004210 2100-LEER-CORRIDA.
004220     READ HIST-FILE
004230         AT END
004240             SET FIN-ARCHIVO TO TRUE
004250         NOT AT END
004260             IF HIST-CORRIDA(1:2) = ".I"
004270                 GO TO 2100-EXIT
004280             END-IF
004290             SET HAY-CORRIDA TO TRUE
004300             MOVE HIST-FECHA TO ULT-FECHA
004310             MOVE HIST-INICIO TO ULT-INICIO
004320             MOVE HIST-FIN TO ULT-FIN
004330             MOVE HIST-RESULTADO TO ULT-RESULTADO
004340             MOVE HIST-RC-PASOS TO ULT-RC-PASOS
004350             MOVE HIST-CORRIDA TO ULT-CORRIDA
004360     END-READ.
004370 2100-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 3000-SECCION-SUSPENSO - ITEMS PENDIENTES CON SU EDAD EN DIAS
004420******************************************************************
004430 3000-SECCION-SUSPENSO.
004440     MOVE "EXCEPCIONES PENDIENTES EN EL SUSPENSO"
004450         TO WS-LINEA-SECCION.
004460     MOVE WS-LINEA-SECCION TO RSVC-LINEA.
004470     CALL "reporte_svc" USING RSVC-AREA.
004480     MOVE "N" TO WS-EOF-ARCHIVO.
004490     OPEN INPUT SUSPENSO-FILE.
004500     IF WS-SUSP-STATUS = "00"
004510         PERFORM 3100-LEER-SUSPENSO THRU 3100-EXIT
004520             UNTIL FIN-ARCHIVO
004530         CLOSE SUSPENSO-FILE
004540     END-IF.
004550     PERFORM 3200-RESUMIR-COLAS THRU 3200-EXIT.
004560     IF WS-CUENTA-SUSPENSOS = ZERO
004570         MOVE " (SIN PENDIENTES)" TO RSVC-LINEA
004580         CALL "reporte_svc" USING RSVC-AREA
004590     END-IF.
004600 3000-EXIT.
004610     EXIT.
004620
004630 3100-LEER-SUSPENSO.
004640     READ SUSPENSO-FILE
004650         AT END
004660             SET FIN-ARCHIVO TO TRUE
004670         NOT AT END
004680             IF SUSP-ESTADO = "P"
004690                 ADD 1 TO WS-CUENTA-SUSPENSOS
004700                 MOVE SUSP-FECHA-ALTA TO LSU-FECHA
004710                 MOVE SUSP-PROGRAMA TO LSU-PROGRAMA
004720                 MOVE SUSP-MOTIVO TO LSU-MOTIVO
004730                 IF SUSP-COLA = SPACES
004740                     MOVE "OPERACION" TO WS-COLA-ACTUAL
004750                 ELSE
004760                     MOVE SUSP-COLA TO WS-COLA-ACTUAL
004770                 END-IF
004780                 MOVE WS-COLA-ACTUAL TO LSU-COLA
004790                 PERFORM 3150-CONTAR-COLA THRU 3150-EXIT
004800                 IF SUSP-FECHA-ALTA IS NUMERIC
004810                         AND SUSP-FECHA-ALTA > ZERO
004820                     COMPUTE WS-DIA-ALTA-ENTERO =
004830                         FUNCTION INTEGER-OF-DATE(
004840                             SUSP-FECHA-ALTA)
004850                     COMPUTE WS-DIAS-EDAD =
004860                         WS-DIA-HOY-ENTERO - WS-DIA-ALTA-ENTERO
004870                 ELSE
004880                     MOVE ZERO TO WS-DIAS-EDAD
004890                 END-IF
004900                 MOVE WS-DIAS-EDAD TO LSU-EDAD
004910                 MOVE "S" TO WS-INCS-TIPO
004920                 MOVE SUSP-FECHA-ALTA TO WCS-FECHA
004930                 MOVE SUSP-PROGRAMA TO WCS-PROGRAMA
004940                 MOVE SUSP-VALOR TO WCS-VALOR
004950                 MOVE SUSP-MOTIVO TO WCS-MOTIVO
004960                 PERFORM 6000-CONSULTAR-INCIDENTE THRU 6000-EXIT
004970                 MOVE WS-TEXTO-INCIDENTE TO LSU-INCIDENTE
004980                 MOVE WS-LINEA-SUSPENSO TO RSVC-LINEA
004990                 CALL "reporte_svc" USING RSVC-AREA
005000             END-IF
005010     END-READ.
005020 3100-EXIT.
005030     EXIT.
005040
005050 3150-CONTAR-COLA.
005060     MOVE "N" TO WS-SW-COLA.
005070     PERFORM 3160-BUSCAR-COLA THRU 3160-EXIT
005080         VARYING WS-IDX-COLA FROM 1 BY 1
005090             UNTIL WS-IDX-COLA > WS-CANT-COLAS
005100                 OR COLA-HALLADA.
005110     IF NOT COLA-HALLADA
005120         IF WS-CANT-COLAS >= WS-MAX-COLAS
005130             GO TO 3150-EXIT
005140         END-IF
005150         ADD 1 TO WS-CANT-COLAS
005160         MOVE WS-CANT-COLAS TO WS-IDX-COLA
005170         MOVE WS-COLA-ACTUAL TO COLA-NOMBRE(WS-IDX-COLA)
005180         MOVE ZERO TO COLA-CUENTA(WS-IDX-COLA)
005190     END-IF.
005200     ADD 1 TO COLA-CUENTA(WS-IDX-COLA).
005210 3150-EXIT.
005220     EXIT.
005230
005240 3160-BUSCAR-COLA.
005250     IF COLA-NOMBRE(WS-IDX-COLA) = WS-COLA-ACTUAL
005260         SET COLA-HALLADA TO TRUE
005270         SUBTRACT 1 FROM WS-IDX-COLA
005280     END-IF.
005290 3160-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 3200-RESUMIR-COLAS - EL ATRASO PENDIENTE POR COLA DUENA, PARA
005340*     QUE CADA EQUIPO MIRE SOLO SU BACKLOG
005350******************************************************************
005360 3200-RESUMIR-COLAS.
005370     IF WS-CANT-COLAS = ZERO
005380         GO TO 3200-EXIT
005390     END-IF.
005400     MOVE " PENDIENTES POR COLA DUENA:" TO RSVC-LINEA.
005410     CALL "reporte_svc" USING RSVC-AREA.
005420     PERFORM 3210-ESCRIBIR-COLA THRU 3210-EXIT
005430         VARYING WS-IDX-COLA FROM 1 BY 1
005440             UNTIL WS-IDX-COLA > WS-CANT-COLAS.
005450 3200-EXIT.
005460     EXIT.
005470
005480 3210-ESCRIBIR-COLA.
005490     MOVE COLA-NOMBRE(WS-IDX-COLA) TO LCO-NOMBRE.
005500     MOVE COLA-CUENTA(WS-IDX-COLA) TO LCO-CUENTA.
005510     MOVE WS-LINEA-COLA TO RSVC-LINEA.
005520     CALL "reporte_svc" USING RSVC-AREA.
005530 3210-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570* 4000-SECCION-ALERTAS - ALERTAS TODAVIA NO CONFIRMADAS
005580******************************************************************
005590 4000-SECCION-ALERTAS.
005600     MOVE "ALERTAS SIN CONFIRMAR" TO WS-LINEA-SECCION.
005610     MOVE WS-LINEA-SECCION TO RSVC-LINEA.
005620     CALL "reporte_svc" USING RSVC-AREA.
005630     MOVE "N" TO WS-EOF-ARCHIVO.
005640     OPEN INPUT ALERTAS-FILE.
005650     IF WS-ALR-STATUS = "00"
005660         PERFORM 4100-LEER-ALERTA THRU 4100-EXIT
005670             UNTIL FIN-ARCHIVO
005680         CLOSE ALERTAS-FILE
005690     END-IF.
005700     IF WS-CUENTA-ALERTAS = ZERO
005710         MOVE " (SIN ALERTAS PENDIENTES)" TO RSVC-LINEA
005720         CALL "reporte_svc" USING RSVC-AREA
005730     END-IF.
005740 4000-EXIT.
005750     EXIT.
005760
005770 4100-LEER-ALERTA.
005780     READ ALERTAS-FILE
005790         AT END
005800             SET FIN-ARCHIVO TO TRUE
005810         NOT AT END
005820             IF ALR-ESTADO = "P"
005830                 ADD 1 TO WS-CUENTA-ALERTAS
005840                 MOVE ALR-TIMESTAMP TO LAL-TIMESTAMP
005850                 MOVE ALR-PROGRAMA TO LAL-PROGRAMA
005860                 MOVE ALR-MENSAJE TO LAL-MENSAJE
005870                 MOVE "A" TO WS-INCS-TIPO
005880                 MOVE SPACES TO WS-INCS-CLAVE
005890                 MOVE ALR-TIMESTAMP TO WCA-TIMESTAMP
005900                 MOVE ALR-PROGRAMA TO WCA-PROGRAMA
005910                 PERFORM 6000-CONSULTAR-INCIDENTE THRU 6000-EXIT
005920                 MOVE WS-TEXTO-INCIDENTE TO LAL-INCIDENTE
005930                 MOVE WS-LINEA-ALERTA TO RSVC-LINEA
005940                 CALL "reporte_svc" USING RSVC-AREA
005950             END-IF
005960     END-READ.
005970 4100-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010* 4300-SECCION-INCIDENTES - INCIDENTES TODAVIA ABIERTOS, CON SU
006020*     EDAD EN HORAS Y QUIEN LOS TIENE ASIGNADOS
006030******************************************************************
006040 4300-SECCION-INCIDENTES.
006050     MOVE "INCIDENTES ABIERTOS" TO WS-LINEA-SECCION.
006060     MOVE WS-LINEA-SECCION TO RSVC-LINEA.
006070     CALL "reporte_svc" USING RSVC-AREA.
006080     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AHORA.
006090     MOVE "N" TO WS-EOF-ARCHIVO.
006100     OPEN INPUT INCIDEN-FILE.
006110     IF WS-INC-STATUS = "00"
006120         PERFORM 4310-LEER-INCIDENTE THRU 4310-EXIT
006130             UNTIL FIN-ARCHIVO
006140         CLOSE INCIDEN-FILE
006150     END-IF.
006160     IF WS-CUENTA-INCIDENTES = ZERO
006170         MOVE " (SIN INCIDENTES ABIERTOS)" TO RSVC-LINEA
006180         CALL "reporte_svc" USING RSVC-AREA
006190     END-IF.
006200 4300-EXIT.
006210     EXIT.
006220
006230 4310-LEER-INCIDENTE.
006240     READ INCIDEN-FILE
006250         AT END
006260             SET FIN-ARCHIVO TO TRUE
006270             GO TO 4310-EXIT
006280     END-READ.
006290     IF NOT INC-ABIERTO
006300         GO TO 4310-EXIT
006310     END-IF.
006320     ADD 1 TO WS-CUENTA-INCIDENTES.
006330     MOVE INC-NUMERO TO LIN-NUMERO.
006340     MOVE INC-APERTURA(1:12) TO LIN-APERTURA.
006350     MOVE ZERO TO WS-HORAS-ABIERTO.
006360     IF INC-APER-FECHA IS NUMERIC AND INC-APER-FECHA > ZERO
006370         COMPUTE WS-MINUTOS-ABIERTO =
006380             (FUNCTION INTEGER-OF-DATE(WS-AHORA-FECHA)
006390              - FUNCTION INTEGER-OF-DATE(INC-APER-FECHA)) * 1440
006400             + WS-AHORA-HH * 60 + WS-AHORA-MM
006410             - INC-APER-HH * 60 - INC-APER-MM
006420         DIVIDE WS-MINUTOS-ABIERTO BY 60
006430             GIVING WS-HORAS-ABIERTO
006440     END-IF.
006450     MOVE WS-HORAS-ABIERTO TO LIN-HORAS.
006460     IF INC-ASIGNADO = SPACES
006470         MOVE "(NADIE)" TO LIN-ASIGNADO
006480     ELSE
006490         MOVE INC-ASIGNADO TO LIN-ASIGNADO
006500     END-IF.
006510     MOVE INC-TITULO TO LIN-TITULO.
006520     MOVE WS-LINEA-INCIDENTE TO RSVC-LINEA.
006530     CALL "reporte_svc" USING RSVC-AREA.
006540 4310-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 4500-SECCION-PERIODICOS - TRABAJOS PERIODICOS QUE NO CORRIERON
006590*     DESDE QUE LES TOCABA (SOLO SE LISTAN; LA ALERTA LA LEVANTA
006600*     EL MENU AL INGRESO)
006610******************************************************************
006620 4500-SECCION-PERIODICOS.
006630     MOVE "TRABAJOS PERIODICOS VENCIDOS" TO WS-LINEA-SECCION.
006640     MOVE WS-LINEA-SECCION TO RSVC-LINEA.
006650     CALL "reporte_svc" USING RSVC-AREA.
006660     MOVE "L" TO TVEN-FUNCION.
006670     CALL "trabajos_vencidos" USING TVEN-AREA.
006680     IF TVEN-CANT-REGISTRADOS = ZERO
006690         MOVE " (SIN REGISTRO TRABPER)" TO RSVC-LINEA
006700         CALL "reporte_svc" USING RSVC-AREA
006710         GO TO 4500-EXIT
006720     END-IF.
006730     IF TVEN-CANT-VENCIDOS = ZERO
006740         MOVE " (NINGUNO VENCIDO)" TO RSVC-LINEA
006750         CALL "reporte_svc" USING RSVC-AREA
006760         GO TO 4500-EXIT
006770     END-IF.
006780     PERFORM 4510-LINEA-PERIODICO THRU 4510-EXIT
006790         VARYING WS-IDX-VENCIDO FROM 1 BY 1
006800             UNTIL WS-IDX-VENCIDO > TVEN-CANT-VENCIDOS.
006810 4500-EXIT.
006820     EXIT.
006830
006840 4510-LINEA-PERIODICO.
006850     MOVE TVEN-PROGRAMA(WS-IDX-VENCIDO) TO LPE-PROGRAMA.
006860     MOVE TVEN-REGLA(WS-IDX-VENCIDO) TO LPE-REGLA.
006870     MOVE TVEN-VALOR(WS-IDX-VENCIDO) TO LPE-VALOR.
006880     MOVE TVEN-DEBIA(WS-IDX-VENCIDO) TO LPE-DEBIA.
006890     IF TVEN-ULTIMA(WS-IDX-VENCIDO) = ZERO
006900         MOVE "SIN REGISTRO" TO LPE-ULTIMA
006910     ELSE
006920         MOVE TVEN-ULTIMA(WS-IDX-VENCIDO) TO LPE-ULTIMA
006930     END-IF.
006940     MOVE WS-LINEA-PERIODICO TO RSVC-LINEA.
006950     CALL "reporte_svc" USING RSVC-AREA.
006960 4510-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* 5000-SECCION-CATALOGO - LAS SALIDAS CATALOGADAS DE LA FECHA
007010******************************************************************
007020 5000-SECCION-CATALOGO.
007030     MOVE "SALIDAS CATALOGADAS DE LA FECHA DE NEGOCIO"
007040         TO WS-LINEA-SECCION.
007050     MOVE WS-LINEA-SECCION TO RSVC-LINEA.
007060     CALL "reporte_svc" USING RSVC-AREA.
007070     MOVE "N" TO WS-EOF-ARCHIVO.
007080     OPEN INPUT CATALOGO-FILE.
007090     IF WS-CAT-STATUS = "00"
007100         PERFORM 5100-LEER-SALIDA THRU 5100-EXIT
007110             UNTIL FIN-ARCHIVO
007120         CLOSE CATALOGO-FILE
007130     END-IF.
007140     IF WS-CUENTA-SALIDAS = ZERO
007150         MOVE " (SIN SALIDAS CATALOGADAS HOY)" TO RSVC-LINEA
007160         CALL "reporte_svc" USING RSVC-AREA
007170     END-IF.
007180 5000-EXIT.
007190     EXIT.
007200
007210 5100-LEER-SALIDA.
007220     READ CATALOGO-FILE
007230         AT END
007240             SET FIN-ARCHIVO TO TRUE
007250         NOT AT END
007260             IF CATG-FECHA = WS-FECHA-NUMERICA
007270                 ADD 1 TO WS-CUENTA-SALIDAS
007280                 MOVE CATG-ARCHIVO TO LSA-ARCHIVO
007290                 MOVE CATG-PROGRAMA TO LSA-PROGRAMA
007300                 MOVE CATG-CANTIDAD TO LSA-CANTIDAD
007310                 MOVE WS-LINEA-SALIDA TO RSVC-LINEA
007320                 CALL "reporte_svc" USING RSVC-AREA
007330             END-IF
007340     END-READ.
007350 5100-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 6000-CONSULTAR-INCIDENTE - EL INCIDENTE AL QUE SE VINCULO EL
007400*     ITEM CUYA CLAVE QUEDO ARMADA EN WS-INCS-AREA
007410******************************************************************
007420 6000-CONSULTAR-INCIDENTE.
007430     CALL "incidente_svc" USING WS-INCS-AREA.
007440     MOVE SPACES TO WS-TEXTO-INCIDENTE.
007450     IF WS-INCS-NUMERO = ZERO
007460         GO TO 6000-EXIT
007470     END-IF.
007480     IF WS-INCS-ESTADO = "C"
007490         STRING "INC " WS-INCS-NUMERO " CERRADO"
007500             DELIMITED BY SIZE INTO WS-TEXTO-INCIDENTE
007510     ELSE
007520         STRING "INC " WS-INCS-NUMERO
007530             DELIMITED BY SIZE INTO WS-TEXTO-INCIDENTE
007540     END-IF.
007550 6000-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 9000-TERMINAR - FIRMA, CIERRE, AUDITORIA Y CATALOGO
007600******************************************************************
007610 9000-TERMINAR.
007620     MOVE "FIRMA DEL OPERADOR SALIENTE: ________________"
007630         TO RSVC-LINEA.
007640     CALL "reporte_svc" USING RSVC-AREA.
007650     MOVE "FIRMA DEL OPERADOR ENTRANTE: ________________"
007660         TO RSVC-LINEA.
007670     CALL "reporte_svc" USING RSVC-AREA.
007680     MOVE "C" TO RSVC-FUNCION.
007690     CALL "reporte_svc" USING RSVC-AREA.
007700     COMPUTE WS-AUDT-CANTIDAD = WS-CUENTA-SUSPENSOS
007710         + WS-CUENTA-ALERTAS + WS-CUENTA-SALIDAS
007720         + TVEN-CANT-VENCIDOS + WS-CUENTA-INCIDENTES.
007730     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007740     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
007750     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
007760     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007770             WS-CATG-CANTIDAD.
007780     DISPLAY " ENTREGA DE TURNO GENERADA EN "
007790         WS-DYN-REPORT-FILE.
007800 9000-EXIT.
007810     EXIT.
007820
007830 END PROGRAM entrega_turno.
