000330* MODIFICATION HISTORY
000340* DATE       INIT DESCRIPTION
000350* 2026-09-01 RW   INITIAL VERSION.
000360* 2026-10-15 RW   LEE EL SNAPSHOT PERSSNAP DE PERSONA_SNAP EN VEZ
000370*                 DE RECORRER PERSONAF (UNA SOLA PASADA POR EL
000380*                 MAESTRO PARA TODOS LOS LECTORES), VERIFICANDO
000390*                 ANTES SU TOTAL DE CONTROL CON VALIDAR_SOBRE
000400*                 (ERRORLOG 92 Y RETURN-CODE 8 SI NO BALANCEA).
000410*                 LA EDAD DERIVADA SE TOMA DEL SNAPSHOT; LOS
000420*                 CENTINELAS SE SIGUEN MIDIENDO SOBRE LA IMAGEN
000430*                 DEL MAESTRO TAL CUAL.
000440* 2026-10-15 RW   LA LINEA DE CADA SUCURSAL LLEVA SU NOMBRE SEGUN
000450*                 EL REFERENCIAL SUCREF (VALIDAR_SUCURSAL).
000460* 2026-10-15 RW   CALIDAD TAMBIEN VA AL ARCHIVO DE DATOS DE
000470*                 REPORTE_SVC (DATOSCTL): UNA LINEA POR SUCURSAL,
000480*                 EL TOTAL CON EL PUNTAJE Y CADA PUNTO DE LA
000490*                 TENDENCIA.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. calidad_datos.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PERSONA-FILE ASSIGN TO "PERSSNAP"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PERSONA-STATUS.
000600
000610     SELECT HISTORIA-FILE ASSIGN TO "CALIDHIS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-HIS-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PERSONA-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 180 CHARACTERS.
000700 COPY PERSONA.
000710 COPY PERSSNAP.
000720
000730 FD  HISTORIA-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 35 CHARACTERS.
000760 01  HISTORIA-RECORD.
000770     05  CALH-FECHA              PIC 9(08).
000780     05  FILLER                  PIC X(01).
000790     05  CALH-PUNTAJE            PIC 9(03).
000800     05  FILLER                  PIC X(01).
000810     05  CALH-EVALUADOS          PIC 9(07).
000820     05  FILLER                  PIC X(01).
000830     05  CALH-OBSERVADOS         PIC 9(07).
000840     05  FILLER                  PIC X(07).
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-PERSONA-STATUS           PIC X(02).
000880 01  WS-HIS-STATUS               PIC X(02).
000890 01  WS-FECHA-HOY                PIC X(08).
000900 01  WS-FECHA-NUMERICA           PIC 9(08).
000910 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000920 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
000930 01  WS-CATG-ARCHIVO             PIC X(21).
000940 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "calidad_datos".
000950 01  WS-CATG-CANTIDAD            PIC 9(07).
000960
000970 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
000980     88  FIN-PERSONA             VALUE "S".
000990 01  WS-EOF-HIS                  PIC X(01) VALUE "N".
001000     88  FIN-HISTORIA            VALUE "S".
001010
001020*----------------------------------------------------------------
001030*    ACUMULADORES POR SUCURSAL (00 A 99, CASILLERO = SUC + 1)
001040*----------------------------------------------------------------
001050 01  TABLA-SUCURSALES.
001060     05  SUC-ENTRADA OCCURS 100 TIMES.
001070         10  SUC-TOTAL           PIC 9(07).
001080         10  SUC-FECHA-CERO      PIC 9(07).
001090         10  SUC-ESTADO-BLANCO   PIC 9(07).
001100         10  SUC-SUCURSAL-CERO   PIC 9(07).
001110         10  SUC-EDAD-DISCREPA   PIC 9(07).
001120         10  SUC-OBSERVADOS      PIC 9(07).
001130 77  WS-IDX-SUC                  PIC 9(03) COMP.
001140 01  WS-SW-OBSERVADO             PIC X(01).
001150
001160 01  WS-TOTAL-EVALUADOS          PIC 9(07) VALUE ZERO.
001170 01  WS-TOTAL-OBSERVADOS         PIC 9(07) VALUE ZERO.
001180 01  WS-PUNTAJE                  PIC 9(03).
001190
001200*----------------------------------------------------------------
001210*    TENDENCIA: LAS ULTIMAS MEDICIONES DEL HISTORIAL CALIDHIS
001220*----------------------------------------------------------------
001230 01  WS-MAX-TENDENCIA            PIC 9(02) VALUE 8.
001240 01  WS-CANT-TENDENCIA           PIC 9(02) VALUE ZERO.
001250 01  TABLA-TENDENCIA.
001260     05  TEN-ENTRADA OCCURS 8 TIMES.
001270         10  TEN-FECHA           PIC 9(08).
001280         10  TEN-PUNTAJE         PIC 9(03).
001290 77  WS-IDX-TEN                  PIC 9(02) COMP.
001300
001310*----------------------------------------------------------------
001320*    LINEAS DEL SCORECARD (REPORTE_SVC)
001330*----------------------------------------------------------------
001340 01  RSVC-AREA.
001350     05  RSVC-FUNCION            PIC X(01).
001360     05  RSVC-ARCHIVO            PIC X(21).
001370     05  RSVC-TITULO             PIC X(40).
001380     05  RSVC-LINEA              PIC X(132).
001390     05  RSVC-CANT-LINEAS        PIC 9(07).
001400
001410*----------------------------------------------------------------
001420*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
001430*----------------------------------------------------------------
001440 01  VSU-AREA.
001450     05  VSU-CODIGO              PIC 9(02).
001460     05  VSU-RESULTADO           PIC X(01).
001470         88  VSU-ABIERTA         VALUE "S".
001480         88  VSU-CERRADA         VALUE "C".
001490         88  VSU-INEXISTENTE     VALUE "X".
001500         88  VSU-SIN-REFERENCIAL VALUE "N".
001510     05  VSU-NOMBRE              PIC X(30).
001520     05  VSU-FECHA-CIERRE        PIC 9(08).
001530     05  VSU-SUCESORA            PIC 9(02).
001540 01  WS-LINEA-SUCURSAL.
001550     05  FILLER                  PIC X(09) VALUE " SUCURSAL".
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  LSU-SUCURSAL            PIC 9(02).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  LSU-NOMBRE              PIC X(20).
001600     05  FILLER                  PIC X(07) VALUE "  TOT ".
001610     05  LSU-TOTAL               PIC ZZ,ZZ9.
001620     05  FILLER                  PIC X(11) VALUE "  FECHA 0 ".
001630     05  LSU-FECHA-CERO          PIC ZZ,ZZ9.
001640     05  FILLER                  PIC X(09) VALUE "  EST BL ".
001650     05  LSU-ESTADO-BLANCO       PIC ZZ,ZZ9.
001660     05  FILLER                  PIC X(08) VALUE "  SUC 0 ".
001670     05  LSU-SUCURSAL-CERO       PIC ZZ,ZZ9.
001680     05  FILLER                  PIC X(11) VALUE "  EDAD DIS ".
001690     05  LSU-EDAD-DISCREPA       PIC ZZ,ZZ9.
001700     05  FILLER                  PIC X(17) VALUE SPACES.
001710 01  WS-LINEA-TRAILER.
001720     05  TRA-ETIQUETA            PIC X(35).
001730     05  TRA-VALOR               PIC ZZZ,ZZ9.
001740     05  FILLER                  PIC X(90) VALUE SPACES.
001750 01  WS-LINEA-TENDENCIA.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  LTE-FECHA               PIC 9(08).
001780     05  FILLER                  PIC X(11)
001790             VALUE "  PUNTAJE  ".
001800     05  LTE-PUNTAJE             PIC ZZ9.
001810     05  FILLER                  PIC X(108) VALUE SPACES.
001820 01  WS-DATO-PUNTAJE             PIC 9(03).
001830
001840*----------------------------------------------------------------
001850*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
001860*----------------------------------------------------------------
001870 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "calidad_datos".
001880 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001890 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "calidad_datos".
001900 01  WS-ELOG-CODIGO              PIC 9(04).
001910 01  WS-ELOG-MENSAJE             PIC X(59).
001920
001930*----------------------------------------------------------------
001940*    TOTAL DE CONTROL DEL SNAPSHOT PERSSNAP (PERSONA_SNAP)
001950*----------------------------------------------------------------
001960 01  WS-PSN-ARCHIVO              PIC X(17) VALUE "PERSSNAP".
001970 01  WS-PSN-CLAVE-POS            PIC 9(02) VALUE 1.
001980 01  WS-PSN-CLAVE-LON            PIC 9(02) VALUE 8.
001990 01  WS-PSN-RESULTADO            PIC X(01).
002000     88  SNAPSHOT-VALIDO         VALUE "S".
002010 01  WS-PSN-MENSAJE              PIC X(59).
002020
002030 PROCEDURE DIVISION.
002040
002050******************************************************************
002060* 0000-MAINLINE
002070******************************************************************
002080 0000-MAINLINE.
002090     PERFORM 0400-VALIDAR-SNAPSHOT THRU 0400-EXIT.
002100     IF NOT SNAPSHOT-VALIDO
002110         GOBACK
002120     END-IF.
002130     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002140     PERFORM 2000-MEDIR-MAESTRO THRU 2000-EXIT.
002150     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002160     GOBACK.
002170
002180******************************************************************
002190* 0400-VALIDAR-SNAPSHOT - EL SNAPSHOT PERSSNAP SE USA SOLO SI SU
002200*     TRAILER BALANCEA (CANTIDAD Y HASH DEL DNI); SI NO, ERRORLOG
002210*     92 Y RETURN-CODE 8 SIN LEER UN SOLO REGISTRO
002220******************************************************************
002230 0400-VALIDAR-SNAPSHOT.
002240     CALL "validar_sobre" USING WS-PSN-ARCHIVO
002250             WS-PSN-CLAVE-POS WS-PSN-CLAVE-LON
002260             WS-PSN-RESULTADO WS-PSN-MENSAJE.
002270     IF NOT SNAPSHOT-VALIDO
002280         DISPLAY " PERSSNAP RECHAZADO: " WS-PSN-MENSAJE
002290         MOVE 92 TO WS-ELOG-CODIGO
002300         MOVE WS-PSN-MENSAJE TO WS-ELOG-MENSAJE
002310         CALL "errorlog" USING WS-ELOG-PROGRAMA
002320                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
002330         MOVE 8 TO RETURN-CODE
002340     END-IF.
002350 0400-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390* 1000-INICIALIZAR - ABRE EL SNAPSHOT Y LEVANTA LA TENDENCIA DE
002400*     LAS ULTIMAS MEDICIONES (SE CONSERVAN LAS 8 MAS RECIENTES)
002410******************************************************************
002420 1000-INICIALIZAR.
002430     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002440     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
002450     MOVE ZEROS TO TABLA-SUCURSALES.
002460     OPEN INPUT PERSONA-FILE.
002470     OPEN INPUT HISTORIA-FILE.
002480     IF WS-HIS-STATUS = "00"
002490         PERFORM 1100-LEER-HISTORIA THRU 1100-EXIT
002500             UNTIL FIN-HISTORIA
002510         CLOSE HISTORIA-FILE
002520     END-IF.
002530 1000-EXIT.
002540     EXIT.
002550
002560 1100-LEER-HISTORIA.
002570     READ HISTORIA-FILE
002580         AT END
002590             SET FIN-HISTORIA TO TRUE
002600         NOT AT END
002610             IF CALH-PUNTAJE IS NUMERIC
002620                 IF WS-CANT-TENDENCIA < WS-MAX-TENDENCIA
002630                     ADD 1 TO WS-CANT-TENDENCIA
002640                 ELSE
002650*                    SE CORRE LA VENTANA: QUEDA LO MAS RECIENTE
002660                     PERFORM 1110-CORRER-VENTANA THRU 1110-EXIT
002670                 END-IF
002680                 MOVE CALH-FECHA TO
002690                     TEN-FECHA(WS-CANT-TENDENCIA)
002700                 MOVE CALH-PUNTAJE TO
002710                     TEN-PUNTAJE(WS-CANT-TENDENCIA)
002720             END-IF
002730     END-READ.
002740 1100-EXIT.
002750     EXIT.
002760
002770 1110-CORRER-VENTANA.
002780     PERFORM VARYING WS-IDX-TEN FROM 1 BY 1
002790             UNTIL WS-IDX-TEN >= WS-MAX-TENDENCIA
002800         MOVE TEN-ENTRADA(WS-IDX-TEN + 1) TO
002810             TEN-ENTRADA(WS-IDX-TEN)
002820     END-PERFORM.
002830 1110-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870* 2000-MEDIR-MAESTRO - UNA PASADA COMPLETA ACUMULANDO CENTINELAS
002880*     E INCONSISTENCIAS POR SUCURSAL
002890******************************************************************
002900 2000-MEDIR-MAESTRO.
002910     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
002920         UNTIL FIN-PERSONA.
002930 2000-EXIT.
002940     EXIT.
002950
002960 2100-LEER-PERSONA.
002970     READ PERSONA-FILE
002980         AT END
002990             SET FIN-PERSONA TO TRUE
003000         NOT AT END
003010             IF PSN-PERSONA(1:3) = "HDR"
003020                     OR PSN-PERSONA(1:3) = "TRL"
003030                 CONTINUE
003040             ELSE
003050                 PERFORM 2200-MEDIR-REGISTRO THRU 2200-EXIT
003060             END-IF
003070     END-READ.
003080 2100-EXIT.
003090     EXIT.
003100
003110 2200-MEDIR-REGISTRO.
003120     ADD 1 TO WS-TOTAL-EVALUADOS.
003130     COMPUTE WS-IDX-SUC = PERS-SUCURSAL + 1.
003140     ADD 1 TO SUC-TOTAL(WS-IDX-SUC).
003150     MOVE "N" TO WS-SW-OBSERVADO.
003160     IF PERS-FECHA-NACIMIENTO = ZERO
003170         ADD 1 TO SUC-FECHA-CERO(WS-IDX-SUC)
003180         MOVE "S" TO WS-SW-OBSERVADO
003190     END-IF.
003200     IF PERS-ESTADO = SPACE
003210         ADD 1 TO SUC-ESTADO-BLANCO(WS-IDX-SUC)
003220         MOVE "S" TO WS-SW-OBSERVADO
003230     END-IF.
003240     IF PERS-SUCURSAL = ZERO
003250         ADD 1 TO SUC-SUCURSAL-CERO(WS-IDX-SUC)
003260         MOVE "S" TO WS-SW-OBSERVADO
003270     END-IF.
003280     IF PSN-EDAD-DERIVADA
003290         IF PSN-EDAD NOT = PERS-EDAD
003300             ADD 1 TO SUC-EDAD-DISCREPA(WS-IDX-SUC)
003310             MOVE "S" TO WS-SW-OBSERVADO
003320         END-IF
003330     END-IF.
003340     IF WS-SW-OBSERVADO = "S"
003350         ADD 1 TO SUC-OBSERVADOS(WS-IDX-SUC)
003360         ADD 1 TO WS-TOTAL-OBSERVADOS
003370     END-IF.
003380 2200-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420* 9000-TERMINAR - SCORECARD POR SUCURSAL, PUNTAJE, TENDENCIA Y
003430*     NUEVO RENGLON EN EL HISTORIAL
003440******************************************************************
003450 9000-TERMINAR.
003460     CLOSE PERSONA-FILE.
003470     IF WS-TOTAL-EVALUADOS = ZERO
003480         MOVE 100 TO WS-PUNTAJE
003490     ELSE
003500         COMPUTE WS-PUNTAJE =
003510             (WS-TOTAL-EVALUADOS - WS-TOTAL-OBSERVADOS) * 100
003520             / WS-TOTAL-EVALUADOS
003530     END-IF.
003540     MOVE SPACES TO WS-DYN-REPORT-FILE.
003550     STRING "CALIDAD." WS-FECHA-HOY DELIMITED BY SIZE
003560         WS-SUFIJO-CICLO DELIMITED BY SPACE
003570         INTO WS-DYN-REPORT-FILE.
003580     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
003590     MOVE "SCORECARD DE CALIDAD DE DATOS" TO RSVC-TITULO.
003600     MOVE "A" TO RSVC-FUNCION.
003610     CALL "reporte_svc" USING RSVC-AREA.
003620     MOVE "T" TO RSVC-FUNCION.
003630     MOVE SPACES TO RSVC-LINEA.
003640     STRING "SECCION,SUCURSAL,NOMBRE,REGISTROS,FECHA_CERO,"
003650             "ESTADO_BLANCO,SUCURSAL_CERO,EDAD_DISCREPA,"
003660             "OBSERVADOS,FECHA,PUNTAJE"
003670             DELIMITED BY SIZE
003680         INTO RSVC-LINEA.
003690     CALL "reporte_svc" USING RSVC-AREA.
003700     MOVE "E" TO RSVC-FUNCION.
003710     PERFORM 9100-ESCRIBIR-SUCURSAL THRU 9100-EXIT
003720         VARYING WS-IDX-SUC FROM 1 BY 1
003730             UNTIL WS-IDX-SUC > 100.
003740     MOVE SPACES TO RSVC-LINEA.
003750     CALL "reporte_svc" USING RSVC-AREA.
003760     MOVE SPACES TO WS-LINEA-TRAILER.
003770     MOVE "REGISTROS EVALUADOS................" TO TRA-ETIQUETA.
003780     MOVE WS-TOTAL-EVALUADOS TO TRA-VALOR.
003790     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003800     CALL "reporte_svc" USING RSVC-AREA.
003810     MOVE SPACES TO WS-LINEA-TRAILER.
003820     MOVE "REGISTROS CON OBSERVACIONES........" TO TRA-ETIQUETA.
003830     MOVE WS-TOTAL-OBSERVADOS TO TRA-VALOR.
003840     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003850     CALL "reporte_svc" USING RSVC-AREA.
003860     MOVE SPACES TO WS-LINEA-TRAILER.
003870     MOVE "PUNTAJE (PCT SIN OBSERVACIONES)...." TO TRA-ETIQUETA.
003880     MOVE WS-PUNTAJE TO TRA-VALOR.
003890     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003900     CALL "reporte_svc" USING RSVC-AREA.
003910     MOVE "D" TO RSVC-FUNCION.
003920     MOVE SPACES TO RSVC-LINEA.
003930     STRING "TOTAL,,," WS-TOTAL-EVALUADOS ",,,,,"
003940             WS-TOTAL-OBSERVADOS "," WS-FECHA-NUMERICA ","
003950             WS-PUNTAJE
003960             DELIMITED BY SIZE
003970         INTO RSVC-LINEA.
003980     CALL "reporte_svc" USING RSVC-AREA.
003990     MOVE "E" TO RSVC-FUNCION.
004000     MOVE SPACES TO RSVC-LINEA.
004010     CALL "reporte_svc" USING RSVC-AREA.
004020     MOVE "TENDENCIA DE LAS ULTIMAS MEDICIONES:" TO RSVC-LINEA.
004030     CALL "reporte_svc" USING RSVC-AREA.
004040     PERFORM 9200-ESCRIBIR-TENDENCIA THRU 9200-EXIT
004050         VARYING WS-IDX-TEN FROM 1 BY 1
004060             UNTIL WS-IDX-TEN > WS-CANT-TENDENCIA.
004070     MOVE WS-FECHA-NUMERICA TO LTE-FECHA.
004080     MOVE WS-PUNTAJE TO LTE-PUNTAJE.
004090     MOVE WS-PUNTAJE TO WS-DATO-PUNTAJE.
004100     MOVE WS-LINEA-TENDENCIA TO RSVC-LINEA.
004110     CALL "reporte_svc" USING RSVC-AREA.
004120     PERFORM 9210-DATO-TENDENCIA THRU 9210-EXIT.
004130     MOVE "C" TO RSVC-FUNCION.
004140     CALL "reporte_svc" USING RSVC-AREA.
004150     PERFORM 9300-GRABAR-HISTORIA THRU 9300-EXIT.
004160     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004170     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004180     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
004190             WS-CATG-CANTIDAD.
004200     MOVE WS-TOTAL-EVALUADOS TO WS-AUDT-CANTIDAD.
004210     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004220     DISPLAY " CALIDAD DE DATOS: PUNTAJE " WS-PUNTAJE " SOBRE "
004230         WS-TOTAL-EVALUADOS " REGISTROS.".
004240 9000-EXIT.
004250     EXIT.
004260
004270 9100-ESCRIBIR-SUCURSAL.
004280     IF SUC-TOTAL(WS-IDX-SUC) = ZERO
004290         GO TO 9100-EXIT
004300     END-IF.
004310     COMPUTE LSU-SUCURSAL = WS-IDX-SUC - 1.
004320     MOVE LSU-SUCURSAL TO VSU-CODIGO.
004330     CALL "validar_sucursal" USING VSU-AREA.
004340     MOVE VSU-NOMBRE TO LSU-NOMBRE.
004350     MOVE SUC-TOTAL(WS-IDX-SUC) TO LSU-TOTAL.
004360     MOVE SUC-FECHA-CERO(WS-IDX-SUC) TO LSU-FECHA-CERO.
004370     MOVE SUC-ESTADO-BLANCO(WS-IDX-SUC) TO LSU-ESTADO-BLANCO.
004380     MOVE SUC-SUCURSAL-CERO(WS-IDX-SUC) TO LSU-SUCURSAL-CERO.
004390     MOVE SUC-EDAD-DISCREPA(WS-IDX-SUC) TO LSU-EDAD-DISCREPA.
004400     MOVE WS-LINEA-SUCURSAL TO RSVC-LINEA.
004410     CALL "reporte_svc" USING RSVC-AREA.
004420     MOVE "D" TO RSVC-FUNCION.
004430     MOVE SPACES TO RSVC-LINEA.
004440     STRING "SUCURSAL," LSU-SUCURSAL "," DELIMITED BY SIZE
004450             VSU-NOMBRE DELIMITED BY "  "
004460             "," SUC-TOTAL(WS-IDX-SUC)
004470             "," SUC-FECHA-CERO(WS-IDX-SUC)
004480             "," SUC-ESTADO-BLANCO(WS-IDX-SUC)
004490             "," SUC-SUCURSAL-CERO(WS-IDX-SUC)
004500             "," SUC-EDAD-DISCREPA(WS-IDX-SUC)
004510             "," SUC-OBSERVADOS(WS-IDX-SUC) ",,"
004520             DELIMITED BY SIZE
004530         INTO RSVC-LINEA.
004540     CALL "reporte_svc" USING RSVC-AREA.
004550     MOVE "E" TO RSVC-FUNCION.
004560 9100-EXIT.
004570     EXIT.
004580
004590 9200-ESCRIBIR-TENDENCIA.
004600     MOVE TEN-FECHA(WS-IDX-TEN) TO LTE-FECHA.
004610     MOVE TEN-PUNTAJE(WS-IDX-TEN) TO LTE-PUNTAJE.
004620     MOVE TEN-PUNTAJE(WS-IDX-TEN) TO WS-DATO-PUNTAJE.
004630     MOVE WS-LINEA-TENDENCIA TO RSVC-LINEA.
004640     CALL "reporte_svc" USING RSVC-AREA.
004650     PERFORM 9210-DATO-TENDENCIA THRU 9210-EXIT.
004660 9200-EXIT.
004670     EXIT.
004680
004690 9210-DATO-TENDENCIA.
004700     MOVE "D" TO RSVC-FUNCION.
004710     MOVE SPACES TO RSVC-LINEA.
004720     STRING "TENDENCIA,,,,,,,,," LTE-FECHA "," WS-DATO-PUNTAJE
004730             DELIMITED BY SIZE
004740         INTO RSVC-LINEA.
004750     CALL "reporte_svc" USING RSVC-AREA.
004760     MOVE "E" TO RSVC-FUNCION.
004770 9210-EXIT.
004780     EXIT.
004790
004800 9300-GRABAR-HISTORIA.
004810     OPEN EXTEND HISTORIA-FILE.
004820     IF WS-HIS-STATUS NOT = "00"
004830         OPEN OUTPUT HISTORIA-FILE
004840     END-IF.
004850     MOVE SPACES TO HISTORIA-RECORD.
004860     MOVE WS-FECHA-NUMERICA TO CALH-FECHA.
004870     MOVE WS-PUNTAJE TO CALH-PUNTAJE.
004880     MOVE WS-TOTAL-EVALUADOS TO CALH-EVALUADOS.
004890     MOVE WS-TOTAL-OBSERVADOS TO CALH-OBSERVADOS.
004900     WRITE HISTORIA-RECORD.
004910     CLOSE HISTORIA-FILE.
004920 9300-EXIT.
004930     EXIT.
004940
004950 END PROGRAM calidad_datos.
