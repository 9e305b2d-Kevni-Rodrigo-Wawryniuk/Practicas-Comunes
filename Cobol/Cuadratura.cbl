000370* 2026-09-01 RW   INITIAL VERSION.
000380* 2026-09-01 RW   EL SUSPENSO LLEVA COLA DUENA (101 -> 112): EL
000390*                 DESCUADRE SE RUTEA A LA COLA OPERACION.
000400* 2026-10-15 RW   EL ESTADO F (FALLECIDO) CUENTA COMO INACTIVO EN
000410*                 LAS IMAGENES DEL JOURNAL, IGUAL QUE LA I.
000420* 2026-10-15 RW   EL JOURNAL SE LEE POR JOURNAL_LECTOR DESDE LA
000430*                 GENERACION MENSUAL ANTERIOR A LA DE HOY (NO TODO
000440*                 PERSJRNL).
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. cuadratura.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS PERS-DNI
000560         FILE STATUS IS WS-PERSONA-STATUS.
000570
000580     SELECT CUADCTL-FILE ASSIGN TO "CUADCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CUA-STATUS.
000610
000620     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SUSP-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PERSONA-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 117 CHARACTERS.
000710 COPY PERSONA.
000720
000730 FD  CUADCTL-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 16 CHARACTERS.
000760 01  CUADCTL-RECORD.
000770     05  CUAD-FECHA              PIC 9(08).
000780     05  FILLER                  PIC X(01).
000790     05  CUAD-ACTIVOS            PIC 9(07).
000800
000810 FD  SUSPENSO-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 112 CHARACTERS.
000840 01  SUSPENSO-RECORD.
000850     05  SUSP-ESTADO             PIC X(01).
000860     05  FILLER                  PIC X(01).
000870     05  SUSP-FECHA-ALTA         PIC 9(08).
000880     05  FILLER                  PIC X(01).
000890     05  SUSP-PROGRAMA           PIC X(20).
000900     05  FILLER                  PIC X(01).
000910     05  SUSP-VALOR              PIC X(03).
000920     05  FILLER                  PIC X(01).
000930     05  SUSP-MOTIVO             PIC X(30).
000940     05  FILLER                  PIC X(01).
000950     05  SUSP-INICIALES          PIC X(03).
000960     05  FILLER                  PIC X(01).
000970     05  SUSP-NOTA               PIC X(30).
000980     05  FILLER                  PIC X(01).
000990     05  SUSP-COLA               PIC X(10).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-PERSONA-STATUS           PIC X(02).
001030 01  WS-CUA-STATUS               PIC X(02).
001040 01  WS-SUSP-STATUS              PIC X(02).
001050 01  WS-FECHA-HOY                PIC X(08).
001060 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001070 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001080 01  WS-CATG-ARCHIVO             PIC X(21).
001090 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "cuadratura".
001100 01  WS-CATG-CANTIDAD            PIC 9(07).
001110
001120 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001130     88  FIN-PERSONA             VALUE "S".
001140 01  WS-EOF-JRN                  PIC X(01) VALUE "N".
001150     88  FIN-JOURNAL             VALUE "S".
001160 01  WS-SW-HAY-APERTURA          PIC X(01) VALUE "N".
001170     88  HAY-APERTURA            VALUE "S".
001180 01  WS-SW-CIERRA                PIC X(01) VALUE "S".
001190     88  ECUACION-CIERRA         VALUE "S".
001200
001210 01  JOURNAL-RECORD.
001220     05  PJRN-TIMESTAMP          PIC X(21).
001230     05  FILLER                  PIC X(01).
001240     05  PJRN-PROGRAMA           PIC X(20).
001250     05  FILLER                  PIC X(01).
001260     05  PJRN-ACCION             PIC X(01).
001270     05  FILLER                  PIC X(01).
001280     05  PJRN-IMAGEN-ANTES       PIC X(117).
001290     05  FILLER                  PIC X(01).
001300     05  PJRN-IMAGEN-DESPUES     PIC X(117).
001310     05  FILLER                  PIC X(01).
001320     05  PJRN-HASH               PIC 9(11).
001330
001340*----------------------------------------------------------------
001350*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
001360*----------------------------------------------------------------
001370 01  JLC-AREA.
001380     05  JLC-FUNCION             PIC X(01).
001390     05  JLC-GEN-DESDE           PIC 9(06).
001400     05  JLC-GEN-HASTA           PIC 9(06).
001410     05  JLC-DNI                 PIC 9(08).
001420     05  JLC-FECHA-DESDE         PIC 9(08).
001430     05  JLC-FECHA-HASTA         PIC 9(08).
001440     05  JLC-RESULTADO           PIC X(01).
001450         88  JLC-OK              VALUE "0".
001460     05  JLC-GENERACION          PIC 9(06).
001470     05  JLC-ORDINAL             PIC 9(07).
001480     05  JLC-MENSAJE             PIC X(40).
001490
001500*----------------------------------------------------------------
001510*    LA ECUACION DE CUADRATURA
001520*----------------------------------------------------------------
001530 01  WS-APERTURA                 PIC 9(07) VALUE ZERO.
001540 01  WS-FECHA-APERTURA           PIC 9(08) VALUE ZERO.
001550 01  WS-CUENTA-ALTAS             PIC 9(05) VALUE ZERO.
001560 01  WS-CUENTA-BAJAS             PIC 9(05) VALUE ZERO.
001570 01  WS-CUENTA-PURGAS            PIC 9(05) VALUE ZERO.
001580 01  WS-CUENTA-RESTAURACIONES    PIC 9(05) VALUE ZERO.
001590 01  WS-CIERRE-ESPERADO          PIC S9(08) VALUE ZERO.
001600 01  WS-CIERRE-REAL              PIC 9(07) VALUE ZERO.
001610 01  WS-DIFERENCIA               PIC S9(07) VALUE ZERO.
001620
001630*----------------------------------------------------------------
001640*    TRANSICION DE ESTADO DE LA ENTRADA DE JOURNAL EN CURSO
001650*    (EL ESTADO VIVE EN LA POSICION 54 DE LA IMAGEN; BLANCO
001660*    CUENTA COMO ACTIVO, COMO EN TODO EL SISTEMA)
001670*----------------------------------------------------------------
001680 01  WS-SW-ANTES-EXISTE          PIC X(01).
001690 01  WS-SW-ANTES-ACTIVO          PIC X(01).
001700 01  WS-SW-DESPUES-EXISTE        PIC X(01).
001710 01  WS-SW-DESPUES-ACTIVO        PIC X(01).
001720
001730*----------------------------------------------------------------
001740*    LINEAS DE LA PLANILLA (REPORTE_SVC)
001750*----------------------------------------------------------------
001760 01  RSVC-AREA.
001770     05  RSVC-FUNCION            PIC X(01).
001780     05  RSVC-ARCHIVO            PIC X(21).
001790     05  RSVC-TITULO             PIC X(40).
001800     05  RSVC-LINEA              PIC X(132).
001810     05  RSVC-CANT-LINEAS        PIC 9(07).
001820 01  WS-LINEA-RENGLON.
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  REN-ETIQUETA            PIC X(35).
001850     05  REN-VALOR               PIC ZZZ,ZZ9-.
001860     05  FILLER                  PIC X(87) VALUE SPACES.
001870
001880 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "cuadratura".
001890 01  WS-ELOG-CODIGO              PIC 9(04).
001900 01  WS-ELOG-MENSAJE             PIC X(59).
001910
001920*----------------------------------------------------------------
001930*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
001940*----------------------------------------------------------------
001950 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "cuadratura".
001960 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001970
001980 PROCEDURE DIVISION.
001990
002000******************************************************************
002010* 0000-MAINLINE
002020******************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002050     PERFORM 2000-CONTAR-MOVIMIENTOS THRU 2000-EXIT.
002060     PERFORM 3000-CONTAR-ACTIVOS THRU 3000-EXIT.
002070     PERFORM 4000-PROBAR-ECUACION THRU 4000-EXIT.
002080     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002090     GOBACK.
002100
002110******************************************************************
002120* 1000-INICIALIZAR - LEVANTA EL CIERRE DE LA CORRIDA ANTERIOR
002130*     DEL CONTROL CUADCTL (SI EXISTE)
002140******************************************************************
002150 1000-INICIALIZAR.
002160     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002170     OPEN INPUT CUADCTL-FILE.
002180     IF WS-CUA-STATUS = "00"
002190         READ CUADCTL-FILE
002200             NOT AT END
002210                 IF CUAD-ACTIVOS IS NUMERIC
002220                     MOVE CUAD-ACTIVOS TO WS-APERTURA
002230                     MOVE CUAD-FECHA TO WS-FECHA-APERTURA
002240                     SET HAY-APERTURA TO TRUE
002250                 END-IF
002260         END-READ
002270         CLOSE CUADCTL-FILE
002280     END-IF.
002290 1000-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 2000-CONTAR-MOVIMIENTOS - RECORRE PERSJRNL Y CUENTA SOLO LAS
002340*     ENTRADAS DE HOY QUE MUEVEN LA POBLACION ACTIVA, SEGUN LA
002350*     TRANSICION DE ESTADO ENTRE LA IMAGEN ANTES Y LA DESPUES
002360******************************************************************
002370 2000-CONTAR-MOVIMIENTOS.
002380     MOVE SPACES TO JLC-AREA.
002390     MOVE "R" TO JLC-FUNCION.
002400     MOVE WS-FECHA-HOY(1:6) TO JLC-GEN-DESDE.
002410     SUBTRACT 1 FROM JLC-GEN-DESDE.
002420     IF JLC-GEN-DESDE(5:2) = "00"
002430         SUBTRACT 88 FROM JLC-GEN-DESDE
002440     END-IF.
002450     MOVE 999999 TO JLC-GEN-HASTA.
002460     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002470     IF NOT JLC-OK
002480         GO TO 2000-EXIT
002490     END-IF.
002500     PERFORM 2100-LEER-JOURNAL THRU 2100-EXIT
002510         UNTIL FIN-JOURNAL.
002520     MOVE "C" TO JLC-FUNCION.
002530     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002540 2000-EXIT.
002550     EXIT.
002560
002570 2100-LEER-JOURNAL.
002580     MOVE "S" TO JLC-FUNCION.
002590     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002600     IF NOT JLC-OK
002610         SET FIN-JOURNAL TO TRUE
002620         GO TO 2100-EXIT
002630     END-IF.
002640     IF PJRN-TIMESTAMP(1:8) = WS-FECHA-HOY
002650         PERFORM 2200-CLASIFICAR-MOVIMIENTO THRU 2200-EXIT
002660     END-IF.
002670 2100-EXIT.
002680     EXIT.
002690
002700 2200-CLASIFICAR-MOVIMIENTO.
002710     MOVE "N" TO WS-SW-ANTES-EXISTE.
002720     IF PJRN-IMAGEN-ANTES(1:8) IS NUMERIC
002730         MOVE "S" TO WS-SW-ANTES-EXISTE
002740     END-IF.
002750     MOVE "N" TO WS-SW-ANTES-ACTIVO.
002760     IF WS-SW-ANTES-EXISTE = "S"
002770             AND PJRN-IMAGEN-ANTES(54:1) NOT = "I"
002780             AND PJRN-IMAGEN-ANTES(54:1) NOT = "F"
002790         MOVE "S" TO WS-SW-ANTES-ACTIVO
002800     END-IF.
002810     MOVE "N" TO WS-SW-DESPUES-EXISTE.
002820     IF PJRN-IMAGEN-DESPUES(1:8) IS NUMERIC
002830         MOVE "S" TO WS-SW-DESPUES-EXISTE
002840     END-IF.
002850     MOVE "N" TO WS-SW-DESPUES-ACTIVO.
002860     IF WS-SW-DESPUES-EXISTE = "S"
002870             AND PJRN-IMAGEN-DESPUES(54:1) NOT = "I"
002880             AND PJRN-IMAGEN-DESPUES(54:1) NOT = "F"
002890         MOVE "S" TO WS-SW-DESPUES-ACTIVO
002900     END-IF.
002910     EVALUATE TRUE
002920         WHEN WS-SW-ANTES-EXISTE = "N"
002930                 AND WS-SW-DESPUES-ACTIVO = "S"
002940             ADD 1 TO WS-CUENTA-ALTAS
002950         WHEN WS-SW-ANTES-ACTIVO = "S"
002960                 AND WS-SW-DESPUES-EXISTE = "S"
002970                 AND WS-SW-DESPUES-ACTIVO = "N"
002980             ADD 1 TO WS-CUENTA-BAJAS
002990         WHEN WS-SW-ANTES-ACTIVO = "S"
003000                 AND WS-SW-DESPUES-EXISTE = "N"
003010             ADD 1 TO WS-CUENTA-PURGAS
003020         WHEN WS-SW-ANTES-EXISTE = "S"
003030                 AND WS-SW-ANTES-ACTIVO = "N"
003040                 AND WS-SW-DESPUES-ACTIVO = "S"
003050             ADD 1 TO WS-CUENTA-RESTAURACIONES
003060         WHEN OTHER
003070             CONTINUE
003080     END-EVALUATE.
003090 2200-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130* 3000-CONTAR-ACTIVOS - CUENTA LA POBLACION ACTIVA REAL DE HOY
003140*     EN EL MAESTRO
003150******************************************************************
003160 3000-CONTAR-ACTIVOS.
003170     OPEN INPUT PERSONA-FILE.
003180     IF WS-PERSONA-STATUS NOT = "00"
003190         GO TO 3000-EXIT
003200     END-IF.
003210     PERFORM 3100-LEER-PERSONA THRU 3100-EXIT
003220         UNTIL FIN-PERSONA.
003230     CLOSE PERSONA-FILE.
003240 3000-EXIT.
003250     EXIT.
003260
003270 3100-LEER-PERSONA.
003280     READ PERSONA-FILE NEXT RECORD
003290         AT END
003300             SET FIN-PERSONA TO TRUE
003310         NOT AT END
003320             IF NOT PERS-INACTIVO
003330                 ADD 1 TO WS-CIERRE-REAL
003340             END-IF
003350     END-READ.
003360 3100-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400* 4000-PROBAR-ECUACION - APERTURA + ALTAS - BAJAS - PURGAS +
003410*     RESTAURACIONES CONTRA EL CIERRE REAL; SIN APERTURA SOLO
003420*     SE ESTABLECE LA BASE DE MANANA
003430******************************************************************
003440 4000-PROBAR-ECUACION.
003450     IF NOT HAY-APERTURA
003460         DISPLAY " CUADRATURA: SIN CONTROL PREVIO, SE ESTABLECE "
003470             "LA BASE EN " WS-CIERRE-REAL " ACTIVOS."
003480         GO TO 4000-EXIT
003490     END-IF.
003500     COMPUTE WS-CIERRE-ESPERADO = WS-APERTURA
003510         + WS-CUENTA-ALTAS - WS-CUENTA-BAJAS
003520         - WS-CUENTA-PURGAS + WS-CUENTA-RESTAURACIONES.
003530     COMPUTE WS-DIFERENCIA = WS-CIERRE-REAL - WS-CIERRE-ESPERADO.
003540     IF WS-DIFERENCIA NOT = ZERO
003550         MOVE "N" TO WS-SW-CIERRA
003560         PERFORM 5000-LEVANTAR-SUSPENSO THRU 5000-EXIT
003570     END-IF.
003580 4000-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620* 5000-LEVANTAR-SUSPENSO - LA ECUACION NO CIERRA: QUEDA UNA
003630*     EXCEPCION PENDIENTE EN EL SUSPENSO (EXCEPCIONES LA CARGA
003640*     COMPLETA AL DIA SIGUIENTE) Y SU ENTRADA EN ERRORLOG
003650******************************************************************
003660 5000-LEVANTAR-SUSPENSO.
003670     OPEN EXTEND SUSPENSO-FILE.
003680     IF WS-SUSP-STATUS NOT = "00"
003690         OPEN OUTPUT SUSPENSO-FILE
003700     END-IF.
003710     MOVE SPACES TO SUSPENSO-RECORD.
003720     MOVE "P" TO SUSP-ESTADO.
003730     MOVE WS-FECHA-HOY TO SUSP-FECHA-ALTA.
003740     MOVE "cuadratura" TO SUSP-PROGRAMA.
003750     MOVE SPACES TO SUSP-VALOR.
003760     MOVE "CUADRATURA DIARIA NO CIERRA" TO SUSP-MOTIVO.
003770     MOVE SPACES TO SUSP-INICIALES.
003780     MOVE SPACES TO SUSP-NOTA.
003790     STRING "DIFERENCIA " WS-DIFERENCIA DELIMITED BY SIZE
003800         INTO SUSP-NOTA.
003810     MOVE "OPERACION" TO SUSP-COLA.
003820     WRITE SUSPENSO-RECORD.
003830     CLOSE SUSPENSO-FILE.
003840     MOVE 49 TO WS-ELOG-CODIGO.
003850     MOVE "LA POBLACION ACTIVA NO CUADRA CON LOS MOVIMIENTOS"
003860         TO WS-ELOG-MENSAJE.
003870     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
003880             WS-ELOG-MENSAJE.
003890 5000-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 9000-TERMINAR - PLANILLA DE CUADRATURA, NUEVO CONTROL Y
003940*     VEREDICTO
003950******************************************************************
003960 9000-TERMINAR.
003970     MOVE SPACES TO WS-DYN-REPORT-FILE.
003980     STRING "CUADRA." WS-FECHA-HOY DELIMITED BY SIZE
003990         WS-SUFIJO-CICLO DELIMITED BY SPACE
004000         INTO WS-DYN-REPORT-FILE.
004010     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
004020     MOVE "CUADRATURA DIARIA DE LA POBLACION" TO RSVC-TITULO.
004030     MOVE "A" TO RSVC-FUNCION.
004040     CALL "reporte_svc" USING RSVC-AREA.
004050     MOVE "E" TO RSVC-FUNCION.
004060     MOVE SPACES TO WS-LINEA-RENGLON.
004070     MOVE "ACTIVOS AL CIERRE ANTERIOR........." TO REN-ETIQUETA.
004080     MOVE WS-APERTURA TO REN-VALOR.
004090     MOVE WS-LINEA-RENGLON TO RSVC-LINEA.
004100     CALL "reporte_svc" USING RSVC-AREA.
004110     MOVE SPACES TO WS-LINEA-RENGLON.
004120     MOVE "MAS ALTAS DE HOY..................." TO REN-ETIQUETA.
004130     MOVE WS-CUENTA-ALTAS TO REN-VALOR.
004140     MOVE WS-LINEA-RENGLON TO RSVC-LINEA.
004150     CALL "reporte_svc" USING RSVC-AREA.
004160     MOVE SPACES TO WS-LINEA-RENGLON.
004170     MOVE "MENOS BAJAS DE HOY................." TO REN-ETIQUETA.
004180     MOVE WS-CUENTA-BAJAS TO REN-VALOR.
004190     MOVE WS-LINEA-RENGLON TO RSVC-LINEA.
004200     CALL "reporte_svc" USING RSVC-AREA.
004210     MOVE SPACES TO WS-LINEA-RENGLON.
004220     MOVE "MENOS PURGAS DE ACTIVOS............" TO REN-ETIQUETA.
004230     MOVE WS-CUENTA-PURGAS TO REN-VALOR.
004240     MOVE WS-LINEA-RENGLON TO RSVC-LINEA.
004250     CALL "reporte_svc" USING RSVC-AREA.
004260     MOVE SPACES TO WS-LINEA-RENGLON.
004270     MOVE "MAS RESTAURACIONES................." TO REN-ETIQUETA.
004280     MOVE WS-CUENTA-RESTAURACIONES TO REN-VALOR.
004290     MOVE WS-LINEA-RENGLON TO RSVC-LINEA.
004300     CALL "reporte_svc" USING RSVC-AREA.
004310     MOVE SPACES TO WS-LINEA-RENGLON.
004320     MOVE "CIERRE ESPERADO...................." TO REN-ETIQUETA.
004330     MOVE WS-CIERRE-ESPERADO TO REN-VALOR.
004340     MOVE WS-LINEA-RENGLON TO RSVC-LINEA.
004350     CALL "reporte_svc" USING RSVC-AREA.
004360     MOVE SPACES TO WS-LINEA-RENGLON.
004370     MOVE "ACTIVOS REALES EN EL MAESTRO......." TO REN-ETIQUETA.
004380     MOVE WS-CIERRE-REAL TO REN-VALOR.
004390     MOVE WS-LINEA-RENGLON TO RSVC-LINEA.
004400     CALL "reporte_svc" USING RSVC-AREA.
004410     MOVE SPACES TO WS-LINEA-RENGLON.
004420     MOVE "DIFERENCIA........................." TO REN-ETIQUETA.
004430     MOVE WS-DIFERENCIA TO REN-VALOR.
004440     MOVE WS-LINEA-RENGLON TO RSVC-LINEA.
004450     CALL "reporte_svc" USING RSVC-AREA.
004460     IF ECUACION-CIERRA
004470         MOVE " LA ECUACION CIERRA." TO RSVC-LINEA
004480     ELSE
004490         MOVE " LA ECUACION NO CIERRA - EXCEPCION EN SUSPENSO."
004500             TO RSVC-LINEA
004510     END-IF.
004520     CALL "reporte_svc" USING RSVC-AREA.
004530     MOVE "C" TO RSVC-FUNCION.
004540     CALL "reporte_svc" USING RSVC-AREA.
004550     OPEN OUTPUT CUADCTL-FILE.
004560     MOVE WS-FECHA-HOY TO CUAD-FECHA.
004570     MOVE WS-CIERRE-REAL TO CUAD-ACTIVOS.
004580     WRITE CUADCTL-RECORD.
004590     CLOSE CUADCTL-FILE.
004600     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004610     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004620     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
004630             WS-CATG-CANTIDAD.
004640     MOVE WS-CIERRE-REAL TO WS-AUDT-CANTIDAD.
004650     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004660     IF ECUACION-CIERRA
004670         DISPLAY " CUADRATURA: LA POBLACION BALANCEA ("
004680             WS-CIERRE-REAL " ACTIVOS)."
004690     ELSE
004700         DISPLAY " CUADRATURA: NO CIERRA (DIFERENCIA "
004710             WS-DIFERENCIA "). EXCEPCION EN SUSPENSO."
004720     END-IF.
004730 9000-EXIT.
004740     EXIT.
004750
004760 END PROGRAM cuadratura.
