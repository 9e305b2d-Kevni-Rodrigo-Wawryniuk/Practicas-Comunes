000210*             REPORTE_SVC). SIZE ERRORS AND DIVIDE-BY-ZERO GO
000220*             THROUGH ERRORLOG AND COUNT AS REJECTS; THE TRAILER
000230*             RECONCILES LEIDAS = CALCULADAS + RECHAZADAS.
000240*             CONSECUTIVE LINES SHARING A GRUPO FORM ONE CHAINED
000250*             CALCULATION: AN OPERAND MARKED "R" IS THE NUMBER OF
000260*             AN EARLIER PASO OF THE SAME GROUP, WHOSE RESULT IT
000270*             TAKES. A GROUP IS RESOLVED IN ORDER AND STANDS OR
000280*             FALLS AS A WHOLE.
000290* TECTONICS:  cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320* DATE       INIT DESCRIPTION
000330* 2026-08-12 RW   INITIAL VERSION.
000340* 2026-10-15 RW   OPERTRAN GROWS 7 -> 15 WITH OPER-GRUPO AND ONE
000350*                 REFERENCE MARK PER OPERAND, FOR CHAINED
000360*                 (GROUPED) CALCULATIONS: A SIZE ERROR, ZERO
000370*                 DIVISOR, BAD REFERENCE OR NEGATIVE INTERMEDIATE
000380*                 ANYWHERE IN A GROUP REJECTS EVERY LINE OF IT.
000390*                 CALCRPT PRINTS EACH GROUP WITH ITS PASOS AND
000400*                 FINAL RESULT, AND THE TRAILER COUNTS GROUPS.
000410*                 LINES WITHOUT A GRUPO BEHAVE AS BEFORE.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. calculadora.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPER-FILE ASSIGN TO "OPERTRAN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-OPER-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OPER-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 15 CHARACTERS.
000580 01  OPER-RECORD.
000590     05  OPER-CODIGO             PIC X(01).
000600         88  OPER-ES-SUMA        VALUE "S".
000610         88  OPER-ES-RESTA       VALUE "R".
000620         88  OPER-ES-MULT        VALUE "M".
000630         88  OPER-ES-DIV         VALUE "D".
000640     05  OPER-OPERANDO-1         PIC 9(03).
000650     05  OPER-OPERANDO-2         PIC 9(03).
000660*    GRUPO DE CALCULO ENCADENADO (BLANCO = LINEA INDEPENDIENTE)
000670     05  OPER-GRUPO              PIC X(06).
000680*    "R" = EL OPERANDO ES EL NUMERO DE UN PASO ANTERIOR DEL GRUPO
000690     05  OPER-REF-1              PIC X(01).
000700     05  OPER-REF-2              PIC X(01).
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-OPER-STATUS              PIC X(02).
000740 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
000750     88  FIN-OPERACIONES         VALUE "S".
000760
000770*----------------------------------------------------------------
000780*    OPERANDOS Y RESULTADOS PARA LOS SUBPROGRAMAS COMPARTIDOS
000790*----------------------------------------------------------------
000800 01  WS-OPERANDO-1               PIC 9(03).
000810 01  WS-OPERANDO-2               PIC 9(03).
000820 01  WS-RESULTADO                PIC 9(03).
000830 01  WS-RESULTADO-RESTA          PIC S9(03).
000840 01  WS-COCIENTE                 PIC 9(03).
000850 01  WS-RESIDUO                  PIC 9(03).
000860 01  WS-SW-DESBORDE              PIC X(01) VALUE "N".
000870     88  HUBO-DESBORDE           VALUE "S".
000880 01  WS-SW-DIVISOR-CERO          PIC X(01) VALUE "N".
000890     88  DIVISOR-CERO            VALUE "S".
000900 01  WS-SW-CALCULADA             PIC X(01) VALUE "N".
000910     88  OPERACION-CALCULADA     VALUE "S".
000920 01  WS-MOTIVO-RECHAZO           PIC X(30).
000930
000940*----------------------------------------------------------------
000950*    GRUPO ENCADENADO EN CURSO: SUS PASOS SE ACUMULAN HASTA QUE
000960*    CAMBIA EL GRUPO (O TERMINA EL DECK) Y SE RESUELVEN EN ORDEN
000970*----------------------------------------------------------------
000980 01  WS-GRUPO-ACTUAL             PIC X(06) VALUE SPACES.
000990 01  WS-MAX-PASOS                PIC 9(02) VALUE 20.
001000 01  WS-CANT-PASOS               PIC 9(02) VALUE ZERO.
001010 01  WS-PASOS-DE-MAS             PIC 9(05) VALUE ZERO.
001020 01  TABLA-PASOS.
001030     05  PASO-ENTRADA OCCURS 20 TIMES.
001040         10  PASO-CODIGO         PIC X(01).
001050         10  PASO-OPERANDO-1     PIC X(03).
001060         10  PASO-OPERANDO-2     PIC X(03).
001070         10  PASO-REF-1          PIC X(01).
001080         10  PASO-REF-2          PIC X(01).
001090         10  PASO-RESULTADO      PIC S9(03).
001100         10  PASO-ESTADO         PIC X(01).
001110             88  PASO-CALCULADO  VALUE "C".
001120             88  PASO-RECHAZADO  VALUE "R".
001130         10  PASO-MOTIVO         PIC X(30).
001140 77  WS-IDX-PASO                 PIC 9(02) COMP.
001150 01  WS-PASO-FALLIDO             PIC 9(02) VALUE ZERO.
001160 01  WS-SW-GRUPO                 PIC X(01) VALUE "S".
001170     88  GRUPO-OK                VALUE "S".
001180 01  WS-OPERANDO-TEXTO           PIC X(03).
001190 01  WS-OPERANDO-NUM             PIC 9(03).
001200 01  WS-OPERANDO-RESUELTO        PIC 9(03).
001210 01  WS-REF-ACTUAL               PIC X(01).
001220
001230*----------------------------------------------------------------
001240*    CONTADORES DE CONTROL DE LA CORRIDA
001250*----------------------------------------------------------------
001260 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
001270 01  WS-CUENTA-CALCULADAS        PIC 9(05) VALUE ZERO.
001280 01  WS-CUENTA-RECHAZADAS        PIC 9(05) VALUE ZERO.
001290 01  WS-CUENTA-GRUPOS-OK         PIC 9(05) VALUE ZERO.
001300 01  WS-CUENTA-GRUPOS-RECH       PIC 9(05) VALUE ZERO.
001310 01  WS-SW-BALANCEA              PIC X(01) VALUE "S".
001320     88  TOTALES-BALANCEAN       VALUE "S".
001330
001340*----------------------------------------------------------------
001350*    NOMBRE DINAMICO DEL REPORTE Y AREA DEL SERVICIO COMPARTIDO
001360*----------------------------------------------------------------
001370 01  WS-FECHA-HOY                PIC X(08).
001380 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001390 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001400 01  RSVC-AREA.
001410     05  RSVC-FUNCION            PIC X(01).
001420     05  RSVC-ARCHIVO            PIC X(21).
001430     05  RSVC-TITULO             PIC X(40).
001440     05  RSVC-LINEA              PIC X(132).
001450     05  RSVC-CANT-LINEAS        PIC 9(07).
001460
001470*----------------------------------------------------------------
001480*    LINEAS DEL REPORTE DE CALCULOS
001490*----------------------------------------------------------------
001500 01  WS-LINEA-DETALLE.
001510     05  DET-CODIGO              PIC X(01).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  DET-OPERANDO-1          PIC 9(03).
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  DET-OPERANDO-2          PIC 9(03).
001560     05  FILLER                  PIC X(03) VALUE " = ".
001570     05  DET-RESULTADO           PIC X(10).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  DET-MOTIVO              PIC X(30).
001600     05  FILLER                  PIC X(78) VALUE SPACES.
001610 01  WS-RESULTADO-EDITADO        PIC +ZZ9.
001620 01  WS-LINEA-GRUPO.
001630     05  FILLER                  PIC X(06) VALUE "GRUPO ".
001640     05  LGRP-GRUPO              PIC X(06).
001650     05  FILLER                  PIC X(03) VALUE " - ".
001660     05  LGRP-PASOS              PIC Z9.
001670     05  FILLER                  PIC X(06) VALUE " PASOS".
001680     05  FILLER                  PIC X(109) VALUE SPACES.
001690 01  WS-LINEA-PASO.
001700     05  FILLER                  PIC X(07) VALUE "  PASO ".
001710     05  LPAS-NUMERO             PIC Z9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  LPAS-CODIGO             PIC X(01).
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001750     05  LPAS-OPERANDO-1         PIC X(03).
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  LPAS-OPERANDO-2         PIC X(03).
001780     05  FILLER                  PIC X(03) VALUE " = ".
001790     05  LPAS-RESULTADO          PIC X(11).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  LPAS-MOTIVO             PIC X(30).
001820     05  FILLER                  PIC X(66) VALUE SPACES.
001830 01  WS-LINEA-TRAILER.
001840     05  TRA-ETIQUETA            PIC X(35).
001850     05  TRA-VALOR               PIC ZZZ,ZZ9.
001860     05  FILLER                  PIC X(90) VALUE SPACES.
001870
001880*----------------------------------------------------------------
001890*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
001900*----------------------------------------------------------------
001910 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "calculadora".
001920 01  WS-ELOG-CODIGO              PIC 9(04).
001930 01  WS-ELOG-MENSAJE             PIC X(59).
001940 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "calculadora".
001950 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001960 01  WS-CATG-ARCHIVO             PIC X(21).
001970 01  WS-CATG-CANTIDAD            PIC 9(07).
001980
001990 PROCEDURE DIVISION.
002000
002010******************************************************************
002020* 0000-MAINLINE
002030******************************************************************
002040 0000-MAINLINE.
002050     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002060     IF WS-OPER-STATUS = "00"
002070         PERFORM 2000-PROCESAR-OPERACIONES THRU 2000-EXIT
002080         CLOSE OPER-FILE
002090     ELSE
002100         DISPLAY "OPERTRAN NO DISPONIBLE, NO HAY CALCULOS."
002110     END-IF.
002120     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002130     GOBACK.
002140
002150******************************************************************
002160* 1000-INICIALIZAR - ABRE EL DECK Y EL REPORTE DEL DIA
002170******************************************************************
002180 1000-INICIALIZAR.
002190     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002200     STRING "CALCRPT." WS-FECHA-HOY DELIMITED BY SIZE
002210         WS-SUFIJO-CICLO DELIMITED BY SPACE
002220         INTO WS-DYN-REPORT-FILE.
002230     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
002240     MOVE "CALCULOS DEL DECK OPERTRAN" TO RSVC-TITULO.
002250     MOVE "A" TO RSVC-FUNCION.
002260     CALL "reporte_svc" USING RSVC-AREA.
002270     MOVE "E" TO RSVC-FUNCION.
002280     OPEN INPUT OPER-FILE.
002290 1000-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 2000-PROCESAR-OPERACIONES - RECORRE EL DECK DE OPERACIONES
002340******************************************************************
002350 2000-PROCESAR-OPERACIONES.
002360     PERFORM 2100-LEER-OPERACION THRU 2100-EXIT
002370         UNTIL FIN-OPERACIONES.
002380 2000-EXIT.
002390     EXIT.
002400
002410 2100-LEER-OPERACION.
002420     READ OPER-FILE
002430         AT END
002440             SET FIN-OPERACIONES TO TRUE
002450             PERFORM 2500-RESOLVER-GRUPO THRU 2500-EXIT
002460         NOT AT END
002470             ADD 1 TO WS-CUENTA-LEIDAS
002480             IF OPER-GRUPO = SPACES
002490                 PERFORM 2500-RESOLVER-GRUPO THRU 2500-EXIT
002500                 PERFORM 2200-DESPACHAR-OPERACION THRU 2200-EXIT
002510             ELSE
002520                 PERFORM 2400-ACUMULAR-PASO THRU 2400-EXIT
002530             END-IF
002540     END-READ.
002550 2100-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590* 2200-DESPACHAR-OPERACION - VALIDA Y LLAMA AL SUBPROGRAMA DE LA
002600*     OPERACION PEDIDA
002610******************************************************************
002620 2200-DESPACHAR-OPERACION.
002630     MOVE "N" TO WS-SW-CALCULADA.
002640     MOVE "N" TO WS-SW-DESBORDE.
002650     MOVE "N" TO WS-SW-DIVISOR-CERO.
002660     MOVE SPACES TO WS-MOTIVO-RECHAZO.
002670     IF OPER-REF-1 NOT = SPACE OR OPER-REF-2 NOT = SPACE
002680         MOVE "REFERENCIA FUERA DE UN GRUPO" TO WS-MOTIVO-RECHAZO
002690     ELSE
002700     IF OPER-OPERANDO-1 IS NOT NUMERIC
002710             OR OPER-OPERANDO-2 IS NOT NUMERIC
002720         MOVE "OPERANDO NO NUMERICO" TO WS-MOTIVO-RECHAZO
002730     ELSE
002740         MOVE OPER-OPERANDO-1 TO WS-OPERANDO-1
002750         MOVE OPER-OPERANDO-2 TO WS-OPERANDO-2
002760         EVALUATE TRUE
002770             WHEN OPER-ES-SUMA
002780                 PERFORM 3000-SUMAR THRU 3000-EXIT
002790             WHEN OPER-ES-RESTA
002800                 PERFORM 4000-RESTAR THRU 4000-EXIT
002810             WHEN OPER-ES-MULT
002820                 PERFORM 5000-MULTIPLICAR THRU 5000-EXIT
002830             WHEN OPER-ES-DIV
002840                 PERFORM 6000-DIVIDIR THRU 6000-EXIT
002850             WHEN OTHER
002860                 MOVE "CODIGO DE OPERACION INVALIDO" TO
002870                     WS-MOTIVO-RECHAZO
002880         END-EVALUATE
002890     END-IF
002900     END-IF.
002910     IF OPERACION-CALCULADA
002920         ADD 1 TO WS-CUENTA-CALCULADAS
002930     ELSE
002940         ADD 1 TO WS-CUENTA-RECHAZADAS
002950         PERFORM 7000-REGISTRAR-RECHAZO THRU 7000-EXIT
002960     END-IF.
002970     PERFORM 8000-ESCRIBIR-DETALLE THRU 8000-EXIT.
002980 2200-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020* 2400-ACUMULAR-PASO - GUARDA LA LINEA COMO PASO DEL GRUPO EN
003030*     CURSO; UN GRUPO NUEVO CIERRA (RESUELVE) EL ANTERIOR
003040******************************************************************
003050 2400-ACUMULAR-PASO.
003060     IF WS-CANT-PASOS > ZERO OR WS-PASOS-DE-MAS > ZERO
003070         IF OPER-GRUPO NOT = WS-GRUPO-ACTUAL
003080             PERFORM 2500-RESOLVER-GRUPO THRU 2500-EXIT
003090         END-IF
003100     END-IF.
003110     MOVE OPER-GRUPO TO WS-GRUPO-ACTUAL.
003120     IF WS-CANT-PASOS NOT < WS-MAX-PASOS
003130*        UN PASO QUE NO ENTRA EN LA TABLA RECHAZA EL GRUPO ENTERO
003140         ADD 1 TO WS-PASOS-DE-MAS
003150         GO TO 2400-EXIT
003160     END-IF.
003170     ADD 1 TO WS-CANT-PASOS.
003180     MOVE OPER-CODIGO TO PASO-CODIGO(WS-CANT-PASOS).
003190     MOVE OPER-RECORD(2:3) TO PASO-OPERANDO-1(WS-CANT-PASOS).
003200     MOVE OPER-RECORD(5:3) TO PASO-OPERANDO-2(WS-CANT-PASOS).
003210     MOVE OPER-REF-1 TO PASO-REF-1(WS-CANT-PASOS).
003220     MOVE OPER-REF-2 TO PASO-REF-2(WS-CANT-PASOS).
003230     MOVE ZERO TO PASO-RESULTADO(WS-CANT-PASOS).
003240     MOVE SPACE TO PASO-ESTADO(WS-CANT-PASOS).
003250     MOVE SPACES TO PASO-MOTIVO(WS-CANT-PASOS).
003260 2400-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2500-RESOLVER-GRUPO - RESUELVE LOS PASOS DEL GRUPO EN ORDEN A
003310*     TRAVES DE LOS SUBPROGRAMAS COMPARTIDOS. EL PRIMER PASO QUE
003320*     FALLA RECHAZA TODAS LAS LINEAS DEL GRUPO.
003330******************************************************************
003340 2500-RESOLVER-GRUPO.
003350     IF WS-CANT-PASOS = ZERO AND WS-PASOS-DE-MAS = ZERO
003360         GO TO 2500-EXIT
003370     END-IF.
003380     MOVE "S" TO WS-SW-GRUPO.
003390     MOVE ZERO TO WS-PASO-FALLIDO.
003400     IF WS-PASOS-DE-MAS > ZERO
003410         MOVE "N" TO WS-SW-GRUPO
003420         COMPUTE WS-PASO-FALLIDO = WS-MAX-PASOS + 1
003430         MOVE "GRUPO CON MAS DE 20 PASOS" TO WS-MOTIVO-RECHAZO
003440     ELSE
003450         PERFORM 2510-CALCULAR-PASO THRU 2510-EXIT
003460             VARYING WS-IDX-PASO FROM 1 BY 1
003470                 UNTIL WS-IDX-PASO > WS-CANT-PASOS
003480                     OR NOT GRUPO-OK
003490     END-IF.
003500     IF GRUPO-OK
003510         ADD WS-CANT-PASOS TO WS-CUENTA-CALCULADAS
003520         ADD 1 TO WS-CUENTA-GRUPOS-OK
003530     ELSE
003540         ADD WS-CANT-PASOS TO WS-CUENTA-RECHAZADAS
003550         ADD WS-PASOS-DE-MAS TO WS-CUENTA-RECHAZADAS
003560         ADD 1 TO WS-CUENTA-GRUPOS-RECH
003570         PERFORM 2590-REGISTRAR-RECHAZO-GRUPO THRU 2590-EXIT
003580     END-IF.
003590     PERFORM 8500-ESCRIBIR-GRUPO THRU 8500-EXIT.
003600     MOVE ZERO TO WS-CANT-PASOS.
003610     MOVE ZERO TO WS-PASOS-DE-MAS.
003620 2500-EXIT.
003630     EXIT.
003640
003650 2510-CALCULAR-PASO.
003660     MOVE "N" TO WS-SW-CALCULADA.
003670     MOVE "N" TO WS-SW-DESBORDE.
003680     MOVE "N" TO WS-SW-DIVISOR-CERO.
003690     MOVE SPACES TO WS-MOTIVO-RECHAZO.
003700     MOVE PASO-OPERANDO-1(WS-IDX-PASO) TO WS-OPERANDO-TEXTO.
003710     MOVE PASO-REF-1(WS-IDX-PASO) TO WS-REF-ACTUAL.
003720     PERFORM 2520-RESOLVER-OPERANDO THRU 2520-EXIT.
003730     MOVE WS-OPERANDO-RESUELTO TO WS-OPERANDO-1.
003740     IF WS-MOTIVO-RECHAZO = SPACES
003750         MOVE PASO-OPERANDO-2(WS-IDX-PASO) TO WS-OPERANDO-TEXTO
003760         MOVE PASO-REF-2(WS-IDX-PASO) TO WS-REF-ACTUAL
003770         PERFORM 2520-RESOLVER-OPERANDO THRU 2520-EXIT
003780         MOVE WS-OPERANDO-RESUELTO TO WS-OPERANDO-2
003790     END-IF.
003800     IF WS-MOTIVO-RECHAZO NOT = SPACES
003810         GO TO 2510-RECHAZAR
003820     END-IF.
003830     EVALUATE PASO-CODIGO(WS-IDX-PASO)
003840         WHEN "S"
003850             PERFORM 3000-SUMAR THRU 3000-EXIT
003860             MOVE WS-RESULTADO TO PASO-RESULTADO(WS-IDX-PASO)
003870         WHEN "R"
003880             PERFORM 4000-RESTAR THRU 4000-EXIT
003890             MOVE WS-RESULTADO-RESTA TO
003900                 PASO-RESULTADO(WS-IDX-PASO)
003910         WHEN "M"
003920             PERFORM 5000-MULTIPLICAR THRU 5000-EXIT
003930             MOVE WS-RESULTADO TO PASO-RESULTADO(WS-IDX-PASO)
003940         WHEN "D"
003950             PERFORM 6000-DIVIDIR THRU 6000-EXIT
003960             MOVE WS-COCIENTE TO PASO-RESULTADO(WS-IDX-PASO)
003970         WHEN OTHER
003980             MOVE "CODIGO DE OPERACION INVALIDO" TO
003990                 WS-MOTIVO-RECHAZO
004000     END-EVALUATE.
004010     IF OPERACION-CALCULADA
004020         SET PASO-CALCULADO(WS-IDX-PASO) TO TRUE
004030         GO TO 2510-EXIT
004040     END-IF.
004050 2510-RECHAZAR.
004060     SET PASO-RECHAZADO(WS-IDX-PASO) TO TRUE.
004070     MOVE WS-MOTIVO-RECHAZO TO PASO-MOTIVO(WS-IDX-PASO).
004080     MOVE WS-IDX-PASO TO WS-PASO-FALLIDO.
004090     MOVE "N" TO WS-SW-GRUPO.
004100 2510-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 2520-RESOLVER-OPERANDO - UN OPERANDO LITERAL VA TAL CUAL; UNO
004150*     MARCADO "R" TOMA EL RESULTADO DEL PASO ANTERIOR QUE NOMBRA.
004160*     LOS SUBPROGRAMAS SOLO ACEPTAN OPERANDOS SIN SIGNO, ASI QUE
004170*     UN RESULTADO INTERMEDIO NEGATIVO NO PUEDE ENCADENARSE.
004180******************************************************************
004190 2520-RESOLVER-OPERANDO.
004200     MOVE ZERO TO WS-OPERANDO-RESUELTO.
004210     IF WS-OPERANDO-TEXTO IS NOT NUMERIC
004220         MOVE "OPERANDO NO NUMERICO" TO WS-MOTIVO-RECHAZO
004230         GO TO 2520-EXIT
004240     END-IF.
004250     MOVE WS-OPERANDO-TEXTO TO WS-OPERANDO-NUM.
004260     IF WS-REF-ACTUAL = SPACE
004270         MOVE WS-OPERANDO-NUM TO WS-OPERANDO-RESUELTO
004280         GO TO 2520-EXIT
004290     END-IF.
004300     IF WS-REF-ACTUAL NOT = "R"
004310         MOVE "MARCA DE REFERENCIA INVALIDA" TO WS-MOTIVO-RECHAZO
004320         GO TO 2520-EXIT
004330     END-IF.
004340     IF WS-OPERANDO-NUM = ZERO
004350             OR WS-OPERANDO-NUM NOT < WS-IDX-PASO
004360         MOVE "REFERENCIA A UN PASO NO PREVIO" TO
004370             WS-MOTIVO-RECHAZO
004380         GO TO 2520-EXIT
004390     END-IF.
004400     IF PASO-RESULTADO(WS-OPERANDO-NUM) < ZERO
004410         MOVE "RESULTADO NEGATIVO ENCADENADO" TO WS-MOTIVO-RECHAZO
004420         GO TO 2520-EXIT
004430     END-IF.
004440     MOVE PASO-RESULTADO(WS-OPERANDO-NUM) TO WS-OPERANDO-RESUELTO.
004450 2520-EXIT.
004460     EXIT.
004470
004480 2590-REGISTRAR-RECHAZO-GRUPO.
004490     MOVE 31 TO WS-ELOG-CODIGO.
004500     MOVE SPACES TO WS-ELOG-MENSAJE.
004510     MOVE WS-PASO-FALLIDO TO LPAS-NUMERO.
004520     STRING "GRUPO " WS-GRUPO-ACTUAL " PASO " LPAS-NUMERO ": "
004530         WS-MOTIVO-RECHAZO DELIMITED BY SIZE
004540         INTO WS-ELOG-MENSAJE.
004550     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
004560             WS-ELOG-MENSAJE.
004570 2590-EXIT.
004580     EXIT.
004590
004600 3000-SUMAR.
004610     CALL "sumar" USING WS-OPERANDO-1 WS-OPERANDO-2
004620             WS-RESULTADO WS-SW-DESBORDE.
004630     IF HUBO-DESBORDE
004640         MOVE "DESBORDE EN LA SUMA" TO WS-MOTIVO-RECHAZO
004650     ELSE
004660         SET OPERACION-CALCULADA TO TRUE
004670         MOVE WS-RESULTADO TO WS-RESULTADO-EDITADO
004680     END-IF.
004690 3000-EXIT.
004700     EXIT.
004710
004720 4000-RESTAR.
004730     CALL "restar" USING WS-OPERANDO-1 WS-OPERANDO-2
004740             WS-RESULTADO-RESTA WS-SW-DESBORDE.
004750     IF HUBO-DESBORDE
004760         MOVE "DESBORDE EN LA RESTA" TO WS-MOTIVO-RECHAZO
004770     ELSE
004780         SET OPERACION-CALCULADA TO TRUE
004790         MOVE WS-RESULTADO-RESTA TO WS-RESULTADO-EDITADO
004800     END-IF.
004810 4000-EXIT.
004820     EXIT.
004830
004840 5000-MULTIPLICAR.
004850     CALL "multiplicar" USING WS-OPERANDO-1 WS-OPERANDO-2
004860             WS-RESULTADO WS-SW-DESBORDE.
004870     IF HUBO-DESBORDE
004880         MOVE "DESBORDE EN LA MULTIPLICACION" TO
004890             WS-MOTIVO-RECHAZO
004900     ELSE
004910         SET OPERACION-CALCULADA TO TRUE
004920         MOVE WS-RESULTADO TO WS-RESULTADO-EDITADO
004930     END-IF.
004940 5000-EXIT.
004950     EXIT.
004960
004970 6000-DIVIDIR.
004980     CALL "dividir" USING WS-OPERANDO-1 WS-OPERANDO-2
004990             WS-COCIENTE WS-RESIDUO WS-SW-DESBORDE
005000             WS-SW-DIVISOR-CERO.
005010     EVALUATE TRUE
005020         WHEN DIVISOR-CERO
005030             MOVE "DIVISOR CERO" TO WS-MOTIVO-RECHAZO
005040         WHEN HUBO-DESBORDE
005050             MOVE "DESBORDE EN LA DIVISION" TO WS-MOTIVO-RECHAZO
005060         WHEN OTHER
005070             SET OPERACION-CALCULADA TO TRUE
005080             MOVE WS-COCIENTE TO WS-RESULTADO-EDITADO
005090     END-EVALUATE.
005100 6000-EXIT.
005110     EXIT.
005120
005130 7000-REGISTRAR-RECHAZO.
005140     MOVE 31 TO WS-ELOG-CODIGO.
005150     MOVE WS-MOTIVO-RECHAZO TO WS-ELOG-MENSAJE.
005160     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005170             WS-ELOG-MENSAJE.
005180 7000-EXIT.
005190     EXIT.
005200
005210 8000-ESCRIBIR-DETALLE.
005220     MOVE OPER-CODIGO TO DET-CODIGO.
005230     MOVE OPER-OPERANDO-1 TO DET-OPERANDO-1.
005240     MOVE OPER-OPERANDO-2 TO DET-OPERANDO-2.
005250     IF OPERACION-CALCULADA
005260         MOVE WS-RESULTADO-EDITADO TO DET-RESULTADO
005270         MOVE SPACES TO DET-MOTIVO
005280     ELSE
005290         MOVE "RECHAZADA" TO DET-RESULTADO
005300         MOVE WS-MOTIVO-RECHAZO TO DET-MOTIVO
005310     END-IF.
005320     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
005330     CALL "reporte_svc" USING RSVC-AREA.
005340 8000-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 8500-ESCRIBIR-GRUPO - ENCABEZADO DEL GRUPO, UNA LINEA POR PASO
005390*     (P01 = RESULTADO DEL PASO 1) Y EL RESULTADO FINAL O EL
005400*     MOTIVO DEL RECHAZO
005410******************************************************************
005420 8500-ESCRIBIR-GRUPO.
005430     MOVE WS-GRUPO-ACTUAL TO LGRP-GRUPO.
005440     MOVE WS-CANT-PASOS TO LGRP-PASOS.
005450     MOVE WS-LINEA-GRUPO TO RSVC-LINEA.
005460     CALL "reporte_svc" USING RSVC-AREA.
005470     PERFORM 8510-ESCRIBIR-PASO THRU 8510-EXIT
005480         VARYING WS-IDX-PASO FROM 1 BY 1
005490             UNTIL WS-IDX-PASO > WS-CANT-PASOS.
005500     MOVE SPACES TO RSVC-LINEA.
005510     IF GRUPO-OK
005520         MOVE PASO-RESULTADO(WS-CANT-PASOS) TO
005530             WS-RESULTADO-EDITADO
005540         STRING "  RESULTADO DEL GRUPO " WS-GRUPO-ACTUAL ": "
005550             WS-RESULTADO-EDITADO DELIMITED BY SIZE
005560             INTO RSVC-LINEA
005570     ELSE
005580         MOVE WS-PASO-FALLIDO TO LPAS-NUMERO
005590         STRING "  GRUPO " WS-GRUPO-ACTUAL " RECHAZADO EN EL "
005600             "PASO " LPAS-NUMERO ": " WS-MOTIVO-RECHAZO
005610             DELIMITED BY SIZE
005620             INTO RSVC-LINEA
005630     END-IF.
005640     CALL "reporte_svc" USING RSVC-AREA.
005650 8500-EXIT.
005660     EXIT.
005670
005680 8510-ESCRIBIR-PASO.
005690     MOVE WS-IDX-PASO TO LPAS-NUMERO.
005700     MOVE PASO-CODIGO(WS-IDX-PASO) TO LPAS-CODIGO.
005710     MOVE PASO-OPERANDO-1(WS-IDX-PASO) TO LPAS-OPERANDO-1.
005720     IF PASO-REF-1(WS-IDX-PASO) = "R"
005730         MOVE "P" TO LPAS-OPERANDO-1(1:1)
005740     END-IF.
005750     MOVE PASO-OPERANDO-2(WS-IDX-PASO) TO LPAS-OPERANDO-2.
005760     IF PASO-REF-2(WS-IDX-PASO) = "R"
005770         MOVE "P" TO LPAS-OPERANDO-2(1:1)
005780     END-IF.
005790     MOVE SPACES TO LPAS-MOTIVO.
005800     EVALUATE TRUE
005810         WHEN PASO-CALCULADO(WS-IDX-PASO)
005820             MOVE PASO-RESULTADO(WS-IDX-PASO) TO
005830                 WS-RESULTADO-EDITADO
005840             MOVE WS-RESULTADO-EDITADO TO LPAS-RESULTADO
005850         WHEN PASO-RECHAZADO(WS-IDX-PASO)
005860             MOVE "RECHAZADA" TO LPAS-RESULTADO
005870             MOVE PASO-MOTIVO(WS-IDX-PASO) TO LPAS-MOTIVO
005880         WHEN OTHER
005890             MOVE "NO EVALUADA" TO LPAS-RESULTADO
005900     END-EVALUATE.
005910     MOVE WS-LINEA-PASO TO RSVC-LINEA.
005920     CALL "reporte_svc" USING RSVC-AREA.
005930 8510-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 9000-TERMINAR - TRAILER DE CONCILIACION, CIERRE DEL REPORTE,
005980*     AUDITORIA Y CATALOGO
005990******************************************************************
006000 9000-TERMINAR.
006010     MOVE "OPERACIONES LEIDAS.................." TO TRA-ETIQUETA.
006020     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
006030     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006040     CALL "reporte_svc" USING RSVC-AREA.
006050     MOVE "OPERACIONES CALCULADAS.............." TO TRA-ETIQUETA.
006060     MOVE WS-CUENTA-CALCULADAS TO TRA-VALOR.
006070     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006080     CALL "reporte_svc" USING RSVC-AREA.
006090     MOVE "OPERACIONES RECHAZADAS.............." TO TRA-ETIQUETA.
006100     MOVE WS-CUENTA-RECHAZADAS TO TRA-VALOR.
006110     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006120     CALL "reporte_svc" USING RSVC-AREA.
006130     MOVE "GRUPOS ENCADENADOS CALCULADOS......." TO TRA-ETIQUETA.
006140     MOVE WS-CUENTA-GRUPOS-OK TO TRA-VALOR.
006150     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006160     CALL "reporte_svc" USING RSVC-AREA.
006170     MOVE "GRUPOS ENCADENADOS RECHAZADOS......." TO TRA-ETIQUETA.
006180     MOVE WS-CUENTA-GRUPOS-RECH TO TRA-VALOR.
006190     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006200     CALL "reporte_svc" USING RSVC-AREA.
006210     MOVE "S" TO WS-SW-BALANCEA.
006220     IF WS-CUENTA-LEIDAS NOT =
006230             WS-CUENTA-CALCULADAS + WS-CUENTA-RECHAZADAS
006240         MOVE "N" TO WS-SW-BALANCEA
006250     END-IF.
006260     IF TOTALES-BALANCEAN
006270         MOVE "CONTROL DE TOTALES: BALANCEA" TO RSVC-LINEA
006280     ELSE
006290         MOVE "CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
006300             TO RSVC-LINEA
006310     END-IF.
006320     CALL "reporte_svc" USING RSVC-AREA.
006330     MOVE "C" TO RSVC-FUNCION.
006340     CALL "reporte_svc" USING RSVC-AREA.
006350     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
006360     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
006370     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
006380     MOVE WS-CUENTA-LEIDAS TO WS-CATG-CANTIDAD.
006390     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006400             WS-CATG-CANTIDAD.
006410     DISPLAY " CALCULOS: " WS-CUENTA-CALCULADAS
006420         " RECHAZOS: " WS-CUENTA-RECHAZADAS.
006430 9000-EXIT.
006440     EXIT.
006450
006460 END PROGRAM calculadora.
