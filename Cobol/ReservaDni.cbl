000100******************************************************************
000110* PROGRAM-ID: reserva_dni
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE SERVICE OVER THE DNIRESV REGISTER (COPY
000170*             DNIRESV) OF DNI HELD BY AN ONLINE SESSION. A MERGE
000180*             OR AN APPROVAL HOLDS THE DNI IT WORKS ON FOR AS
000190*             LONG AS IT NEEDS THEM, AND PERSONAMANT ASKS BEFORE
000200*             EVERY REWRITE WHETHER SOMEONE ELSE HOLDS THE DNI.
000210*             THE SESSION IS RSVA-SESION + RSVA-OPERADOR +
000220*             RSVA-PROGRAMA. FUNCIONES (RSVA-FUNCION):
000230*                 I  INICIAR - RELEASES WHAT AN EARLIER SESSION
000240*                    OF THE SAME OPERATOR AND PROGRAM LEFT HELD
000250*                    (IT ENDED WITHOUT RELEASING); RSVA-LIBERADAS
000260*                    SAYS HOW MANY.
000270*                 T  TOMAR - HOLDS RSVA-DNI (OR RENEWS THE HOLD
000280*                    IF THE SESSION ALREADY HAS IT).
000290*                 L  LIBERAR - RELEASES RSVA-DNI.
000300*                 X  LIBERAR-SESION - RELEASES EVERY DNI OF THE
000310*                    SESSION.
000320*                 C  CONSULTAR - ONLY SAYS WHETHER ANOTHER
000330*                    SESSION HOLDS RSVA-DNI.
000340*             RESULTADO: 0 OK, 1 HELD BY ANOTHER SESSION (THE
000350*             RSVA-TEN- FIELDS SAY WHO AND SINCE WHEN), 8
000360*             UNKNOWN FUNCTION, 9 REGISTER FULL. A HOLD OLDER
000370*             THAN WS-MAX-MINUTOS IS DROPPED ON THE NEXT CALL:
000380*             A SESSION THAT ENDED ABNORMALLY DOES NOT LOCK THE
000390*             DNI FOR LONGER THAN THAT EVEN IF ITS OPERATOR
000400*             DOES NOT COME BACK. NO REGISTER IS NO HOLD.
000410* TECTONICS:  cobc
000420******************************************************************
000430* MODIFICATION HISTORY
000440* DATE       INIT DESCRIPTION
000450* 2026-10-15 RW   INITIAL VERSION.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. reserva_dni.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT DNIRESV-FILE ASSIGN TO "DNIRESV"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RSV-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DNIRESV-FILE
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 68 CHARACTERS.
000620 COPY DNIRESV.
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-RSV-STATUS               PIC X(02).
000660 01  WS-EOF-RESERVAS             PIC X(01) VALUE "N".
000670     88  FIN-RESERVAS            VALUE "S".
000680 01  WS-SW-CAMBIO                PIC X(01) VALUE "N".
000690     88  HUBO-CAMBIO             VALUE "S".
000700
000710*----------------------------------------------------------------
000720*    EL REGISTRO EN MEMORIA. UNA RESERVA LIBERADA QUEDA CON DNI
000730*    EN CERO Y NO SE VUELVE A GRABAR
000740*----------------------------------------------------------------
000750 01  WS-MAX-RESERVAS             PIC 9(03) VALUE 200.
000760 01  WS-CANT-RESERVAS            PIC 9(03) VALUE ZERO.
000770 01  TABLA-RESERVAS.
000780     05  RSVT-ENTRADA OCCURS 200 TIMES.
000790         10  RSVT-DNI            PIC 9(08).
000800         10  RSVT-SESION         PIC X(14).
000810         10  RSVT-OPERADOR       PIC X(08).
000820         10  RSVT-PROGRAMA       PIC X(20).
000830         10  RSVT-MOMENTO        PIC X(14).
000840 77  WS-IDX-RSV                  PIC 9(03) COMP.
000850 77  WS-IDX-HALLADA              PIC 9(03) COMP.
000860
000870*----------------------------------------------------------------
000880*    ANTIGUEDAD DE UNA RESERVA, EN MINUTOS
000890*----------------------------------------------------------------
000900 01  WS-MAX-MINUTOS              PIC 9(04) VALUE 60.
000910 01  WS-MOMENTO-AHORA            PIC X(14).
000920 01  WS-MOMENTO-CALC             PIC X(14).
000930 01  WS-MOMENTO-PARTES REDEFINES WS-MOMENTO-CALC.
000940     05  WS-MOM-FECHA            PIC 9(08).
000950     05  WS-MOM-HH               PIC 9(02).
000960     05  WS-MOM-MI               PIC 9(02).
000970     05  WS-MOM-SS               PIC 9(02).
000980 01  WS-MINUTOS-CALC             PIC 9(09) COMP.
000990 01  WS-MINUTOS-AHORA            PIC 9(09) COMP.
001000 01  WS-ANTIGUEDAD               PIC S9(09) COMP.
001010
001020 LINKAGE SECTION.
001030 01  RSVA-AREA.
001040     05  RSVA-FUNCION            PIC X(01).
001050         88  RSVA-INICIAR        VALUE "I".
001060         88  RSVA-TOMAR          VALUE "T".
001070         88  RSVA-LIBERAR        VALUE "L".
001080         88  RSVA-LIBERAR-SESION VALUE "X".
001090         88  RSVA-CONSULTAR      VALUE "C".
001100     05  RSVA-DNI                PIC 9(08).
001110     05  RSVA-SESION             PIC X(14).
001120     05  RSVA-OPERADOR           PIC X(08).
001130     05  RSVA-PROGRAMA           PIC X(20).
001140     05  RSVA-RESULTADO          PIC X(01).
001150         88  RSVA-OK             VALUE "0".
001160         88  RSVA-RETENIDO       VALUE "1".
001170     05  RSVA-TEN-OPERADOR       PIC X(08).
001180     05  RSVA-TEN-PROGRAMA       PIC X(20).
001190     05  RSVA-TEN-MOMENTO        PIC X(14).
001200     05  RSVA-LIBERADAS          PIC 9(03).
001210
001220 PROCEDURE DIVISION USING RSVA-AREA.
001230
001240******************************************************************
001250* 0000-MAINLINE
001260******************************************************************
001270 0000-MAINLINE.
001280     MOVE "0" TO RSVA-RESULTADO.
001290     MOVE SPACES TO RSVA-TEN-OPERADOR.
001300     MOVE SPACES TO RSVA-TEN-PROGRAMA.
001310     MOVE SPACES TO RSVA-TEN-MOMENTO.
001320     MOVE ZERO TO RSVA-LIBERADAS.
001330     MOVE "N" TO WS-SW-CAMBIO.
001340     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO-AHORA.
001350     MOVE WS-MOMENTO-AHORA TO WS-MOMENTO-CALC.
001360     PERFORM 1200-CALCULAR-MINUTOS THRU 1200-EXIT.
001370     MOVE WS-MINUTOS-CALC TO WS-MINUTOS-AHORA.
001380     PERFORM 1000-CARGAR-RESERVAS THRU 1000-EXIT.
001390     EVALUATE TRUE
001400         WHEN RSVA-INICIAR
001410             PERFORM 2000-INICIAR-SESION THRU 2000-EXIT
001420         WHEN RSVA-TOMAR
001430             PERFORM 3000-TOMAR-RESERVA THRU 3000-EXIT
001440         WHEN RSVA-LIBERAR
001450             PERFORM 4000-LIBERAR-RESERVA THRU 4000-EXIT
001460         WHEN RSVA-LIBERAR-SESION
001470             PERFORM 5000-LIBERAR-SESION THRU 5000-EXIT
001480         WHEN RSVA-CONSULTAR
001490             PERFORM 6000-CONSULTAR-RESERVA THRU 6000-EXIT
001500         WHEN OTHER
001510             MOVE "8" TO RSVA-RESULTADO
001520     END-EVALUATE.
001530     IF HUBO-CAMBIO
001540         PERFORM 8000-GRABAR-RESERVAS THRU 8000-EXIT
001550     END-IF.
001560     GOBACK.
001570
001580******************************************************************
001590* 1000-CARGAR-RESERVAS - LEE EL REGISTRO COMPLETO. LAS RESERVAS
001600*     VENCIDAS SE DESCARTAN AL CARGAR (Y EL REGISTRO SE
001610*     REGRABA SIN ELLAS)
001620******************************************************************
001630 1000-CARGAR-RESERVAS.
001640     MOVE ZERO TO WS-CANT-RESERVAS.
001650     MOVE "N" TO WS-EOF-RESERVAS.
001660     OPEN INPUT DNIRESV-FILE.
001670     IF WS-RSV-STATUS NOT = "00"
001680         GO TO 1000-EXIT
001690     END-IF.
001700     PERFORM 1100-LEER-RESERVA THRU 1100-EXIT
001710         UNTIL FIN-RESERVAS.
001720     CLOSE DNIRESV-FILE.
001730 1000-EXIT.
001740     EXIT.
001750
001760 1100-LEER-RESERVA.
001770     READ DNIRESV-FILE
001780         AT END
001790             SET FIN-RESERVAS TO TRUE
001800             GO TO 1100-EXIT
001810     END-READ.
001820     IF RSV-DNI NOT NUMERIC OR RSV-DNI = ZERO
001830         SET HUBO-CAMBIO TO TRUE
001840         GO TO 1100-EXIT
001850     END-IF.
001860     MOVE RSV-MOMENTO TO WS-MOMENTO-CALC.
001870     IF WS-MOMENTO-CALC IS NOT NUMERIC
001880         SET HUBO-CAMBIO TO TRUE
001890         GO TO 1100-EXIT
001900     END-IF.
001910     PERFORM 1200-CALCULAR-MINUTOS THRU 1200-EXIT.
001920     COMPUTE WS-ANTIGUEDAD = WS-MINUTOS-AHORA - WS-MINUTOS-CALC.
001930     IF WS-ANTIGUEDAD > WS-MAX-MINUTOS
001940         SET HUBO-CAMBIO TO TRUE
001950         GO TO 1100-EXIT
001960     END-IF.
001970     IF WS-CANT-RESERVAS NOT < WS-MAX-RESERVAS
001980         GO TO 1100-EXIT
001990     END-IF.
002000     ADD 1 TO WS-CANT-RESERVAS.
002010     MOVE RSV-DNI TO RSVT-DNI(WS-CANT-RESERVAS).
002020     MOVE RSV-SESION TO RSVT-SESION(WS-CANT-RESERVAS).
002030     MOVE RSV-OPERADOR TO RSVT-OPERADOR(WS-CANT-RESERVAS).
002040     MOVE RSV-PROGRAMA TO RSVT-PROGRAMA(WS-CANT-RESERVAS).
002050     MOVE RSV-MOMENTO TO RSVT-MOMENTO(WS-CANT-RESERVAS).
002060 1100-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------------
002100*    MINUTOS DESDE LA FECHA BASE PARA WS-MOMENTO-CALC
002110*----------------------------------------------------------------
002120 1200-CALCULAR-MINUTOS.
002130     IF WS-MOM-FECHA < 16010101
002140         MOVE ZERO TO WS-MINUTOS-CALC
002150         GO TO 1200-EXIT
002160     END-IF.
002170     COMPUTE WS-MINUTOS-CALC =
002180         FUNCTION INTEGER-OF-DATE(WS-MOM-FECHA) * 1440
002190         + WS-MOM-HH * 60 + WS-MOM-MI.
002200 1200-EXIT.
002210     EXIT.
002220
002230******************************************************************
002240* 2000-INICIAR-SESION - LO QUE QUEDO RETENIDO POR UNA SESION
002250*     ANTERIOR DEL MISMO OPERADOR EN EL MISMO PROGRAMA SE LIBERA:
002260*     ESA SESION TERMINO SIN LIBERARLO. SIN OPERADOR IDENTIFICADO
002270*     NO HAY COMO SABER DE QUIEN ERA Y SOLO VALE EL VENCIMIENTO
002280******************************************************************
002290 2000-INICIAR-SESION.
002300     IF RSVA-OPERADOR = SPACES
002310         GO TO 2000-EXIT
002320     END-IF.
002330     PERFORM 2100-LIBERAR-ANTERIOR THRU 2100-EXIT
002340         VARYING WS-IDX-RSV FROM 1 BY 1
002350             UNTIL WS-IDX-RSV > WS-CANT-RESERVAS.
002360 2000-EXIT.
002370     EXIT.
002380
002390 2100-LIBERAR-ANTERIOR.
002400     IF RSVT-DNI(WS-IDX-RSV) NOT = ZERO
002410             AND RSVT-OPERADOR(WS-IDX-RSV) = RSVA-OPERADOR
002420             AND RSVT-PROGRAMA(WS-IDX-RSV) = RSVA-PROGRAMA
002430             AND RSVT-SESION(WS-IDX-RSV) NOT = RSVA-SESION
002440         MOVE ZERO TO RSVT-DNI(WS-IDX-RSV)
002450         ADD 1 TO RSVA-LIBERADAS
002460         SET HUBO-CAMBIO TO TRUE
002470     END-IF.
002480 2100-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520* 3000-TOMAR-RESERVA - RETIENE EL DNI PARA LA SESION, SALVO QUE
002530*     LO TENGA OTRA
002540******************************************************************
002550 3000-TOMAR-RESERVA.
002560     PERFORM 7000-BUSCAR-DNI THRU 7000-EXIT.
002570     IF WS-IDX-HALLADA NOT = ZERO
002580         IF RSVT-SESION(WS-IDX-HALLADA) = RSVA-SESION
002590                 AND RSVT-OPERADOR(WS-IDX-HALLADA) =
002600                     RSVA-OPERADOR
002610                 AND RSVT-PROGRAMA(WS-IDX-HALLADA) =
002620                     RSVA-PROGRAMA
002630             MOVE WS-MOMENTO-AHORA TO
002640                 RSVT-MOMENTO(WS-IDX-HALLADA)
002650             SET HUBO-CAMBIO TO TRUE
002660         ELSE
002670             PERFORM 7100-INFORMAR-TENEDOR THRU 7100-EXIT
002680         END-IF
002690         GO TO 3000-EXIT
002700     END-IF.
002710     IF WS-CANT-RESERVAS NOT < WS-MAX-RESERVAS
002720         MOVE "9" TO RSVA-RESULTADO
002730         GO TO 3000-EXIT
002740     END-IF.
002750     ADD 1 TO WS-CANT-RESERVAS.
002760     MOVE RSVA-DNI TO RSVT-DNI(WS-CANT-RESERVAS).
002770     MOVE RSVA-SESION TO RSVT-SESION(WS-CANT-RESERVAS).
002780     MOVE RSVA-OPERADOR TO RSVT-OPERADOR(WS-CANT-RESERVAS).
002790     MOVE RSVA-PROGRAMA TO RSVT-PROGRAMA(WS-CANT-RESERVAS).
002800     MOVE WS-MOMENTO-AHORA TO RSVT-MOMENTO(WS-CANT-RESERVAS).
002810     SET HUBO-CAMBIO TO TRUE.
002820 3000-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860* 4000-LIBERAR-RESERVA - SUELTA UN DNI DE LA SESION
002870******************************************************************
002880 4000-LIBERAR-RESERVA.
002890     PERFORM 7000-BUSCAR-DNI THRU 7000-EXIT.
002900     IF WS-IDX-HALLADA = ZERO
002910         GO TO 4000-EXIT
002920     END-IF.
002930     IF RSVT-SESION(WS-IDX-HALLADA) = RSVA-SESION
002940             AND RSVT-OPERADOR(WS-IDX-HALLADA) = RSVA-OPERADOR
002950             AND RSVT-PROGRAMA(WS-IDX-HALLADA) = RSVA-PROGRAMA
002960         MOVE ZERO TO RSVT-DNI(WS-IDX-HALLADA)
002970         ADD 1 TO RSVA-LIBERADAS
002980         SET HUBO-CAMBIO TO TRUE
002990     END-IF.
003000 4000-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 5000-LIBERAR-SESION - SUELTA TODO LO QUE RETIENE LA SESION
003050******************************************************************
003060 5000-LIBERAR-SESION.
003070     PERFORM 5100-LIBERAR-PROPIA THRU 5100-EXIT
003080         VARYING WS-IDX-RSV FROM 1 BY 1
003090             UNTIL WS-IDX-RSV > WS-CANT-RESERVAS.
003100 5000-EXIT.
003110     EXIT.
003120
003130 5100-LIBERAR-PROPIA.
003140     IF RSVT-DNI(WS-IDX-RSV) NOT = ZERO
003150             AND RSVT-SESION(WS-IDX-RSV) = RSVA-SESION
003160             AND RSVT-OPERADOR(WS-IDX-RSV) = RSVA-OPERADOR
003170             AND RSVT-PROGRAMA(WS-IDX-RSV) = RSVA-PROGRAMA
003180         MOVE ZERO TO RSVT-DNI(WS-IDX-RSV)
003190         ADD 1 TO RSVA-LIBERADAS
003200         SET HUBO-CAMBIO TO TRUE
003210     END-IF.
003220 5100-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260* 6000-CONSULTAR-RESERVA - SOLO INFORMA SI OTRA SESION RETIENE
003270*     EL DNI
003280******************************************************************
003290 6000-CONSULTAR-RESERVA.
003300     PERFORM 7000-BUSCAR-DNI THRU 7000-EXIT.
003310     IF WS-IDX-HALLADA = ZERO
003320         GO TO 6000-EXIT
003330     END-IF.
003340     IF RSVT-SESION(WS-IDX-HALLADA) = RSVA-SESION
003350             AND RSVT-OPERADOR(WS-IDX-HALLADA) = RSVA-OPERADOR
003360             AND RSVT-PROGRAMA(WS-IDX-HALLADA) = RSVA-PROGRAMA
003370         GO TO 6000-EXIT
003380     END-IF.
003390     PERFORM 7100-INFORMAR-TENEDOR THRU 7100-EXIT.
003400 6000-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440*    UBICA LA RESERVA VIGENTE DE RSVA-DNI (CERO SI NO HAY)
003450*----------------------------------------------------------------
003460 7000-BUSCAR-DNI.
003470     MOVE ZERO TO WS-IDX-HALLADA.
003480     PERFORM 7010-COMPARAR-DNI THRU 7010-EXIT
003490         VARYING WS-IDX-RSV FROM 1 BY 1
003500             UNTIL WS-IDX-RSV > WS-CANT-RESERVAS
003510                 OR WS-IDX-HALLADA NOT = ZERO.
003520 7000-EXIT.
003530     EXIT.
003540
003550 7010-COMPARAR-DNI.
003560     IF RSVT-DNI(WS-IDX-RSV) = RSVA-DNI
003570         MOVE WS-IDX-RSV TO WS-IDX-HALLADA
003580     END-IF.
003590 7010-EXIT.
003600     EXIT.
003610
003620 7100-INFORMAR-TENEDOR.
003630     MOVE "1" TO RSVA-RESULTADO.
003640     MOVE RSVT-OPERADOR(WS-IDX-HALLADA) TO RSVA-TEN-OPERADOR.
003650     MOVE RSVT-PROGRAMA(WS-IDX-HALLADA) TO RSVA-TEN-PROGRAMA.
003660     MOVE RSVT-MOMENTO(WS-IDX-HALLADA) TO RSVA-TEN-MOMENTO.
003670 7100-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 8000-GRABAR-RESERVAS - REGRABA EL REGISTRO SIN LAS RESERVAS
003720*     LIBERADAS NI LAS VENCIDAS
003730******************************************************************
003740 8000-GRABAR-RESERVAS.
003750     OPEN OUTPUT DNIRESV-FILE.
003760     IF WS-RSV-STATUS NOT = "00"
003770         GO TO 8000-EXIT
003780     END-IF.
003790     PERFORM 8100-GRABAR-RESERVA THRU 8100-EXIT
003800         VARYING WS-IDX-RSV FROM 1 BY 1
003810             UNTIL WS-IDX-RSV > WS-CANT-RESERVAS.
003820     CLOSE DNIRESV-FILE.
003830 8000-EXIT.
003840     EXIT.
003850
003860 8100-GRABAR-RESERVA.
003870     IF RSVT-DNI(WS-IDX-RSV) = ZERO
003880         GO TO 8100-EXIT
003890     END-IF.
003900     MOVE SPACES TO DNIRESV-RECORD.
003910     MOVE RSVT-DNI(WS-IDX-RSV) TO RSV-DNI.
003920     MOVE RSVT-SESION(WS-IDX-RSV) TO RSV-SESION.
003930     MOVE RSVT-OPERADOR(WS-IDX-RSV) TO RSV-OPERADOR.
003940     MOVE RSVT-PROGRAMA(WS-IDX-RSV) TO RSV-PROGRAMA.
003950     MOVE RSVT-MOMENTO(WS-IDX-RSV) TO RSV-MOMENTO.
003960     WRITE DNIRESV-RECORD.
003970 8100-EXIT.
003980     EXIT.
003990
004000 END PROGRAM reserva_dni.
