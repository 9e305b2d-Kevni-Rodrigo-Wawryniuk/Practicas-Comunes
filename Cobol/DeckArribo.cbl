000100******************************************************************
000110* PROGRAM-ID: deck_arribo
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    REGISTRO DE ARRIBO DE LOS DECKS DE ENTRADA CONTRA
000170*             SU HORA DE CORTE. LO LANZA LA TRANSFERENCIA CADA
000180*             VEZ QUE DEJA UN DECK, LO REPITE EL PLANIFICADOR A
000190*             INTERVALOS, Y CICLO_DIARIO LO LLAMA ANTES DE
000200*             PRE_VUELO. CADA CORRIDA, PARA LA FECHA DE NEGOCIO:
000210*               - CADA DECK DE DECKCORT PRESENTE CON UN ARCHIVO
000220*                 QUE TODAVIA NO ESTA EN EL REGISTRO DECKARR SE
000230*                 SELLA CON LA HORA DEL PROPIO ARCHIVO. SI LLEGO
000240*                 DESPUES DEL CORTE SE MUEVE A DECK.DIF.AAAAMMDD
000250*                 (EL PROXIMO DIA QUE EL CALENDARIO NO MARCA
000260*                 "F"), CON ALERTA PENDIENTE Y ERRORLOG 97, Y EL
000270*                 CICLO DEL DIA YA NO LO VE;
000280*               - UN DECK DIFERIDO A ESTA FECHA VUELVE A SU
000290*                 NOMBRE DE TRABAJO; SI EL REMITENTE YA MANDO EL
000300*                 DE ESTA FECHA, EL DIFERIDO QUEDA RETENIDO PARA
000310*                 EL OPERADOR (ALERTA, ERRORLOG 99);
000320*               - DESDE LA HORA DE ARRIBCTL (INICIO DEL CICLO
000330*                 MENOS LOS MINUTOS DE ANTICIPACION), CADA DECK
000340*                 DIARIO QUE NO LLEGO DEJA UNA ALERTA UNA SOLA
000350*                 VEZ POR FECHA (ERRORLOG 98).
000360*             CON UN REPROCESO ABIERTO (REPROCTL) NO REGISTRA
000370*             NADA: LOS NOMBRES DE TRABAJO TIENEN DECKS VIEJOS.
000380*             TERMINA SIEMPRE CON RETURN-CODE 0; LA FALTA DE UN
000390*             DECK LA JUZGA PRE_VUELO.
000400* TECTONICS:  cobc
000410******************************************************************
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* 2026-10-15 RW   INITIAL VERSION.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. deck_arribo.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PARM-FILE ASSIGN TO "ARRIBCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550
000560     SELECT DECKCORT-FILE ASSIGN TO "DECKCORT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-COR-STATUS.
000590
000600     SELECT DECKARR-FILE ASSIGN TO "DECKARR"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ARR-STATUS.
000630
000640     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CAL-STATUS.
000670
000680     SELECT REPRO-FILE ASSIGN TO "REPROCTL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REPRO-STATUS.
000710
000720     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ALR-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PARM-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 08 CHARACTERS.
000810 01  PARM-RECORD.
000820     05  PARM-HORA-CICLO         PIC 9(04).
000830     05  PARM-HORA-CICLO-X REDEFINES PARM-HORA-CICLO.
000840         10  PARM-HH             PIC 9(02).
000850         10  PARM-MM             PIC 9(02).
000860     05  FILLER                  PIC X(01).
000870     05  PARM-MINUTOS-ANTES      PIC 9(03).
000880
000890 FD  DECKCORT-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 30 CHARACTERS.
000920 COPY DECKCORT.
000930
000940 FD  DECKARR-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 97 CHARACTERS.
000970 01  DECKARR-LINEA               PIC X(97).
000980
000990 FD  CALENDAR-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 09 CHARACTERS.
001020 01  CALENDAR-RECORD.
001030     05  CAL-FECHA               PIC 9(08).
001040     05  CAL-TIPO                PIC X(01).
001050         88  CAL-FERIADO         VALUE "F".
001060
001070 FD  REPRO-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 10 CHARACTERS.
001100 01  REPRO-RECORD                PIC X(10).
001110
001120 FD  ALERTAS-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 104 CHARACTERS.
001150 01  ALERTAS-RECORD.
001160     05  ALR-ESTADO              PIC X(01).
001170     05  FILLER                  PIC X(01).
001180     05  ALR-TIMESTAMP           PIC X(21).
001190     05  FILLER                  PIC X(01).
001200     05  ALR-PROGRAMA            PIC X(20).
001210     05  FILLER                  PIC X(01).
001220     05  ALR-MENSAJE             PIC X(59).
001230
001240 WORKING-STORAGE SECTION.
001250 01  WS-PARM-STATUS              PIC X(02).
001260 01  WS-COR-STATUS               PIC X(02).
001270 01  WS-ARR-STATUS               PIC X(02).
001280 01  WS-CAL-STATUS               PIC X(02).
001290 01  WS-REPRO-STATUS             PIC X(02).
001300 01  WS-ALR-STATUS               PIC X(02).
001310 01  WS-EOF-COR                  PIC X(01) VALUE "N".
001320     88  FIN-CORTES              VALUE "S".
001330 01  WS-EOF-ARR                  PIC X(01) VALUE "N".
001340     88  FIN-REGISTRO            VALUE "S".
001350 01  WS-EOF-CAL                  PIC X(01) VALUE "N".
001360     88  FIN-CALENDARIO          VALUE "S".
001370 01  WS-SW-ACTIVO                PIC X(01) VALUE "N".
001380     88  ARRIBO-ACTIVO           VALUE "S".
001390
001400*    REGISTRO DE ARRIBOS - VER COBOL/COPY/DECKARR.CPY
001410 COPY DECKARR.
001420
001430*----------------------------------------------------------------
001440*    FECHA DE NEGOCIO, RELOJ Y HORA DE LA ALARMA DE NO ARRIBO
001450*----------------------------------------------------------------
001460 01  WS-FECHA-HOY                PIC X(08).
001470 01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
001480                                 PIC 9(08).
001490 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001500 01  WS-AHORA                    PIC X(14).
001510 01  WS-AHORA-X REDEFINES WS-AHORA.
001520     05  WS-AHORA-FECHA          PIC 9(08).
001530     05  WS-AHORA-HH             PIC 9(02).
001540     05  WS-AHORA-MM             PIC 9(02).
001550     05  WS-AHORA-SS             PIC 9(02).
001560 01  WS-HORA-CICLO               PIC 9(04) VALUE 2200.
001570 01  WS-HORA-CICLO-X REDEFINES WS-HORA-CICLO.
001580     05  WS-CICLO-HH             PIC 9(02).
001590     05  WS-CICLO-MM             PIC 9(02).
001600 01  WS-MINUTOS-ANTES            PIC 9(03) VALUE 60.
001610 01  WS-MIN-AHORA                PIC 9(11).
001620 01  WS-MIN-ALARMA               PIC 9(11).
001630 01  WS-MIN-LLEGADA              PIC 9(11).
001640 01  WS-MIN-CORTE                PIC 9(11).
001650 01  WS-DEMORA                   PIC 9(11).
001660
001670*----------------------------------------------------------------
001680*    DECKS DE DECKCORT CON LO QUE EL REGISTRO YA DICE DE CADA
001690*    UNO: EL ULTIMO ARCHIVO SELLADO (HORA Y TAMANO) Y QUE PASO
001700*    EN LA FECHA DE NEGOCIO
001710*----------------------------------------------------------------
001720 01  WS-MAX-DECKS                PIC 9(02) VALUE 20.
001730 01  WS-CANT-DECKS               PIC 9(02) VALUE ZERO.
001740 01  TABLA-CORTES.
001750     05  DCT-ENTRADA OCCURS 20 TIMES.
001760         10  DCT-DECK            PIC X(10).
001770         10  DCT-REMITENTE       PIC X(12).
001780         10  DCT-HORA            PIC 9(04).
001790         10  DCT-HORA-X REDEFINES DCT-HORA.
001800             15  DCT-HH          PIC 9(02).
001810             15  DCT-MM          PIC 9(02).
001820         10  DCT-ESPERADO        PIC X(01).
001830             88  DCT-DIARIO      VALUE "S".
001840         10  DCT-ULT-LLEGADA     PIC X(14).
001850         10  DCT-ULT-TAMANO      PIC 9(12).
001860         10  DCT-SW-HOY          PIC X(01).
001870             88  DCT-LLEGO-HOY   VALUE "S".
001880         10  DCT-SW-ALARMA       PIC X(01).
001890             88  DCT-ALARMADO    VALUE "S".
001900         10  DCT-SW-RETENIDO     PIC X(01).
001910             88  DCT-RETENIDO    VALUE "S".
001920         10  DCT-SW-LIBERADO     PIC X(01).
001930             88  DCT-LIBERADO    VALUE "S".
001940         10  DCT-ORIGEN-DIF      PIC 9(08).
001950 01  WS-IDX-DECK                 PIC 9(02) COMP.
001960 01  WS-IDX-HALLADO              PIC 9(02) COMP.
001970
001980*----------------------------------------------------------------
001990*    FERIADOS DESDE LA FECHA DE NEGOCIO, PARA UBICAR EL PROXIMO
002000*    DIA HABIL DE UN DECK DIFERIDO
002010*----------------------------------------------------------------
002020 01  WS-MAX-FERIADOS             PIC 9(03) VALUE 100.
002030 01  WS-CANT-FERIADOS            PIC 9(03) VALUE ZERO.
002040 01  TABLA-FERIADOS.
002050     05  FER-FECHA OCCURS 100 TIMES PIC 9(08).
002060 01  WS-IDX-FER                  PIC 9(03) COMP.
002070 01  WS-SW-HOY-FERIADO           PIC X(01) VALUE "N".
002080     88  HOY-FERIADO             VALUE "S".
002090 01  WS-SW-FERIADO               PIC X(01).
002100     88  ES-FERIADO              VALUE "S".
002110 01  WS-DIA-ENTERO               PIC 9(07).
002120 01  WS-FECHA-PROXIMA            PIC 9(08).
002130
002140*----------------------------------------------------------------
002150*    ARCHIVO EN EL NOMBRE DE TRABAJO: HORA Y TAMANO SEGUN
002160*    CBL_CHECK_FILE_EXIST (DIA, MES, ANIO DE DOS BYTES, HORA,
002170*    MINUTO, SEGUNDO, CENTESIMAS - TODOS BINARIOS)
002180*----------------------------------------------------------------
002190 01  WS-NOMBRE-ORIGEN            PIC X(30).
002200 01  WS-NOMBRE-DESTINO           PIC X(30).
002210 01  WS-RC-ARCHIVO               PIC S9(09) COMP-5.
002220 01  WS-INFO-ARCHIVO.
002230     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
002240     05  WS-INFO-DIA             PIC X(01).
002250     05  WS-INFO-MES             PIC X(01).
002260     05  WS-INFO-ANIO            PIC X(02).
002270     05  WS-INFO-HORA            PIC X(01).
002280     05  WS-INFO-MINUTO          PIC X(01).
002290     05  WS-INFO-SEGUNDO         PIC X(01).
002300     05  FILLER                  PIC X(01).
002310 01  WS-BYTES                    PIC X(02).
002320 01  WS-BYTES-N REDEFINES WS-BYTES
002330                                 PIC 9(04) COMP.
002340 01  WS-LLEGADA                  PIC X(14).
002350 01  WS-LLEGADA-X REDEFINES WS-LLEGADA.
002360     05  WS-LLEG-AAAA            PIC 9(04).
002370     05  WS-LLEG-MM              PIC 9(02).
002380     05  WS-LLEG-DD              PIC 9(02).
002390     05  WS-LLEG-HORA            PIC 9(02).
002400     05  WS-LLEG-MINUTO          PIC 9(02).
002410     05  WS-LLEG-SEGUNDO         PIC 9(02).
002420 01  WS-LLEGADA-F REDEFINES WS-LLEGADA.
002430     05  WS-LLEG-FECHA           PIC 9(08).
002440     05  FILLER                  PIC X(06).
002450 01  WS-TAMANO                   PIC 9(12).
002460
002470*----------------------------------------------------------------
002480*    CONTADORES DE LA CORRIDA
002490*----------------------------------------------------------------
002500 01  WS-CUENTA-A-TIEMPO          PIC 9(03) VALUE ZERO.
002510 01  WS-CUENTA-DIFERIDOS         PIC 9(03) VALUE ZERO.
002520 01  WS-CUENTA-LIBERADOS         PIC 9(03) VALUE ZERO.
002530 01  WS-CUENTA-RETENIDOS         PIC 9(03) VALUE ZERO.
002540 01  WS-CUENTA-ALARMAS           PIC 9(03) VALUE ZERO.
002550
002560*----------------------------------------------------------------
002570*    CAMPOS PARA ALERTAS, ERRORLOG Y AUDITORIA COMPARTIDOS
002580*----------------------------------------------------------------
002590 01  WS-MENSAJE-ALERTA           PIC X(59).
002600 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "deck_arribo".
002610 01  WS-ELOG-CODIGO              PIC 9(04).
002620 01  WS-ELOG-MENSAJE             PIC X(59).
002630 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "deck_arribo".
002640 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002650
002660 PROCEDURE DIVISION.
002670
002680******************************************************************
002690* 0000-MAINLINE
002700******************************************************************
002710 0000-MAINLINE.
002720     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002730     IF ARRIBO-ACTIVO
002740         PERFORM 2000-SELLAR-DECK THRU 2000-EXIT
002750             VARYING WS-IDX-DECK FROM 1 BY 1
002760                 UNTIL WS-IDX-DECK > WS-CANT-DECKS
002770         PERFORM 3000-LIBERAR-DIFERIDO THRU 3000-EXIT
002780             VARYING WS-IDX-DECK FROM 1 BY 1
002790                 UNTIL WS-IDX-DECK > WS-CANT-DECKS
002800         PERFORM 4000-VIGILAR-FALTANTES THRU 4000-EXIT
002810     END-IF.
002820     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002830     MOVE ZERO TO RETURN-CODE.
002840     GOBACK.
002850
002860******************************************************************
002870* 1000-INICIALIZAR - FECHA DE NEGOCIO, REPROCESO ABIERTO,
002880*     HORA DE LA ALARMA, CORTES, FERIADOS Y LO YA REGISTRADO
002890******************************************************************
002900 1000-INICIALIZAR.
002910     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002920     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AHORA.
002930     OPEN INPUT REPRO-FILE.
002940     IF WS-REPRO-STATUS = "00"
002950         CLOSE REPRO-FILE
002960         DISPLAY "REPROCESO ABIERTO: NO SE REGISTRAN ARRIBOS."
002970         GO TO 1000-EXIT
002980     END-IF.
002990     PERFORM 1100-LEER-ARRIBCTL THRU 1100-EXIT.
003000     PERFORM 1200-CARGAR-CORTES THRU 1200-EXIT.
003010     IF WS-CANT-DECKS = ZERO
003020         DISPLAY "DECKCORT SIN DECKS: NADA QUE REGISTRAR."
003030         GO TO 1000-EXIT
003040     END-IF.
003050     PERFORM 1300-CARGAR-FERIADOS THRU 1300-EXIT.
003060     PERFORM 1400-LEER-REGISTRO THRU 1400-EXIT.
003070     SET ARRIBO-ACTIVO TO TRUE.
003080     DISPLAY " ARRIBO DE DECKS PARA LA FECHA " WS-FECHA-HOY.
003090 1000-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130* 1100-LEER-ARRIBCTL - HHMM DE INICIO DEL CICLO Y MINUTOS DE
003140*     ANTICIPACION DE LA ALARMA (SIN TARJETA, 2200 Y 60)
003150******************************************************************
003160 1100-LEER-ARRIBCTL.
003170     OPEN INPUT PARM-FILE.
003180     IF WS-PARM-STATUS NOT = "00"
003190         GO TO 1100-EXIT
003200     END-IF.
003210     READ PARM-FILE
003220         NOT AT END
003230             IF PARM-HORA-CICLO IS NUMERIC
003240                     AND PARM-HH < 24 AND PARM-MM < 60
003250                 MOVE PARM-HORA-CICLO TO WS-HORA-CICLO
003260             END-IF
003270             IF PARM-MINUTOS-ANTES IS NUMERIC
003280                 MOVE PARM-MINUTOS-ANTES TO WS-MINUTOS-ANTES
003290             END-IF
003300     END-READ.
003310     CLOSE PARM-FILE.
003320 1100-EXIT.
003330     EXIT.
003340
003350 1200-CARGAR-CORTES.
003360     OPEN INPUT DECKCORT-FILE.
003370     IF WS-COR-STATUS NOT = "00"
003380         GO TO 1200-EXIT
003390     END-IF.
003400     PERFORM 1210-LEER-CORTE THRU 1210-EXIT
003410         UNTIL FIN-CORTES.
003420     CLOSE DECKCORT-FILE.
003430 1200-EXIT.
003440     EXIT.
003450
003460 1210-LEER-CORTE.
003470     READ DECKCORT-FILE
003480         AT END
003490             SET FIN-CORTES TO TRUE
003500             GO TO 1210-EXIT
003510     END-READ.
003520     IF DCOR-DECK = SPACES
003530             OR DCOR-HORA IS NOT NUMERIC
003540             OR DCOR-HH > 23 OR DCOR-MM > 59
003550         DISPLAY "DECKCORT: LINEA INVALIDA " DECKCORT-RECORD
003560         GO TO 1210-EXIT
003570     END-IF.
003580     IF WS-CANT-DECKS >= WS-MAX-DECKS
003590         GO TO 1210-EXIT
003600     END-IF.
003610     ADD 1 TO WS-CANT-DECKS.
003620     MOVE DCOR-DECK TO DCT-DECK(WS-CANT-DECKS).
003630     MOVE DCOR-REMITENTE TO DCT-REMITENTE(WS-CANT-DECKS).
003640     MOVE DCOR-HORA TO DCT-HORA(WS-CANT-DECKS).
003650     MOVE DCOR-ESPERADO TO DCT-ESPERADO(WS-CANT-DECKS).
003660     MOVE SPACES TO DCT-ULT-LLEGADA(WS-CANT-DECKS).
003670     MOVE ZERO TO DCT-ULT-TAMANO(WS-CANT-DECKS)
003680                  DCT-ORIGEN-DIF(WS-CANT-DECKS).
003690     MOVE "N" TO DCT-SW-HOY(WS-CANT-DECKS)
003700                 DCT-SW-ALARMA(WS-CANT-DECKS)
003710                 DCT-SW-RETENIDO(WS-CANT-DECKS)
003720                 DCT-SW-LIBERADO(WS-CANT-DECKS).
003730 1210-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 1300-CARGAR-FERIADOS - LOS DIAS "F" DEL CALENDARIO DESDE LA
003780*     FECHA DE NEGOCIO; UN FERIADO HOY NO TIENE ALARMA
003790******************************************************************
003800 1300-CARGAR-FERIADOS.
003810     OPEN INPUT CALENDAR-FILE.
003820     IF WS-CAL-STATUS NOT = "00"
003830         GO TO 1300-EXIT
003840     END-IF.
003850     PERFORM 1310-LEER-CALENDARIO THRU 1310-EXIT
003860         UNTIL FIN-CALENDARIO.
003870     CLOSE CALENDAR-FILE.
003880 1300-EXIT.
003890     EXIT.
003900
003910 1310-LEER-CALENDARIO.
003920     READ CALENDAR-FILE
003930         AT END
003940             SET FIN-CALENDARIO TO TRUE
003950             GO TO 1310-EXIT
003960     END-READ.
003970     IF CAL-FECHA IS NOT NUMERIC
003980             OR NOT CAL-FERIADO
003990             OR CAL-FECHA < WS-FECHA-HOY-N
004000         GO TO 1310-EXIT
004010     END-IF.
004020     IF CAL-FECHA = WS-FECHA-HOY-N
004030         SET HOY-FERIADO TO TRUE
004040     END-IF.
004050     IF WS-CANT-FERIADOS < WS-MAX-FERIADOS
004060         ADD 1 TO WS-CANT-FERIADOS
004070         MOVE CAL-FECHA TO FER-FECHA(WS-CANT-FERIADOS)
004080     END-IF.
004090 1310-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 1400-LEER-REGISTRO - EL ULTIMO ARCHIVO SELLADO DE CADA DECK Y
004140*     LO OCURRIDO EN LA FECHA: LLEGO (A/T/L), ALARMA (X),
004150*     RETENIDO (R), Y UN DIFERIDO QUE TIENE ESTA FECHA DE DESTINO
004160******************************************************************
004170 1400-LEER-REGISTRO.
004180     OPEN INPUT DECKARR-FILE.
004190     IF WS-ARR-STATUS NOT = "00"
004200         GO TO 1400-EXIT
004210     END-IF.
004220     PERFORM 1410-LEER-ARRIBO THRU 1410-EXIT
004230         UNTIL FIN-REGISTRO.
004240     CLOSE DECKARR-FILE.
004250 1400-EXIT.
004260     EXIT.
004270
004280 1410-LEER-ARRIBO.
004290     READ DECKARR-FILE INTO DECKARR-RECORD
004300         AT END
004310             SET FIN-REGISTRO TO TRUE
004320             GO TO 1410-EXIT
004330     END-READ.
004340     IF DARR-FECHA IS NOT NUMERIC
004350         GO TO 1410-EXIT
004360     END-IF.
004370     MOVE ZERO TO WS-IDX-HALLADO.
004380     PERFORM 1420-UBICAR-DECK THRU 1420-EXIT
004390         VARYING WS-IDX-DECK FROM 1 BY 1
004400             UNTIL WS-IDX-DECK > WS-CANT-DECKS
004410                 OR WS-IDX-HALLADO > ZERO.
004420     IF WS-IDX-HALLADO = ZERO
004430         GO TO 1410-EXIT
004440     END-IF.
004450     MOVE WS-IDX-HALLADO TO WS-IDX-DECK.
004460     IF DARR-A-TIEMPO OR DARR-DIFERIDO OR DARR-LIBERADO
004470         MOVE DARR-LLEGADA TO DCT-ULT-LLEGADA(WS-IDX-DECK)
004480         MOVE DARR-TAMANO TO DCT-ULT-TAMANO(WS-IDX-DECK)
004490     END-IF.
004500     IF DARR-DIFERIDO AND DARR-FECHA-OTRA = WS-FECHA-HOY-N
004510         MOVE DARR-FECHA TO DCT-ORIGEN-DIF(WS-IDX-DECK)
004520     END-IF.
004530     IF DARR-FECHA NOT = WS-FECHA-HOY-N
004540         GO TO 1410-EXIT
004550     END-IF.
004560     EVALUATE TRUE
004570         WHEN DARR-A-TIEMPO OR DARR-DIFERIDO
004580             SET DCT-LLEGO-HOY(WS-IDX-DECK) TO TRUE
004590         WHEN DARR-LIBERADO
004600             SET DCT-LLEGO-HOY(WS-IDX-DECK) TO TRUE
004610             SET DCT-LIBERADO(WS-IDX-DECK) TO TRUE
004620         WHEN DARR-RETENIDO
004630             SET DCT-RETENIDO(WS-IDX-DECK) TO TRUE
004640         WHEN DARR-ALARMA
004650             SET DCT-ALARMADO(WS-IDX-DECK) TO TRUE
004660     END-EVALUATE.
004670 1410-EXIT.
004680     EXIT.
004690
004700 1420-UBICAR-DECK.
004710     IF DCT-DECK(WS-IDX-DECK) = DARR-DECK
004720         MOVE WS-IDX-DECK TO WS-IDX-HALLADO
004730     END-IF.
004740 1420-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 2000-SELLAR-DECK - UN ARCHIVO NUEVO EN EL NOMBRE DE TRABAJO SE
004790*     SELLA CON SU HORA: ANTES DEL CORTE QUEDA PARA HOY; DESPUES,
004800*     SE MUEVE AL PROXIMO DIA HABIL Y SE AVISA AL OPERADOR
004810******************************************************************
004820 2000-SELLAR-DECK.
004830     MOVE SPACES TO WS-NOMBRE-ORIGEN.
004840     MOVE DCT-DECK(WS-IDX-DECK) TO WS-NOMBRE-ORIGEN.
004850     PERFORM 8000-LEER-ARCHIVO THRU 8000-EXIT.
004860     IF WS-RC-ARCHIVO NOT = ZERO
004870         GO TO 2000-EXIT
004880     END-IF.
004890     IF WS-LLEGADA = DCT-ULT-LLEGADA(WS-IDX-DECK)
004900             AND WS-TAMANO = DCT-ULT-TAMANO(WS-IDX-DECK)
004910         GO TO 2000-EXIT
004920     END-IF.
004930     COMPUTE WS-MIN-LLEGADA =
004940         FUNCTION INTEGER-OF-DATE(WS-LLEG-FECHA) * 1440
004950         + WS-LLEG-HORA * 60 + WS-LLEG-MINUTO.
004960     COMPUTE WS-MIN-CORTE =
004970         FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N) * 1440
004980         + DCT-HH(WS-IDX-DECK) * 60 + DCT-MM(WS-IDX-DECK).
004990     PERFORM 8100-ARMAR-ARRIBO THRU 8100-EXIT.
005000     IF WS-MIN-LLEGADA NOT > WS-MIN-CORTE
005010         SET DARR-A-TIEMPO TO TRUE
005020         PERFORM 8200-GRABAR-ARRIBO THRU 8200-EXIT
005030         SET DCT-LLEGO-HOY(WS-IDX-DECK) TO TRUE
005040         ADD 1 TO WS-CUENTA-A-TIEMPO
005050         DISPLAY "ARRIBO A TIEMPO: " DCT-DECK(WS-IDX-DECK)
005060             " " WS-LLEGADA
005070         GO TO 2000-EXIT
005080     END-IF.
005090     COMPUTE WS-DEMORA = WS-MIN-LLEGADA - WS-MIN-CORTE.
005100     IF WS-DEMORA > 99999
005110         MOVE 99999 TO WS-DEMORA
005120     END-IF.
005130     PERFORM 5000-PROXIMO-HABIL THRU 5000-EXIT.
005140     MOVE SPACES TO WS-NOMBRE-DESTINO.
005150     STRING DCT-DECK(WS-IDX-DECK) DELIMITED BY SPACE
005160         ".DIF." WS-FECHA-PROXIMA DELIMITED BY SIZE
005170         INTO WS-NOMBRE-DESTINO.
005180     CALL "CBL_COPY_FILE" USING WS-NOMBRE-ORIGEN
005190         WS-NOMBRE-DESTINO
005200         RETURNING WS-RC-ARCHIVO.
005210     IF WS-RC-ARCHIVO NOT = ZERO
005220         MOVE SPACES TO WS-MENSAJE-ALERTA
005230         STRING "DECK " DELIMITED BY SIZE
005240             DCT-DECK(WS-IDX-DECK) DELIMITED BY SPACE
005250             " TARDE Y NO SE PUDO DIFERIR: QUEDA EN SU NOMBRE"
005260             DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA
005270         MOVE 97 TO WS-ELOG-CODIGO
005280         PERFORM 8300-AVISAR THRU 8300-EXIT
005290         GO TO 2000-EXIT
005300     END-IF.
005310     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ORIGEN
005320         RETURNING WS-RC-ARCHIVO.
005330     SET DARR-DIFERIDO TO TRUE.
005340     MOVE WS-DEMORA TO DARR-DEMORA.
005350     MOVE WS-FECHA-PROXIMA TO DARR-FECHA-OTRA.
005360     PERFORM 8200-GRABAR-ARRIBO THRU 8200-EXIT.
005370     SET DCT-LLEGO-HOY(WS-IDX-DECK) TO TRUE.
005380     ADD 1 TO WS-CUENTA-DIFERIDOS.
005390     MOVE SPACES TO WS-MENSAJE-ALERTA.
005400     STRING "DECK " DELIMITED BY SIZE
005410         DCT-DECK(WS-IDX-DECK) DELIMITED BY SPACE
005420         " TARDE " DARR-DEMORA " MIN, DIFERIDO AL "
005430         WS-FECHA-PROXIMA DELIMITED BY SIZE
005440         INTO WS-MENSAJE-ALERTA.
005450     MOVE 97 TO WS-ELOG-CODIGO.
005460     PERFORM 8300-AVISAR THRU 8300-EXIT.
005470 2000-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510* 3000-LIBERAR-DIFERIDO - EL DECK DIFERIDO A ESTA FECHA VUELVE A
005520*     SU NOMBRE DE TRABAJO, SALVO QUE EL REMITENTE YA HAYA
005530*     MANDADO EL DE HOY: ENTONCES QUEDA RETENIDO PARA EL OPERADOR
005540******************************************************************
005550 3000-LIBERAR-DIFERIDO.
005560     IF DCT-ORIGEN-DIF(WS-IDX-DECK) = ZERO
005570             OR DCT-LIBERADO(WS-IDX-DECK)
005580             OR DCT-RETENIDO(WS-IDX-DECK)
005590         GO TO 3000-EXIT
005600     END-IF.
005610     MOVE SPACES TO WS-NOMBRE-DESTINO.
005620     STRING DCT-DECK(WS-IDX-DECK) DELIMITED BY SPACE
005630         ".DIF." WS-FECHA-HOY DELIMITED BY SIZE
005640         INTO WS-NOMBRE-DESTINO.
005650     MOVE WS-NOMBRE-DESTINO TO WS-NOMBRE-ORIGEN.
005660     PERFORM 8000-LEER-ARCHIVO THRU 8000-EXIT.
005670     IF WS-RC-ARCHIVO NOT = ZERO
005680         GO TO 3000-EXIT
005690     END-IF.
005700     PERFORM 8100-ARMAR-ARRIBO THRU 8100-EXIT.
005710     MOVE DCT-ORIGEN-DIF(WS-IDX-DECK) TO DARR-FECHA-OTRA.
005720     IF DCT-LLEGO-HOY(WS-IDX-DECK)
005730         SET DARR-RETENIDO TO TRUE
005740         PERFORM 8200-GRABAR-ARRIBO THRU 8200-EXIT
005750         SET DCT-RETENIDO(WS-IDX-DECK) TO TRUE
005760         ADD 1 TO WS-CUENTA-RETENIDOS
005770         MOVE SPACES TO WS-MENSAJE-ALERTA
005780         STRING "DECK " DELIMITED BY SIZE
005790             DCT-DECK(WS-IDX-DECK) DELIMITED BY SPACE
005800             " DEL " DCT-ORIGEN-DIF(WS-IDX-DECK)
005810             " RETENIDO: YA LLEGO EL DEL DIA"
005820             DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA
005830         MOVE 99 TO WS-ELOG-CODIGO
005840         PERFORM 8300-AVISAR THRU 8300-EXIT
005850         GO TO 3000-EXIT
005860     END-IF.
005870     MOVE SPACES TO WS-NOMBRE-ORIGEN.
005880     MOVE DCT-DECK(WS-IDX-DECK) TO WS-NOMBRE-ORIGEN.
005890     CALL "CBL_COPY_FILE" USING WS-NOMBRE-DESTINO
005900         WS-NOMBRE-ORIGEN
005910         RETURNING WS-RC-ARCHIVO.
005920     IF WS-RC-ARCHIVO NOT = ZERO
005930         DISPLAY "NO SE PUDO LIBERAR " WS-NOMBRE-DESTINO
005940         GO TO 3000-EXIT
005950     END-IF.
005960     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DESTINO
005970         RETURNING WS-RC-ARCHIVO.
005980*    EL SELLO DEL L ES EL DE LA COPIA, PARA QUE 2000 NO LA TOME
005990*    COMO UN ARRIBO NUEVO EN LA PROXIMA CORRIDA
006000     PERFORM 8000-LEER-ARCHIVO THRU 8000-EXIT.
006010     MOVE WS-LLEGADA TO DARR-LLEGADA.
006020     MOVE WS-TAMANO TO DARR-TAMANO.
006030     SET DARR-LIBERADO TO TRUE.
006040     PERFORM 8200-GRABAR-ARRIBO THRU 8200-EXIT.
006050     SET DCT-LLEGO-HOY(WS-IDX-DECK) TO TRUE.
006060     SET DCT-LIBERADO(WS-IDX-DECK) TO TRUE.
006070     ADD 1 TO WS-CUENTA-LIBERADOS.
006080     DISPLAY "DECK DIFERIDO DEL " DCT-ORIGEN-DIF(WS-IDX-DECK)
006090         " INGRESA HOY: " DCT-DECK(WS-IDX-DECK).
006100 3000-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140* 4000-VIGILAR-FALTANTES - DESDE EL INICIO DEL CICLO MENOS LOS
006150*     MINUTOS DE ANTICIPACION, CADA DECK DIARIO SIN ARRIBO EN LA
006160*     FECHA DEJA UNA ALERTA, UNA SOLA VEZ
006170******************************************************************
006180 4000-VIGILAR-FALTANTES.
006190     IF HOY-FERIADO
006200         GO TO 4000-EXIT
006210     END-IF.
006220     COMPUTE WS-MIN-AHORA =
006230         FUNCTION INTEGER-OF-DATE(WS-AHORA-FECHA) * 1440
006240         + WS-AHORA-HH * 60 + WS-AHORA-MM.
006250     COMPUTE WS-MIN-ALARMA =
006260         FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N) * 1440
006270         + WS-CICLO-HH * 60 + WS-CICLO-MM - WS-MINUTOS-ANTES.
006280     IF WS-MIN-AHORA < WS-MIN-ALARMA
006290         GO TO 4000-EXIT
006300     END-IF.
006310     PERFORM 4100-ALARMAR-DECK THRU 4100-EXIT
006320         VARYING WS-IDX-DECK FROM 1 BY 1
006330             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
006340 4000-EXIT.
006350     EXIT.
006360
006370 4100-ALARMAR-DECK.
006380     IF NOT DCT-DIARIO(WS-IDX-DECK)
006390             OR DCT-LLEGO-HOY(WS-IDX-DECK)
006400             OR DCT-ALARMADO(WS-IDX-DECK)
006410         GO TO 4100-EXIT
006420     END-IF.
006430     MOVE SPACES TO WS-LLEGADA.
006440     MOVE ZERO TO WS-TAMANO.
006450     PERFORM 8100-ARMAR-ARRIBO THRU 8100-EXIT.
006460     SET DARR-ALARMA TO TRUE.
006470     PERFORM 8200-GRABAR-ARRIBO THRU 8200-EXIT.
006480     SET DCT-ALARMADO(WS-IDX-DECK) TO TRUE.
006490     ADD 1 TO WS-CUENTA-ALARMAS.
006500     MOVE SPACES TO WS-MENSAJE-ALERTA.
006510     STRING "DECK " DELIMITED BY SIZE
006520         DCT-DECK(WS-IDX-DECK) DELIMITED BY SPACE
006530         " DE " DELIMITED BY SIZE
006540         DCT-REMITENTE(WS-IDX-DECK) DELIMITED BY "  "
006550         " NO LLEGO (CORTE " DCT-HORA(WS-IDX-DECK) ")"
006560         DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA.
006570     MOVE 98 TO WS-ELOG-CODIGO.
006580     PERFORM 8300-AVISAR THRU 8300-EXIT.
006590 4100-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 5000-PROXIMO-HABIL - EL PRIMER DIA DESPUES DE LA FECHA DE
006640*     NEGOCIO QUE EL CALENDARIO NO MARCA "F"
006650******************************************************************
006660 5000-PROXIMO-HABIL.
006670     COMPUTE WS-DIA-ENTERO =
006680         FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N).
006690     MOVE "S" TO WS-SW-FERIADO.
006700     PERFORM 5100-PROBAR-DIA THRU 5100-EXIT
006710         UNTIL NOT ES-FERIADO.
006720 5000-EXIT.
006730     EXIT.
006740
006750 5100-PROBAR-DIA.
006760     ADD 1 TO WS-DIA-ENTERO.
006770     COMPUTE WS-FECHA-PROXIMA =
006780         FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
006790     MOVE "N" TO WS-SW-FERIADO.
006800     PERFORM 5110-COMPARAR-FERIADO THRU 5110-EXIT
006810         VARYING WS-IDX-FER FROM 1 BY 1
006820             UNTIL WS-IDX-FER > WS-CANT-FERIADOS
006830                 OR ES-FERIADO.
006840 5100-EXIT.
006850     EXIT.
006860
006870 5110-COMPARAR-FERIADO.
006880     IF FER-FECHA(WS-IDX-FER) = WS-FECHA-PROXIMA
006890         SET ES-FERIADO TO TRUE
006900     END-IF.
006910 5110-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 8000-LEER-ARCHIVO - EXISTENCIA, HORA (AAAAMMDDHHMMSS) Y TAMANO
006960*     DEL ARCHIVO WS-NOMBRE-ORIGEN
006970******************************************************************
006980 8000-LEER-ARCHIVO.
006990     MOVE SPACES TO WS-LLEGADA.
007000     MOVE ZERO TO WS-TAMANO.
007010     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIGEN
007020         WS-INFO-ARCHIVO
007030         RETURNING WS-RC-ARCHIVO.
007040     IF WS-RC-ARCHIVO NOT = ZERO
007050         GO TO 8000-EXIT
007060     END-IF.
007070     MOVE WS-TAMANO-ARCHIVO TO WS-TAMANO.
007080     MOVE WS-INFO-ANIO TO WS-BYTES.
007090     MOVE WS-BYTES-N TO WS-LLEG-AAAA.
007100     MOVE LOW-VALUES TO WS-BYTES.
007110     MOVE WS-INFO-MES TO WS-BYTES(2:1).
007120     MOVE WS-BYTES-N TO WS-LLEG-MM.
007130     MOVE WS-INFO-DIA TO WS-BYTES(2:1).
007140     MOVE WS-BYTES-N TO WS-LLEG-DD.
007150     MOVE WS-INFO-HORA TO WS-BYTES(2:1).
007160     MOVE WS-BYTES-N TO WS-LLEG-HORA.
007170     MOVE WS-INFO-MINUTO TO WS-BYTES(2:1).
007180     MOVE WS-BYTES-N TO WS-LLEG-MINUTO.
007190     MOVE WS-INFO-SEGUNDO TO WS-BYTES(2:1).
007200     MOVE WS-BYTES-N TO WS-LLEG-SEGUNDO.
007210 8000-EXIT.
007220     EXIT.
007230
007240 8100-ARMAR-ARRIBO.
007250     MOVE SPACES TO DECKARR-RECORD.
007260     MOVE WS-FECHA-HOY-N TO DARR-FECHA.
007270     MOVE DCT-DECK(WS-IDX-DECK) TO DARR-DECK.
007280     MOVE DCT-REMITENTE(WS-IDX-DECK) TO DARR-REMITENTE.
007290     MOVE WS-LLEGADA TO DARR-LLEGADA.
007300     MOVE DCT-HORA(WS-IDX-DECK) TO DARR-CORTE.
007310     MOVE ZERO TO DARR-DEMORA DARR-FECHA-OTRA.
007320     MOVE WS-TAMANO TO DARR-TAMANO.
007330 8100-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 8200-GRABAR-ARRIBO - UNA LINEA MAS EN DECKARR (APPEND-ONLY)
007380******************************************************************
007390 8200-GRABAR-ARRIBO.
007400     MOVE FUNCTION CURRENT-DATE(1:14) TO DARR-REGISTRADO.
007410     OPEN EXTEND DECKARR-FILE.
007420     IF WS-ARR-STATUS NOT = "00"
007430         OPEN OUTPUT DECKARR-FILE
007440     END-IF.
007450     WRITE DECKARR-LINEA FROM DECKARR-RECORD.
007460     CLOSE DECKARR-FILE.
007470     IF DARR-A-TIEMPO OR DARR-DIFERIDO OR DARR-LIBERADO
007480         MOVE DARR-LLEGADA TO DCT-ULT-LLEGADA(WS-IDX-DECK)
007490         MOVE DARR-TAMANO TO DCT-ULT-TAMANO(WS-IDX-DECK)
007500     END-IF.
007510     ADD 1 TO WS-AUDT-CANTIDAD.
007520 8200-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560* 8300-AVISAR - CONSOLA, ALERTA PENDIENTE EN ALERTAS Y ERRORLOG
007570*     (WS-ELOG-CODIGO YA CARGADO) PARA EL REPORTE DE EXCEPCIONES
007580******************************************************************
007590 8300-AVISAR.
007600     DISPLAY "*** " WS-MENSAJE-ALERTA.
007610     OPEN EXTEND ALERTAS-FILE.
007620     IF WS-ALR-STATUS NOT = "00"
007630         OPEN OUTPUT ALERTAS-FILE
007640     END-IF.
007650     MOVE SPACES TO ALERTAS-RECORD.
007660     MOVE "P" TO ALR-ESTADO.
007670     MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP.
007680     MOVE "deck_arribo" TO ALR-PROGRAMA.
007690     MOVE WS-MENSAJE-ALERTA TO ALR-MENSAJE.
007700     WRITE ALERTAS-RECORD.
007710     CLOSE ALERTAS-FILE.
007720     MOVE WS-MENSAJE-ALERTA TO WS-ELOG-MENSAJE.
007730     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
007740             WS-ELOG-MENSAJE.
007750 8300-EXIT.
007760     EXIT.
007770
007780******************************************************************
007790* 9000-TERMINAR - RESUMEN DE LA CORRIDA Y AUDITORIA
007800******************************************************************
007810 9000-TERMINAR.
007820     IF NOT ARRIBO-ACTIVO
007830         GO TO 9000-EXIT
007840     END-IF.
007850     DISPLAY " A TIEMPO:  " WS-CUENTA-A-TIEMPO
007860         "  DIFERIDOS: " WS-CUENTA-DIFERIDOS
007870         "  LIBERADOS: " WS-CUENTA-LIBERADOS
007880         "  RETENIDOS: " WS-CUENTA-RETENIDOS
007890         "  NO LLEGARON: " WS-CUENTA-ALARMAS.
007900     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007910 9000-EXIT.
007920     EXIT.
007930
007940 END PROGRAM deck_arribo.
