000100******************************************************************
000110* PROGRAM-ID: ciclo_intradia
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MICROCICLO INTRADIA PARA CAMBIOS URGENTES DE
000170*             PERSONA QUE NO PUEDEN ESPERAR AL CICLO NOCTURNO.
000180*             APLICA EL DECK CHICO Y ENSOBRADO PERSURG CON
000190*             PERSONAMANTBAT Y DESPUES CORRE LA VERIFICACION DEL
000200*             JOURNAL (CADENA_VERIF), LA EXPORTACION DELTA
000210*             (EXPORTAR_DATOS) Y LOS ACUSES (ACK_PROCESO), COMO
000220*             CICLO_DIARIO: CALL, RETURN-CODE, CANCEL, TIEMPOS Y
000230*             CHECKPOINT POR PASO.
000240*             CADA CORRIDA LLEVA SU NUMERO DEL DIA (.I01, .I02
000250*             ...) COMO SUFIJO EN FECHACTL, ASI TODAS SUS
000260*             SALIDAS, SU AUDITTRL Y SU ERRORLOG QUEDAN APARTE
000270*             DE LOS DEL CICLO NOCTURNO, Y QUEDA EN CICLOHIST
000280*             CON ESE NUMERO EN HIST-CORRIDA.
000290*             NO ARRANCA (RC 4, ERRORLOG 100) DENTRO DE LA
000300*             VENTANA NOCTURNA (TARJETA INTRACTL), CON EL
000310*             CANDADO CICLOLOCK TOMADO, CON UN REPROCESO
000320*             ABIERTO O UN CICLO NOCTURNO INTERRUMPIDO, NI CON
000330*             UN PERSURG AUSENTE, SIN SOBRE VALIDO O CON MAS
000340*             MOVIMIENTOS QUE EL MAXIMO DE INTRACTL.
000350*             EL CICLO NOCTURNO NO REPITE LO APLICADO: LOS
000360*             CAMBIOS YA ESTAN EN PERSONAF, EL SNAPSHOT DE LA
000370*             EXPORTACION YA LOS INCLUYE, CUADRATURA CUENTA EL
000380*             JOURNAL DEL DIA UNA SOLA VEZ Y VOLUMEN_ALARMA SOLO
000390*             LEE EL AUDITTRL SIN SUFIJO.
000400* TECTONICS:  cobc
000410******************************************************************
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* 2026-10-15 RW   INITIAL VERSION.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. ciclo_intradia.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT VENTANA-FILE ASSIGN TO "INTRACTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-VEN-STATUS.
000550
000560     SELECT FECHA-FILE ASSIGN TO "FECHACTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FECHA-STATUS.
000590
000600     SELECT HIST-FILE ASSIGN TO "CICLOHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HIST-STATUS.
000630
000640     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LOCK-STATUS.
000670
000680     SELECT CHKCICLO-FILE ASSIGN TO "CHECKCICLO"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CHKC-STATUS.
000710
000720     SELECT CHECK-FILE ASSIGN TO "CHKINTRA"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CHECK-STATUS.
000750
000760     SELECT CONTEO-FILE ASSIGN DYNAMIC WS-DYN-CONTEO
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CNT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  VENTANA-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 13 CHARACTERS.
000850 01  VENTANA-RECORD.
000860     05  VEN-INICIO              PIC X(04).
000870     05  FILLER                  PIC X(01).
000880     05  VEN-FIN                 PIC X(04).
000890     05  FILLER                  PIC X(01).
000900     05  VEN-MAX-MOVIMIENTOS     PIC X(03).
000910
000920 FD  FECHA-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 12 CHARACTERS.
000950 01  FECHA-RECORD.
000960     05  FCTL-FECHA              PIC 9(08).
000970     05  FCTL-SUFIJO             PIC X(04).
000980
000990 FD  HIST-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 227 CHARACTERS.
001020 01  HIST-RECORD.
001030     05  HIST-FECHA              PIC 9(08).
001040     05  FILLER                  PIC X(01).
001050     05  HIST-INICIO             PIC X(14).
001060     05  FILLER                  PIC X(01).
001070     05  HIST-FIN                PIC X(14).
001080     05  FILLER                  PIC X(01).
001090     05  HIST-RESULTADO          PIC X(13).
001100     05  FILLER                  PIC X(01).
001110     05  HIST-RC-PASOS           PIC X(48).
001120     05  FILLER                  PIC X(01).
001130     05  HIST-SEG-PASOS          PIC X(120).
001140     05  FILLER                  PIC X(01).
001150     05  HIST-CORRIDA            PIC X(04).
001160     05  HIST-CORRIDA-PARTES REDEFINES HIST-CORRIDA.
001170         10  HIST-CORRIDA-MARCA  PIC X(02).
001180         10  HIST-CORRIDA-NUMERO PIC X(02).
001190
001200 FD  LOCK-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 14 CHARACTERS.
001230 01  LOCK-RECORD.
001240     05  LOCK-FECHA              PIC 9(08).
001250     05  LOCK-HORA               PIC X(06).
001260
001270 FD  CHKCICLO-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 02 CHARACTERS.
001300 01  CHKCICLO-RECORD.
001310     05  CHKC-ULTIMO-PASO-OK     PIC 9(02).
001320
001330 FD  CHECK-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 14 CHARACTERS.
001360 01  CHECK-RECORD.
001370     05  CHK-FECHA               PIC 9(08).
001380     05  CHK-CORRIDA             PIC X(04).
001390     05  CHK-ULTIMO-PASO-OK      PIC 9(02).
001400
001410 FD  CONTEO-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 1024 CHARACTERS.
001440 01  CONTEO-RECORD               PIC X(1024).
001450
001460 WORKING-STORAGE SECTION.
001470*----------------------------------------------------------------
001480*    PASOS DEL MICROCICLO, EN EL ORDEN EN QUE SE EJECUTAN
001490*----------------------------------------------------------------
001500 01  WS-TABLA-PASOS-LITERAL.
001510     05  FILLER PIC X(50) VALUE
001520         "PersonaMantBat      CAMBIOS URGENTES DE PERSONA".
001530     05  FILLER PIC X(50) VALUE
001540         "cadena_verif        VERIFICACION DEL JOURNAL".
001550     05  FILLER PIC X(50) VALUE
001560         "exportar_datos      EXPORTACION DELTA DE PERSONA".
001570     05  FILLER PIC X(50) VALUE
001580         "ack_proceso         ACUSES DE LOS DESTINATARIOS".
001590
001600 01  TABLA-PASOS REDEFINES WS-TABLA-PASOS-LITERAL.
001610     05  PASO-ENTRADA OCCURS 4 TIMES.
001620         10  PASO-PROGRAMA           PIC X(20).
001630         10  PASO-DESCRIPCION        PIC X(30).
001640
001650 01  WS-CANT-PASOS               PIC 9(02) VALUE 4.
001660 01  WS-IDX-PASO                 PIC 9(02) COMP.
001670 01  WS-IDX-INICIAL              PIC 9(02) COMP VALUE 1.
001680 01  WS-SW-FALLO                 PIC X(01) VALUE "N".
001690     88  HUBO-FALLO              VALUE "S".
001700 01  WS-PASO-FALLIDO             PIC 9(02) VALUE ZERO.
001710 01  WS-SW-OPERABLE              PIC X(01) VALUE "S".
001720     88  MICRO-OPERABLE          VALUE "S".
001730 01  WS-MOTIVO-RECHAZO           PIC X(59) VALUE SPACES.
001740
001750*----------------------------------------------------------------
001760*    VENTANA NOCTURNA Y TOPE DE MOVIMIENTOS (TARJETA INTRACTL:
001770*    "HHMM HHMM NNN"; LA VENTANA PUEDE CRUZAR LA MEDIANOCHE)
001780*----------------------------------------------------------------
001790 01  WS-VEN-STATUS               PIC X(02).
001800 01  WS-VENTANA-INICIO           PIC 9(04) VALUE 2100.
001810 01  WS-VENTANA-FIN              PIC 9(04) VALUE 0700.
001820 01  WS-MAX-MOVIMIENTOS          PIC 9(03) VALUE 100.
001830 01  WS-HORA-RELOJ               PIC 9(04).
001840 01  WS-SW-EN-VENTANA            PIC X(01) VALUE "N".
001850     88  EN-VENTANA-NOCTURNA     VALUE "S".
001860
001870*----------------------------------------------------------------
001880*    FECHA DE NEGOCIO Y SUFIJO .INN DE ESTA CORRIDA
001890*----------------------------------------------------------------
001900 01  WS-FECHA-STATUS             PIC X(02).
001910 01  WS-FECHA-HOY                PIC 9(08).
001920 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001930 01  WS-SUFIJO-INTRADIA.
001940     05  FILLER                  PIC X(02) VALUE ".I".
001950     05  WS-NRO-CORRIDA          PIC 9(02) VALUE ZERO.
001960 01  WS-NRO-MAYOR                PIC 9(02) VALUE ZERO.
001970 01  WS-RESULTADO-MAYOR          PIC X(13) VALUE SPACES.
001980 01  WS-SW-HABIA-FECHACTL        PIC X(01) VALUE "N".
001990     88  HABIA-FECHACTL          VALUE "S".
002000 01  WS-SW-SUFIJO-PUESTO         PIC X(01) VALUE "N".
002010     88  SUFIJO-PUESTO           VALUE "S".
002020 01  WS-NOMBRE-FECHACTL          PIC X(20) VALUE "FECHACTL".
002030
002040*----------------------------------------------------------------
002050*    HISTORIAL DE CORRIDAS (CICLOHIST) Y TIEMPOS POR PASO
002060*----------------------------------------------------------------
002070 01  WS-HIST-STATUS              PIC X(02).
002080 01  WS-EOF-HIST                 PIC X(01) VALUE "N".
002090     88  FIN-HISTORIA            VALUE "S".
002100 01  WS-INICIO-CORRIDA           PIC X(14).
002110 01  WS-RESULTADO-CORRIDA        PIC X(13).
002120 01  WS-TABLA-RC-PASOS.
002130     05  WS-RC-PASO OCCURS 24 TIMES PIC 9(02).
002140 01  WS-TABLA-SEG-PASOS.
002150     05  WS-SEG-PASO OCCURS 24 TIMES PIC 9(05).
002160 01  WS-HORA-ACTUAL              PIC X(06).
002170 01  WS-HORA-PARTES REDEFINES WS-HORA-ACTUAL.
002180     05  WS-HORA-HH              PIC 9(02).
002190     05  WS-HORA-MM              PIC 9(02).
002200     05  WS-HORA-SS              PIC 9(02).
002210 01  WS-SEG-INICIO               PIC 9(05) COMP.
002220 01  WS-SEG-FIN                  PIC 9(05) COMP.
002230 01  WS-SEG-ELAPSED              PIC S9(06) COMP.
002240
002250*----------------------------------------------------------------
002260*    CANDADO DEL CICLO (CICLOLOCK, EL MISMO DE CICLO_DIARIO),
002270*    CHECKPOINT DEL CICLO NOCTURNO Y CHECKPOINT PROPIO
002280*----------------------------------------------------------------
002290 01  WS-LOCK-STATUS              PIC X(02).
002300 01  WS-NOMBRE-LOCK              PIC X(20) VALUE "CICLOLOCK".
002310 01  WS-RC-BORRADO               PIC S9(09) COMP-5.
002320 01  WS-FECHA-RELOJ              PIC 9(08).
002330 01  WS-SW-LOCK-TOMADO           PIC X(01) VALUE "N".
002340     88  LOCK-TOMADO             VALUE "S".
002350 01  WS-CHKC-STATUS              PIC X(02).
002360 01  WS-CHECK-STATUS             PIC X(02).
002370 01  WS-NOMBRE-REPROCTL          PIC X(20) VALUE "REPROCTL".
002380 01  WS-INFO-ARCHIVO.
002390     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
002400     05  FILLER                  PIC X(08).
002410
002420*----------------------------------------------------------------
002430*    DECK URGENTE PERSURG: SOBRE, CONTEO Y ARCHIVO FECHADO
002440*----------------------------------------------------------------
002450 01  WS-NOMBRE-DECK              PIC X(30) VALUE "PERSURG".
002460 01  WS-NOMBRE-ARCHIVADO         PIC X(30) VALUE SPACES.
002470 01  WS-CNT-STATUS               PIC X(02).
002480 01  WS-DYN-CONTEO               PIC X(30) VALUE SPACES.
002490 01  WS-EOF-CONTEO               PIC X(01) VALUE "N".
002500     88  FIN-CONTEO              VALUE "S".
002510 01  WS-CUENTA-CONTEO            PIC 9(07).
002520 01  WS-CUENTA-MOVIMIENTOS       PIC 9(07).
002530 01  WS-CUENTA-DECK              PIC 9(07).
002540 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "PERSURG".
002550 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 2.
002560 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
002570 01  WS-SOBRE-RESULTADO          PIC X(01).
002580     88  SOBRE-VALIDO            VALUE "S".
002590 01  WS-SOBRE-MENSAJE            PIC X(59).
002600 01  WS-CATG-ARCHIVO             PIC X(21).
002610 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "ciclo_intradia".
002620 01  WS-CATG-CANTIDAD            PIC 9(07).
002630
002640*----------------------------------------------------------------
002650*    CAMPOS PARA ERRORLOG COMPARTIDO
002660*----------------------------------------------------------------
002670 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "ciclo_intradia".
002680 01  WS-ELOG-CODIGO              PIC 9(04).
002690 01  WS-ELOG-MENSAJE             PIC X(59).
002700
002710 PROCEDURE DIVISION.
002720
002730******************************************************************
002740* 0000-MAINLINE
002750******************************************************************
002760 0000-MAINLINE.
002770     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002780     IF NOT MICRO-OPERABLE
002790         PERFORM 8800-RECHAZAR THRU 8800-EXIT
002800         MOVE 4 TO RETURN-CODE
002810         GOBACK
002820     END-IF.
002830     PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT
002840         VARYING WS-IDX-PASO FROM WS-IDX-INICIAL BY 1
002850             UNTIL WS-IDX-PASO > WS-CANT-PASOS
002860                 OR HUBO-FALLO.
002870     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002880     GOBACK.
002890
002900******************************************************************
002910* 1000-INICIALIZAR - REVISA, EN ESTE ORDEN, LA VENTANA NOCTURNA,
002920*     EL CANDADO, EL ESTADO DEL CICLO NOCTURNO Y EL DECK; SI
002930*     TODO ESTA EN ORDEN NUMERA LA CORRIDA Y FIJA SU SUFIJO
002940******************************************************************
002950 1000-INICIALIZAR.
002960     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INICIO-CORRIDA.
002970     MOVE ZEROS TO WS-TABLA-RC-PASOS.
002980     MOVE ZEROS TO WS-TABLA-SEG-PASOS.
002990     DISPLAY "MICROCICLO INTRADIA DE CAMBIOS URGENTES (PERSURG)".
003000     PERFORM 1100-LEER-VENTANA THRU 1100-EXIT.
003010     PERFORM 1150-VERIFICAR-VENTANA THRU 1150-EXIT.
003020     IF NOT MICRO-OPERABLE
003030         GO TO 1000-EXIT
003040     END-IF.
003050     PERFORM 1200-TOMAR-CANDADO THRU 1200-EXIT.
003060     IF NOT MICRO-OPERABLE
003070         GO TO 1000-EXIT
003080     END-IF.
003090     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003100     PERFORM 1300-VERIFICAR-NOCTURNO THRU 1300-EXIT.
003110     IF NOT MICRO-OPERABLE
003120         GO TO 1000-EXIT
003130     END-IF.
003140     PERFORM 1400-VERIFICAR-DECK THRU 1400-EXIT.
003150     IF NOT MICRO-OPERABLE
003160         GO TO 1000-EXIT
003170     END-IF.
003180     PERFORM 1500-NUMERAR-CORRIDA THRU 1500-EXIT.
003190     IF NOT MICRO-OPERABLE
003200         GO TO 1000-EXIT
003210     END-IF.
003220     PERFORM 1600-LEER-CHECKPOINT THRU 1600-EXIT.
003230     PERFORM 1700-FIJAR-SUFIJO THRU 1700-EXIT.
003240     DISPLAY "FECHA DE NEGOCIO " WS-FECHA-HOY ", CORRIDA "
003250         WS-SUFIJO-INTRADIA ", " WS-CUENTA-MOVIMIENTOS
003260         " MOVIMIENTO(S).".
003270 1000-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310* 1100-LEER-VENTANA - TARJETA INTRACTL; SIN ELLA, O CON UN
003320*     CAMPO ILEGIBLE, VALEN LOS VALORES POR DEFECTO (VENTANA
003330*     2100-0700, HASTA 100 MOVIMIENTOS)
003340******************************************************************
003350 1100-LEER-VENTANA.
003360     OPEN INPUT VENTANA-FILE.
003370     IF WS-VEN-STATUS NOT = "00"
003380         GO TO 1100-EXIT
003390     END-IF.
003400     READ VENTANA-FILE
003410         NOT AT END
003420             IF VEN-INICIO IS NUMERIC AND VEN-INICIO < "2400"
003430                 MOVE VEN-INICIO TO WS-VENTANA-INICIO
003440             END-IF
003450             IF VEN-FIN IS NUMERIC AND VEN-FIN < "2400"
003460                 MOVE VEN-FIN TO WS-VENTANA-FIN
003470             END-IF
003480             IF VEN-MAX-MOVIMIENTOS IS NUMERIC
003490                     AND VEN-MAX-MOVIMIENTOS > "000"
003500                 MOVE VEN-MAX-MOVIMIENTOS TO WS-MAX-MOVIMIENTOS
003510             END-IF
003520     END-READ.
003530     CLOSE VENTANA-FILE.
003540 1100-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 1150-VERIFICAR-VENTANA - DENTRO DE LA VENTANA NOCTURNA EL
003590*     MICROCICLO NO ARRANCA. UNA VENTANA QUE CRUZA LA MEDIANOCHE
003600*     (INICIO MAYOR QUE FIN) CUBRE DESDE EL INICIO HASTA LAS 2400
003610*     Y DESDE LAS 0000 HASTA EL FIN
003620******************************************************************
003630 1150-VERIFICAR-VENTANA.
003640     MOVE FUNCTION CURRENT-DATE(9:4) TO WS-HORA-RELOJ.
003650     IF WS-VENTANA-INICIO > WS-VENTANA-FIN
003660         IF WS-HORA-RELOJ >= WS-VENTANA-INICIO
003670                 OR WS-HORA-RELOJ < WS-VENTANA-FIN
003680             SET EN-VENTANA-NOCTURNA TO TRUE
003690         END-IF
003700     ELSE
003710         IF WS-HORA-RELOJ >= WS-VENTANA-INICIO
003720                 AND WS-HORA-RELOJ < WS-VENTANA-FIN
003730             SET EN-VENTANA-NOCTURNA TO TRUE
003740         END-IF
003750     END-IF.
003760     IF EN-VENTANA-NOCTURNA
003770         MOVE "N" TO WS-SW-OPERABLE
003780         MOVE SPACES TO WS-MOTIVO-RECHAZO
003790         STRING "DENTRO DE LA VENTANA NOCTURNA "
003800             WS-VENTANA-INICIO "-" WS-VENTANA-FIN
003810             " (HORA " WS-HORA-RELOJ ")" DELIMITED BY SIZE
003820             INTO WS-MOTIVO-RECHAZO
003830     END-IF.
003840 1150-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 1200-TOMAR-CANDADO - EL MISMO CICLOLOCK DE CICLO_DIARIO: SI YA
003890*     ESTA TOMADO (CICLO NOCTURNO U OTRO MICROCICLO CORRIENDO, O
003900*     UNA CORRIDA ABORTADA) NO SE ARRANCA
003910******************************************************************
003920 1200-TOMAR-CANDADO.
003930     OPEN INPUT LOCK-FILE.
003940     IF WS-LOCK-STATUS = "00"
003950         READ LOCK-FILE
003960             NOT AT END
003970                 MOVE FUNCTION CURRENT-DATE(1:8) TO
003980                     WS-FECHA-RELOJ
003990                 MOVE SPACES TO WS-MOTIVO-RECHAZO
004000                 IF LOCK-FECHA < WS-FECHA-RELOJ
004010                     STRING "CANDADO CICLOLOCK VIEJO (DEL "
004020                         LOCK-FECHA ") - VERIFIQUE Y BORRELO"
004030                         DELIMITED BY SIZE
004040                         INTO WS-MOTIVO-RECHAZO
004050                 ELSE
004060                     STRING "CICLOLOCK TOMADO A LAS " LOCK-HORA
004070                         " - HAY UN CICLO EN EJECUCION"
004080                         DELIMITED BY SIZE
004090                         INTO WS-MOTIVO-RECHAZO
004100                 END-IF
004110         END-READ
004120         CLOSE LOCK-FILE
004130         MOVE "N" TO WS-SW-OPERABLE
004140     ELSE
004150         OPEN OUTPUT LOCK-FILE
004160         MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-FECHA
004170         MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-HORA
004180         WRITE LOCK-RECORD
004190         CLOSE LOCK-FILE
004200         SET LOCK-TOMADO TO TRUE
004210     END-IF.
004220 1200-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 1300-VERIFICAR-NOCTURNO - CON UN REPROCESO ABIERTO (TARJETA
004270*     REPROCTL O SUFIJO .R EN FECHACTL) O UN CICLO NOCTURNO
004280*     INTERRUMPIDO A LA ESPERA DE SU RELANZAMIENTO (CHECKCICLO
004290*     CON PASOS CONFIRMADOS) PERSONAF NO ESTA EN UN ESTADO
004300*     CERRADO Y EL MICROCICLO NO ARRANCA
004310******************************************************************
004320 1300-VERIFICAR-NOCTURNO.
004330     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-REPROCTL
004340         WS-INFO-ARCHIVO
004350         RETURNING WS-RC-BORRADO.
004360     IF WS-RC-BORRADO = ZERO OR WS-SUFIJO-CICLO(1:2) = ".R"
004370         MOVE "N" TO WS-SW-OPERABLE
004380         MOVE "HAY UN REPROCESO ABIERTO (REPROCTL / FECHACTL .R)"
004390             TO WS-MOTIVO-RECHAZO
004400         GO TO 1300-EXIT
004410     END-IF.
004420     OPEN INPUT CHKCICLO-FILE.
004430     IF WS-CHKC-STATUS NOT = "00"
004440         GO TO 1300-EXIT
004450     END-IF.
004460     READ CHKCICLO-FILE
004470         NOT AT END
004480             IF CHKC-ULTIMO-PASO-OK IS NUMERIC
004490                     AND CHKC-ULTIMO-PASO-OK > ZERO
004500                 MOVE "N" TO WS-SW-OPERABLE
004510                 MOVE SPACES TO WS-MOTIVO-RECHAZO
004520                 STRING "CICLO NOCTURNO INTERRUMPIDO TRAS EL "
004530                     "PASO " CHKC-ULTIMO-PASO-OK
004540                     " - RELANCELO PRIMERO" DELIMITED BY SIZE
004550                     INTO WS-MOTIVO-RECHAZO
004560             END-IF
004570     END-READ.
004580     CLOSE CHKCICLO-FILE.
004590 1300-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 1400-VERIFICAR-DECK - PERSURG TIENE QUE ESTAR, VENIR EN SU
004640*     SOBRE HDR/TRL (AQUI NO SE TOLERA UN DECK VIEJO SIN SOBRE)
004650*     Y TRAER ENTRE 1 Y EL MAXIMO DE MOVIMIENTOS DE INTRACTL
004660******************************************************************
004670 1400-VERIFICAR-DECK.
004680     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-DECK
004690         WS-INFO-ARCHIVO
004700         RETURNING WS-RC-BORRADO.
004710     IF WS-RC-BORRADO NOT = ZERO
004720         MOVE "N" TO WS-SW-OPERABLE
004730         MOVE "NO HAY DECK PERSURG DE CAMBIOS URGENTES"
004740             TO WS-MOTIVO-RECHAZO
004750         GO TO 1400-EXIT
004760     END-IF.
004770     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
004780             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
004790             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
004800     IF NOT SOBRE-VALIDO
004810         MOVE "N" TO WS-SW-OPERABLE
004820         MOVE SPACES TO WS-MOTIVO-RECHAZO
004830         STRING "PERSURG: " WS-SOBRE-MENSAJE DELIMITED BY SIZE
004840             INTO WS-MOTIVO-RECHAZO
004850         GO TO 1400-EXIT
004860     END-IF.
004870     MOVE WS-NOMBRE-DECK TO WS-DYN-CONTEO.
004880     PERFORM 8520-CONTAR-REGISTROS THRU 8520-EXIT.
004890     MOVE WS-CUENTA-CONTEO TO WS-CUENTA-MOVIMIENTOS.
004900     IF WS-CUENTA-MOVIMIENTOS NOT < 2
004910         SUBTRACT 2 FROM WS-CUENTA-MOVIMIENTOS
004920     END-IF.
004930     IF WS-CUENTA-MOVIMIENTOS = ZERO
004940         MOVE "N" TO WS-SW-OPERABLE
004950         MOVE "PERSURG NO TRAE MOVIMIENTOS" TO WS-MOTIVO-RECHAZO
004960         GO TO 1400-EXIT
004970     END-IF.
004980     IF WS-CUENTA-MOVIMIENTOS > WS-MAX-MOVIMIENTOS
004990         MOVE "N" TO WS-SW-OPERABLE
005000         MOVE SPACES TO WS-MOTIVO-RECHAZO
005010         STRING "PERSURG TRAE " WS-CUENTA-MOVIMIENTOS
005020             " MOVIMIENTOS, MAS QUE EL MAXIMO DE "
005030             WS-MAX-MOVIMIENTOS DELIMITED BY SIZE
005040             INTO WS-MOTIVO-RECHAZO
005050     END-IF.
005060 1400-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100* 1500-NUMERAR-CORRIDA - BUSCA EN CICLOHIST EL MICROCICLO MAS
005110*     ALTO DE LA FECHA DE NEGOCIO: SI NO TERMINO COMPLETO ESTA
005120*     CORRIDA LO RELANZA CON SU MISMO NUMERO; SI TERMINO, TOMA
005130*     EL SIGUIENTE (HASTA .I99)
005140******************************************************************
005150 1500-NUMERAR-CORRIDA.
005160     MOVE ZERO TO WS-NRO-MAYOR.
005170     MOVE SPACES TO WS-RESULTADO-MAYOR.
005180     MOVE "N" TO WS-EOF-HIST.
005190     OPEN INPUT HIST-FILE.
005200     IF WS-HIST-STATUS = "00"
005210         PERFORM 1510-LEER-HISTORIA THRU 1510-EXIT
005220             UNTIL FIN-HISTORIA
005230         CLOSE HIST-FILE
005240     END-IF.
005250     EVALUATE TRUE
005260         WHEN WS-NRO-MAYOR = ZERO
005270             MOVE 1 TO WS-NRO-CORRIDA
005280         WHEN WS-RESULTADO-MAYOR NOT = "COMPLETO"
005290             MOVE WS-NRO-MAYOR TO WS-NRO-CORRIDA
005300             DISPLAY "SE RELANZA EL MICROCICLO .I" WS-NRO-MAYOR
005310                 " QUE TERMINO " WS-RESULTADO-MAYOR "."
005320         WHEN WS-NRO-MAYOR = 99
005330             MOVE "N" TO WS-SW-OPERABLE
005340             MOVE "YA CORRIERON 99 MICROCICLOS EN LA FECHA"
005350                 TO WS-MOTIVO-RECHAZO
005360         WHEN OTHER
005370             COMPUTE WS-NRO-CORRIDA = WS-NRO-MAYOR + 1
005380     END-EVALUATE.
005390 1500-EXIT.
005400     EXIT.
005410
005420 1510-LEER-HISTORIA.
005430     READ HIST-FILE
005440         AT END
005450             SET FIN-HISTORIA TO TRUE
005460             GO TO 1510-EXIT
005470     END-READ.
005480     IF HIST-FECHA NOT = WS-FECHA-HOY
005490             OR HIST-CORRIDA-MARCA NOT = ".I"
005500             OR HIST-CORRIDA-NUMERO IS NOT NUMERIC
005510         GO TO 1510-EXIT
005520     END-IF.
005530     IF HIST-CORRIDA-NUMERO NOT < WS-NRO-MAYOR
005540         MOVE HIST-CORRIDA-NUMERO TO WS-NRO-MAYOR
005550         MOVE HIST-RESULTADO TO WS-RESULTADO-MAYOR
005560     END-IF.
005570 1510-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 1600-LEER-CHECKPOINT - UN RELANZAMIENTO DE LA MISMA CORRIDA
005620*     RETOMA DESDE EL PASO SIGUIENTE AL ULTIMO CONFIRMADO (MISMO
005630*     PATRON QUE CHECKCICLO); UN CHECKPOINT DE OTRA CORRIDA SE
005640*     IGNORA
005650******************************************************************
005660 1600-LEER-CHECKPOINT.
005670     MOVE 1 TO WS-IDX-INICIAL.
005680     OPEN INPUT CHECK-FILE.
005690     IF WS-CHECK-STATUS NOT = "00"
005700         GO TO 1600-EXIT
005710     END-IF.
005720     READ CHECK-FILE
005730         NOT AT END
005740             IF CHK-FECHA = WS-FECHA-HOY
005750                     AND CHK-CORRIDA = WS-SUFIJO-INTRADIA
005760                     AND CHK-ULTIMO-PASO-OK IS NUMERIC
005770                     AND CHK-ULTIMO-PASO-OK > ZERO
005780                     AND CHK-ULTIMO-PASO-OK < WS-CANT-PASOS
005790                 COMPUTE WS-IDX-INICIAL = CHK-ULTIMO-PASO-OK + 1
005800                 DISPLAY "REANUDANDO EN EL PASO " WS-IDX-INICIAL
005810                     " (CHECKPOINT CHKINTRA)."
005820             END-IF
005830     END-READ.
005840     CLOSE CHECK-FILE.
005850 1600-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 1700-FIJAR-SUFIJO - FECHACTL LLEVA EL SUFIJO .INN MIENTRAS
005900*     DURA EL MICROCICLO: FECHA_NEGOCIO SE LO DA A CADA PASO Y
005910*     TODAS LAS SALIDAS FECHADAS QUEDAN APARTE DE LAS NOCTURNAS
005920******************************************************************
005930 1700-FIJAR-SUFIJO.
005940     OPEN INPUT FECHA-FILE.
005950     IF WS-FECHA-STATUS = "00"
005960         SET HABIA-FECHACTL TO TRUE
005970         CLOSE FECHA-FILE
005980     END-IF.
005990     MOVE WS-FECHA-HOY TO FCTL-FECHA.
006000     MOVE WS-SUFIJO-INTRADIA TO FCTL-SUFIJO.
006010     OPEN OUTPUT FECHA-FILE.
006020     WRITE FECHA-RECORD.
006030     CLOSE FECHA-FILE.
006040     SET SUFIJO-PUESTO TO TRUE.
006050 1700-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* 2000-EJECUTAR-PASO - LLAMA AL PROGRAMA DEL PASO, GUARDA SU
006100*     RETURN-CODE Y SUS SEGUNDOS, LO CANCELA Y DETIENE EL
006110*     MICROCICLO ANTE EL PRIMER RC DISTINTO DE CERO
006120******************************************************************
006130 2000-EJECUTAR-PASO.
006140     MOVE ZERO TO RETURN-CODE.
006150     DISPLAY "PASO " WS-IDX-PASO ": "
006160         PASO-PROGRAMA(WS-IDX-PASO) " - "
006170         PASO-DESCRIPCION(WS-IDX-PASO).
006180     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL.
006190     COMPUTE WS-SEG-INICIO = WS-HORA-HH * 3600
006200         + WS-HORA-MM * 60 + WS-HORA-SS.
006210     CALL PASO-PROGRAMA(WS-IDX-PASO).
006220     MOVE RETURN-CODE TO WS-RC-PASO(WS-IDX-PASO).
006230     CANCEL PASO-PROGRAMA(WS-IDX-PASO).
006240     MOVE WS-RC-PASO(WS-IDX-PASO) TO RETURN-CODE.
006250     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL.
006260     COMPUTE WS-SEG-FIN = WS-HORA-HH * 3600
006270         + WS-HORA-MM * 60 + WS-HORA-SS.
006280     COMPUTE WS-SEG-ELAPSED = WS-SEG-FIN - WS-SEG-INICIO.
006290     IF WS-SEG-ELAPSED < ZERO
006300         ADD 86400 TO WS-SEG-ELAPSED
006310     END-IF.
006320     MOVE WS-SEG-ELAPSED TO WS-SEG-PASO(WS-IDX-PASO).
006330     IF RETURN-CODE NOT = ZERO
006340         MOVE "S" TO WS-SW-FALLO
006350         MOVE WS-IDX-PASO TO WS-PASO-FALLIDO
006360         DISPLAY "ERROR: EL PASO " WS-IDX-PASO " ("
006370             PASO-PROGRAMA(WS-IDX-PASO)
006380             ") TERMINO CON RETURN-CODE " RETURN-CODE
006390             ". SE DETIENE EL MICROCICLO."
006400     ELSE
006410         PERFORM 8000-ESCRIBIR-CHECKPOINT THRU 8000-EXIT
006420     END-IF.
006430 2000-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470* 8000-ESCRIBIR-CHECKPOINT - ULTIMO PASO CONFIRMADO DE ESTA
006480*     CORRIDA
006490******************************************************************
006500 8000-ESCRIBIR-CHECKPOINT.
006510     OPEN OUTPUT CHECK-FILE.
006520     MOVE WS-FECHA-HOY TO CHK-FECHA.
006530     MOVE WS-SUFIJO-INTRADIA TO CHK-CORRIDA.
006540     MOVE WS-IDX-PASO TO CHK-ULTIMO-PASO-OK.
006550     WRITE CHECK-RECORD.
006560     CLOSE CHECK-FILE.
006570 8000-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610* 8100-BORRAR-CHECKPOINT - EL MICROCICLO TERMINO COMPLETO
006620******************************************************************
006630 8100-BORRAR-CHECKPOINT.
006640     OPEN OUTPUT CHECK-FILE.
006650     MOVE WS-FECHA-HOY TO CHK-FECHA.
006660     MOVE WS-SUFIJO-INTRADIA TO CHK-CORRIDA.
006670     MOVE ZERO TO CHK-ULTIMO-PASO-OK.
006680     WRITE CHECK-RECORD.
006690     CLOSE CHECK-FILE.
006700 8100-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 8300-GRABAR-HISTORIA - AGREGA LA CORRIDA A CICLOHIST CON SU
006750*     SUFIJO .INN EN HIST-CORRIDA
006760******************************************************************
006770 8300-GRABAR-HISTORIA.
006780     OPEN EXTEND HIST-FILE.
006790     IF WS-HIST-STATUS NOT = "00"
006800         OPEN OUTPUT HIST-FILE
006810     END-IF.
006820     MOVE SPACES TO HIST-RECORD.
006830     MOVE WS-RESULTADO-CORRIDA TO HIST-RESULTADO.
006840     MOVE WS-FECHA-HOY TO HIST-FECHA.
006850     MOVE WS-INICIO-CORRIDA TO HIST-INICIO.
006860     MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-FIN.
006870     MOVE WS-TABLA-RC-PASOS TO HIST-RC-PASOS.
006880     MOVE WS-TABLA-SEG-PASOS TO HIST-SEG-PASOS.
006890     MOVE WS-SUFIJO-INTRADIA TO HIST-CORRIDA.
006900     WRITE HIST-RECORD.
006910     CLOSE HIST-FILE.
006920 8300-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960* 8500-ARCHIVAR-DECK - EL MICROCICLO TERMINO COMPLETO: PERSURG
006970*     PASA A PERSURG.AAAAMMDD.INN (COPIA QUE TIENE QUE CUADRAR,
006980*     ALTA EN EL CATALOGO) Y SE RETIRA, ASI EL PROXIMO CAMBIO
006990*     URGENTE LLEGA EN UN DECK NUEVO
007000******************************************************************
007010 8500-ARCHIVAR-DECK.
007020     MOVE SPACES TO WS-NOMBRE-ARCHIVADO.
007030     STRING WS-NOMBRE-DECK DELIMITED BY SPACE
007040         "." DELIMITED BY SIZE
007050         WS-FECHA-HOY DELIMITED BY SIZE
007060         WS-SUFIJO-INTRADIA DELIMITED BY SIZE
007070         INTO WS-NOMBRE-ARCHIVADO.
007080     CALL "CBL_COPY_FILE" USING WS-NOMBRE-DECK
007090         WS-NOMBRE-ARCHIVADO
007100         RETURNING WS-RC-BORRADO.
007110     IF WS-RC-BORRADO NOT = ZERO
007120         MOVE 90 TO WS-ELOG-CODIGO
007130         MOVE SPACES TO WS-ELOG-MENSAJE
007140         STRING "NO SE PUDO ARCHIVAR EL DECK "
007150             WS-NOMBRE-DECK DELIMITED BY SIZE
007160             INTO WS-ELOG-MENSAJE
007170         PERFORM 8530-REGISTRAR-ERROR THRU 8530-EXIT
007180         GO TO 8500-EXIT
007190     END-IF.
007200*    LA COPIA DEBE TENER LOS MISMOS REGISTROS QUE EL DECK; SI
007210*    NO CUADRA EL DECK QUEDA EN SU LUGAR PARA REVISARLO
007220     MOVE WS-NOMBRE-DECK TO WS-DYN-CONTEO.
007230     PERFORM 8520-CONTAR-REGISTROS THRU 8520-EXIT.
007240     MOVE WS-CUENTA-CONTEO TO WS-CUENTA-DECK.
007250     MOVE WS-NOMBRE-ARCHIVADO TO WS-DYN-CONTEO.
007260     PERFORM 8520-CONTAR-REGISTROS THRU 8520-EXIT.
007270     IF WS-CUENTA-CONTEO NOT = WS-CUENTA-DECK
007280         MOVE 90 TO WS-ELOG-CODIGO
007290         MOVE SPACES TO WS-ELOG-MENSAJE
007300         STRING WS-NOMBRE-ARCHIVADO DELIMITED BY SPACE
007310             " NO CUADRA: DECK " WS-CUENTA-DECK
007320             " COPIA " WS-CUENTA-CONTEO DELIMITED BY SIZE
007330             INTO WS-ELOG-MENSAJE
007340         PERFORM 8530-REGISTRAR-ERROR THRU 8530-EXIT
007350         GO TO 8500-EXIT
007360     END-IF.
007370*    EN EL CATALOGO VAN LOS REGISTROS, SIN EL HDR/TRL
007380     MOVE WS-NOMBRE-ARCHIVADO TO WS-CATG-ARCHIVO.
007390     MOVE WS-CUENTA-MOVIMIENTOS TO WS-CATG-CANTIDAD.
007400     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
007410             WS-CATG-CANTIDAD.
007420     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DECK
007430         RETURNING WS-RC-BORRADO.
007440     DISPLAY "DECK ARCHIVADO: " WS-CATG-ARCHIVO " ("
007450         WS-CATG-CANTIDAD " REG.)".
007460 8500-EXIT.
007470     EXIT.
007480
007490 8520-CONTAR-REGISTROS.
007500     MOVE ZERO TO WS-CUENTA-CONTEO.
007510     MOVE "N" TO WS-EOF-CONTEO.
007520     OPEN INPUT CONTEO-FILE.
007530     IF WS-CNT-STATUS NOT = "00"
007540         GO TO 8520-EXIT
007550     END-IF.
007560     PERFORM 8521-LEER-CONTEO THRU 8521-EXIT
007570         UNTIL FIN-CONTEO.
007580     CLOSE CONTEO-FILE.
007590 8520-EXIT.
007600     EXIT.
007610
007620 8521-LEER-CONTEO.
007630     READ CONTEO-FILE
007640         AT END
007650             SET FIN-CONTEO TO TRUE
007660         NOT AT END
007670             ADD 1 TO WS-CUENTA-CONTEO
007680     END-READ.
007690 8521-EXIT.
007700     EXIT.
007710
007720 8530-REGISTRAR-ERROR.
007730     DISPLAY "ATENCION: " WS-ELOG-MENSAJE.
007740     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
007750             WS-ELOG-MENSAJE.
007760 8530-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 8700-QUITAR-SUFIJO - FECHACTL VUELVE A COMO ESTABA: LA MISMA
007810*     FECHA DE NEGOCIO SIN SUFIJO (O SIN CONTROL, SI NO HABIA)
007820******************************************************************
007830 8700-QUITAR-SUFIJO.
007840     IF NOT SUFIJO-PUESTO
007850         GO TO 8700-EXIT
007860     END-IF.
007870     IF HABIA-FECHACTL
007880         MOVE WS-FECHA-HOY TO FCTL-FECHA
007890         MOVE SPACES TO FCTL-SUFIJO
007900         OPEN OUTPUT FECHA-FILE
007910         WRITE FECHA-RECORD
007920         CLOSE FECHA-FILE
007930     ELSE
007940         CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FECHACTL
007950             RETURNING WS-RC-BORRADO
007960     END-IF.
007970 8700-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 8800-RECHAZAR - EL MICROCICLO NO ARRANCA: EL MOTIVO VA AL
008020*     OPERADOR Y AL ERRORLOG (CODIGO 100) Y EL CANDADO, SI SE
008030*     LLEGO A TOMAR, SE LIBERA
008040******************************************************************
008050 8800-RECHAZAR.
008060     DISPLAY "EL MICROCICLO INTRADIA NO ARRANCA: "
008070         WS-MOTIVO-RECHAZO.
008080     MOVE 100 TO WS-ELOG-CODIGO.
008090     MOVE WS-MOTIVO-RECHAZO TO WS-ELOG-MENSAJE.
008100     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
008110             WS-ELOG-MENSAJE.
008120     IF LOCK-TOMADO
008130         CALL "CBL_DELETE_FILE" USING WS-NOMBRE-LOCK
008140             RETURNING WS-RC-BORRADO
008150     END-IF.
008160 8800-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 9000-TERMINAR - RESULTADO AL HISTORIAL, DECK ARCHIVADO SI TODO
008210*     TERMINO BIEN, FECHACTL SIN SUFIJO Y CANDADO LIBERADO. UNA
008220*     FALLA DEJA EL DECK Y EL CHECKPOINT PARA RELANZAR LA MISMA
008230*     CORRIDA (ERRORLOG 101, RC = PASO FALLIDO)
008240******************************************************************
008250 9000-TERMINAR.
008260     IF HUBO-FALLO
008270         MOVE SPACES TO WS-RESULTADO-CORRIDA
008280         STRING "FALLO PASO " WS-PASO-FALLIDO DELIMITED BY SIZE
008290             INTO WS-RESULTADO-CORRIDA
008300     ELSE
008310         MOVE "COMPLETO" TO WS-RESULTADO-CORRIDA
008320     END-IF.
008330     PERFORM 8300-GRABAR-HISTORIA THRU 8300-EXIT.
008340     IF HUBO-FALLO
008350         MOVE 101 TO WS-ELOG-CODIGO
008360         MOVE SPACES TO WS-ELOG-MENSAJE
008370         STRING "MICROCICLO " WS-SUFIJO-INTRADIA
008380             " INTERRUMPIDO EN EL PASO " WS-PASO-FALLIDO " ("
008390             DELIMITED BY SIZE
008400             PASO-PROGRAMA(WS-PASO-FALLIDO) DELIMITED BY SPACE
008410             ")" DELIMITED BY SIZE
008420             INTO WS-ELOG-MENSAJE
008430         PERFORM 8530-REGISTRAR-ERROR THRU 8530-EXIT
008440     ELSE
008450         PERFORM 8500-ARCHIVAR-DECK THRU 8500-EXIT
008460         PERFORM 8100-BORRAR-CHECKPOINT THRU 8100-EXIT
008470     END-IF.
008480     PERFORM 8700-QUITAR-SUFIJO THRU 8700-EXIT.
008490     CALL "CBL_DELETE_FILE" USING WS-NOMBRE-LOCK
008500         RETURNING WS-RC-BORRADO.
008510     IF HUBO-FALLO
008520         DISPLAY "MICROCICLO " WS-SUFIJO-INTRADIA
008530             " INTERRUMPIDO EN EL PASO " WS-PASO-FALLIDO "."
008540         MOVE WS-PASO-FALLIDO TO RETURN-CODE
008550     ELSE
008560         DISPLAY "MICROCICLO " WS-SUFIJO-INTRADIA
008570             " FINALIZADO SIN ERRORES."
008580         MOVE ZERO TO RETURN-CODE
008590     END-IF.
008600 9000-EXIT.
008610     EXIT.
008620
008630 END PROGRAM ciclo_intradia.
