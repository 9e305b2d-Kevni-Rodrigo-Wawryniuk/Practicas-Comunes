000100******************************************************************
000110* PROGRAM-ID: incidente_mant
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MAINTENANCE DIALOG OVER THE INCIDEN INCIDENT
000170*             REGISTER. ONE REAL PROBLEM (A CORRUPT CLASIREF,
000180*             A DECK THAT NEVER CAME) SHOWS UP AS MANY ERRORLOG
000190*             LINES, SUSPENSO ITEMS, A FAILED CICLOHIST RUN AND
000200*             SOME ALERTS; HERE THE OPERATOR OPENS ONE INCIDENT
000210*             FOR IT, ASSIGNS IT, LINKS EACH OF THOSE RECORDS
000220*             TO IT BY ITS KEY (INCVINC) AND CLOSES IT WITH A
000230*             ROOT-CAUSE CATEGORY AND NOTE - CLOSING WITHOUT
000240*             THEM IS REFUSED. THE LINK STEP LISTS THE
000250*             CANDIDATES OF EACH KIND (ERRORS OF A DATE BY
000260*             PROGRAM AND CODE, PENDING SUSPENSO ITEMS, THE
000270*             RUNS OF A DATE, THE ALERTS) SO NO KEY HAS TO BE
000280*             TYPED. EXCEPCIONES AND ENTREGA_TURNO SHOW THE
000290*             INCIDENT NEXT TO EVERY LINKED ITEM (VIA
000300*             INCIDENTE_SVC) AND INCIDENTE_MES REPORTS THE
000310*             MONTH. THE TABLE IN MEMORY AND THE REWRITE
000320*             FOLLOW RETEN_LEGAL.
000330* TECTONICS:  cobc
000340******************************************************************
000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 RW   INITIAL VERSION.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. incidente_mant.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT INCIDEN-FILE ASSIGN TO "INCIDEN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-INC-STATUS.
000480
000490     SELECT INCVINC-FILE ASSIGN TO "INCVINC"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-VINC-STATUS.
000520
000530     SELECT SESION-FILE ASSIGN TO "SESION"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SES-STATUS.
000560
000570     SELECT ERRORLOG-FILE ASSIGN DYNAMIC WS-DYN-ERRORLOG-FILE
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ELOG-STATUS.
000600
000610     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SUSP-STATUS.
000640
000650     SELECT HIST-FILE ASSIGN TO "CICLOHIST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-HIST-STATUS.
000680
000690     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ALR-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  INCIDEN-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 177 CHARACTERS.
000780 COPY INCIDEN.
000790
000800 FD  INCVINC-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 93 CHARACTERS.
000830 COPY INCVINC.
000840
000850 FD  SESION-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 08 CHARACTERS.
000880 01  SESION-RECORD.
000890     05  SES-OPERADOR            PIC X(08).
000900
000910 FD  ERRORLOG-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 117 CHARACTERS.
000940 01  ERRORLOG-RECORD.
000950     05  EERR-TIMESTAMP          PIC X(21).
000960     05  FILLER                  PIC X(01).
000970     05  EERR-PROGRAMA           PIC X(20).
000980     05  FILLER                  PIC X(01).
000990     05  EERR-CODIGO             PIC 9(04).
001000     05  FILLER                  PIC X(01).
001010     05  EERR-MENSAJE            PIC X(59).
001020     05  FILLER                  PIC X(01).
001030     05  EERR-OPERADOR           PIC X(08).
001040
001050 FD  SUSPENSO-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 112 CHARACTERS.
001080 01  SUSPENSO-RECORD.
001090     05  SUSP-ESTADO             PIC X(01).
001100     05  FILLER                  PIC X(01).
001110     05  SUSP-FECHA-ALTA         PIC 9(08).
001120     05  FILLER                  PIC X(01).
001130     05  SUSP-PROGRAMA           PIC X(20).
001140     05  FILLER                  PIC X(01).
001150     05  SUSP-VALOR              PIC X(03).
001160     05  FILLER                  PIC X(01).
001170     05  SUSP-MOTIVO             PIC X(30).
001180     05  FILLER                  PIC X(01).
001190     05  SUSP-INICIALES          PIC X(03).
001200     05  FILLER                  PIC X(01).
001210     05  SUSP-NOTA               PIC X(30).
001220     05  FILLER                  PIC X(01).
001230     05  SUSP-COLA               PIC X(10).
001240
001250 FD  HIST-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 227 CHARACTERS.
001280 01  HIST-RECORD.
001290     05  HIST-FECHA              PIC 9(08).
001300     05  FILLER                  PIC X(01).
001310     05  HIST-INICIO             PIC X(14).
001320     05  FILLER                  PIC X(01).
001330     05  HIST-FIN                PIC X(14).
001340     05  FILLER                  PIC X(01).
001350     05  HIST-RESULTADO          PIC X(13).
001360     05  FILLER                  PIC X(01).
001370     05  HIST-RC-PASOS           PIC X(48).
001380     05  FILLER                  PIC X(01).
001390     05  HIST-SEG-PASOS          PIC X(120).
001400     05  FILLER                  PIC X(01).
001410     05  HIST-CORRIDA            PIC X(04).
001420
001430 FD  ALERTAS-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 104 CHARACTERS.
001460 01  ALERTAS-RECORD.
001470     05  ALR-ESTADO              PIC X(01).
001480     05  FILLER                  PIC X(01).
001490     05  ALR-TIMESTAMP           PIC X(21).
001500     05  FILLER                  PIC X(01).
001510     05  ALR-PROGRAMA            PIC X(20).
001520     05  FILLER                  PIC X(01).
001530     05  ALR-MENSAJE             PIC X(59).
001540
001550 WORKING-STORAGE SECTION.
001560 01  WS-INC-STATUS               PIC X(02).
001570 01  WS-VINC-STATUS              PIC X(02).
001580 01  WS-SES-STATUS               PIC X(02).
001590 01  WS-ELOG-STATUS              PIC X(02).
001600 01  WS-SUSP-STATUS              PIC X(02).
001610 01  WS-HIST-STATUS              PIC X(02).
001620 01  WS-ALR-STATUS               PIC X(02).
001630 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001640     88  FIN-ARCHIVO             VALUE "S".
001650
001660*----------------------------------------------------------------
001670*    REGISTRO DE INCIDENTES EN MEMORIA (PATRON DE RETEN_LEGAL)
001680*----------------------------------------------------------------
001690 01  WS-MAX-INCIDENTES           PIC 9(03) VALUE 200.
001700 01  WS-CANT-INCIDENTES          PIC 9(03) VALUE ZERO.
001710 01  WS-SW-INC-DEMAS             PIC X(01) VALUE "N".
001720     88  INCIDENTES-DESBORDADOS  VALUE "S".
001730 01  TABLA-INCIDENTES.
001740     05  INCT-ENTRADA OCCURS 200 TIMES.
001750         10  INCT-NUMERO         PIC 9(05).
001760         10  INCT-ESTADO         PIC X(01).
001770         10  INCT-APERTURA       PIC X(14).
001780         10  INCT-ABRIO          PIC X(08).
001790         10  INCT-ASIGNADO       PIC X(08).
001800         10  INCT-TITULO         PIC X(40).
001810         10  INCT-CIERRE         PIC X(14).
001820         10  INCT-CERRO          PIC X(08).
001830         10  INCT-CAUSA          PIC X(10).
001840         10  INCT-NOTA-CAUSA     PIC X(60).
001850 01  WS-IDX-INC                  PIC 9(03) COMP.
001860 01  WS-IDX-ELEGIDO              PIC 9(03) COMP.
001870 01  WS-ULTIMO-NUMERO            PIC 9(05) VALUE ZERO.
001880 01  WS-SW-HUBO-CAMBIOS          PIC X(01) VALUE "N".
001890     88  HUBO-CAMBIOS            VALUE "S".
001900
001910*----------------------------------------------------------------
001920*    CANDIDATOS A VINCULAR (LOS DE UN TIPO, NUMERADOS)
001930*----------------------------------------------------------------
001940 01  WS-MAX-CANDIDATOS           PIC 9(02) VALUE 99.
001950 01  WS-CANT-CANDIDATOS          PIC 9(02) VALUE ZERO.
001960 01  TABLA-CANDIDATOS.
001970     05  CAND-ENTRADA OCCURS 99 TIMES.
001980         10  CAND-CLAVE          PIC X(61).
001990         10  CAND-CUENTA         PIC 9(05).
002000         10  CAND-TEXTO          PIC X(66).
002010 01  WS-IDX-CAND                 PIC 9(02) COMP.
002020 01  WS-CANT-OMITIDOS            PIC 9(05) VALUE ZERO.
002030 01  WS-SW-CAND                  PIC X(01) VALUE "N".
002040     88  CANDIDATO-HALLADO       VALUE "S".
002050 01  WS-CLAVE-ARMADA             PIC X(61).
002060 01  WS-CLAVE-ERROR REDEFINES WS-CLAVE-ARMADA.
002070     05  WCE-FECHA               PIC X(08).
002080     05  WCE-PROGRAMA            PIC X(20).
002090     05  WCE-CODIGO              PIC 9(04).
002100     05  FILLER                  PIC X(29).
002110 01  WS-CLAVE-SUSPENSO REDEFINES WS-CLAVE-ARMADA.
002120     05  WCS-FECHA               PIC 9(08).
002130     05  WCS-PROGRAMA            PIC X(20).
002140     05  WCS-VALOR               PIC X(03).
002150     05  WCS-MOTIVO              PIC X(30).
002160 01  WS-CLAVE-CORRIDA REDEFINES WS-CLAVE-ARMADA.
002170     05  WCH-FECHA               PIC 9(08).
002180     05  WCH-CORRIDA             PIC X(04).
002190     05  WCH-INICIO              PIC X(14).
002200     05  FILLER                  PIC X(35).
002210 01  WS-CLAVE-ALERTA REDEFINES WS-CLAVE-ARMADA.
002220     05  WCA-TIMESTAMP           PIC X(21).
002230     05  WCA-PROGRAMA            PIC X(20).
002240     05  FILLER                  PIC X(20).
002250 01  WS-SW-YA-VINCULADO          PIC X(01) VALUE "N".
002260     88  YA-VINCULADO            VALUE "S".
002270 01  WS-CUENTA-VINCULOS          PIC 9(05) VALUE ZERO.
002280
002290*----------------------------------------------------------------
002300*    DIALOGO
002310*----------------------------------------------------------------
002320 01  WS-OPCION                   PIC 9(01) VALUE ZERO.
002330 01  WS-NUMERO-ALFA              PIC X(05).
002340 01  WS-NUMERO-ELEGIDO           PIC 9(05).
002350 01  WS-ITEM-ELEGIDO             PIC 9(02).
002360 01  WS-TIPO-VINCULO             PIC X(01).
002370     88  TIPO-VALIDO             VALUE "E" "S" "H" "A".
002380 01  WS-FECHA-ALFA               PIC X(08).
002390 01  WS-FECHA-BUSCADA            PIC X(08).
002400 01  WS-TITULO-NUEVO             PIC X(40).
002410 01  WS-ASIGNADO-NUEVO           PIC X(08).
002420 01  WS-CAUSA-NUEVA              PIC X(10).
002430 01  WS-NOTA-NUEVA               PIC X(60).
002440 01  WS-RESPUESTA                PIC X(01).
002450 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE SPACES.
002460 01  WS-AHORA                    PIC X(14).
002470 01  WS-MINUTOS-RESTAB           PIC S9(07) COMP.
002480 01  WS-MINUTOS-EDITADOS         PIC Z,ZZZ,ZZ9.
002490 01  WS-TS-APERTURA              PIC X(14).
002500 01  WS-TS-APERTURA-X REDEFINES WS-TS-APERTURA.
002510     05  WS-APER-FECHA           PIC 9(08).
002520     05  WS-APER-HH              PIC 9(02).
002530     05  WS-APER-MM              PIC 9(02).
002540     05  WS-APER-SS              PIC 9(02).
002550 01  WS-TS-CIERRE                PIC X(14).
002560 01  WS-TS-CIERRE-X REDEFINES WS-TS-CIERRE.
002570     05  WS-CIER-FECHA           PIC 9(08).
002580     05  WS-CIER-HH              PIC 9(02).
002590     05  WS-CIER-MM              PIC 9(02).
002600     05  WS-CIER-SS              PIC 9(02).
002610
002620*----------------------------------------------------------------
002630*    FECHA DE NEGOCIO (ERRORLOG Y CORRIDAS POR DEFECTO)
002640*----------------------------------------------------------------
002650 01  WS-FECHA-HOY                PIC X(08).
002660 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
002670 01  WS-DYN-ERRORLOG-FILE        PIC X(21) VALUE SPACES.
002680
002690*----------------------------------------------------------------
002700*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002710*----------------------------------------------------------------
002720 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "incidente_mant".
002730 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002740
002750 PROCEDURE DIVISION.
002760
002770******************************************************************
002780* 0000-MAINLINE
002790******************************************************************
002800 0000-MAINLINE.
002810     PERFORM 1000-CARGAR-INCIDENTES THRU 1000-EXIT.
002820     IF INCIDENTES-DESBORDADOS
002830         DISPLAY "HAY MAS DE " WS-MAX-INCIDENTES " INCIDENTES:"
002840             " NO SE ABRE LA SESION. DEPURE INCIDEN."
002850         GOBACK
002860     END-IF.
002870     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
002880     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002890     PERFORM 2000-MENU THRU 2000-EXIT
002900         UNTIL WS-OPCION = 7.
002910     IF HUBO-CAMBIOS
002920         PERFORM 9000-REGRABAR-INCIDENTES THRU 9000-EXIT
002930     END-IF.
002940     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
002950     GOBACK.
002960
002970 1000-CARGAR-INCIDENTES.
002980     MOVE "N" TO WS-EOF-ARCHIVO.
002990     OPEN INPUT INCIDEN-FILE.
003000     IF WS-INC-STATUS = "00"
003010         PERFORM 1100-LEER-INCIDENTE THRU 1100-EXIT
003020             UNTIL FIN-ARCHIVO
003030         CLOSE INCIDEN-FILE
003040     END-IF.
003050 1000-EXIT.
003060     EXIT.
003070
003080 1100-LEER-INCIDENTE.
003090     READ INCIDEN-FILE
003100         AT END
003110             SET FIN-ARCHIVO TO TRUE
003120         NOT AT END
003130             IF WS-CANT-INCIDENTES < WS-MAX-INCIDENTES
003140                 ADD 1 TO WS-CANT-INCIDENTES
003150                 MOVE INC-NUMERO TO
003160                     INCT-NUMERO(WS-CANT-INCIDENTES)
003170                 MOVE INC-ESTADO TO
003180                     INCT-ESTADO(WS-CANT-INCIDENTES)
003190                 MOVE INC-APERTURA TO
003200                     INCT-APERTURA(WS-CANT-INCIDENTES)
003210                 MOVE INC-ABRIO TO
003220                     INCT-ABRIO(WS-CANT-INCIDENTES)
003230                 MOVE INC-ASIGNADO TO
003240                     INCT-ASIGNADO(WS-CANT-INCIDENTES)
003250                 MOVE INC-TITULO TO
003260                     INCT-TITULO(WS-CANT-INCIDENTES)
003270                 MOVE INC-CIERRE TO
003280                     INCT-CIERRE(WS-CANT-INCIDENTES)
003290                 MOVE INC-CERRO TO
003300                     INCT-CERRO(WS-CANT-INCIDENTES)
003310                 MOVE INC-CAUSA TO
003320                     INCT-CAUSA(WS-CANT-INCIDENTES)
003330                 MOVE INC-NOTA-CAUSA TO
003340                     INCT-NOTA-CAUSA(WS-CANT-INCIDENTES)
003350                 IF INC-NUMERO IS NUMERIC
003360                         AND INC-NUMERO > WS-ULTIMO-NUMERO
003370                     MOVE INC-NUMERO TO WS-ULTIMO-NUMERO
003380                 END-IF
003390             ELSE
003400                 SET INCIDENTES-DESBORDADOS TO TRUE
003410             END-IF
003420     END-READ.
003430 1100-EXIT.
003440     EXIT.
003450
003460 1500-IDENTIFICAR-OPERADOR.
003470     OPEN INPUT SESION-FILE.
003480     IF WS-SES-STATUS = "00"
003490         READ SESION-FILE
003500             NOT AT END
003510                 MOVE SES-OPERADOR TO WS-OPERADOR-ACTUAL
003520         END-READ
003530         CLOSE SESION-FILE
003540     END-IF.
003550     IF WS-OPERADOR-ACTUAL = SPACES
003560         DISPLAY "ID DE OPERADOR: "
003570         ACCEPT WS-OPERADOR-ACTUAL
003580     END-IF.
003590 1500-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 2000-MENU - LISTAR, ABRIR, ASIGNAR, VINCULAR Y CERRAR
003640******************************************************************
003650 2000-MENU.
003660     DISPLAY "1. LISTAR INCIDENTES".
003670     DISPLAY "2. ABRIR INCIDENTE".
003680     DISPLAY "3. ASIGNAR INCIDENTE".
003690     DISPLAY "4. VINCULAR REGISTRO A UN INCIDENTE".
003700     DISPLAY "5. VER REGISTROS VINCULADOS".
003710     DISPLAY "6. CERRAR INCIDENTE".
003720     DISPLAY "7. SALIR".
003730     DISPLAY "Seleccione una opcion: ".
003740     ACCEPT WS-OPCION.
003750     EVALUATE WS-OPCION
003760         WHEN 1  PERFORM 3000-LISTAR THRU 3000-EXIT
003770         WHEN 2  PERFORM 4000-ABRIR THRU 4000-EXIT
003780         WHEN 3  PERFORM 4500-ASIGNAR THRU 4500-EXIT
003790         WHEN 4  PERFORM 5000-VINCULAR THRU 5000-EXIT
003800         WHEN 5  PERFORM 6000-VER-VINCULOS THRU 6000-EXIT
003810         WHEN 6  PERFORM 7000-CERRAR THRU 7000-EXIT
003820         WHEN 7  CONTINUE
003830         WHEN OTHER
003840             DISPLAY "OPCION INVALIDA."
003850     END-EVALUATE.
003860 2000-EXIT.
003870     EXIT.
003880
003890 3000-LISTAR.
003900     IF WS-CANT-INCIDENTES = ZERO
003910         DISPLAY "NO HAY INCIDENTES REGISTRADOS."
003920         GO TO 3000-EXIT
003930     END-IF.
003940     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
003950         VARYING WS-IDX-INC FROM 1 BY 1
003960             UNTIL WS-IDX-INC > WS-CANT-INCIDENTES.
003970 3000-EXIT.
003980     EXIT.
003990
004000 3100-LISTAR-UNO.
004010     DISPLAY " " INCT-NUMERO(WS-IDX-INC) " "
004020         INCT-ESTADO(WS-IDX-INC) " "
004030         INCT-APERTURA(WS-IDX-INC)(1:12) " "
004040         INCT-ASIGNADO(WS-IDX-INC) " "
004050         INCT-TITULO(WS-IDX-INC).
004060     IF INCT-ESTADO(WS-IDX-INC) = "C"
004070         DISPLAY "       CERRADO " INCT-CIERRE(WS-IDX-INC)(1:12)
004080             " POR " INCT-CERRO(WS-IDX-INC) " CAUSA "
004090             INCT-CAUSA(WS-IDX-INC)
004100     END-IF.
004110 3100-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 3500-ELEGIR-INCIDENTE - PIDE UN NUMERO DE INCIDENTE Y DEJA SU
004160*     POSICION EN WS-IDX-ELEGIDO (CERO SI NO EXISTE)
004170******************************************************************
004180 3500-ELEGIR-INCIDENTE.
004190     MOVE ZERO TO WS-IDX-ELEGIDO.
004200     DISPLAY "Numero de incidente (0 vuelve): ".
004210     ACCEPT WS-NUMERO-ALFA.
004220     IF WS-NUMERO-ALFA = SPACES
004230         GO TO 3500-EXIT
004240     END-IF.
004250     MOVE FUNCTION NUMVAL(WS-NUMERO-ALFA) TO WS-NUMERO-ELEGIDO.
004260     IF WS-NUMERO-ELEGIDO = ZERO
004270         GO TO 3500-EXIT
004280     END-IF.
004290     PERFORM 3510-BUSCAR-NUMERO THRU 3510-EXIT
004300         VARYING WS-IDX-INC FROM 1 BY 1
004310             UNTIL WS-IDX-INC > WS-CANT-INCIDENTES
004320                 OR WS-IDX-ELEGIDO > ZERO.
004330     IF WS-IDX-ELEGIDO = ZERO
004340         DISPLAY "NO EXISTE EL INCIDENTE " WS-NUMERO-ELEGIDO "."
004350     END-IF.
004360 3500-EXIT.
004370     EXIT.
004380
004390 3510-BUSCAR-NUMERO.
004400     IF INCT-NUMERO(WS-IDX-INC) = WS-NUMERO-ELEGIDO
004410         MOVE WS-IDX-INC TO WS-IDX-ELEGIDO
004420     END-IF.
004430 3510-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 3600-ELEGIR-ABIERTO - IGUAL, PERO SOLO UN INCIDENTE ABIERTO
004480******************************************************************
004490 3600-ELEGIR-ABIERTO.
004500     PERFORM 3500-ELEGIR-INCIDENTE THRU 3500-EXIT.
004510     IF WS-IDX-ELEGIDO = ZERO
004520         GO TO 3600-EXIT
004530     END-IF.
004540     IF INCT-ESTADO(WS-IDX-ELEGIDO) NOT = "A"
004550         DISPLAY "EL INCIDENTE YA ESTA CERRADO."
004560         MOVE ZERO TO WS-IDX-ELEGIDO
004570     END-IF.
004580 3600-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 4000-ABRIR - ALTA DE UN INCIDENTE CON SU TITULO; EL NUMERO ES
004630*     EL SIGUIENTE AL MAS ALTO REGISTRADO
004640******************************************************************
004650 4000-ABRIR.
004660     IF WS-CANT-INCIDENTES >= WS-MAX-INCIDENTES
004670         DISPLAY "EL REGISTRO ESTA LLENO."
004680         GO TO 4000-EXIT
004690     END-IF.
004700     DISPLAY "Titulo del incidente: ".
004710     ACCEPT WS-TITULO-NUEVO.
004720     IF WS-TITULO-NUEVO = SPACES
004730         DISPLAY "SIN TITULO NO SE ABRE EL INCIDENTE."
004740         GO TO 4000-EXIT
004750     END-IF.
004760     DISPLAY "Asignado a (blanco = sin asignar): ".
004770     ACCEPT WS-ASIGNADO-NUEVO.
004780     ADD 1 TO WS-ULTIMO-NUMERO.
004790     ADD 1 TO WS-CANT-INCIDENTES.
004800     MOVE WS-ULTIMO-NUMERO TO INCT-NUMERO(WS-CANT-INCIDENTES).
004810     MOVE "A" TO INCT-ESTADO(WS-CANT-INCIDENTES).
004820     MOVE FUNCTION CURRENT-DATE(1:14) TO
004830         INCT-APERTURA(WS-CANT-INCIDENTES).
004840     MOVE WS-OPERADOR-ACTUAL TO INCT-ABRIO(WS-CANT-INCIDENTES).
004850     MOVE WS-ASIGNADO-NUEVO TO
004860         INCT-ASIGNADO(WS-CANT-INCIDENTES).
004870     MOVE WS-TITULO-NUEVO TO INCT-TITULO(WS-CANT-INCIDENTES).
004880     MOVE SPACES TO INCT-CIERRE(WS-CANT-INCIDENTES)
004890                    INCT-CERRO(WS-CANT-INCIDENTES)
004900                    INCT-CAUSA(WS-CANT-INCIDENTES)
004910                    INCT-NOTA-CAUSA(WS-CANT-INCIDENTES).
004920     SET HUBO-CAMBIOS TO TRUE.
004930     ADD 1 TO WS-AUDT-CANTIDAD.
004940     DISPLAY "INCIDENTE " WS-ULTIMO-NUMERO " ABIERTO.".
004950 4000-EXIT.
004960     EXIT.
004970
004980 4500-ASIGNAR.
004990     PERFORM 3600-ELEGIR-ABIERTO THRU 3600-EXIT.
005000     IF WS-IDX-ELEGIDO = ZERO
005010         GO TO 4500-EXIT
005020     END-IF.
005030     DISPLAY "Asignado actual: " INCT-ASIGNADO(WS-IDX-ELEGIDO).
005040     DISPLAY "Nuevo asignado: ".
005050     ACCEPT WS-ASIGNADO-NUEVO.
005060     IF WS-ASIGNADO-NUEVO = SPACES
005070         DISPLAY "SIN CAMBIOS."
005080         GO TO 4500-EXIT
005090     END-IF.
005100     MOVE WS-ASIGNADO-NUEVO TO INCT-ASIGNADO(WS-IDX-ELEGIDO).
005110     SET HUBO-CAMBIOS TO TRUE.
005120     ADD 1 TO WS-AUDT-CANTIDAD.
005130     DISPLAY "INCIDENTE ASIGNADO A " WS-ASIGNADO-NUEVO ".".
005140 4500-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180* 5000-VINCULAR - ELIGE EL INCIDENTE (ABIERTO), EL TIPO DE
005190*     REGISTRO Y UNO DE LOS CANDIDATOS LISTADOS; EL VINCULO SE
005200*     AGREGA A INCVINC CON LA CLAVE DEL REGISTRO
005210******************************************************************
005220 5000-VINCULAR.
005230     PERFORM 3600-ELEGIR-ABIERTO THRU 3600-EXIT.
005240     IF WS-IDX-ELEGIDO = ZERO
005250         GO TO 5000-EXIT
005260     END-IF.
005270     DISPLAY "Tipo de registro (E = ERRORLOG, S = SUSPENSO, "
005280         "H = CORRIDA CICLOHIST, A = ALERTA): ".
005290     ACCEPT WS-TIPO-VINCULO.
005300     INSPECT WS-TIPO-VINCULO CONVERTING "eshaz" TO "ESHAZ".
005310     IF NOT TIPO-VALIDO
005320         DISPLAY "TIPO INVALIDO."
005330         GO TO 5000-EXIT
005340     END-IF.
005350     MOVE ZERO TO WS-CANT-CANDIDATOS.
005360     MOVE ZERO TO WS-CANT-OMITIDOS.
005370     EVALUATE WS-TIPO-VINCULO
005380         WHEN "E"
005390             PERFORM 5100-CANDIDATOS-ERRORLOG THRU 5100-EXIT
005400         WHEN "S"
005410             PERFORM 5200-CANDIDATOS-SUSPENSO THRU 5200-EXIT
005420         WHEN "H"
005430             PERFORM 5300-CANDIDATOS-CORRIDA THRU 5300-EXIT
005440         WHEN "A"
005450             PERFORM 5400-CANDIDATOS-ALERTA THRU 5400-EXIT
005460     END-EVALUATE.
005470     IF WS-CANT-CANDIDATOS = ZERO
005480         DISPLAY "NO HAY REGISTROS DE ESE TIPO PARA VINCULAR."
005490         GO TO 5000-EXIT
005500     END-IF.
005510     PERFORM 5500-MOSTRAR-CANDIDATO THRU 5500-EXIT
005520         VARYING WS-IDX-CAND FROM 1 BY 1
005530             UNTIL WS-IDX-CAND > WS-CANT-CANDIDATOS.
005540     IF WS-CANT-OMITIDOS > ZERO
005550         DISPLAY "(" WS-CANT-OMITIDOS " MAS NO ENTRAN EN LA "
005560             "LISTA)"
005570     END-IF.
005580     DISPLAY "Numero de registro a vincular (0 vuelve): ".
005590     ACCEPT WS-ITEM-ELEGIDO.
005600     IF WS-ITEM-ELEGIDO = ZERO
005610             OR WS-ITEM-ELEGIDO > WS-CANT-CANDIDATOS
005620         GO TO 5000-EXIT
005630     END-IF.
005640     PERFORM 5800-VERIFICAR-VINCULO THRU 5800-EXIT.
005650     IF YA-VINCULADO
005660         DISPLAY "EL REGISTRO YA ESTA VINCULADO A ESTE INCIDENTE."
005670         GO TO 5000-EXIT
005680     END-IF.
005690     PERFORM 5900-GRABAR-VINCULO THRU 5900-EXIT.
005700     ADD 1 TO WS-AUDT-CANTIDAD.
005710     DISPLAY "REGISTRO VINCULADO AL INCIDENTE "
005720         INCT-NUMERO(WS-IDX-ELEGIDO) ".".
005730 5000-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770* 5050-PEDIR-FECHA - FECHA DE LOS CANDIDATOS; EN BLANCO, LA
005780*     FECHA DE NEGOCIO
005790******************************************************************
005800 5050-PEDIR-FECHA.
005810     DISPLAY "Fecha (AAAAMMDD, blanco = " WS-FECHA-HOY "): ".
005820     ACCEPT WS-FECHA-ALFA.
005830     IF WS-FECHA-ALFA IS NUMERIC
005840         MOVE WS-FECHA-ALFA TO WS-FECHA-BUSCADA
005850     ELSE
005860         MOVE WS-FECHA-HOY TO WS-FECHA-BUSCADA
005870     END-IF.
005880 5050-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920* 5100-CANDIDATOS-ERRORLOG - LOS ERRORES DE LA FECHA AGRUPADOS
005930*     POR PROGRAMA Y CODIGO: VEINTE LINEAS DEL MISMO ERROR SON UN
005940*     SOLO CANDIDATO (Y UN SOLO VINCULO)
005950******************************************************************
005960 5100-CANDIDATOS-ERRORLOG.
005970     PERFORM 5050-PEDIR-FECHA THRU 5050-EXIT.
005980     MOVE SPACES TO WS-DYN-ERRORLOG-FILE.
005990     IF WS-FECHA-BUSCADA = WS-FECHA-HOY
006000         STRING "ERRORLOG." WS-FECHA-HOY DELIMITED BY SIZE
006010             WS-SUFIJO-CICLO DELIMITED BY SPACE
006020             INTO WS-DYN-ERRORLOG-FILE
006030     ELSE
006040         STRING "ERRORLOG." WS-FECHA-BUSCADA DELIMITED BY SIZE
006050             INTO WS-DYN-ERRORLOG-FILE
006060     END-IF.
006070     MOVE "N" TO WS-EOF-ARCHIVO.
006080     OPEN INPUT ERRORLOG-FILE.
006090     IF WS-ELOG-STATUS NOT = "00"
006100         DISPLAY "NO HAY " WS-DYN-ERRORLOG-FILE "."
006110         GO TO 5100-EXIT
006120     END-IF.
006130     PERFORM 5110-LEER-ERROR THRU 5110-EXIT
006140         UNTIL FIN-ARCHIVO.
006150     CLOSE ERRORLOG-FILE.
006160 5100-EXIT.
006170     EXIT.
006180
006190 5110-LEER-ERROR.
006200     READ ERRORLOG-FILE
006210         AT END
006220             SET FIN-ARCHIVO TO TRUE
006230             GO TO 5110-EXIT
006240     END-READ.
006250     MOVE SPACES TO WS-CLAVE-ARMADA.
006260     MOVE WS-FECHA-BUSCADA TO WCE-FECHA.
006270     MOVE EERR-PROGRAMA TO WCE-PROGRAMA.
006280     MOVE EERR-CODIGO TO WCE-CODIGO.
006290     PERFORM 5600-BUSCAR-CANDIDATO THRU 5600-EXIT.
006300     IF CANDIDATO-HALLADO
006310         ADD 1 TO CAND-CUENTA(WS-IDX-CAND)
006320         GO TO 5110-EXIT
006330     END-IF.
006340     PERFORM 5700-AGREGAR-CANDIDATO THRU 5700-EXIT.
006350     IF NOT CANDIDATO-HALLADO
006360         GO TO 5110-EXIT
006370     END-IF.
006380     STRING EERR-PROGRAMA " " EERR-CODIGO " " EERR-MENSAJE
006390         DELIMITED BY SIZE INTO CAND-TEXTO(WS-IDX-CAND).
006400 5110-EXIT.
006410     EXIT.
006420
006430 5200-CANDIDATOS-SUSPENSO.
006440     MOVE "N" TO WS-EOF-ARCHIVO.
006450     OPEN INPUT SUSPENSO-FILE.
006460     IF WS-SUSP-STATUS NOT = "00"
006470         GO TO 5200-EXIT
006480     END-IF.
006490     PERFORM 5210-LEER-SUSPENSO THRU 5210-EXIT
006500         UNTIL FIN-ARCHIVO.
006510     CLOSE SUSPENSO-FILE.
006520 5200-EXIT.
006530     EXIT.
006540
006550 5210-LEER-SUSPENSO.
006560     READ SUSPENSO-FILE
006570         AT END
006580             SET FIN-ARCHIVO TO TRUE
006590             GO TO 5210-EXIT
006600     END-READ.
006610     IF SUSP-ESTADO NOT = "P"
006620         GO TO 5210-EXIT
006630     END-IF.
006640     MOVE SUSP-FECHA-ALTA TO WCS-FECHA.
006650     MOVE SUSP-PROGRAMA TO WCS-PROGRAMA.
006660     MOVE SUSP-VALOR TO WCS-VALOR.
006670     MOVE SUSP-MOTIVO TO WCS-MOTIVO.
006680     PERFORM 5700-AGREGAR-CANDIDATO THRU 5700-EXIT.
006690     IF NOT CANDIDATO-HALLADO
006700         GO TO 5210-EXIT
006710     END-IF.
006720     STRING SUSP-FECHA-ALTA " " SUSP-PROGRAMA " " SUSP-VALOR
006730         " " SUSP-MOTIVO DELIMITED BY SIZE
006740         INTO CAND-TEXTO(WS-IDX-CAND).
006750 5210-EXIT.
006760     EXIT.
006770
006780 5300-CANDIDATOS-CORRIDA.
006790     PERFORM 5050-PEDIR-FECHA THRU 5050-EXIT.
006800     MOVE "N" TO WS-EOF-ARCHIVO.
006810     OPEN INPUT HIST-FILE.
006820     IF WS-HIST-STATUS NOT = "00"
006830         GO TO 5300-EXIT
006840     END-IF.
006850     PERFORM 5310-LEER-CORRIDA THRU 5310-EXIT
006860         UNTIL FIN-ARCHIVO.
006870     CLOSE HIST-FILE.
006880 5300-EXIT.
006890     EXIT.
006900
006910 5310-LEER-CORRIDA.
006920     READ HIST-FILE
006930         AT END
006940             SET FIN-ARCHIVO TO TRUE
006950             GO TO 5310-EXIT
006960     END-READ.
006970     IF HIST-FECHA NOT = WS-FECHA-BUSCADA
006980         GO TO 5310-EXIT
006990     END-IF.
007000     MOVE SPACES TO WS-CLAVE-ARMADA.
007010     MOVE HIST-FECHA TO WCH-FECHA.
007020     MOVE HIST-CORRIDA TO WCH-CORRIDA.
007030     MOVE HIST-INICIO TO WCH-INICIO.
007040     PERFORM 5700-AGREGAR-CANDIDATO THRU 5700-EXIT.
007050     IF NOT CANDIDATO-HALLADO
007060         GO TO 5310-EXIT
007070     END-IF.
007080     STRING HIST-FECHA " " HIST-CORRIDA " INICIO " HIST-INICIO
007090         " " HIST-RESULTADO DELIMITED BY SIZE
007100         INTO CAND-TEXTO(WS-IDX-CAND).
007110 5310-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150* 5400-CANDIDATOS-ALERTA - LAS ALERTAS SIN CONFIRMAR Y LAS DE LA
007160*     FECHA PEDIDA (AUNQUE YA ESTEN CONFIRMADAS)
007170******************************************************************
007180 5400-CANDIDATOS-ALERTA.
007190     PERFORM 5050-PEDIR-FECHA THRU 5050-EXIT.
007200     MOVE "N" TO WS-EOF-ARCHIVO.
007210     OPEN INPUT ALERTAS-FILE.
007220     IF WS-ALR-STATUS NOT = "00"
007230         GO TO 5400-EXIT
007240     END-IF.
007250     PERFORM 5410-LEER-ALERTA THRU 5410-EXIT
007260         UNTIL FIN-ARCHIVO.
007270     CLOSE ALERTAS-FILE.
007280 5400-EXIT.
007290     EXIT.
007300
007310 5410-LEER-ALERTA.
007320     READ ALERTAS-FILE
007330         AT END
007340             SET FIN-ARCHIVO TO TRUE
007350             GO TO 5410-EXIT
007360     END-READ.
007370     IF ALR-ESTADO NOT = "P"
007380             AND ALR-TIMESTAMP(1:8) NOT = WS-FECHA-BUSCADA
007390         GO TO 5410-EXIT
007400     END-IF.
007410     MOVE SPACES TO WS-CLAVE-ARMADA.
007420     MOVE ALR-TIMESTAMP TO WCA-TIMESTAMP.
007430     MOVE ALR-PROGRAMA TO WCA-PROGRAMA.
007440     PERFORM 5700-AGREGAR-CANDIDATO THRU 5700-EXIT.
007450     IF NOT CANDIDATO-HALLADO
007460         GO TO 5410-EXIT
007470     END-IF.
007480     STRING ALR-ESTADO " " ALR-TIMESTAMP(1:14) " " ALR-PROGRAMA
007490         " " ALR-MENSAJE DELIMITED BY SIZE
007500         INTO CAND-TEXTO(WS-IDX-CAND).
007510 5410-EXIT.
007520     EXIT.
007530
007540 5500-MOSTRAR-CANDIDATO.
007550     IF WS-TIPO-VINCULO = "E"
007560         DISPLAY " " WS-IDX-CAND " - " CAND-TEXTO(WS-IDX-CAND)
007570         DISPLAY "        (" CAND-CUENTA(WS-IDX-CAND)
007580             " LINEA(S))"
007590     ELSE
007600         DISPLAY " " WS-IDX-CAND " - " CAND-TEXTO(WS-IDX-CAND)
007610     END-IF.
007620 5500-EXIT.
007630     EXIT.
007640
007650 5600-BUSCAR-CANDIDATO.
007660     MOVE "N" TO WS-SW-CAND.
007670     PERFORM 5610-COMPARAR-CANDIDATO THRU 5610-EXIT
007680         VARYING WS-IDX-CAND FROM 1 BY 1
007690             UNTIL WS-IDX-CAND > WS-CANT-CANDIDATOS
007700                 OR CANDIDATO-HALLADO.
007710 5600-EXIT.
007720     EXIT.
007730
007740 5610-COMPARAR-CANDIDATO.
007750     IF CAND-CLAVE(WS-IDX-CAND) = WS-CLAVE-ARMADA
007760         SET CANDIDATO-HALLADO TO TRUE
007770         SUBTRACT 1 FROM WS-IDX-CAND
007780     END-IF.
007790 5610-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830* 5700-AGREGAR-CANDIDATO - AGREGA LA CLAVE ARMADA A LA LISTA
007840*     (SI ENTRA) Y DEJA SU POSICION EN WS-IDX-CAND
007850******************************************************************
007860 5700-AGREGAR-CANDIDATO.
007870     MOVE "N" TO WS-SW-CAND.
007880     IF WS-CANT-CANDIDATOS >= WS-MAX-CANDIDATOS
007890         ADD 1 TO WS-CANT-OMITIDOS
007900         GO TO 5700-EXIT
007910     END-IF.
007920     ADD 1 TO WS-CANT-CANDIDATOS.
007930     MOVE WS-CANT-CANDIDATOS TO WS-IDX-CAND.
007940     MOVE WS-CLAVE-ARMADA TO CAND-CLAVE(WS-IDX-CAND).
007950     MOVE 1 TO CAND-CUENTA(WS-IDX-CAND).
007960     MOVE SPACES TO CAND-TEXTO(WS-IDX-CAND).
007970     SET CANDIDATO-HALLADO TO TRUE.
007980 5700-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020* 5800-VERIFICAR-VINCULO - EL MISMO REGISTRO NO SE VINCULA DOS
008030*     VECES AL MISMO INCIDENTE
008040******************************************************************
008050 5800-VERIFICAR-VINCULO.
008060     MOVE "N" TO WS-SW-YA-VINCULADO.
008070     MOVE "N" TO WS-EOF-ARCHIVO.
008080     OPEN INPUT INCVINC-FILE.
008090     IF WS-VINC-STATUS NOT = "00"
008100         GO TO 5800-EXIT
008110     END-IF.
008120     PERFORM 5810-LEER-VINCULO THRU 5810-EXIT
008130         UNTIL FIN-ARCHIVO.
008140     CLOSE INCVINC-FILE.
008150 5800-EXIT.
008160     EXIT.
008170
008180 5810-LEER-VINCULO.
008190     READ INCVINC-FILE
008200         AT END
008210             SET FIN-ARCHIVO TO TRUE
008220         NOT AT END
008230             IF VINC-NUMERO = INCT-NUMERO(WS-IDX-ELEGIDO)
008240                     AND VINC-TIPO = WS-TIPO-VINCULO
008250                     AND VINC-CLAVE =
008260                         CAND-CLAVE(WS-ITEM-ELEGIDO)
008270                 SET YA-VINCULADO TO TRUE
008280             END-IF
008290     END-READ.
008300 5810-EXIT.
008310     EXIT.
008320
008330 5900-GRABAR-VINCULO.
008340     OPEN EXTEND INCVINC-FILE.
008350     IF WS-VINC-STATUS NOT = "00"
008360         OPEN OUTPUT INCVINC-FILE
008370     END-IF.
008380     MOVE SPACES TO INCVINC-RECORD.
008390     MOVE INCT-NUMERO(WS-IDX-ELEGIDO) TO VINC-NUMERO.
008400     MOVE WS-TIPO-VINCULO TO VINC-TIPO.
008410     MOVE CAND-CLAVE(WS-ITEM-ELEGIDO) TO VINC-CLAVE.
008420     MOVE FUNCTION CURRENT-DATE(1:14) TO VINC-VINCULADO.
008430     MOVE WS-OPERADOR-ACTUAL TO VINC-OPERADOR.
008440     WRITE INCVINC-RECORD.
008450     CLOSE INCVINC-FILE.
008460 5900-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 6000-VER-VINCULOS - LOS REGISTROS VINCULADOS A UN INCIDENTE
008510******************************************************************
008520 6000-VER-VINCULOS.
008530     PERFORM 3500-ELEGIR-INCIDENTE THRU 3500-EXIT.
008540     IF WS-IDX-ELEGIDO = ZERO
008550         GO TO 6000-EXIT
008560     END-IF.
008570     MOVE WS-IDX-ELEGIDO TO WS-IDX-INC.
008580     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT.
008590     MOVE ZERO TO WS-CUENTA-VINCULOS.
008600     MOVE "N" TO WS-EOF-ARCHIVO.
008610     OPEN INPUT INCVINC-FILE.
008620     IF WS-VINC-STATUS = "00"
008630         PERFORM 6100-MOSTRAR-VINCULO THRU 6100-EXIT
008640             UNTIL FIN-ARCHIVO
008650         CLOSE INCVINC-FILE
008660     END-IF.
008670     DISPLAY "REGISTROS VINCULADOS: " WS-CUENTA-VINCULOS.
008680 6000-EXIT.
008690     EXIT.
008700
008710 6100-MOSTRAR-VINCULO.
008720     READ INCVINC-FILE
008730         AT END
008740             SET FIN-ARCHIVO TO TRUE
008750             GO TO 6100-EXIT
008760     END-READ.
008770     IF VINC-NUMERO NOT = INCT-NUMERO(WS-IDX-ELEGIDO)
008780         GO TO 6100-EXIT
008790     END-IF.
008800     ADD 1 TO WS-CUENTA-VINCULOS.
008810     MOVE VINC-CLAVE TO WS-CLAVE-ARMADA.
008820     EVALUATE TRUE
008830         WHEN VINC-ERRORLOG
008840             DISPLAY "   ERRORLOG  " WCE-FECHA " " WCE-PROGRAMA
008850                 " CODIGO " WCE-CODIGO
008860         WHEN VINC-SUSPENSO
008870             DISPLAY "   SUSPENSO  " WCS-FECHA " " WCS-PROGRAMA
008880                 " " WCS-VALOR " " WCS-MOTIVO
008890         WHEN VINC-CORRIDA
008900             DISPLAY "   CORRIDA   " WCH-FECHA " " WCH-CORRIDA
008910                 " INICIO " WCH-INICIO
008920         WHEN OTHER
008930             DISPLAY "   ALERTA    " WCA-TIMESTAMP(1:14) " "
008940                 WCA-PROGRAMA
008950     END-EVALUATE.
008960 6100-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000* 7000-CERRAR - CIERRE DE UN INCIDENTE: LA CATEGORIA Y LA NOTA
009010*     DE CAUSA RAIZ SON OBLIGATORIAS; SE INFORMA EL TIEMPO HASTA
009020*     RESTABLECER (APERTURA A CIERRE)
009030******************************************************************
009040 7000-CERRAR.
009050     PERFORM 3600-ELEGIR-ABIERTO THRU 3600-EXIT.
009060     IF WS-IDX-ELEGIDO = ZERO
009070         GO TO 7000-EXIT
009080     END-IF.
009090     DISPLAY "Categoria de causa raiz (ej. CLASIREF, DECK): ".
009100     ACCEPT WS-CAUSA-NUEVA.
009110     INSPECT WS-CAUSA-NUEVA CONVERTING
009120         "abcdefghijklmnopqrstuvwxyz"
009130         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009140     IF WS-CAUSA-NUEVA = SPACES
009150         DISPLAY "SIN CAUSA RAIZ NO SE CIERRA EL INCIDENTE."
009160         GO TO 7000-EXIT
009170     END-IF.
009180     DISPLAY "Nota de causa raiz: ".
009190     ACCEPT WS-NOTA-NUEVA.
009200     IF WS-NOTA-NUEVA = SPACES
009210         DISPLAY "SIN NOTA DE CAUSA RAIZ NO SE CIERRA EL "
009220             "INCIDENTE."
009230         GO TO 7000-EXIT
009240     END-IF.
009250     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AHORA.
009260     MOVE "C" TO INCT-ESTADO(WS-IDX-ELEGIDO).
009270     MOVE WS-AHORA TO INCT-CIERRE(WS-IDX-ELEGIDO).
009280     MOVE WS-OPERADOR-ACTUAL TO INCT-CERRO(WS-IDX-ELEGIDO).
009290     MOVE WS-CAUSA-NUEVA TO INCT-CAUSA(WS-IDX-ELEGIDO).
009300     MOVE WS-NOTA-NUEVA TO INCT-NOTA-CAUSA(WS-IDX-ELEGIDO).
009310     SET HUBO-CAMBIOS TO TRUE.
009320     ADD 1 TO WS-AUDT-CANTIDAD.
009330     MOVE INCT-APERTURA(WS-IDX-ELEGIDO) TO WS-TS-APERTURA.
009340     MOVE WS-AHORA TO WS-TS-CIERRE.
009350     MOVE ZERO TO WS-MINUTOS-RESTAB.
009360     IF WS-APER-FECHA IS NUMERIC AND WS-APER-FECHA > ZERO
009370         COMPUTE WS-MINUTOS-RESTAB =
009380             (FUNCTION INTEGER-OF-DATE(WS-CIER-FECHA)
009390              - FUNCTION INTEGER-OF-DATE(WS-APER-FECHA)) * 1440
009400             + WS-CIER-HH * 60 + WS-CIER-MM
009410             - WS-APER-HH * 60 - WS-APER-MM
009420     END-IF.
009430     MOVE WS-MINUTOS-RESTAB TO WS-MINUTOS-EDITADOS.
009440     DISPLAY "INCIDENTE " INCT-NUMERO(WS-IDX-ELEGIDO)
009450         " CERRADO. TIEMPO HASTA RESTABLECER: "
009460         WS-MINUTOS-EDITADOS " MIN.".
009470 7000-EXIT.
009480     EXIT.
009490
009500 9000-REGRABAR-INCIDENTES.
009510     OPEN OUTPUT INCIDEN-FILE.
009520     PERFORM 9100-GRABAR-UNO THRU 9100-EXIT
009530         VARYING WS-IDX-INC FROM 1 BY 1
009540             UNTIL WS-IDX-INC > WS-CANT-INCIDENTES.
009550     CLOSE INCIDEN-FILE.
009560     DISPLAY "REGISTRO DE INCIDENTES REGRABADO.".
009570 9000-EXIT.
009580     EXIT.
009590
009600 9100-GRABAR-UNO.
009610     MOVE SPACES TO INCIDEN-RECORD.
009620     MOVE INCT-NUMERO(WS-IDX-INC) TO INC-NUMERO.
009630     MOVE INCT-ESTADO(WS-IDX-INC) TO INC-ESTADO.
009640     MOVE INCT-APERTURA(WS-IDX-INC) TO INC-APERTURA.
009650     MOVE INCT-ABRIO(WS-IDX-INC) TO INC-ABRIO.
009660     MOVE INCT-ASIGNADO(WS-IDX-INC) TO INC-ASIGNADO.
009670     MOVE INCT-TITULO(WS-IDX-INC) TO INC-TITULO.
009680     MOVE INCT-CIERRE(WS-IDX-INC) TO INC-CIERRE.
009690     MOVE INCT-CERRO(WS-IDX-INC) TO INC-CERRO.
009700     MOVE INCT-CAUSA(WS-IDX-INC) TO INC-CAUSA.
009710     MOVE INCT-NOTA-CAUSA(WS-IDX-INC) TO INC-NOTA-CAUSA.
009720     WRITE INCIDEN-RECORD.
009730 9100-EXIT.
009740     EXIT.
009750
009760 END PROGRAM incidente_mant.
