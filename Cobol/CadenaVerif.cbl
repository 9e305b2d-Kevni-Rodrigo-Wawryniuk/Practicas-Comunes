000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* 2026-09-01 RW   INITIAL VERSION.
000330* 2026-10-15 RW   PERSJRNL EN GENERACIONES MENSUALES: LA CADENA SE
000340*                 RECORRE GENERACION POR GENERACION DESDE EL HASH
000350*                 DE APERTURA DE PJRNGEN, QUE DEBE SER EL DE
000360*                 CIERRE DE LA ANTERIOR (Y SU CANTIDAD, LA DE LA
000370*                 ANTERIOR). UN MES CERRADO Y VERIFICADO QUEDA
000380*                 SELLADO EN PJRNSELL Y LAS NOCHES SIGUIENTES
000390*                 SOLO SE CONTROLA SU ENLACE; CADENA_COMPLETA=S
000400*                 VUELVE A RECORRER TODO Y CONTRASTA LOS SELLOS.
000410*                 SIN PJRNGEN SE VERIFICA EL PERSJRNL UNICO.
000420* 2026-10-15 RW   EL ANCLA DEL AUDITTRL LLEVA EL SUFIJO DE LA
000430*                 CORRIDA (AUDTHASH.INN, AUDTHASH.RNN), IGUAL QUE
000440*                 LA BITACORA QUE CIERRA.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. cadena_verif.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-DYN-JOURNAL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-JRNL-STATUS.
000550
000560     SELECT GENLOG-FILE ASSIGN TO "PJRNGEN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-GEN-STATUS.
000590
000600     SELECT SELLO-FILE ASSIGN TO "PJRNSELL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SEL-STATUS.
000630
000640     SELECT ANCJ-FILE ASSIGN TO "PJRNHASH"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ANCJ-STATUS.
000670
000680     SELECT AUDIT-FILE ASSIGN DYNAMIC WS-DYN-AUDIT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-AUD-STATUS.
000710
000720     SELECT ANCA-FILE ASSIGN DYNAMIC WS-DYN-ANCLA
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ANCA-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  JOURNAL-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 292 CHARACTERS.
000810 01  JOURNAL-RECORD.
000820     05  PJRN-CONTENIDO          PIC X(280).
000830     05  FILLER                  PIC X(01).
000840     05  PJRN-HASH               PIC X(11).
000850
000860 FD  ANCJ-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 26 CHARACTERS.
000890 COPY PJRNANC.
000900
000910 FD  GENLOG-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 56 CHARACTERS.
000940 COPY PJRNGEN.
000950
000960*    SELLO DE UNA GENERACION CERRADA YA VERIFICADA ENTERA
000970 FD  SELLO-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 35 CHARACTERS.
001000 01  SELLO-RECORD.
001010     05  SEL-GENERACION          PIC 9(06).
001020     05  FILLER                  PIC X(01).
001030     05  SEL-HASH-CIERRE         PIC 9(11).
001040     05  FILLER                  PIC X(01).
001050     05  SEL-CANTIDAD            PIC 9(07).
001060     05  FILLER                  PIC X(01).
001070     05  SEL-FECHA               PIC 9(08).
001080
001090 FD  AUDIT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 72 CHARACTERS.
001120 01  AUDIT-RECORD.
001130     05  AUDT-CONTENIDO          PIC X(60).
001140     05  AUDT-HASH               PIC X(11).
001150     05  FILLER                  PIC X(01).
001160
001170 FD  ANCA-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 20 CHARACTERS.
001200 01  ANCA-RECORD.
001210     05  ANCA-FECHA              PIC 9(08).
001220     05  FILLER                  PIC X(01).
001230     05  ANCA-HASH               PIC 9(11).
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-JRNL-STATUS              PIC X(02).
001270 01  WS-ANCJ-STATUS              PIC X(02).
001280 01  WS-AUD-STATUS               PIC X(02).
001290 01  WS-ANCA-STATUS              PIC X(02).
001300 01  WS-GEN-STATUS               PIC X(02).
001310 01  WS-SEL-STATUS               PIC X(02).
001320
001330 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
001340     88  FIN-ARCHIVO             VALUE "S".
001350
001360*----------------------------------------------------------------
001370*    RECALCULO DE LA CADENA (MISMA REGLA QUE LOS APPENDERS)
001380*----------------------------------------------------------------
001390 01  WS-HASH-CADENA              PIC 9(11) VALUE ZERO.
001400 01  WS-HASH-CALCULADO           PIC 9(11).
001410 01  WS-SUMA-BYTES               PIC 9(09) COMP.
001420 77  WS-SUB-BYTE                 PIC 9(03) COMP.
001430 01  WS-LON-CONTENIDO            PIC 9(03) COMP.
001440 01  WS-AREA-CONTENIDO           PIC X(280).
001450 01  WS-HASH-LEIDO               PIC X(11).
001460 01  WS-SW-ROTA                  PIC X(01) VALUE "N".
001470     88  CADENA-ROTA             VALUE "S".
001480 01  WS-SW-HAY-ENCADENADOS       PIC X(01) VALUE "N".
001490     88  HAY-ENCADENADOS         VALUE "S".
001500 01  WS-CUENTA-REGISTROS         PIC 9(07) VALUE ZERO.
001510 01  WS-CUENTA-FALLAS            PIC 9(05) VALUE ZERO.
001520
001530*----------------------------------------------------------------
001540*    GENERACIONES MENSUALES (PJRNGEN) Y SELLOS (PJRNSELL)
001550*----------------------------------------------------------------
001560 01  WS-DYN-JOURNAL              PIC X(15) VALUE SPACES.
001570 01  WS-EOF-TABLA                PIC X(01) VALUE "N".
001580     88  FIN-TABLA               VALUE "S".
001590 01  WS-SW-CORTADA               PIC X(01) VALUE "N".
001600     88  CADENA-CORTADA          VALUE "S".
001610 01  WS-CADENA-COMPLETA          PIC X(01) VALUE "N".
001620     88  VERIFICAR-TODO          VALUE "S".
001630 01  WS-MAX-GENERACIONES         PIC 9(03) VALUE 600.
001640 01  WS-CANT-GENERACIONES        PIC 9(03) VALUE ZERO.
001650 01  TABLA-GENERACIONES.
001660     05  GENV-ENTRADA OCCURS 600 TIMES.
001670         10  GENV-GENERACION     PIC 9(06).
001680         10  GENV-APERTURA       PIC 9(11).
001690         10  GENV-CANT-ANTERIOR  PIC 9(07).
001700 01  WS-CANT-SELLOS              PIC 9(03) VALUE ZERO.
001710 01  TABLA-SELLOS.
001720     05  SELT-ENTRADA OCCURS 600 TIMES.
001730         10  SELT-GENERACION     PIC 9(06).
001740         10  SELT-HASH           PIC 9(11).
001750         10  SELT-CANTIDAD       PIC 9(07).
001760 01  WS-IDX-GEN                  PIC 9(03) COMP.
001770 01  WS-IDX-SELLO                PIC 9(03) COMP.
001780 01  WS-IDX-SELLO-GEN            PIC 9(03) COMP.
001790 01  WS-CANT-GEN                 PIC 9(07) VALUE ZERO.
001800 01  WS-CANT-SELLADAS            PIC 9(03) VALUE ZERO.
001810
001820*----------------------------------------------------------------
001830*    FECHA DE NEGOCIO Y NOMBRE DEL AUDITTRL DEL DIA
001840*----------------------------------------------------------------
001850 01  WS-FECHA-HOY                PIC X(08).
001860 01  WS-FECHA-NUMERICA           PIC 9(08).
001870 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001880 01  WS-DYN-AUDIT                PIC X(21) VALUE SPACES.
001890 01  WS-DYN-ANCLA                PIC X(12) VALUE SPACES.
001900
001910*----------------------------------------------------------------
001920*    CAMPOS PARA ERRORLOG Y AUDITORIA COMPARTIDOS
001930*----------------------------------------------------------------
001940 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "cadena_verif".
001950 01  WS-ELOG-CODIGO              PIC 9(04).
001960 01  WS-ELOG-MENSAJE             PIC X(59).
001970 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "cadena_verif".
001980 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001990 01  WS-RC-GUARDADO              PIC S9(04) VALUE ZERO.
002000
002010 PROCEDURE DIVISION.
002020
002030******************************************************************
002040* 0000-MAINLINE
002050******************************************************************
002060 0000-MAINLINE.
002070     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002080     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
002090     PERFORM 2000-VERIFICAR-JOURNAL THRU 2000-EXIT.
002100     PERFORM 3000-VERIFICAR-AUDITORIA THRU 3000-EXIT.
002110     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002120     GOBACK.
002130
002140******************************************************************
002150* 2000-VERIFICAR-JOURNAL - RECORRE PERSJRNL RECOMPUTANDO LA
002160*     CADENA Y LA COMPARA CONTRA EL ANCLA PJRNHASH
002170******************************************************************
002180 2000-VERIFICAR-JOURNAL.
002190     MOVE ZERO TO WS-HASH-CADENA.
002200     MOVE "N" TO WS-SW-HAY-ENCADENADOS.
002210     MOVE "N" TO WS-EOF-ARCHIVO.
002220     OPEN INPUT GENLOG-FILE.
002230     IF WS-GEN-STATUS = "00"
002240         PERFORM 2200-VERIFICAR-GENERACIONES THRU 2200-EXIT
002250         GO TO 2000-EXIT
002260     END-IF.
002270     MOVE "PERSJRNL" TO WS-DYN-JOURNAL.
002280     OPEN INPUT JOURNAL-FILE.
002290     IF WS-JRNL-STATUS NOT = "00"
002300         GO TO 2000-EXIT
002310     END-IF.
002320     PERFORM 2100-LEER-JOURNAL THRU 2100-EXIT
002330         UNTIL FIN-ARCHIVO.
002340     CLOSE JOURNAL-FILE.
002350     IF NOT HAY-ENCADENADOS
002360         GO TO 2000-EXIT
002370     END-IF.
002380     OPEN INPUT ANCJ-FILE.
002390     IF WS-ANCJ-STATUS NOT = "00"
002400         PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
002410         MOVE "PERSJRNL SIN ANCLA PJRNHASH" TO WS-ELOG-MENSAJE
002420         PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
002430         GO TO 2000-EXIT
002440     END-IF.
002450     READ ANCJ-FILE
002460         AT END
002470             PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
002480             MOVE "ANCLA PJRNHASH VACIA" TO WS-ELOG-MENSAJE
002490             PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
002500         NOT AT END
002510             IF ANC-HASH NOT = WS-HASH-CADENA
002520                 PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
002530                 MOVE "CADENA DE PERSJRNL NO LLEGA AL ANCLA"
002540                     TO WS-ELOG-MENSAJE
002550                 PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
002560             END-IF
002570     END-READ.
002580     CLOSE ANCJ-FILE.
002590 2000-EXIT.
002600     EXIT.
002610
002620 2100-LEER-JOURNAL.
002630     READ JOURNAL-FILE
002640         AT END
002650             SET FIN-ARCHIVO TO TRUE
002660         NOT AT END
002670             ADD 1 TO WS-CUENTA-REGISTROS
002680             IF PJRN-HASH IS NUMERIC
002690                 SET HAY-ENCADENADOS TO TRUE
002700                 MOVE PJRN-CONTENIDO TO WS-AREA-CONTENIDO
002710                 MOVE 280 TO WS-LON-CONTENIDO
002720                 MOVE PJRN-HASH TO WS-HASH-LEIDO
002730                 PERFORM 2500-VERIFICAR-ESLABON THRU 2500-EXIT
002740                 IF CADENA-ROTA
002750                     MOVE "CADENA DE PERSJRNL ALTERADA" TO
002760                         WS-ELOG-MENSAJE
002770                     PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
002780                     SET FIN-ARCHIVO TO TRUE
002790                 END-IF
002800             END-IF
002810     END-READ.
002820 2100-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860* 2200-VERIFICAR-GENERACIONES - LA CADENA A TRAVES DE LAS
002870*     GENERACIONES DE PJRNGEN (YA ABIERTO) Y AL FINAL CONTRA EL
002880*     ANCLA: HASH, GENERACION EN CURSO Y SU CANTIDAD
002890******************************************************************
002900 2200-VERIFICAR-GENERACIONES.
002910     MOVE ZERO TO WS-CANT-GENERACIONES.
002920     MOVE "N" TO WS-EOF-TABLA.
002930     PERFORM 2210-LEER-GENLOG THRU 2210-EXIT
002940         UNTIL FIN-TABLA.
002950     CLOSE GENLOG-FILE.
002960     IF WS-CANT-GENERACIONES = ZERO
002970         GO TO 2200-EXIT
002980     END-IF.
002990     MOVE ZERO TO WS-CANT-SELLOS.
003000     OPEN INPUT SELLO-FILE.
003010     IF WS-SEL-STATUS = "00"
003020         MOVE "N" TO WS-EOF-TABLA
003030         PERFORM 2220-LEER-SELLO THRU 2220-EXIT
003040             UNTIL FIN-TABLA
003050         CLOSE SELLO-FILE
003060     END-IF.
003070     MOVE "N" TO WS-CADENA-COMPLETA.
003080     ACCEPT WS-CADENA-COMPLETA FROM ENVIRONMENT
003090         "CADENA_COMPLETA".
003100     MOVE "N" TO WS-SW-CORTADA.
003110     MOVE ZERO TO WS-CANT-GEN.
003120     MOVE ZERO TO WS-CANT-SELLADAS.
003130     PERFORM 2300-VERIFICAR-GENERACION THRU 2300-EXIT
003140         VARYING WS-IDX-GEN FROM 1 BY 1
003150         UNTIL WS-IDX-GEN > WS-CANT-GENERACIONES
003160             OR CADENA-CORTADA.
003170     DISPLAY " GENERACIONES DE PERSJRNL: " WS-CANT-GENERACIONES
003180         " (" WS-CANT-SELLADAS " SELLADAS, SOLO ENLACE)".
003190     IF CADENA-CORTADA
003200         GO TO 2200-EXIT
003210     END-IF.
003220     OPEN INPUT ANCJ-FILE.
003230     IF WS-ANCJ-STATUS NOT = "00"
003240         PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
003250         MOVE "PERSJRNL SIN ANCLA PJRNHASH" TO WS-ELOG-MENSAJE
003260         PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
003270         GO TO 2200-EXIT
003280     END-IF.
003290     READ ANCJ-FILE
003300         AT END
003310             PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
003320             MOVE "ANCLA PJRNHASH VACIA" TO WS-ELOG-MENSAJE
003330             PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
003340         NOT AT END
003350             IF ANC-HASH NOT = WS-HASH-CADENA
003360                 PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
003370                 MOVE "CADENA DE PERSJRNL NO LLEGA AL ANCLA"
003380                     TO WS-ELOG-MENSAJE
003390                 PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
003400             ELSE
003410                 IF ANC-GENERACION NOT =
003420                         GENV-GENERACION(WS-CANT-GENERACIONES)
003430                         OR ANC-ORDINAL NOT = WS-CANT-GEN
003440                     PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
003450                     MOVE "ANCLA PJRNHASH NO CUADRA CON PJRNGEN"
003460                         TO WS-ELOG-MENSAJE
003470                     PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
003480                 END-IF
003490             END-IF
003500     END-READ.
003510     CLOSE ANCJ-FILE.
003520 2200-EXIT.
003530     EXIT.
003540
003550 2210-LEER-GENLOG.
003560     READ GENLOG-FILE
003570         AT END
003580             SET FIN-TABLA TO TRUE
003590         NOT AT END
003600             IF PJG-GENERACION IS NUMERIC
003610                     AND WS-CANT-GENERACIONES
003620                         < WS-MAX-GENERACIONES
003630                 ADD 1 TO WS-CANT-GENERACIONES
003640                 MOVE PJG-GENERACION TO
003650                     GENV-GENERACION(WS-CANT-GENERACIONES)
003660                 MOVE PJG-HASH-APERTURA TO
003670                     GENV-APERTURA(WS-CANT-GENERACIONES)
003680                 MOVE PJG-CANT-ANTERIOR TO
003690                     GENV-CANT-ANTERIOR(WS-CANT-GENERACIONES)
003700             END-IF
003710     END-READ.
003720 2210-EXIT.
003730     EXIT.
003740
003750 2220-LEER-SELLO.
003760     READ SELLO-FILE
003770         AT END
003780             SET FIN-TABLA TO TRUE
003790         NOT AT END
003800             IF SEL-GENERACION IS NUMERIC
003810                     AND WS-CANT-SELLOS < WS-MAX-GENERACIONES
003820                 ADD 1 TO WS-CANT-SELLOS
003830                 MOVE SEL-GENERACION TO
003840                     SELT-GENERACION(WS-CANT-SELLOS)
003850                 MOVE SEL-HASH-CIERRE TO SELT-HASH(WS-CANT-SELLOS)
003860                 MOVE SEL-CANTIDAD TO
003870                     SELT-CANTIDAD(WS-CANT-SELLOS)
003880             END-IF
003890     END-READ.
003900 2220-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 2300-VERIFICAR-GENERACION - EL ENLACE CON LA ANTERIOR (HASH
003950*     DE APERTURA Y CANTIDAD) Y, SALVO QUE ESTE SELLADA Y NO SEA
003960*     LA EN CURSO, LA CADENA COMPLETA DE LA GENERACION. UNA
003970*     GENERACION CERRADA QUE VERIFICA ENTERA SE SELLA
003980******************************************************************
003990 2300-VERIFICAR-GENERACION.
004000     IF WS-IDX-GEN = 1
004010         MOVE GENV-APERTURA(1) TO WS-HASH-CADENA
004020     ELSE
004030         IF GENV-APERTURA(WS-IDX-GEN) NOT = WS-HASH-CADENA
004040                 OR GENV-CANT-ANTERIOR(WS-IDX-GEN)
004050                     NOT = WS-CANT-GEN
004060             MOVE SPACES TO WS-ELOG-MENSAJE
004070             STRING "CADENA DE PERSJRNL CORTADA AL ABRIR "
004080                 GENV-GENERACION(WS-IDX-GEN)
004090                 DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
004100             PERFORM 2390-CORTAR-CADENA THRU 2390-EXIT
004110             GO TO 2300-EXIT
004120         END-IF
004130     END-IF.
004140     MOVE ZERO TO WS-IDX-SELLO-GEN.
004150     PERFORM 2310-BUSCAR-SELLO THRU 2310-EXIT
004160         VARYING WS-IDX-SELLO FROM 1 BY 1
004170         UNTIL WS-IDX-SELLO > WS-CANT-SELLOS.
004180     IF WS-IDX-SELLO-GEN > ZERO
004190             AND WS-IDX-GEN < WS-CANT-GENERACIONES
004200             AND NOT VERIFICAR-TODO
004210         MOVE SELT-HASH(WS-IDX-SELLO-GEN) TO WS-HASH-CADENA
004220         MOVE SELT-CANTIDAD(WS-IDX-SELLO-GEN) TO WS-CANT-GEN
004230         ADD 1 TO WS-CANT-SELLADAS
004240         GO TO 2300-EXIT
004250     END-IF.
004260     MOVE SPACES TO WS-DYN-JOURNAL.
004270     STRING "PERSJRNL." GENV-GENERACION(WS-IDX-GEN)
004280         DELIMITED BY SIZE INTO WS-DYN-JOURNAL.
004290     OPEN INPUT JOURNAL-FILE.
004300     IF WS-JRNL-STATUS NOT = "00"
004310         MOVE SPACES TO WS-ELOG-MENSAJE
004320         STRING "GENERACION " WS-DYN-JOURNAL " NO DISPONIBLE"
004330             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
004340         PERFORM 2390-CORTAR-CADENA THRU 2390-EXIT
004350         GO TO 2300-EXIT
004360     END-IF.
004370     MOVE ZERO TO WS-CANT-GEN.
004380     MOVE "N" TO WS-EOF-ARCHIVO.
004390     PERFORM 2320-LEER-GENERACION THRU 2320-EXIT
004400         UNTIL FIN-ARCHIVO.
004410     CLOSE JOURNAL-FILE.
004420     IF CADENA-CORTADA
004430         GO TO 2300-EXIT
004440     END-IF.
004450     IF WS-IDX-SELLO-GEN > ZERO
004460         IF SELT-HASH(WS-IDX-SELLO-GEN) NOT = WS-HASH-CADENA
004470                 OR SELT-CANTIDAD(WS-IDX-SELLO-GEN)
004480                     NOT = WS-CANT-GEN
004490             MOVE SPACES TO WS-ELOG-MENSAJE
004500             STRING "SELLO PJRNSELL NO COINCIDE CON "
004510                 WS-DYN-JOURNAL
004520                 DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
004530             PERFORM 2390-CORTAR-CADENA THRU 2390-EXIT
004540         END-IF
004550         GO TO 2300-EXIT
004560     END-IF.
004570     IF WS-IDX-GEN < WS-CANT-GENERACIONES
004580         PERFORM 2330-SELLAR-GENERACION THRU 2330-EXIT
004590     END-IF.
004600 2300-EXIT.
004610     EXIT.
004620
004630 2310-BUSCAR-SELLO.
004640     IF SELT-GENERACION(WS-IDX-SELLO) =
004650             GENV-GENERACION(WS-IDX-GEN)
004660         MOVE WS-IDX-SELLO TO WS-IDX-SELLO-GEN
004670     END-IF.
004680 2310-EXIT.
004690     EXIT.
004700
004710 2320-LEER-GENERACION.
004720     READ JOURNAL-FILE
004730         AT END
004740             SET FIN-ARCHIVO TO TRUE
004750         NOT AT END
004760             ADD 1 TO WS-CUENTA-REGISTROS
004770             ADD 1 TO WS-CANT-GEN
004780             IF PJRN-HASH IS NUMERIC
004790                 MOVE PJRN-CONTENIDO TO WS-AREA-CONTENIDO
004800                 MOVE 280 TO WS-LON-CONTENIDO
004810                 MOVE PJRN-HASH TO WS-HASH-LEIDO
004820                 PERFORM 2500-VERIFICAR-ESLABON THRU 2500-EXIT
004830                 IF CADENA-ROTA
004840                     MOVE SPACES TO WS-ELOG-MENSAJE
004850                     STRING "CADENA DE " WS-DYN-JOURNAL
004860                         " ALTERADA"
004870                         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
004880                     PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
004890                     SET CADENA-CORTADA TO TRUE
004900                     SET FIN-ARCHIVO TO TRUE
004910                 END-IF
004920             END-IF
004930     END-READ.
004940 2320-EXIT.
004950     EXIT.
004960
004970 2330-SELLAR-GENERACION.
004980     OPEN EXTEND SELLO-FILE.
004990     IF WS-SEL-STATUS NOT = "00"
005000         OPEN OUTPUT SELLO-FILE
005010     END-IF.
005020     MOVE SPACES TO SELLO-RECORD.
005030     MOVE GENV-GENERACION(WS-IDX-GEN) TO SEL-GENERACION.
005040     MOVE WS-HASH-CADENA TO SEL-HASH-CIERRE.
005050     MOVE WS-CANT-GEN TO SEL-CANTIDAD.
005060     MOVE WS-FECHA-NUMERICA TO SEL-FECHA.
005070     WRITE SELLO-RECORD.
005080     CLOSE SELLO-FILE.
005090 2330-EXIT.
005100     EXIT.
005110
005120 2390-CORTAR-CADENA.
005130     PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT.
005140     PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT.
005150     SET CADENA-CORTADA TO TRUE.
005160 2390-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 2500-VERIFICAR-ESLABON - RECALCULA EL HASH DEL REGISTRO EN
005210*     CURSO Y LO COMPARA CON EL ALMACENADO; SI CUADRA, LA CADENA
005220*     AVANZA
005230******************************************************************
005240 2500-VERIFICAR-ESLABON.
005250     MOVE "N" TO WS-SW-ROTA.
005260     MOVE ZERO TO WS-SUMA-BYTES.
005270     PERFORM VARYING WS-SUB-BYTE FROM 1 BY 1
005280             UNTIL WS-SUB-BYTE > WS-LON-CONTENIDO
005290         PERFORM 2510-SUMAR-BYTE THRU 2510-EXIT
005300     END-PERFORM.
005310     COMPUTE WS-HASH-CALCULADO = FUNCTION MOD(
005320         WS-HASH-CADENA * 7 + WS-SUMA-BYTES, 100000000000).
005330     IF WS-HASH-LEIDO NOT = WS-HASH-CALCULADO
005340         SET CADENA-ROTA TO TRUE
005350         PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
005360     ELSE
005370         MOVE WS-HASH-CALCULADO TO WS-HASH-CADENA
005380     END-IF.
005390 2500-EXIT.
005400     EXIT.
005410
005420 2510-SUMAR-BYTE.
005430     COMPUTE WS-SUMA-BYTES = WS-SUMA-BYTES
005440         + FUNCTION ORD(WS-AREA-CONTENIDO(WS-SUB-BYTE:1)).
005450 2510-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490* 3000-VERIFICAR-AUDITORIA - IDEM SOBRE EL AUDITTRL DEL DIA,
005500*     CONTRA EL ANCLA AUDTHASH DEL MISMO SUFIJO (SOLO SI EL
005510*     ANCLA ES DE LA FECHA)
005520******************************************************************
005530 3000-VERIFICAR-AUDITORIA.
005540     STRING "AUDITTRL." WS-FECHA-HOY DELIMITED BY SIZE
005550         WS-SUFIJO-CICLO DELIMITED BY SPACE
005560         INTO WS-DYN-AUDIT.
005570     STRING "AUDTHASH" WS-SUFIJO-CICLO DELIMITED BY SPACE
005580         INTO WS-DYN-ANCLA.
005590     MOVE ZERO TO WS-HASH-CADENA.
005600     MOVE "N" TO WS-SW-HAY-ENCADENADOS.
005610     MOVE "N" TO WS-EOF-ARCHIVO.
005620     OPEN INPUT AUDIT-FILE.
005630     IF WS-AUD-STATUS NOT = "00"
005640         GO TO 3000-EXIT
005650     END-IF.
005660     PERFORM 3100-LEER-AUDIT THRU 3100-EXIT
005670         UNTIL FIN-ARCHIVO.
005680     CLOSE AUDIT-FILE.
005690     IF NOT HAY-ENCADENADOS
005700         GO TO 3000-EXIT
005710     END-IF.
005720     OPEN INPUT ANCA-FILE.
005730     IF WS-ANCA-STATUS NOT = "00"
005740         PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
005750         MOVE "AUDITTRL SIN ANCLA AUDTHASH" TO WS-ELOG-MENSAJE
005760         PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
005770         GO TO 3000-EXIT
005780     END-IF.
005790     READ ANCA-FILE
005800         AT END
005810             PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
005820             MOVE "ANCLA AUDTHASH VACIA" TO WS-ELOG-MENSAJE
005830             PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
005840         NOT AT END
005850             IF ANCA-FECHA = WS-FECHA-NUMERICA
005860                     AND ANCA-HASH NOT = WS-HASH-CADENA
005870                 PERFORM 8000-ANOTAR-FALLA THRU 8000-EXIT
005880                 MOVE "CADENA DE AUDITTRL NO LLEGA AL ANCLA"
005890                     TO WS-ELOG-MENSAJE
005900                 PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
005910             END-IF
005920     END-READ.
005930     CLOSE ANCA-FILE.
005940 3000-EXIT.
005950     EXIT.
005960
005970 3100-LEER-AUDIT.
005980     READ AUDIT-FILE
005990         AT END
006000             SET FIN-ARCHIVO TO TRUE
006010         NOT AT END
006020             ADD 1 TO WS-CUENTA-REGISTROS
006030             IF AUDT-HASH IS NUMERIC
006040                 SET HAY-ENCADENADOS TO TRUE
006050                 MOVE SPACES TO WS-AREA-CONTENIDO
006060                 MOVE AUDT-CONTENIDO TO WS-AREA-CONTENIDO(1:60)
006070                 MOVE 60 TO WS-LON-CONTENIDO
006080                 MOVE AUDT-HASH TO WS-HASH-LEIDO
006090                 PERFORM 2500-VERIFICAR-ESLABON THRU 2500-EXIT
006100                 IF CADENA-ROTA
006110                     MOVE "CADENA DE AUDITTRL ALTERADA" TO
006120                         WS-ELOG-MENSAJE
006130                     PERFORM 8100-AVISAR-FALLA THRU 8100-EXIT
006140                     SET FIN-ARCHIVO TO TRUE
006150                 END-IF
006160             END-IF
006170     END-READ.
006180 3100-EXIT.
006190     EXIT.
006200
006210 8000-ANOTAR-FALLA.
006220     ADD 1 TO WS-CUENTA-FALLAS.
006230 8000-EXIT.
006240     EXIT.
006250
006260 8100-AVISAR-FALLA.
006270     MOVE 47 TO WS-ELOG-CODIGO.
006280     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
006290             WS-ELOG-MENSAJE.
006300     DISPLAY " CADENA ROTA: " WS-ELOG-MENSAJE.
006310 8100-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350* 9000-TERMINAR - RETURN-CODE 8 SI ALGUNA CADENA NO CUADRA
006360******************************************************************
006370 9000-TERMINAR.
006380     IF WS-CUENTA-FALLAS > ZERO
006390         MOVE 8 TO RETURN-CODE
006400     ELSE
006410         DISPLAY " CADENAS DE PERSJRNL Y AUDITTRL VERIFICADAS."
006420     END-IF.
006430     MOVE RETURN-CODE TO WS-RC-GUARDADO.
006440     MOVE WS-CUENTA-REGISTROS TO WS-AUDT-CANTIDAD.
006450     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
006460     MOVE WS-RC-GUARDADO TO RETURN-CODE.
006470 9000-EXIT.
006480     EXIT.
006490
006500 END PROGRAM cadena_verif.
