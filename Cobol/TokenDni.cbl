000100******************************************************************
000110* PROGRAM-ID: dni_token
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE DNI TOKENIZATION SERVICE FOR THE CSV
000170*             EXTRACTS WE HAND TO DOWNSTREAM SYSTEMS. A DOWNSTREAM
000180*             SYSTEM ONLY NEEDS A STABLE KEY TO JOIN ON, NOT THE
000190*             NATIONAL ID, SO EACH DNI IS REPLACED BY A SURROGATE
000200*             TOKEN ("T" + 7 DIGITS). THE TOKEN IS BUILT FROM THE
000210*             ORDER IN WHICH THE DNI FIRST REACHED AN EXTRACT,
000220*             NOT FROM THE DNI ITSELF, SO IT CANNOT BE REVERSED;
000230*             THE ONLY WAY FROM A TOKEN TO A DNI IS THE DNIVAULT
000240*             VAULT, WHICH ONLY THIS SERVICE OPENS. ONCE ISSUED A
000250*             TOKEN NEVER CHANGES. FUNCTIONS (DTK-FUNCION):
000260*                 T  TOKEN OF A DNI (ISSUED ON FIRST USE).
000270*                 R  DNI OF A TOKEN - ONLY FOR THE SUPERVISED
000280*                    DNI_DETOKENIZAR INQUIRY, WHICH LOGS IT.
000290*                 W  IS THE DESTINATION OF AN EXTRACT ENTITLED TO
000300*                    THE REAL DNI? (DNIDEST WHITELIST: EXTRACT +
000310*                    DESTINATION + LEGAL BASIS, ONE PER LINE).
000320*                 C  CLOSE THE VAULT AT THE END OF THE RUN.
000330*             RESULTADO: 0 OK, 1 INVALID OR UNKNOWN DNI/TOKEN,
000340*             8 UNKNOWN FUNCTION, 9 VAULT NOT AVAILABLE (ERRORLOG
000350*             79); FOR W: S ENTITLED, N NOT ENTITLED.
000360*             THE VAULT IS CREATED ON FIRST USE. ITS KEY-ZERO
000370*             RECORD ("#") HOLDS THE LAST SEQUENCE ISSUED.
000380* TECTONICS:  cobc
000390******************************************************************
000400* MODIFICATION HISTORY
000410* DATE       INIT DESCRIPTION
000420* 2026-10-15 RW   INITIAL VERSION.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. dni_token.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT VAULT-FILE ASSIGN TO "DNIVAULT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS VLT-DNI
000540         FILE STATUS IS WS-VLT-STATUS.
000550
000560     SELECT DNIDEST-FILE ASSIGN TO "DNIDEST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-DST-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  VAULT-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 26 CHARACTERS.
000650 01  VAULT-RECORD.
000660     05  VLT-DNI                 PIC 9(08).
000670     05  FILLER                  PIC X(01).
000680     05  VLT-TOKEN               PIC X(08).
000690     05  VLT-TOKEN-R REDEFINES VLT-TOKEN.
000700         10  VLT-TOKEN-PREFIJO   PIC X(01).
000710         10  VLT-TOKEN-NUMERO    PIC 9(07).
000720     05  FILLER                  PIC X(01).
000730     05  VLT-FECHA-ALTA          PIC 9(08).
000740
000750 FD  DNIDEST-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 58 CHARACTERS.
000780 01  DNIDEST-RECORD.
000790     05  DST-EXTRACTO            PIC X(08).
000800     05  FILLER                  PIC X(01).
000810     05  DST-DESTINO             PIC X(08).
000820     05  FILLER                  PIC X(01).
000830     05  DST-FUNDAMENTO          PIC X(40).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-VLT-STATUS               PIC X(02).
000870 01  WS-DST-STATUS               PIC X(02).
000880 01  WS-SW-BOVEDA                PIC X(01) VALUE "N".
000890     88  BOVEDA-ABIERTA          VALUE "S".
000900 01  WS-SW-BOVEDA-AVISADA        PIC X(01) VALUE "N".
000910     88  BOVEDA-AVISADA          VALUE "S".
000920 01  WS-EOF-BOVEDA               PIC X(01) VALUE "N".
000930     88  FIN-BOVEDA              VALUE "S".
000940
000950*----------------------------------------------------------------
000960*    SECUENCIA DE EMISION Y TOKEN. EL NUMERO DEL TOKEN ES UNA
000970*    PERMUTACION DE LA SECUENCIA (MULTIPLICADOR COPRIMO CON
000980*    10**7), ASI DOS DNI NUNCA COMPARTEN TOKEN Y LOS TOKENS NO
000990*    DELATAN EL ORDEN DE ALTA
001000*----------------------------------------------------------------
001010 01  WS-ULTIMA-SECUENCIA         PIC 9(07) VALUE ZERO.
001020 01  WS-MAX-SECUENCIA            PIC 9(07) VALUE 9999999.
001030 01  WS-TOKEN-MULTIPLICADOR      PIC 9(07) VALUE 7919317.
001040 01  WS-TOKEN-DESPLAZAMIENTO     PIC 9(07) VALUE 4826113.
001050 01  WS-TOKEN-NUMERO             PIC 9(07).
001060 01  WS-FECHA-HOY                PIC 9(08).
001070 01  WS-TOKEN-BUSCADO            PIC X(08).
001080
001090*----------------------------------------------------------------
001100*    LISTA DNIDEST: DESTINOS CON DERECHO AL DNI REAL, POR EXTRACTO
001110*----------------------------------------------------------------
001120 01  WS-SW-DESTINOS              PIC X(01) VALUE "N".
001130     88  DESTINOS-CARGADOS       VALUE "S".
001140 01  WS-EOF-DST                  PIC X(01) VALUE "N".
001150     88  FIN-DNIDEST             VALUE "S".
001160 01  WS-MAX-DESTINOS             PIC 9(02) VALUE 50.
001170 01  WS-CANT-DESTINOS            PIC 9(02) VALUE ZERO.
001180 01  TABLA-DESTINOS.
001190     05  DSTT-ENTRADA OCCURS 50 TIMES.
001200         10  DSTT-EXTRACTO       PIC X(08).
001210         10  DSTT-DESTINO        PIC X(08).
001220         10  DSTT-FUNDAMENTO     PIC X(40).
001230 01  WS-IDX-DST                  PIC 9(02) COMP.
001240
001250 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "dni_token".
001260 01  WS-ELOG-CODIGO              PIC 9(04).
001270 01  WS-ELOG-MENSAJE             PIC X(59).
001280
001290 LINKAGE SECTION.
001300 01  DTK-AREA.
001310     05  DTK-FUNCION             PIC X(01).
001320     05  DTK-DNI                 PIC 9(08).
001330     05  DTK-TOKEN               PIC X(08).
001340     05  DTK-EXTRACTO            PIC X(08).
001350     05  DTK-DESTINO             PIC X(08).
001360     05  DTK-RESULTADO           PIC X(01).
001370     05  DTK-MENSAJE             PIC X(40).
001380
001390 PROCEDURE DIVISION USING DTK-AREA.
001400
001410******************************************************************
001420* 0000-MAINLINE - DESPACHA SEGUN LA FUNCION PEDIDA
001430******************************************************************
001440 0000-MAINLINE.
001450     MOVE "0" TO DTK-RESULTADO.
001460     MOVE SPACES TO DTK-MENSAJE.
001470     EVALUATE DTK-FUNCION
001480         WHEN "T"
001490             PERFORM 2000-TOKENIZAR THRU 2000-EXIT
001500         WHEN "R"
001510             PERFORM 3000-REVERTIR THRU 3000-EXIT
001520         WHEN "W"
001530             PERFORM 4000-VERIFICAR-DESTINO THRU 4000-EXIT
001540         WHEN "C"
001550             PERFORM 9000-CERRAR-BOVEDA THRU 9000-EXIT
001560         WHEN OTHER
001570             MOVE "8" TO DTK-RESULTADO
001580             MOVE "FUNCION DE DNI_TOKEN DESCONOCIDA"
001590                 TO DTK-MENSAJE
001600     END-EVALUATE.
001610     GOBACK.
001620
001630******************************************************************
001640* 1000-ABRIR-BOVEDA - LA PRIMERA VEZ DEL RUN UNIT ABRE (O CREA)
001650*     LA BOVEDA Y LEE LA ULTIMA SECUENCIA EMITIDA; QUEDA ABIERTA
001660*     HASTA LA FUNCION C
001670******************************************************************
001680 1000-ABRIR-BOVEDA.
001690     IF BOVEDA-ABIERTA
001700         GO TO 1000-EXIT
001710     END-IF.
001720     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
001730     OPEN I-O VAULT-FILE.
001740     IF WS-VLT-STATUS = "35"
001750         OPEN OUTPUT VAULT-FILE
001760         CLOSE VAULT-FILE
001770         OPEN I-O VAULT-FILE
001780     END-IF.
001790     IF WS-VLT-STATUS NOT = "00"
001800         PERFORM 1900-BOVEDA-NO-DISPONIBLE THRU 1900-EXIT
001810         GO TO 1000-EXIT
001820     END-IF.
001830     SET BOVEDA-ABIERTA TO TRUE.
001840     MOVE ZERO TO VLT-DNI.
001850     READ VAULT-FILE
001860         INVALID KEY
001870             PERFORM 1100-CREAR-CONTROL THRU 1100-EXIT
001880         NOT INVALID KEY
001890             MOVE VLT-TOKEN-NUMERO TO WS-ULTIMA-SECUENCIA
001900     END-READ.
001910 1000-EXIT.
001920     EXIT.
001930
001940 1100-CREAR-CONTROL.
001950     MOVE SPACES TO VAULT-RECORD.
001960     MOVE ZERO TO VLT-DNI.
001970     MOVE "#" TO VLT-TOKEN-PREFIJO.
001980     MOVE ZERO TO VLT-TOKEN-NUMERO.
001990     MOVE WS-FECHA-HOY TO VLT-FECHA-ALTA.
002000     WRITE VAULT-RECORD
002010         INVALID KEY
002020             CONTINUE
002030     END-WRITE.
002040     MOVE ZERO TO WS-ULTIMA-SECUENCIA.
002050 1100-EXIT.
002060     EXIT.
002070
002080******************************************************************
002090* 1900-BOVEDA-NO-DISPONIBLE - SIN BOVEDA NO HAY TOKEN; EL LLAMADOR
002100*     NO DEBE PONER EL DNI REAL EN SU LUGAR. UN SOLO ERRORLOG POR
002110*     CORRIDA
002120******************************************************************
002130 1900-BOVEDA-NO-DISPONIBLE.
002140     MOVE "9" TO DTK-RESULTADO.
002150     MOVE "BOVEDA DNIVAULT NO DISPONIBLE" TO DTK-MENSAJE.
002160     IF BOVEDA-AVISADA
002170         GO TO 1900-EXIT
002180     END-IF.
002190     SET BOVEDA-AVISADA TO TRUE.
002200     MOVE 79 TO WS-ELOG-CODIGO.
002210     MOVE SPACES TO WS-ELOG-MENSAJE.
002220     STRING "BOVEDA DNIVAULT NO DISPONIBLE (STATUS "
002230         WS-VLT-STATUS ") - SIN TOKENS DE DNI"
002240         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
002250     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
002260             WS-ELOG-MENSAJE.
002270 1900-EXIT.
002280     EXIT.
002290
002300******************************************************************
002310* 2000-TOKENIZAR - TOKEN YA EMITIDO, O UNO NUEVO SI EL DNI LLEGA
002320*     POR PRIMERA VEZ A UN EXTRACTO
002330******************************************************************
002340 2000-TOKENIZAR.
002350     MOVE SPACES TO DTK-TOKEN.
002360     IF DTK-DNI IS NOT NUMERIC OR DTK-DNI = ZERO
002370         MOVE "1" TO DTK-RESULTADO
002380         MOVE "DNI INVALIDO PARA TOKENIZAR" TO DTK-MENSAJE
002390         GO TO 2000-EXIT
002400     END-IF.
002410     PERFORM 1000-ABRIR-BOVEDA THRU 1000-EXIT.
002420     IF NOT BOVEDA-ABIERTA
002430         GO TO 2000-EXIT
002440     END-IF.
002450     MOVE DTK-DNI TO VLT-DNI.
002460     READ VAULT-FILE
002470         INVALID KEY
002480             PERFORM 2100-EMITIR-TOKEN THRU 2100-EXIT
002490         NOT INVALID KEY
002500             MOVE VLT-TOKEN TO DTK-TOKEN
002510     END-READ.
002520 2000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 2100-EMITIR-TOKEN - SIGUIENTE SECUENCIA, SU PERMUTACION COMO
002570*     NUMERO DEL TOKEN, Y LA SECUENCIA NUEVA EN EL REGISTRO "#"
002580******************************************************************
002590 2100-EMITIR-TOKEN.
002600     IF WS-ULTIMA-SECUENCIA >= WS-MAX-SECUENCIA
002610         MOVE "9" TO DTK-RESULTADO
002620         MOVE "BOVEDA DNIVAULT SIN TOKENS LIBRES" TO DTK-MENSAJE
002630         GO TO 2100-EXIT
002640     END-IF.
002650     ADD 1 TO WS-ULTIMA-SECUENCIA.
002660     COMPUTE WS-TOKEN-NUMERO = FUNCTION MOD(
002670         WS-ULTIMA-SECUENCIA * WS-TOKEN-MULTIPLICADOR
002680             + WS-TOKEN-DESPLAZAMIENTO, 10000000).
002690     MOVE SPACES TO VAULT-RECORD.
002700     MOVE DTK-DNI TO VLT-DNI.
002710     MOVE "T" TO VLT-TOKEN-PREFIJO.
002720     MOVE WS-TOKEN-NUMERO TO VLT-TOKEN-NUMERO.
002730     MOVE WS-FECHA-HOY TO VLT-FECHA-ALTA.
002740     WRITE VAULT-RECORD
002750         INVALID KEY
002760             MOVE "9" TO DTK-RESULTADO
002770             MOVE "NO SE PUDO GRABAR EN DNIVAULT" TO DTK-MENSAJE
002780             GO TO 2100-EXIT
002790     END-WRITE.
002800     MOVE VLT-TOKEN TO DTK-TOKEN.
002810     MOVE SPACES TO VAULT-RECORD.
002820     MOVE ZERO TO VLT-DNI.
002830     MOVE "#" TO VLT-TOKEN-PREFIJO.
002840     MOVE WS-ULTIMA-SECUENCIA TO VLT-TOKEN-NUMERO.
002850     MOVE WS-FECHA-HOY TO VLT-FECHA-ALTA.
002860     REWRITE VAULT-RECORD
002870         INVALID KEY
002880             CONTINUE
002890     END-REWRITE.
002900 2100-EXIT.
002910     EXIT.
002920
002930******************************************************************
002940* 3000-REVERTIR - RECORRE LA BOVEDA BUSCANDO EL TOKEN; SOLO LO
002950*     USA LA CONSULTA SUPERVISADA DNI_DETOKENIZAR
002960******************************************************************
002970 3000-REVERTIR.
002980     MOVE ZERO TO DTK-DNI.
002990     IF DTK-TOKEN(1:1) NOT = "T"
003000             OR DTK-TOKEN(2:7) IS NOT NUMERIC
003010         MOVE "1" TO DTK-RESULTADO
003020         MOVE "TOKEN CON FORMATO INVALIDO" TO DTK-MENSAJE
003030         GO TO 3000-EXIT
003040     END-IF.
003050     PERFORM 1000-ABRIR-BOVEDA THRU 1000-EXIT.
003060     IF NOT BOVEDA-ABIERTA
003070         GO TO 3000-EXIT
003080     END-IF.
003090     MOVE DTK-TOKEN TO WS-TOKEN-BUSCADO.
003100     MOVE "N" TO WS-EOF-BOVEDA.
003110     MOVE 1 TO VLT-DNI.
003120     START VAULT-FILE KEY IS NOT < VLT-DNI
003130         INVALID KEY
003140             SET FIN-BOVEDA TO TRUE
003150     END-START.
003160     PERFORM 3100-LEER-BOVEDA THRU 3100-EXIT
003170         UNTIL FIN-BOVEDA.
003180     IF DTK-DNI = ZERO
003190         MOVE "1" TO DTK-RESULTADO
003200         MOVE "TOKEN INEXISTENTE EN LA BOVEDA" TO DTK-MENSAJE
003210     END-IF.
003220 3000-EXIT.
003230     EXIT.
003240
003250 3100-LEER-BOVEDA.
003260     READ VAULT-FILE NEXT RECORD
003270         AT END
003280             SET FIN-BOVEDA TO TRUE
003290             GO TO 3100-EXIT
003300     END-READ.
003310     IF VLT-TOKEN = WS-TOKEN-BUSCADO
003320         MOVE VLT-DNI TO DTK-DNI
003330         SET FIN-BOVEDA TO TRUE
003340     END-IF.
003350 3100-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390* 4000-VERIFICAR-DESTINO - S SI EL PAR EXTRACTO + DESTINO FIGURA
003400*     EN DNIDEST (EL FUNDAMENTO VUELVE EN EL MENSAJE); SIN
003410*     DESTINO O SIN LISTA, EL EXTRACTO SALE TOKENIZADO
003420******************************************************************
003430 4000-VERIFICAR-DESTINO.
003440     IF NOT DESTINOS-CARGADOS
003450         PERFORM 4100-CARGAR-DESTINOS THRU 4100-EXIT
003460     END-IF.
003470     MOVE "N" TO DTK-RESULTADO.
003480     IF DTK-DESTINO = SPACES
003490         GO TO 4000-EXIT
003500     END-IF.
003510     PERFORM 4200-COMPARAR-DESTINO THRU 4200-EXIT
003520         VARYING WS-IDX-DST FROM 1 BY 1
003530             UNTIL WS-IDX-DST > WS-CANT-DESTINOS
003540                 OR DTK-RESULTADO = "S".
003550 4000-EXIT.
003560     EXIT.
003570
003580 4100-CARGAR-DESTINOS.
003590     SET DESTINOS-CARGADOS TO TRUE.
003600     OPEN INPUT DNIDEST-FILE.
003610     IF WS-DST-STATUS NOT = "00"
003620         GO TO 4100-EXIT
003630     END-IF.
003640     PERFORM 4110-LEER-DESTINO THRU 4110-EXIT
003650         UNTIL FIN-DNIDEST.
003660     CLOSE DNIDEST-FILE.
003670 4100-EXIT.
003680     EXIT.
003690
003700 4110-LEER-DESTINO.
003710     READ DNIDEST-FILE
003720         AT END
003730             SET FIN-DNIDEST TO TRUE
003740             GO TO 4110-EXIT
003750     END-READ.
003760     IF DST-EXTRACTO = SPACES OR DST-DESTINO = SPACES
003770             OR DST-EXTRACTO(1:1) = "*"
003780         GO TO 4110-EXIT
003790     END-IF.
003800     IF WS-CANT-DESTINOS >= WS-MAX-DESTINOS
003810         DISPLAY "ATENCION: DNIDEST EXCEDE " WS-MAX-DESTINOS
003820             " DESTINOS - " DST-EXTRACTO " " DST-DESTINO
003830             " NO SE CONSIDERA."
003840         GO TO 4110-EXIT
003850     END-IF.
003860     ADD 1 TO WS-CANT-DESTINOS.
003870     MOVE DST-EXTRACTO TO DSTT-EXTRACTO(WS-CANT-DESTINOS).
003880     MOVE DST-DESTINO TO DSTT-DESTINO(WS-CANT-DESTINOS).
003890     MOVE DST-FUNDAMENTO TO DSTT-FUNDAMENTO(WS-CANT-DESTINOS).
003900 4110-EXIT.
003910     EXIT.
003920
003930 4200-COMPARAR-DESTINO.
003940     IF DSTT-EXTRACTO(WS-IDX-DST) = DTK-EXTRACTO
003950             AND DSTT-DESTINO(WS-IDX-DST) = DTK-DESTINO
003960         MOVE "S" TO DTK-RESULTADO
003970         MOVE DSTT-FUNDAMENTO(WS-IDX-DST) TO DTK-MENSAJE
003980     END-IF.
003990 4200-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 9000-CERRAR-BOVEDA
004040******************************************************************
004050 9000-CERRAR-BOVEDA.
004060     IF BOVEDA-ABIERTA
004070         CLOSE VAULT-FILE
004080         MOVE "N" TO WS-SW-BOVEDA
004090     END-IF.
004100 9000-EXIT.
004110     EXIT.
004120
004130 END PROGRAM dni_token.
