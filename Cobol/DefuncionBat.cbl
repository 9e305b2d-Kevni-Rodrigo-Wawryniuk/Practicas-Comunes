000100******************************************************************
000110* PROGRAM-ID: DefuncionBat
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    LOADS THE CIVIL REGISTRY'S DEATH FEED (DEFUNCIO),
000170*             IN THE USUAL HDR/TRL ENVELOPE CHECKED BY
000180*             VALIDAR_SOBRE, ONE DECEASED PERSON PER LINE:
000190*             DNI WITH ITS CHECK DIGIT, DATE OF DEATH AND THE
000200*             REGISTRY'S CERTIFICATE (ACTA) NUMBER. EACH ROW
000210*             IS MATCHED TO PERSONAF BY DNI; AN ACTIVE PERSON
000220*             IS GIVEN THE BAJA BY DEATH - PERS-ESTADO F,
000230*             PERS-FECHA-BAJA = DATE OF DEATH - JOURNALED AS
000240*             A BAJA ("B") LIKE ANY OTHER, AND A DEFINITIVE F
000250*             MARK IS APPENDED TO NOCONTAC SO NO LETTER GOES
000260*             OUT TO THE HOUSEHOLD. A ROW THAT DOES NOT
000270*             MATCH (BAD CHECK DIGIT, UNKNOWN DNI, UNUSABLE
000280*             DATE) OR THAT MATCHES AN ALREADY-INACTIVE
000290*             RECORD IS LEFT FOR RECONCILIATION: A PENDING
000300*             ITEM ON SUSPENSO (QUEUE OPERACION) AND ITS LINE
000310*             ON DEFUNRPT.AAAAMMDD, WHERE EVERY ROW OF THE
000320*             FEED, APPLIED OR NOT, IS LISTED.
000330* TECTONICS:  cobc
000340******************************************************************
000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 RW   INITIAL VERSION.
000380* 2026-10-15 RW   MOTIVO "DEFUNCION PREVIA AL NACIMIENTO": EL
000390*                 TEXTO ANTERIOR NO ENTRABA EN WS-MOTIVO-RECHAZO.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. DefuncionBat.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT TRAN-FILE ASSIGN TO "DEFUNCIO"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TRAN-STATUS.
000500
000510     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS PERS-DNI
000550         FILE STATUS IS WS-PERSONA-STATUS.
000560
000570     SELECT NOCONTAC-FILE ASSIGN TO "NOCONTAC"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-NOC-STATUS.
000600
000610     SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SUSP-STATUS.
000640
000650     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  TRAN-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 32 CHARACTERS.
000740 01  TRAN-RECORD.
000750     05  DEFN-DNI                PIC 9(08).
000760     05  DEFN-DNI-DV             PIC 9(01).
000770     05  DEFN-FECHA-DEFUNCION    PIC 9(08).
000780     05  DEFN-ACTA               PIC X(15).
000790
000800 FD  PERSONA-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 117 CHARACTERS.
000830 COPY PERSONA.
000840
000850 FD  NOCONTAC-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 50 CHARACTERS.
000880 01  NOCONTAC-RECORD.
000890     05  NOC-DNI                 PIC 9(08).
000900     05  FILLER                  PIC X(01).
000910     05  NOC-MARCA               PIC X(01).
000920     05  FILLER                  PIC X(01).
000930     05  NOC-FECHA               PIC 9(08).
000940     05  FILLER                  PIC X(01).
000950     05  NOC-MOTIVO              PIC X(30).
000960
000970 FD  SUSPENSO-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 112 CHARACTERS.
001000 01  SUSPENSO-RECORD.
001010     05  SUSP-ESTADO             PIC X(01).
001020     05  FILLER                  PIC X(01).
001030     05  SUSP-FECHA-ALTA         PIC 9(08).
001040     05  FILLER                  PIC X(01).
001050     05  SUSP-PROGRAMA           PIC X(20).
001060     05  FILLER                  PIC X(01).
001070     05  SUSP-VALOR              PIC X(03).
001080     05  FILLER                  PIC X(01).
001090     05  SUSP-MOTIVO             PIC X(30).
001100     05  FILLER                  PIC X(01).
001110     05  SUSP-INICIALES          PIC X(03).
001120     05  FILLER                  PIC X(01).
001130     05  SUSP-NOTA               PIC X(30).
001140     05  FILLER                  PIC X(01).
001150     05  SUSP-COLA               PIC X(10).
001160
001170 FD  REPORT-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  REPORT-RECORD               PIC X(80).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-TRAN-STATUS              PIC X(02).
001240 01  WS-PERSONA-STATUS           PIC X(02).
001250 01  WS-NOC-STATUS               PIC X(02).
001260 01  WS-SUSP-STATUS              PIC X(02).
001270 01  WS-RPT-STATUS               PIC X(02).
001280
001290 01  WS-EOF-TRAN                 PIC X(01) VALUE "N".
001300     88  FIN-TRAN                VALUE "S".
001310 01  WS-SW-APLICADA              PIC X(01) VALUE "N".
001320     88  TRAN-APLICADA           VALUE "S".
001330 01  WS-MOTIVO-RECHAZO           PIC X(30).
001340
001350*----------------------------------------------------------------
001360*    CONTADORES DE CONTROL DE LA CORRIDA
001370*----------------------------------------------------------------
001380 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
001390 01  WS-CUENTA-APLICADAS         PIC 9(05) VALUE ZERO.
001400 01  WS-CUENTA-CONCILIAR         PIC 9(05) VALUE ZERO.
001410 01  WS-SW-BALANCEA              PIC X(01) VALUE "S".
001420     88  TOTALES-BALANCEAN       VALUE "S".
001430
001440*----------------------------------------------------------------
001450*    SOBRE HDR/TRL DEL DECK DEFUNCIO (CLAVE: DNI DEL FALLECIDO)
001460*----------------------------------------------------------------
001470 01  WS-SW-DECK-RECHAZADO        PIC X(01) VALUE "N".
001480     88  DECK-RECHAZADO          VALUE "S".
001490 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "DEFUNCIO".
001500 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 1.
001510 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
001520 01  WS-SOBRE-RESULTADO          PIC X(01).
001530     88  SOBRE-VALIDO            VALUE "S".
001540 01  WS-SOBRE-MENSAJE            PIC X(59).
001550
001560*----------------------------------------------------------------
001570*    DIGITO VERIFICADOR DEL DNI (MODULO 11, LA MISMA REGLA DE
001580*    PERSONAMANTBAT)
001590*----------------------------------------------------------------
001600 01  WS-DNI-BASE                 PIC 9(08).
001610 01  WS-DNI-DIGITOS REDEFINES WS-DNI-BASE.
001620     05  WS-DNI-DIGITO           PIC 9 OCCURS 8 TIMES.
001630 01  WS-DNI-DV-CALCULADO         PIC 9(01).
001640 01  WS-SUMA                     PIC 9(04) COMP.
001650 01  WS-RESTO                    PIC 9(02) COMP.
001660 01  WS-PESO                     PIC 9(02) COMP.
001670 01  WS-SUB                      PIC 9(02) COMP.
001680
001690*----------------------------------------------------------------
001700*    NOMBRE DINAMICO DEL REPORTE, ARMADO CON LA FECHA DE CORRIDA
001710*----------------------------------------------------------------
001720 01  WS-FECHA-HOY                PIC X(08).
001730 01  WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY
001740                                 PIC 9(08).
001750 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001760 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001770 01  WS-CATG-ARCHIVO             PIC X(21).
001780 01  WS-CATG-CANTIDAD            PIC 9(07).
001790
001800*----------------------------------------------------------------
001810*    LINEAS DEL REPORTE DE CONCILIACION
001820*----------------------------------------------------------------
001830 01  WS-LINEA-TITULO             PIC X(50)
001840         VALUE "DEFUNCIONES INFORMADAS POR EL REGISTRO CIVIL".
001850 01  WS-LINEA-FECHA.
001860     05  FILLER                  PIC X(21)
001870             VALUE "FECHA DE EJECUCION: ".
001880     05  WS-FECHA-EDITADA        PIC X(08).
001890     05  FILLER                  PIC X(51) VALUE SPACES.
001900 01  WS-LINEA-ENCABEZADO-COL.
001910     05  FILLER                  PIC X(10) VALUE "DNI       ".
001920     05  FILLER                  PIC X(10) VALUE "DEFUNCION ".
001930     05  FILLER                  PIC X(16)
001940             VALUE "ACTA            ".
001950     05  FILLER                  PIC X(11) VALUE "RESULTADO  ".
001960     05  FILLER                  PIC X(33) VALUE "DETALLE".
001970 01  WS-LINEA-DETALLE.
001980     05  DET-DNI                 PIC X(08).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  DET-FECHA-DEFUNCION     PIC X(08).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  DET-ACTA                PIC X(15).
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040     05  DET-RESULTADO           PIC X(10).
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  DET-MOTIVO              PIC X(33).
002070 01  WS-LINEA-TRAILER.
002080     05  TRA-ETIQUETA            PIC X(35).
002090     05  TRA-VALOR               PIC ZZZ,ZZ9.
002100     05  FILLER                  PIC X(38) VALUE SPACES.
002110 01  WS-DNI-ENMASCARADO          PIC X(08).
002120
002130*----------------------------------------------------------------
002140*    CAMPOS PARA EL JOURNAL DE PERSONAF
002150*----------------------------------------------------------------
002160 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "DefuncionBat".
002170 01  WS-JRNL-ACCION              PIC X(01).
002180 01  WS-IMAGEN-ANTES             PIC X(117).
002190 01  WS-IMAGEN-DESPUES           PIC X(117).
002200
002210*----------------------------------------------------------------
002220*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
002230*----------------------------------------------------------------
002240 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "DefuncionBat".
002250 01  WS-ELOG-CODIGO              PIC 9(04).
002260 01  WS-ELOG-MENSAJE             PIC X(59).
002270 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "DefuncionBat".
002280 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002290
002300 PROCEDURE DIVISION.
002310
002320******************************************************************
002330* 0000-MAINLINE
002340******************************************************************
002350 0000-MAINLINE.
002360     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002370     IF WS-TRAN-STATUS = "00" AND NOT DECK-RECHAZADO
002380         PERFORM 2000-PROCESAR-DEFUNCIONES THRU 2000-EXIT
002390     ELSE
002400         DISPLAY "DEFUNCIO NO DISPONIBLE, NO SE DAN BAJAS "
002410             "POR FALLECIMIENTO."
002420     END-IF.
002430     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002440     GOBACK.
002450
002460******************************************************************
002470* 1000-INICIALIZAR - VALIDA EL SOBRE Y ABRE MAESTRO, ENTRADA Y
002480*     REPORTE
002490******************************************************************
002500 1000-INICIALIZAR.
002510     CALL "fecha_negocio" USING WS-FECHA-HOY
002520             WS-SUFIJO-CICLO.
002530     OPEN I-O PERSONA-FILE.
002540     OPEN INPUT TRAN-FILE.
002550     PERFORM 1300-VALIDAR-SOBRE-TRAN THRU 1300-EXIT.
002560     STRING "DEFUNRPT." WS-FECHA-HOY DELIMITED BY SIZE
002570         WS-SUFIJO-CICLO DELIMITED BY SPACE
002580         INTO WS-DYN-REPORT-FILE.
002590     OPEN OUTPUT REPORT-FILE.
002600     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
002610     WRITE REPORT-RECORD.
002620     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
002630     MOVE WS-LINEA-FECHA TO REPORT-RECORD.
002640     WRITE REPORT-RECORD.
002650     MOVE WS-LINEA-ENCABEZADO-COL TO REPORT-RECORD.
002660     WRITE REPORT-RECORD.
002670 1000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710* 1300-VALIDAR-SOBRE-TRAN - EL SOBRE HDR/TRL DEL DECK DEFUNCIO
002720*     SE VALIDA ENTERO ANTES DE DAR NINGUNA BAJA. UN SOBRE QUE
002730*     NO BALANCEA RECHAZA EL DECK ENTERO Y QUEDA EN ERRORLOG.
002740******************************************************************
002750 1300-VALIDAR-SOBRE-TRAN.
002760     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
002770             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
002780             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
002790     EVALUATE TRUE
002800         WHEN SOBRE-VALIDO
002810             CONTINUE
002820         WHEN WS-SOBRE-MENSAJE =
002830                 "ARCHIVO DE ENTRADA NO DISPONIBLE"
002840             CONTINUE
002850         WHEN OTHER
002860             DISPLAY "DEFUNCIO RECHAZADO ENTERO: "
002870                 WS-SOBRE-MENSAJE
002880             SET DECK-RECHAZADO TO TRUE
002890             MOVE 63 TO WS-ELOG-CODIGO
002900             MOVE "SOBRE DE DEFUNCIO NO BALANCEA" TO
002910                 WS-ELOG-MENSAJE
002920             CALL "errorlog" USING WS-ELOG-PROGRAMA
002930                     WS-ELOG-CODIGO WS-ELOG-MENSAJE
002940             MOVE 8 TO RETURN-CODE
002950     END-EVALUATE.
002960 1300-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000* 2000-PROCESAR-DEFUNCIONES - RECORRE EL DECK DEL REGISTRO CIVIL
003010******************************************************************
003020 2000-PROCESAR-DEFUNCIONES.
003030     PERFORM 2100-LEER-DEFUNCION THRU 2100-EXIT
003040         UNTIL FIN-TRAN.
003050 2000-EXIT.
003060     EXIT.
003070
003080 2100-LEER-DEFUNCION.
003090     READ TRAN-FILE
003100         AT END
003110             SET FIN-TRAN TO TRUE
003120         NOT AT END
003130             IF TRAN-RECORD(1:3) = "HDR"
003140                     OR TRAN-RECORD(1:3) = "TRL"
003150                 CONTINUE
003160             ELSE
003170                 ADD 1 TO WS-CUENTA-LEIDAS
003180                 PERFORM 2200-APLICAR-DEFUNCION
003190                     THRU 2200-EXIT
003200             END-IF
003210     END-READ.
003220 2100-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260* 2200-APLICAR-DEFUNCION - UBICA AL FALLECIDO EN EL MAESTRO Y LE
003270*     DA LA BAJA; LO QUE NO SE PUEDE APLICAR QUEDA EN EL
003280*     SUSPENSO PARA CONCILIAR. TODA FILA DEJA SU LINEA EN EL
003290*     REPORTE.
003300******************************************************************
003310 2200-APLICAR-DEFUNCION.
003320     MOVE "N" TO WS-SW-APLICADA.
003330     MOVE SPACES TO WS-MOTIVO-RECHAZO.
003340     MOVE SPACES TO WS-DNI-ENMASCARADO.
003350     IF DEFN-DNI IS NUMERIC
003360         CALL "enmascarar_dni" USING DEFN-DNI
003370                 WS-DNI-ENMASCARADO
003380     END-IF.
003390     PERFORM 2300-VALIDAR-DEFUNCION THRU 2300-EXIT.
003400     IF WS-MOTIVO-RECHAZO = SPACES
003410         PERFORM 3000-DAR-BAJA THRU 3000-EXIT
003420     END-IF.
003430     IF TRAN-APLICADA
003440         ADD 1 TO WS-CUENTA-APLICADAS
003450     ELSE
003460         ADD 1 TO WS-CUENTA-CONCILIAR
003470         PERFORM 5000-LEVANTAR-SUSPENSO THRU 5000-EXIT
003480     END-IF.
003490     PERFORM 6000-ESCRIBIR-RESULTADO THRU 6000-EXIT.
003500 2200-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 2300-VALIDAR-DEFUNCION - DNI NUMERICO CON DIGITO VERIFICADOR
003550*     CORRECTO, PRESENTE EN EL MAESTRO Y TODAVIA ACTIVO, CON UNA
003560*     FECHA DE DEFUNCION VALIDA, NO FUTURA Y NO ANTERIOR AL
003570*     NACIMIENTO
003580******************************************************************
003590 2300-VALIDAR-DEFUNCION.
003600     IF DEFN-DNI IS NOT NUMERIC
003610             OR DEFN-DNI-DV IS NOT NUMERIC
003620         MOVE "DNI NO NUMERICO" TO WS-MOTIVO-RECHAZO
003630         GO TO 2300-EXIT
003640     END-IF.
003650     MOVE DEFN-DNI TO WS-DNI-BASE.
003660     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
003670     IF WS-DNI-DV-CALCULADO NOT = DEFN-DNI-DV
003680         MOVE "DIGITO VERIFICADOR INVALIDO" TO
003690             WS-MOTIVO-RECHAZO
003700         GO TO 2300-EXIT
003710     END-IF.
003720     MOVE DEFN-DNI TO PERS-DNI.
003730     READ PERSONA-FILE
003740         INVALID KEY
003750             MOVE "DNI NO ENCONTRADO" TO WS-MOTIVO-RECHAZO
003760             GO TO 2300-EXIT
003770     END-READ.
003780     IF PERS-DNI-DV NOT = DEFN-DNI-DV
003790         MOVE "DIGITO DISTINTO AL DEL MAESTRO" TO
003800             WS-MOTIVO-RECHAZO
003810         GO TO 2300-EXIT
003820     END-IF.
003830     IF PERS-FALLECIDO
003840         MOVE "YA DADA DE BAJA POR DEFUNCION" TO
003850             WS-MOTIVO-RECHAZO
003860         GO TO 2300-EXIT
003870     END-IF.
003880     IF PERS-INACTIVO
003890         MOVE "PERSONA YA INACTIVA" TO WS-MOTIVO-RECHAZO
003900         GO TO 2300-EXIT
003910     END-IF.
003920     IF DEFN-FECHA-DEFUNCION IS NOT NUMERIC
003930         MOVE "FECHA DE DEFUNCION INVALIDA" TO
003940             WS-MOTIVO-RECHAZO
003950         GO TO 2300-EXIT
003960     END-IF.
003970     IF FUNCTION TEST-DATE-YYYYMMDD(DEFN-FECHA-DEFUNCION)
003980             NOT = ZERO
003990         MOVE "FECHA DE DEFUNCION INVALIDA" TO
004000             WS-MOTIVO-RECHAZO
004010         GO TO 2300-EXIT
004020     END-IF.
004030     IF DEFN-FECHA-DEFUNCION > WS-FECHA-HOY-NUM
004040         MOVE "FECHA DE DEFUNCION FUTURA" TO WS-MOTIVO-RECHAZO
004050         GO TO 2300-EXIT
004060     END-IF.
004070     IF PERS-FECHA-NACIMIENTO NOT = ZERO
004080             AND DEFN-FECHA-DEFUNCION < PERS-FECHA-NACIMIENTO
004090         MOVE "DEFUNCION PREVIA AL NACIMIENTO" TO
004100             WS-MOTIVO-RECHAZO
004110     END-IF.
004120 2300-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160* 2900-CALCULAR-DIGITO-VERIFICADOR - MODULO 11, PESOS 2 A 9
004170*     CICLICOS DESDE EL DIGITO MAS SIGNIFICATIVO (LA MISMA REGLA
004180*     DE PERSONAMANT.CBL)
004190******************************************************************
004200 2900-CALCULAR-DIGITO-VERIFICADOR.
004210     MOVE ZERO TO WS-SUMA.
004220     PERFORM 2910-SUMAR-DIGITO THRU 2910-EXIT
004230         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
004240     COMPUTE WS-RESTO = FUNCTION MOD(WS-SUMA, 11).
004250     COMPUTE WS-DNI-DV-CALCULADO = 11 - WS-RESTO.
004260     IF WS-DNI-DV-CALCULADO >= 10
004270         MOVE 0 TO WS-DNI-DV-CALCULADO
004280     END-IF.
004290 2900-EXIT.
004300     EXIT.
004310
004320 2910-SUMAR-DIGITO.
004330     COMPUTE WS-PESO = FUNCTION MOD(WS-SUB - 1, 8) + 2.
004340     COMPUTE WS-SUMA = WS-SUMA +
004350         (WS-DNI-DIGITO(WS-SUB) * WS-PESO).
004360 2910-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 3000-DAR-BAJA - BAJA LOGICA POR FALLECIMIENTO: ESTADO F Y
004410*     FECHA DE BAJA = FECHA DE DEFUNCION, JOURNALIZADA COMO
004420*     BAJA, Y MARCA DEFINITIVA DE NO CONTACTAR
004430******************************************************************
004440 3000-DAR-BAJA.
004450     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
004460     SET PERS-FALLECIDO TO TRUE.
004470     MOVE DEFN-FECHA-DEFUNCION TO PERS-FECHA-BAJA.
004480     REWRITE PERSONA-RECORD
004490         INVALID KEY
004500             MOVE "ERROR AL REGRABAR" TO WS-MOTIVO-RECHAZO
004510             GO TO 3000-EXIT
004520     END-REWRITE.
004530     SET TRAN-APLICADA TO TRUE.
004540     MOVE "B" TO WS-JRNL-ACCION.
004550     MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES.
004560     CALL "persona_journal" USING WS-JRNL-PROGRAMA WS-JRNL-ACCION
004570             WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
004580     PERFORM 3100-MARCAR-NO-CONTACTAR THRU 3100-EXIT.
004590 3000-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 3100-MARCAR-NO-CONTACTAR - AGREGA A NOCONTAC LA MARCA F
004640*     (CREANDOLO SI ES LA PRIMERA MARCA DEL SISTEMA). PERSONACARTA
004650*     Y PERSONAMANT LA TRATAN COMO DEFINITIVA.
004660******************************************************************
004670 3100-MARCAR-NO-CONTACTAR.
004680     OPEN EXTEND NOCONTAC-FILE.
004690     IF WS-NOC-STATUS NOT = "00"
004700         OPEN OUTPUT NOCONTAC-FILE
004710     END-IF.
004720     MOVE SPACES TO NOCONTAC-RECORD.
004730     MOVE DEFN-DNI TO NOC-DNI.
004740     MOVE "F" TO NOC-MARCA.
004750     MOVE WS-FECHA-HOY-NUM TO NOC-FECHA.
004760     MOVE "FALLECIDO - REGISTRO CIVIL" TO NOC-MOTIVO.
004770     WRITE NOCONTAC-RECORD.
004780     CLOSE NOCONTAC-FILE.
004790 3100-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 5000-LEVANTAR-SUSPENSO - LA FILA NO SE PUDO APLICAR: QUEDA UNA
004840*     EXCEPCION PENDIENTE EN EL SUSPENSO, CON EL DNI ENMASCARADO
004850*     Y EL ACTA EN LA NOTA PARA QUE OPERACION LA CONCILIE
004860******************************************************************
004870 5000-LEVANTAR-SUSPENSO.
004880     OPEN EXTEND SUSPENSO-FILE.
004890     IF WS-SUSP-STATUS NOT = "00"
004900         OPEN OUTPUT SUSPENSO-FILE
004910     END-IF.
004920     MOVE SPACES TO SUSPENSO-RECORD.
004930     MOVE "P" TO SUSP-ESTADO.
004940     MOVE WS-FECHA-HOY-NUM TO SUSP-FECHA-ALTA.
004950     MOVE WS-JRNL-PROGRAMA TO SUSP-PROGRAMA.
004960     MOVE SPACES TO SUSP-VALOR.
004970     MOVE WS-MOTIVO-RECHAZO TO SUSP-MOTIVO.
004980     MOVE SPACES TO SUSP-INICIALES.
004990     STRING "DNI " WS-DNI-ENMASCARADO " ACTA " DEFN-ACTA
005000         DELIMITED BY SIZE
005010         INTO SUSP-NOTA.
005020     MOVE "OPERACION" TO SUSP-COLA.
005030     WRITE SUSPENSO-RECORD.
005040     CLOSE SUSPENSO-FILE.
005050 5000-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 6000-ESCRIBIR-RESULTADO - UNA LINEA POR FILA, CON EL DNI
005100*     ENMASCARADO COMO EN TODO REPORTE DE ESTE SISTEMA
005110******************************************************************
005120 6000-ESCRIBIR-RESULTADO.
005130     MOVE SPACES TO WS-LINEA-DETALLE.
005140     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
005150     MOVE DEFN-FECHA-DEFUNCION TO DET-FECHA-DEFUNCION.
005160     MOVE DEFN-ACTA TO DET-ACTA.
005170     IF TRAN-APLICADA
005180         MOVE "BAJA      " TO DET-RESULTADO
005190         MOVE "FALLECIDO - NO CONTACTAR" TO DET-MOTIVO
005200     ELSE
005210         MOVE "CONCILIAR " TO DET-RESULTADO
005220         MOVE WS-MOTIVO-RECHAZO TO DET-MOTIVO
005230     END-IF.
005240     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
005250     WRITE REPORT-RECORD.
005260 6000-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300* 9000-TERMINAR - ESCRIBE EL TRAILER DE CONTROL, CUADRA LOS
005310*     TOTALES Y REGISTRA LA CORRIDA EN LA AUDITORIA COMPARTIDA
005320******************************************************************
005330 9000-TERMINAR.
005340     PERFORM 9100-ESCRIBIR-TRAILER THRU 9100-EXIT.
005350     IF WS-TRAN-STATUS NOT = "35" AND WS-TRAN-STATUS NOT = "30"
005360         CLOSE TRAN-FILE
005370     END-IF.
005380     CLOSE PERSONA-FILE.
005390     CLOSE REPORT-FILE.
005400     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
005410     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005420     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005430     MOVE WS-CUENTA-LEIDAS TO WS-CATG-CANTIDAD.
005440     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
005450             WS-CATG-CANTIDAD.
005460 9000-EXIT.
005470     EXIT.
005480
005490 9100-ESCRIBIR-TRAILER.
005500     MOVE SPACES TO WS-LINEA-TRAILER.
005510     MOVE "DEFUNCIONES LEIDAS................." TO TRA-ETIQUETA.
005520     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
005530     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
005540     WRITE REPORT-RECORD.
005550
005560     MOVE SPACES TO WS-LINEA-TRAILER.
005570     MOVE "BAJAS POR FALLECIMIENTO............" TO TRA-ETIQUETA.
005580     MOVE WS-CUENTA-APLICADAS TO TRA-VALOR.
005590     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
005600     WRITE REPORT-RECORD.
005610
005620     MOVE SPACES TO WS-LINEA-TRAILER.
005630     MOVE "FILAS A CONCILIAR (EN SUSPENSO)...." TO TRA-ETIQUETA.
005640     MOVE WS-CUENTA-CONCILIAR TO TRA-VALOR.
005650     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
005660     WRITE REPORT-RECORD.
005670
005680     MOVE "S" TO WS-SW-BALANCEA.
005690     IF WS-CUENTA-LEIDAS NOT =
005700             WS-CUENTA-APLICADAS + WS-CUENTA-CONCILIAR
005710         MOVE "N" TO WS-SW-BALANCEA
005720     END-IF.
005730     IF TOTALES-BALANCEAN
005740         DISPLAY " CONTROL DE TOTALES: BALANCEA"
005750     ELSE
005760         DISPLAY " CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
005770     END-IF.
005780 9100-EXIT.
005790     EXIT.
005800
005810 END PROGRAM DefuncionBat.
