000100******************************************************************
000110* PROGRAM-ID: TutorMantBat
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    BATCH MAINTENANCE OF THE GUARDIAN LINKS (TUTORES
000170*             FILE, COPY TUTOR). READS THE TUTTRAN DECK, IN THE
000180*             USUAL HDR/TRL ENVELOPE CHECKED BY VALIDAR_SOBRE,
000190*             WITH ONE MOVIMIENTO PER LINE: "A" OPENS A LINK
000200*             BETWEEN A MINOR AND AN ADULT, "C" CLOSES IT. BOTH
000210*             DNIS MUST EXIST ON PERSONAF AND THEIR CHECK
000220*             DIGITS MUST MATCH THE MASTER; THE MINOR MUST BE
000230*             ACTIVE AND UNDER AGE AND THE GUARDIAN ACTIVE AND
000240*             OF AGE. EVERY APPLIED MOVIMIENTO IS APPENDED TO
000250*             TUTORES AND EVERY ONE, APPLIED OR REJECTED,
000260*             LEAVES A LINE ON TUTMRPT.AAAAMMDD - THE SAME
000270*             SHAPE AS PERSONAMANTBAT'S PERSMRPT.
000280* TECTONICS:  cobc
000290******************************************************************
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* 2026-10-15 RW   INITIAL VERSION.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. TutorMantBat.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT TRAN-FILE ASSIGN TO "TUTTRAN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TRAN-STATUS.
000430
000440     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PERS-DNI
000480         FILE STATUS IS WS-PERSONA-STATUS.
000490
000500     SELECT TUTOR-FILE ASSIGN TO "TUTORES"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TUT-STATUS.
000530
000540     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  TRAN-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 49 CHARACTERS.
000630 01  TRAN-RECORD.
000640     05  TTRN-ACCION             PIC X(01).
000650         88  TTRN-ES-ALTA        VALUE "A".
000660         88  TTRN-ES-CIERRE      VALUE "C".
000670     05  TTRN-DNI-MENOR          PIC 9(08).
000680     05  TTRN-DV-MENOR           PIC 9(01).
000690     05  TTRN-DNI-TUTOR          PIC 9(08).
000700     05  TTRN-DV-TUTOR           PIC 9(01).
000710     05  TTRN-VINCULO            PIC X(10).
000720     05  TTRN-MOTIVO             PIC X(20).
000730
000740 FD  PERSONA-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 117 CHARACTERS.
000770 COPY PERSONA.
000780
000790 FD  TUTOR-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 90 CHARACTERS.
000820 COPY TUTOR.
000830
000840 FD  REPORT-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  REPORT-RECORD               PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-TRAN-STATUS              PIC X(02).
000910 01  WS-PERSONA-STATUS           PIC X(02).
000920 01  WS-TUT-STATUS               PIC X(02).
000930 01  WS-RPT-STATUS               PIC X(02).
000940
000950 01  WS-EOF-TRAN                 PIC X(01) VALUE "N".
000960     88  FIN-TRAN                VALUE "S".
000970 01  WS-SW-APLICADA              PIC X(01) VALUE "N".
000980     88  TRAN-APLICADA           VALUE "S".
000990 01  WS-MOTIVO-RECHAZO           PIC X(30).
001000
001010*----------------------------------------------------------------
001020*    CONTADORES DE CONTROL DE LA CORRIDA
001030*----------------------------------------------------------------
001040 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
001050 01  WS-CUENTA-APLICADAS         PIC 9(05) VALUE ZERO.
001060 01  WS-CUENTA-RECHAZADAS        PIC 9(05) VALUE ZERO.
001070 01  WS-SW-BALANCEA              PIC X(01) VALUE "S".
001080     88  TOTALES-BALANCEAN       VALUE "S".
001090
001100*----------------------------------------------------------------
001110*    SOBRE HDR/TRL DEL DECK TUTTRAN (CLAVE: DNI DEL MENOR)
001120*----------------------------------------------------------------
001130 01  WS-SW-DECK-RECHAZADO        PIC X(01) VALUE "N".
001140     88  DECK-RECHAZADO          VALUE "S".
001150 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "TUTTRAN".
001160 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 2.
001170 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
001180 01  WS-SOBRE-RESULTADO          PIC X(01).
001190     88  SOBRE-VALIDO            VALUE "S".
001200 01  WS-SOBRE-MENSAJE            PIC X(59).
001210
001220*----------------------------------------------------------------
001230*    ESTADO VIGENTE DE LOS VINCULOS EN MEMORIA (EL ULTIMO
001240*    REGISTRO DE CADA PAR MENOR/TUTOR VALE, COMO EN NOCONTAC)
001250*----------------------------------------------------------------
001260 01  WS-EOF-TUTOR                PIC X(01) VALUE "N".
001270     88  FIN-TUTORES             VALUE "S".
001280 01  WS-MAX-TUTORES              PIC 9(03) VALUE 500.
001290 01  WS-CANT-TUTORES             PIC 9(03) VALUE ZERO.
001300 01  TABLA-TUTORES.
001310     05  TUTT-ENTRADA OCCURS 500 TIMES.
001320         10  TUTT-DNI-MENOR      PIC 9(08).
001330         10  TUTT-DNI-TUTOR      PIC 9(08).
001340         10  TUTT-ESTADO         PIC X(01).
001350             88  TUTT-VIGENTE    VALUE "V".
001360 01  WS-IDX-TUT                  PIC 9(03) COMP.
001370 77  WS-IDX-BUSCA-TUT            PIC 9(03) COMP.
001380 77  WS-CUENTA-TUT-PERDIDOS      PIC 9(03) VALUE ZERO.
001390 01  WS-BUSCA-MENOR              PIC 9(08).
001400 01  WS-BUSCA-TUTOR              PIC 9(08).
001410
001420*----------------------------------------------------------------
001430*    NOMBRE DINAMICO DEL REPORTE, ARMADO CON LA FECHA DE CORRIDA
001440*----------------------------------------------------------------
001450 01  WS-FECHA-HOY                PIC X(08).
001460 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001470 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001480 01  WS-CATG-ARCHIVO             PIC X(21).
001490 01  WS-CATG-CANTIDAD            PIC 9(07).
001500
001510*----------------------------------------------------------------
001520*    LINEAS DEL REPORTE DE APLICADAS/RECHAZADAS
001530*----------------------------------------------------------------
001540 01  WS-LINEA-TITULO             PIC X(50)
001550         VALUE "MANTENIMIENTO BATCH DE VINCULOS DE TUTELA".
001560 01  WS-LINEA-FECHA.
001570     05  FILLER                  PIC X(21)
001580             VALUE "FECHA DE EJECUCION: ".
001590     05  WS-FECHA-EDITADA        PIC X(08).
001600     05  FILLER                  PIC X(51) VALUE SPACES.
001610 01  WS-LINEA-ENCABEZADO-COL.
001620     05  FILLER                  PIC X(07) VALUE "ACCION ".
001630     05  FILLER                  PIC X(10) VALUE "MENOR     ".
001640     05  FILLER                  PIC X(10) VALUE "TUTOR     ".
001650     05  FILLER                  PIC X(10) VALUE "RESULTADO ".
001660     05  FILLER                  PIC X(30) VALUE "MOTIVO".
001670     05  FILLER                  PIC X(13) VALUE SPACES.
001680 01  WS-LINEA-DETALLE.
001690     05  DET-ACCION              PIC X(01).
001700     05  FILLER                  PIC X(06) VALUE SPACES.
001710     05  DET-DNI-MENOR           PIC X(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DET-DNI-TUTOR           PIC X(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DET-RESULTADO           PIC X(09).
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  DET-MOTIVO              PIC X(30).
001780     05  FILLER                  PIC X(13) VALUE SPACES.
001790 01  WS-LINEA-TRAILER.
001800     05  TRA-ETIQUETA            PIC X(35).
001810     05  TRA-VALOR               PIC ZZZ,ZZ9.
001820     05  FILLER                  PIC X(38) VALUE SPACES.
001830 01  WS-DNI-ENMASCARADO          PIC X(08).
001840
001850*----------------------------------------------------------------
001860*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
001870*----------------------------------------------------------------
001880 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "TutorMantBat".
001890 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001900
001910 PROCEDURE DIVISION.
001920
001930******************************************************************
001940* 0000-MAINLINE
001950******************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001980     IF WS-TRAN-STATUS = "00" AND NOT DECK-RECHAZADO
001990         PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
002000     ELSE
002010         DISPLAY "TUTTRAN NO DISPONIBLE, NO SE APLICAN "
002020             "MOVIMIENTOS."
002030     END-IF.
002040     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002050     GOBACK.
002060
002070******************************************************************
002080* 1000-INICIALIZAR - CARGA EL ESTADO VIGENTE DE LOS VINCULOS,
002090*     VALIDA EL SOBRE Y ABRE MAESTRO, ENTRADA Y REPORTE
002100******************************************************************
002110 1000-INICIALIZAR.
002120     CALL "fecha_negocio" USING WS-FECHA-HOY
002130             WS-SUFIJO-CICLO.
002140     PERFORM 1200-CARGAR-TUTORES THRU 1200-EXIT.
002150     OPEN INPUT PERSONA-FILE.
002160     OPEN INPUT TRAN-FILE.
002170     PERFORM 1300-VALIDAR-SOBRE-TRAN THRU 1300-EXIT.
002180     STRING "TUTMRPT." WS-FECHA-HOY DELIMITED BY SIZE
002190         WS-SUFIJO-CICLO DELIMITED BY SPACE
002200         INTO WS-DYN-REPORT-FILE.
002210     OPEN OUTPUT REPORT-FILE.
002220     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
002230     WRITE REPORT-RECORD.
002240     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
002250     MOVE WS-LINEA-FECHA TO REPORT-RECORD.
002260     WRITE REPORT-RECORD.
002270     MOVE WS-LINEA-ENCABEZADO-COL TO REPORT-RECORD.
002280     WRITE REPORT-RECORD.
002290 1000-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 1200-CARGAR-TUTORES - CARGA TUTORES EN MEMORIA. ES SOLO POR
002340*     AGREGADO: EL REGISTRO MAS RECIENTE DE CADA PAR
002350*     MENOR/TUTOR PISA A LOS ANTERIORES DE LA TABLA.
002360******************************************************************
002370 1200-CARGAR-TUTORES.
002380     OPEN INPUT TUTOR-FILE.
002390     IF WS-TUT-STATUS NOT = "00"
002400         GO TO 1200-EXIT
002410     END-IF.
002420     PERFORM 1210-LEER-TUTOR THRU 1210-EXIT
002430         UNTIL FIN-TUTORES.
002440     CLOSE TUTOR-FILE.
002450 1200-EXIT.
002460     EXIT.
002470
002480 1210-LEER-TUTOR.
002490     READ TUTOR-FILE
002500         AT END
002510             SET FIN-TUTORES TO TRUE
002520         NOT AT END
002530             PERFORM 1220-UBICAR-VINCULO THRU 1220-EXIT
002540     END-READ.
002550 1210-EXIT.
002560     EXIT.
002570
002580 1220-UBICAR-VINCULO.
002590     MOVE TUT-DNI-MENOR TO WS-BUSCA-MENOR.
002600     MOVE TUT-DNI-TUTOR TO WS-BUSCA-TUTOR.
002610     PERFORM 2800-BUSCAR-VINCULO THRU 2800-EXIT.
002620     IF WS-IDX-TUT = ZERO
002630         IF WS-CANT-TUTORES >= WS-MAX-TUTORES
002640             ADD 1 TO WS-CUENTA-TUT-PERDIDOS
002650             DISPLAY "ATENCION: TABLA TUTORES LLENA - EL "
002660                 "VINCULO DEL MENOR " TUT-DNI-MENOR
002670                 " NO SE CARGO."
002680             GO TO 1220-EXIT
002690         END-IF
002700         ADD 1 TO WS-CANT-TUTORES
002710         MOVE WS-CANT-TUTORES TO WS-IDX-TUT
002720         MOVE TUT-DNI-MENOR TO TUTT-DNI-MENOR(WS-IDX-TUT)
002730         MOVE TUT-DNI-TUTOR TO TUTT-DNI-TUTOR(WS-IDX-TUT)
002740     END-IF.
002750     MOVE TUT-ESTADO TO TUTT-ESTADO(WS-IDX-TUT).
002760 1220-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800* 1300-VALIDAR-SOBRE-TRAN - EL SOBRE HDR/TRL DEL DECK TUTTRAN
002810*     SE VALIDA ENTERO ANTES DE APLICAR NADA. UN SOBRE QUE NO
002820*     BALANCEA RECHAZA EL DECK ENTERO.
002830******************************************************************
002840 1300-VALIDAR-SOBRE-TRAN.
002850     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
002860             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
002870             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
002880     EVALUATE TRUE
002890         WHEN SOBRE-VALIDO
002900             CONTINUE
002910         WHEN WS-SOBRE-MENSAJE =
002920                 "ARCHIVO DE ENTRADA NO DISPONIBLE"
002930             CONTINUE
002940         WHEN OTHER
002950             DISPLAY "TUTTRAN RECHAZADO ENTERO: "
002960                 WS-SOBRE-MENSAJE
002970             SET DECK-RECHAZADO TO TRUE
002980             MOVE 8 TO RETURN-CODE
002990     END-EVALUATE.
003000 1300-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 2000-PROCESAR-TRANSACCIONES - RECORRE EL DECK DE MOVIMIENTOS
003050******************************************************************
003060 2000-PROCESAR-TRANSACCIONES.
003070     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
003080         UNTIL FIN-TRAN.
003090 2000-EXIT.
003100     EXIT.
003110
003120 2100-LEER-TRANSACCION.
003130     READ TRAN-FILE
003140         AT END
003150             SET FIN-TRAN TO TRUE
003160         NOT AT END
003170             IF TRAN-RECORD(1:3) = "HDR"
003180                     OR TRAN-RECORD(1:3) = "TRL"
003190                 CONTINUE
003200             ELSE
003210                 ADD 1 TO WS-CUENTA-LEIDAS
003220                 PERFORM 2200-APLICAR-TRANSACCION
003230                     THRU 2200-EXIT
003240             END-IF
003250     END-READ.
003260 2100-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2200-APLICAR-TRANSACCION - VALIDA AMBAS PUNTAS DEL VINCULO
003310*     CONTRA EL MAESTRO, DESPACHA SEGUN LA ACCION Y DEJA UNA
003320*     LINEA DE RESULTADO EN EL REPORTE
003330******************************************************************
003340 2200-APLICAR-TRANSACCION.
003350     MOVE "N" TO WS-SW-APLICADA.
003360     MOVE SPACES TO WS-MOTIVO-RECHAZO.
003370     PERFORM 2300-VALIDAR-VINCULO THRU 2300-EXIT.
003380     IF WS-MOTIVO-RECHAZO = SPACES
003390         EVALUATE TRUE
003400             WHEN TTRN-ES-ALTA
003410                 PERFORM 3000-ALTA-VINCULO THRU 3000-EXIT
003420             WHEN TTRN-ES-CIERRE
003430                 PERFORM 4000-CIERRE-VINCULO THRU 4000-EXIT
003440         END-EVALUATE
003450     END-IF.
003460     IF TRAN-APLICADA
003470         ADD 1 TO WS-CUENTA-APLICADAS
003480     ELSE
003490         ADD 1 TO WS-CUENTA-RECHAZADAS
003500     END-IF.
003510     PERFORM 6000-ESCRIBIR-RESULTADO THRU 6000-EXIT.
003520 2200-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560* 2300-VALIDAR-VINCULO - ACCION CONOCIDA, DNIS NUMERICOS Y
003570*     DISTINTOS, MENOR ACTIVO Y MENOR DE EDAD, TUTOR ACTIVO Y
003580*     MAYOR DE EDAD; LOS DIGITOS VERIFICADORES DEBEN COINCIDIR
003590*     CON LOS DEL MAESTRO. UN CIERRE SOLO PIDE QUE EL VINCULO
003600*     EXISTA: EL TUTOR PUDO HABER CAIDO DESPUES DEL ALTA.
003610******************************************************************
003620 2300-VALIDAR-VINCULO.
003630     IF NOT TTRN-ES-ALTA AND NOT TTRN-ES-CIERRE
003640         MOVE "CODIGO DE ACCION INVALIDO" TO WS-MOTIVO-RECHAZO
003650         GO TO 2300-EXIT
003660     END-IF.
003670     IF TTRN-DNI-MENOR IS NOT NUMERIC
003680             OR TTRN-DNI-TUTOR IS NOT NUMERIC
003690         MOVE "DNI NO NUMERICO" TO WS-MOTIVO-RECHAZO
003700         GO TO 2300-EXIT
003710     END-IF.
003720     IF TTRN-DNI-MENOR = TTRN-DNI-TUTOR
003730         MOVE "MENOR Y TUTOR MISMA PERSONA" TO
003740             WS-MOTIVO-RECHAZO
003750         GO TO 2300-EXIT
003760     END-IF.
003770     MOVE TTRN-DNI-MENOR TO WS-BUSCA-MENOR.
003780     MOVE TTRN-DNI-TUTOR TO WS-BUSCA-TUTOR.
003790     PERFORM 2800-BUSCAR-VINCULO THRU 2800-EXIT.
003800     IF TTRN-ES-CIERRE
003810         IF WS-IDX-TUT = ZERO
003820             MOVE "VINCULO INEXISTENTE" TO WS-MOTIVO-RECHAZO
003830         ELSE
003840             IF NOT TUTT-VIGENTE(WS-IDX-TUT)
003850                 MOVE "VINCULO YA CERRADO" TO
003860                     WS-MOTIVO-RECHAZO
003870             END-IF
003880         END-IF
003890         GO TO 2300-EXIT
003900     END-IF.
003910     IF WS-IDX-TUT > ZERO
003920         IF TUTT-VIGENTE(WS-IDX-TUT)
003930             MOVE "VINCULO YA VIGENTE" TO WS-MOTIVO-RECHAZO
003940             GO TO 2300-EXIT
003950         END-IF
003960     END-IF.
003970     MOVE TTRN-DNI-MENOR TO PERS-DNI.
003980     READ PERSONA-FILE
003990         INVALID KEY
004000             MOVE "MENOR NO ENCONTRADO" TO WS-MOTIVO-RECHAZO
004010             GO TO 2300-EXIT
004020     END-READ.
004030     EVALUATE TRUE
004040         WHEN PERS-DNI-DV NOT = TTRN-DV-MENOR
004050             MOVE "DIGITO VERIFICADOR DEL MENOR" TO
004060                 WS-MOTIVO-RECHAZO
004070         WHEN PERS-INACTIVO
004080             MOVE "MENOR INACTIVO" TO WS-MOTIVO-RECHAZO
004090         WHEN NOT PERS-ES-MENOR-EDAD
004100             MOVE "LA PERSONA YA ES MAYOR DE EDAD" TO
004110                 WS-MOTIVO-RECHAZO
004120     END-EVALUATE.
004130     IF WS-MOTIVO-RECHAZO NOT = SPACES
004140         GO TO 2300-EXIT
004150     END-IF.
004160     MOVE TTRN-DNI-TUTOR TO PERS-DNI.
004170     READ PERSONA-FILE
004180         INVALID KEY
004190             MOVE "TUTOR NO ENCONTRADO" TO WS-MOTIVO-RECHAZO
004200             GO TO 2300-EXIT
004210     END-READ.
004220     EVALUATE TRUE
004230         WHEN PERS-DNI-DV NOT = TTRN-DV-TUTOR
004240             MOVE "DIGITO VERIFICADOR DEL TUTOR" TO
004250                 WS-MOTIVO-RECHAZO
004260         WHEN PERS-INACTIVO
004270             MOVE "TUTOR INACTIVO" TO WS-MOTIVO-RECHAZO
004280         WHEN NOT PERS-ES-MAYOR-EDAD
004290             MOVE "TUTOR MENOR DE EDAD" TO WS-MOTIVO-RECHAZO
004300     END-EVALUATE.
004310 2300-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 2800-BUSCAR-VINCULO - UBICA EL PAR WS-BUSCA-MENOR /
004360*     WS-BUSCA-TUTOR EN LA TABLA (CERO SI NO ESTA)
004370******************************************************************
004380 2800-BUSCAR-VINCULO.
004390     MOVE ZERO TO WS-IDX-TUT.
004400     PERFORM 2810-COMPARAR-VINCULO THRU 2810-EXIT
004410         VARYING WS-IDX-BUSCA-TUT FROM 1 BY 1
004420             UNTIL WS-IDX-BUSCA-TUT > WS-CANT-TUTORES
004430                 OR WS-IDX-TUT > ZERO.
004440 2800-EXIT.
004450     EXIT.
004460
004470 2810-COMPARAR-VINCULO.
004480     IF TUTT-DNI-MENOR(WS-IDX-BUSCA-TUT) = WS-BUSCA-MENOR
004490             AND TUTT-DNI-TUTOR(WS-IDX-BUSCA-TUT) =
004500                 WS-BUSCA-TUTOR
004510         MOVE WS-IDX-BUSCA-TUT TO WS-IDX-TUT
004520     END-IF.
004530 2810-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 3000-ALTA-VINCULO - AGREGA EL VINCULO VIGENTE A TUTORES Y A
004580*     LA TABLA, PARA QUE UN SEGUNDO ALTA DEL MISMO PAR EN EL
004590*     MISMO DECK RECHACE COMO DUPLICADO
004600******************************************************************
004610 3000-ALTA-VINCULO.
004620     IF WS-IDX-TUT = ZERO
004630         IF WS-CANT-TUTORES >= WS-MAX-TUTORES
004640             MOVE "TABLA DE VINCULOS LLENA" TO
004650                 WS-MOTIVO-RECHAZO
004660             GO TO 3000-EXIT
004670         END-IF
004680         ADD 1 TO WS-CANT-TUTORES
004690         MOVE WS-CANT-TUTORES TO WS-IDX-TUT
004700         MOVE TTRN-DNI-MENOR TO TUTT-DNI-MENOR(WS-IDX-TUT)
004710         MOVE TTRN-DNI-TUTOR TO TUTT-DNI-TUTOR(WS-IDX-TUT)
004720     END-IF.
004730     MOVE "V" TO TUTT-ESTADO(WS-IDX-TUT).
004740     MOVE SPACES TO TUTOR-RECORD.
004750     SET TUT-VIGENTE TO TRUE.
004760     PERFORM 5000-GRABAR-VINCULO THRU 5000-EXIT.
004770 3000-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* 4000-CIERRE-VINCULO - AGREGA EL CIERRE DEL VINCULO A TUTORES
004820******************************************************************
004830 4000-CIERRE-VINCULO.
004840     MOVE "C" TO TUTT-ESTADO(WS-IDX-TUT).
004850     MOVE SPACES TO TUTOR-RECORD.
004860     SET TUT-CERRADO TO TRUE.
004870     PERFORM 5000-GRABAR-VINCULO THRU 5000-EXIT.
004880 4000-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 5000-GRABAR-VINCULO - AGREGA LA LINEA A TUTORES (CREANDOLO
004930*     SI ES EL PRIMER VINCULO DEL SISTEMA)
004940******************************************************************
004950 5000-GRABAR-VINCULO.
004960     MOVE TTRN-DNI-MENOR TO TUT-DNI-MENOR.
004970     MOVE TTRN-DNI-TUTOR TO TUT-DNI-TUTOR.
004980     MOVE WS-FECHA-HOY TO TUT-FECHA.
004990     MOVE TTRN-VINCULO TO TUT-VINCULO.
005000     MOVE TTRN-MOTIVO TO TUT-MOTIVO.
005010     MOVE WS-AUDT-PROGRAMA TO TUT-ORIGEN.
005020     MOVE "BATCH" TO TUT-OPERADOR.
005030     OPEN EXTEND TUTOR-FILE.
005040     IF WS-TUT-STATUS NOT = "00"
005050         OPEN OUTPUT TUTOR-FILE
005060     END-IF.
005070     WRITE TUTOR-RECORD.
005080     CLOSE TUTOR-FILE.
005090     SET TRAN-APLICADA TO TRUE.
005100 5000-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 6000-ESCRIBIR-RESULTADO - UNA LINEA POR MOVIMIENTO, CON LOS
005150*     DNIS ENMASCARADOS COMO EN TODO REPORTE DE ESTE SISTEMA
005160******************************************************************
005170 6000-ESCRIBIR-RESULTADO.
005180     MOVE SPACES TO WS-LINEA-DETALLE.
005190     MOVE TTRN-ACCION TO DET-ACCION.
005200     IF TTRN-DNI-MENOR IS NUMERIC
005210         CALL "enmascarar_dni" USING TTRN-DNI-MENOR
005220                 WS-DNI-ENMASCARADO
005230         MOVE WS-DNI-ENMASCARADO TO DET-DNI-MENOR
005240     END-IF.
005250     IF TTRN-DNI-TUTOR IS NUMERIC
005260         CALL "enmascarar_dni" USING TTRN-DNI-TUTOR
005270                 WS-DNI-ENMASCARADO
005280         MOVE WS-DNI-ENMASCARADO TO DET-DNI-TUTOR
005290     END-IF.
005300     IF TRAN-APLICADA
005310         MOVE "APLICADA " TO DET-RESULTADO
005320     ELSE
005330         MOVE "RECHAZADA" TO DET-RESULTADO
005340         MOVE WS-MOTIVO-RECHAZO TO DET-MOTIVO
005350     END-IF.
005360     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
005370     WRITE REPORT-RECORD.
005380 6000-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 9000-TERMINAR - ESCRIBE EL TRAILER DE CONTROL, CUADRA LOS
005430*     TOTALES Y REGISTRA LA CORRIDA EN LA AUDITORIA COMPARTIDA
005440******************************************************************
005450 9000-TERMINAR.
005460     PERFORM 9100-ESCRIBIR-TRAILER THRU 9100-EXIT.
005470     IF WS-TRAN-STATUS NOT = "35" AND WS-TRAN-STATUS NOT = "30"
005480         CLOSE TRAN-FILE
005490     END-IF.
005500     CLOSE PERSONA-FILE.
005510     CLOSE REPORT-FILE.
005520     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
005530     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005540     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005550     MOVE WS-CUENTA-LEIDAS TO WS-CATG-CANTIDAD.
005560     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
005570             WS-CATG-CANTIDAD.
005580 9000-EXIT.
005590     EXIT.
005600
005610 9100-ESCRIBIR-TRAILER.
005620     MOVE SPACES TO WS-LINEA-TRAILER.
005630     MOVE "MOVIMIENTOS LEIDOS.................." TO TRA-ETIQUETA.
005640     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
005650     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
005660     WRITE REPORT-RECORD.
005670
005680     MOVE SPACES TO WS-LINEA-TRAILER.
005690     MOVE "MOVIMIENTOS APLICADOS..............." TO TRA-ETIQUETA.
005700     MOVE WS-CUENTA-APLICADAS TO TRA-VALOR.
005710     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
005720     WRITE REPORT-RECORD.
005730
005740     MOVE SPACES TO WS-LINEA-TRAILER.
005750     MOVE "MOVIMIENTOS RECHAZADOS.............." TO TRA-ETIQUETA.
005760     MOVE WS-CUENTA-RECHAZADAS TO TRA-VALOR.
005770     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
005780     WRITE REPORT-RECORD.
005790
005800     IF WS-CUENTA-TUT-PERDIDOS > ZERO
005810         MOVE SPACES TO WS-LINEA-TRAILER
005820         MOVE "VINCULOS NO CARGADOS (TABLA LLENA)."
005830             TO TRA-ETIQUETA
005840         MOVE WS-CUENTA-TUT-PERDIDOS TO TRA-VALOR
005850         MOVE WS-LINEA-TRAILER TO REPORT-RECORD
005860         WRITE REPORT-RECORD
005870     END-IF.
005880
005890     MOVE "S" TO WS-SW-BALANCEA.
005900     IF WS-CUENTA-LEIDAS NOT =
005910             WS-CUENTA-APLICADAS + WS-CUENTA-RECHAZADAS
005920         MOVE "N" TO WS-SW-BALANCEA
005930     END-IF.
005940     IF TOTALES-BALANCEAN
005950         DISPLAY " CONTROL DE TOTALES: BALANCEA"
005960     ELSE
005970         DISPLAY " CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
005980     END-IF.
005990 9100-EXIT.
006000     EXIT.
006010
006020 END PROGRAM TutorMantBat.
