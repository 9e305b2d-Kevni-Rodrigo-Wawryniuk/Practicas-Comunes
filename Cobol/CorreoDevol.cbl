000100******************************************************************
000110* PROGRAM-ID: CorreoDevol
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    LOADS THE POST OFFICE'S RETURNED-MAIL DECK
000170*             (CORRDEV), IN THE USUAL HDR/TRL ENVELOPE CHECKED
000180*             BY VALIDAR_SOBRE, ONE RETURNED PIECE PER LINE:
000190*             THE DNI PRINTED ON THE LETTER, THE POSTAL CODE
000200*             IT WAS MAILED TO AND THE POST OFFICE'S REASON.
000210*             EACH ROW IS MATCHED TO PERSONAF BY DNI; WHEN
000220*             THE MASTER STILL CARRIES THE ADDRESS THE LETTER
000230*             WENT TO, A LINE WITH A COPY OF THAT ADDRESS IS
000240*             APPENDED TO DEVUELTO (COPY DEVUELTO) AND THE
000250*             ADDRESS COUNTS AS UNDELIVERABLE UNTIL THE
000260*             MASTER'S PERS-DIRECCION IS CHANGED. EVERY ROW,
000270*             MARKED OR NOT, LEAVES A LINE ON CORDVRPT.AAAAMMDD
000280*             - THE SAME SHAPE AS PERSONAMANTBAT'S PERSMRPT.
000290* TECTONICS:  cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320* DATE       INIT DESCRIPTION
000330* 2026-10-15 RW   INITIAL VERSION.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CorreoDevol.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TRAN-FILE ASSIGN TO "CORRDEV"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TRAN-STATUS.
000440
000450     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS PERS-DNI
000490         FILE STATUS IS WS-PERSONA-STATUS.
000500
000510     SELECT DEVUELTO-FILE ASSIGN TO "DEVUELTO"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DEV-STATUS.
000540
000550     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TRAN-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 36 CHARACTERS.
000640 01  TRAN-RECORD.
000650     05  CDEV-DNI                PIC 9(08).
000660     05  CDEV-CODIGO-POSTAL      PIC X(08).
000670     05  CDEV-MOTIVO             PIC X(20).
000680
000690 FD  PERSONA-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 117 CHARACTERS.
000720 COPY PERSONA.
000730
000740 FD  DEVUELTO-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 113 CHARACTERS.
000770 COPY DEVUELTO.
000780
000790 FD  REPORT-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  REPORT-RECORD               PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-TRAN-STATUS              PIC X(02).
000860 01  WS-PERSONA-STATUS           PIC X(02).
000870 01  WS-DEV-STATUS               PIC X(02).
000880 01  WS-RPT-STATUS               PIC X(02).
000890
000900 01  WS-EOF-TRAN                 PIC X(01) VALUE "N".
000910     88  FIN-TRAN                VALUE "S".
000920 01  WS-SW-APLICADA              PIC X(01) VALUE "N".
000930     88  TRAN-APLICADA           VALUE "S".
000940 01  WS-MOTIVO-RECHAZO           PIC X(30).
000950
000960*----------------------------------------------------------------
000970*    CONTADORES DE CONTROL DE LA CORRIDA
000980*----------------------------------------------------------------
000990 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
001000 01  WS-CUENTA-APLICADAS         PIC 9(05) VALUE ZERO.
001010 01  WS-CUENTA-RECHAZADAS        PIC 9(05) VALUE ZERO.
001020 01  WS-SW-BALANCEA              PIC X(01) VALUE "S".
001030     88  TOTALES-BALANCEAN       VALUE "S".
001040
001050*----------------------------------------------------------------
001060*    SOBRE HDR/TRL DEL DECK CORRDEV (CLAVE: DNI DE LA PIEZA)
001070*----------------------------------------------------------------
001080 01  WS-SW-DECK-RECHAZADO        PIC X(01) VALUE "N".
001090     88  DECK-RECHAZADO          VALUE "S".
001100 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "CORRDEV".
001110 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 1.
001120 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
001130 01  WS-SOBRE-RESULTADO          PIC X(01).
001140     88  SOBRE-VALIDO            VALUE "S".
001150 01  WS-SOBRE-MENSAJE            PIC X(59).
001160
001170*----------------------------------------------------------------
001180*    MARCAS DE DEVOLUCION EN MEMORIA (LA ULTIMA LINEA DE CADA
001190*    DNI VALE, COMO EN NOCONTAC)
001200*----------------------------------------------------------------
001210 01  WS-EOF-DEVUELTO             PIC X(01) VALUE "N".
001220     88  FIN-DEVUELTO            VALUE "S".
001230 01  WS-MAX-DEVUELTOS            PIC 9(03) VALUE 500.
001240 01  WS-CANT-DEVUELTOS           PIC 9(03) VALUE ZERO.
001250 01  TABLA-DEVUELTOS.
001260     05  DEVT-ENTRADA OCCURS 500 TIMES.
001270         10  DEVT-DNI            PIC 9(08).
001280         10  DEVT-DIRECCION      PIC X(53).
001290 01  WS-IDX-DEV                  PIC 9(03) COMP.
001300 77  WS-IDX-BUSCA-DEV            PIC 9(03) COMP.
001310 77  WS-CUENTA-DEV-PERDIDOS      PIC 9(03) VALUE ZERO.
001320 01  WS-BUSCA-DNI                PIC 9(08).
001330
001340*----------------------------------------------------------------
001350*    NOMBRE DINAMICO DEL REPORTE, ARMADO CON LA FECHA DE CORRIDA
001360*----------------------------------------------------------------
001370 01  WS-FECHA-HOY                PIC X(08).
001380 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001390 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001400 01  WS-CATG-ARCHIVO             PIC X(21).
001410 01  WS-CATG-CANTIDAD            PIC 9(07).
001420
001430*----------------------------------------------------------------
001440*    LINEAS DEL REPORTE DE MARCADAS/RECHAZADAS
001450*----------------------------------------------------------------
001460 01  WS-LINEA-TITULO             PIC X(50)
001470         VALUE "CORRESPONDENCIA DEVUELTA POR EL CORREO".
001480 01  WS-LINEA-FECHA.
001490     05  FILLER                  PIC X(21)
001500             VALUE "FECHA DE EJECUCION: ".
001510     05  WS-FECHA-EDITADA        PIC X(08).
001520     05  FILLER                  PIC X(51) VALUE SPACES.
001530 01  WS-LINEA-ENCABEZADO-COL.
001540     05  FILLER                  PIC X(10) VALUE "DNI       ".
001550     05  FILLER                  PIC X(10) VALUE "COD.POST. ".
001560     05  FILLER                  PIC X(21)
001570             VALUE "MOTIVO DEL CORREO    ".
001580     05  FILLER                  PIC X(10) VALUE "RESULTADO ".
001590     05  FILLER                  PIC X(29) VALUE "DETALLE".
001600 01  WS-LINEA-DETALLE.
001610     05  DET-DNI                 PIC X(08).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  DET-CODIGO-POSTAL       PIC X(08).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  DET-MOTIVO-CORREO       PIC X(20).
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  DET-RESULTADO           PIC X(09).
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  DET-MOTIVO              PIC X(29).
001700 01  WS-LINEA-TRAILER.
001710     05  TRA-ETIQUETA            PIC X(35).
001720     05  TRA-VALOR               PIC ZZZ,ZZ9.
001730     05  FILLER                  PIC X(38) VALUE SPACES.
001740 01  WS-DNI-ENMASCARADO          PIC X(08).
001750
001760*----------------------------------------------------------------
001770*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
001780*----------------------------------------------------------------
001790 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "CorreoDevol".
001800 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001810
001820 PROCEDURE DIVISION.
001830
001840******************************************************************
001850* 0000-MAINLINE
001860******************************************************************
001870 0000-MAINLINE.
001880     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001890     IF WS-TRAN-STATUS = "00" AND NOT DECK-RECHAZADO
001900         PERFORM 2000-PROCESAR-DEVOLUCIONES THRU 2000-EXIT
001910     ELSE
001920         DISPLAY "CORRDEV NO DISPONIBLE, NO SE MARCAN "
001930             "DOMICILIOS."
001940     END-IF.
001950     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001960     GOBACK.
001970
001980******************************************************************
001990* 1000-INICIALIZAR - CARGA LAS MARCAS VIGENTES, VALIDA EL
002000*     SOBRE Y ABRE MAESTRO, ENTRADA Y REPORTE
002010******************************************************************
002020 1000-INICIALIZAR.
002030     CALL "fecha_negocio" USING WS-FECHA-HOY
002040             WS-SUFIJO-CICLO.
002050     PERFORM 1200-CARGAR-DEVUELTOS THRU 1200-EXIT.
002060     OPEN INPUT PERSONA-FILE.
002070     OPEN INPUT TRAN-FILE.
002080     PERFORM 1300-VALIDAR-SOBRE-TRAN THRU 1300-EXIT.
002090     STRING "CORDVRPT." WS-FECHA-HOY DELIMITED BY SIZE
002100         WS-SUFIJO-CICLO DELIMITED BY SPACE
002110         INTO WS-DYN-REPORT-FILE.
002120     OPEN OUTPUT REPORT-FILE.
002130     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
002140     WRITE REPORT-RECORD.
002150     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
002160     MOVE WS-LINEA-FECHA TO REPORT-RECORD.
002170     WRITE REPORT-RECORD.
002180     MOVE WS-LINEA-ENCABEZADO-COL TO REPORT-RECORD.
002190     WRITE REPORT-RECORD.
002200 1000-EXIT.
002210     EXIT.
002220
002230******************************************************************
002240* 1200-CARGAR-DEVUELTOS - CARGA DEVUELTO EN MEMORIA. ES SOLO
002250*     POR AGREGADO: LA LINEA MAS RECIENTE DE CADA DNI PISA A
002260*     LAS ANTERIORES DE LA TABLA.
002270******************************************************************
002280 1200-CARGAR-DEVUELTOS.
002290     OPEN INPUT DEVUELTO-FILE.
002300     IF WS-DEV-STATUS NOT = "00"
002310         GO TO 1200-EXIT
002320     END-IF.
002330     PERFORM 1210-LEER-DEVUELTO THRU 1210-EXIT
002340         UNTIL FIN-DEVUELTO.
002350     CLOSE DEVUELTO-FILE.
002360 1200-EXIT.
002370     EXIT.
002380
002390 1210-LEER-DEVUELTO.
002400     READ DEVUELTO-FILE
002410         AT END
002420             SET FIN-DEVUELTO TO TRUE
002430         NOT AT END
002440             PERFORM 1220-UBICAR-DEVUELTO THRU 1220-EXIT
002450     END-READ.
002460 1210-EXIT.
002470     EXIT.
002480
002490 1220-UBICAR-DEVUELTO.
002500     MOVE DEV-DNI TO WS-BUSCA-DNI.
002510     PERFORM 2800-BUSCAR-DEVUELTO THRU 2800-EXIT.
002520     IF WS-IDX-DEV = ZERO
002530         IF WS-CANT-DEVUELTOS >= WS-MAX-DEVUELTOS
002540             ADD 1 TO WS-CUENTA-DEV-PERDIDOS
002550             DISPLAY "ATENCION: TABLA DEVUELTO LLENA - LA "
002560                 "MARCA DEL DNI " DEV-DNI " NO SE CARGO."
002570             GO TO 1220-EXIT
002580         END-IF
002590         ADD 1 TO WS-CANT-DEVUELTOS
002600         MOVE WS-CANT-DEVUELTOS TO WS-IDX-DEV
002610         MOVE DEV-DNI TO DEVT-DNI(WS-IDX-DEV)
002620     END-IF.
002630     MOVE DEV-DIRECCION TO DEVT-DIRECCION(WS-IDX-DEV).
002640 1220-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680* 1300-VALIDAR-SOBRE-TRAN - EL SOBRE HDR/TRL DEL DECK CORRDEV
002690*     SE VALIDA ENTERO ANTES DE MARCAR NADA. UN SOBRE QUE NO
002700*     BALANCEA RECHAZA EL DECK ENTERO.
002710******************************************************************
002720 1300-VALIDAR-SOBRE-TRAN.
002730     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
002740             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
002750             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
002760     EVALUATE TRUE
002770         WHEN SOBRE-VALIDO
002780             CONTINUE
002790         WHEN WS-SOBRE-MENSAJE =
002800                 "ARCHIVO DE ENTRADA NO DISPONIBLE"
002810             CONTINUE
002820         WHEN OTHER
002830             DISPLAY "CORRDEV RECHAZADO ENTERO: "
002840                 WS-SOBRE-MENSAJE
002850             SET DECK-RECHAZADO TO TRUE
002860             MOVE 8 TO RETURN-CODE
002870     END-EVALUATE.
002880 1300-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920* 2000-PROCESAR-DEVOLUCIONES - RECORRE EL DECK DEL CORREO
002930******************************************************************
002940 2000-PROCESAR-DEVOLUCIONES.
002950     PERFORM 2100-LEER-DEVOLUCION THRU 2100-EXIT
002960         UNTIL FIN-TRAN.
002970 2000-EXIT.
002980     EXIT.
002990
003000 2100-LEER-DEVOLUCION.
003010     READ TRAN-FILE
003020         AT END
003030             SET FIN-TRAN TO TRUE
003040         NOT AT END
003050             IF TRAN-RECORD(1:3) = "HDR"
003060                     OR TRAN-RECORD(1:3) = "TRL"
003070                 CONTINUE
003080             ELSE
003090                 ADD 1 TO WS-CUENTA-LEIDAS
003100                 PERFORM 2200-APLICAR-DEVOLUCION
003110                     THRU 2200-EXIT
003120             END-IF
003130     END-READ.
003140 2100-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 2200-APLICAR-DEVOLUCION - UBICA LA PIEZA EN EL MAESTRO,
003190*     MARCA EL DOMICILIO SI CORRESPONDE Y DEJA UNA LINEA DE
003200*     RESULTADO EN EL REPORTE
003210******************************************************************
003220 2200-APLICAR-DEVOLUCION.
003230     MOVE "N" TO WS-SW-APLICADA.
003240     MOVE SPACES TO WS-MOTIVO-RECHAZO.
003250     PERFORM 2300-VALIDAR-DEVOLUCION THRU 2300-EXIT.
003260     IF WS-MOTIVO-RECHAZO = SPACES
003270         PERFORM 3000-MARCAR-DOMICILIO THRU 3000-EXIT
003280     END-IF.
003290     IF TRAN-APLICADA
003300         ADD 1 TO WS-CUENTA-APLICADAS
003310     ELSE
003320         ADD 1 TO WS-CUENTA-RECHAZADAS
003330     END-IF.
003340     PERFORM 6000-ESCRIBIR-RESULTADO THRU 6000-EXIT.
003350 2200-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390* 2300-VALIDAR-DEVOLUCION - DNI NUMERICO Y PRESENTE EN EL
003400*     MAESTRO, CON DOMICILIO CARGADO. SI EL CODIGO POSTAL DE
003410*     LA PIEZA YA NO ES EL DEL MAESTRO, EL DOMICILIO SE CAMBIO
003420*     DESPUES DEL ENVIO Y NO HAY NADA QUE MARCAR. UN DOMICILIO
003430*     YA MARCADO NO SE VUELVE A GRABAR.
003440******************************************************************
003450 2300-VALIDAR-DEVOLUCION.
003460     IF CDEV-DNI IS NOT NUMERIC
003470         MOVE "DNI NO NUMERICO" TO WS-MOTIVO-RECHAZO
003480         GO TO 2300-EXIT
003490     END-IF.
003500     MOVE CDEV-DNI TO PERS-DNI.
003510     READ PERSONA-FILE
003520         INVALID KEY
003530             MOVE "DNI NO ENCONTRADO" TO WS-MOTIVO-RECHAZO
003540             GO TO 2300-EXIT
003550     END-READ.
003560     IF PERS-DIRECCION = SPACES
003570         MOVE "SIN DOMICILIO EN EL MAESTRO" TO
003580             WS-MOTIVO-RECHAZO
003590         GO TO 2300-EXIT
003600     END-IF.
003610     IF CDEV-CODIGO-POSTAL NOT = SPACES
003620             AND CDEV-CODIGO-POSTAL NOT = PERS-CODIGO-POSTAL
003630         MOVE "DOMICILIO YA MODIFICADO" TO WS-MOTIVO-RECHAZO
003640         GO TO 2300-EXIT
003650     END-IF.
003660     MOVE CDEV-DNI TO WS-BUSCA-DNI.
003670     PERFORM 2800-BUSCAR-DEVUELTO THRU 2800-EXIT.
003680     IF WS-IDX-DEV > ZERO
003690         IF DEVT-DIRECCION(WS-IDX-DEV) = PERS-DIRECCION
003700             MOVE "DOMICILIO YA MARCADO" TO WS-MOTIVO-RECHAZO
003710         END-IF
003720     END-IF.
003730 2300-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 2800-BUSCAR-DEVUELTO - UBICA WS-BUSCA-DNI EN LA TABLA (CERO
003780*     SI NO ESTA)
003790******************************************************************
003800 2800-BUSCAR-DEVUELTO.
003810     MOVE ZERO TO WS-IDX-DEV.
003820     PERFORM 2810-COMPARAR-DEVUELTO THRU 2810-EXIT
003830         VARYING WS-IDX-BUSCA-DEV FROM 1 BY 1
003840             UNTIL WS-IDX-BUSCA-DEV > WS-CANT-DEVUELTOS
003850                 OR WS-IDX-DEV > ZERO.
003860 2800-EXIT.
003870     EXIT.
003880
003890 2810-COMPARAR-DEVUELTO.
003900     IF DEVT-DNI(WS-IDX-BUSCA-DEV) = WS-BUSCA-DNI
003910         MOVE WS-IDX-BUSCA-DEV TO WS-IDX-DEV
003920     END-IF.
003930 2810-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970* 3000-MARCAR-DOMICILIO - AGREGA A DEVUELTO LA COPIA DEL
003980*     DOMICILIO DEVUELTO (CREANDOLO SI ES LA PRIMERA MARCA DEL
003990*     SISTEMA) Y LA LLEVA A LA TABLA, ASI UNA SEGUNDA PIEZA
004000*     DEL MISMO DNI EN EL MISMO DECK NO DUPLICA LA MARCA
004010******************************************************************
004020 3000-MARCAR-DOMICILIO.
004030     IF WS-IDX-DEV = ZERO
004040         IF WS-CANT-DEVUELTOS >= WS-MAX-DEVUELTOS
004050             MOVE "TABLA DE DEVUELTOS LLENA" TO
004060                 WS-MOTIVO-RECHAZO
004070             GO TO 3000-EXIT
004080         END-IF
004090         ADD 1 TO WS-CANT-DEVUELTOS
004100         MOVE WS-CANT-DEVUELTOS TO WS-IDX-DEV
004110         MOVE CDEV-DNI TO DEVT-DNI(WS-IDX-DEV)
004120     END-IF.
004130     MOVE PERS-DIRECCION TO DEVT-DIRECCION(WS-IDX-DEV).
004140     MOVE SPACES TO DEVUELTO-RECORD.
004150     MOVE CDEV-DNI TO DEV-DNI.
004160     MOVE WS-FECHA-HOY TO DEV-FECHA.
004170     MOVE CDEV-MOTIVO TO DEV-MOTIVO.
004180     IF DEV-MOTIVO = SPACES
004190         MOVE "DEVUELTA SIN MOTIVO" TO DEV-MOTIVO
004200     END-IF.
004210     MOVE WS-AUDT-PROGRAMA TO DEV-ORIGEN.
004220     MOVE PERS-DIRECCION TO DEV-DIRECCION.
004230     OPEN EXTEND DEVUELTO-FILE.
004240     IF WS-DEV-STATUS NOT = "00"
004250         OPEN OUTPUT DEVUELTO-FILE
004260     END-IF.
004270     WRITE DEVUELTO-RECORD.
004280     CLOSE DEVUELTO-FILE.
004290     SET TRAN-APLICADA TO TRUE.
004300 3000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 6000-ESCRIBIR-RESULTADO - UNA LINEA POR PIEZA, CON EL DNI
004350*     ENMASCARADO COMO EN TODO REPORTE DE ESTE SISTEMA
004360******************************************************************
004370 6000-ESCRIBIR-RESULTADO.
004380     MOVE SPACES TO WS-LINEA-DETALLE.
004390     IF CDEV-DNI IS NUMERIC
004400         CALL "enmascarar_dni" USING CDEV-DNI
004410                 WS-DNI-ENMASCARADO
004420         MOVE WS-DNI-ENMASCARADO TO DET-DNI
004430     END-IF.
004440     MOVE CDEV-CODIGO-POSTAL TO DET-CODIGO-POSTAL.
004450     MOVE CDEV-MOTIVO TO DET-MOTIVO-CORREO.
004460     IF TRAN-APLICADA
004470         MOVE "MARCADA  " TO DET-RESULTADO
004480         MOVE "DOMICILIO NO ENTREGABLE" TO DET-MOTIVO
004490     ELSE
004500         MOVE "RECHAZADA" TO DET-RESULTADO
004510         MOVE WS-MOTIVO-RECHAZO TO DET-MOTIVO
004520     END-IF.
004530     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
004540     WRITE REPORT-RECORD.
004550 6000-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* 9000-TERMINAR - ESCRIBE EL TRAILER DE CONTROL, CUADRA LOS
004600*     TOTALES Y REGISTRA LA CORRIDA EN LA AUDITORIA COMPARTIDA
004610******************************************************************
004620 9000-TERMINAR.
004630     PERFORM 9100-ESCRIBIR-TRAILER THRU 9100-EXIT.
004640     IF WS-TRAN-STATUS NOT = "35" AND WS-TRAN-STATUS NOT = "30"
004650         CLOSE TRAN-FILE
004660     END-IF.
004670     CLOSE PERSONA-FILE.
004680     CLOSE REPORT-FILE.
004690     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
004700     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004710     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004720     MOVE WS-CUENTA-LEIDAS TO WS-CATG-CANTIDAD.
004730     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
004740             WS-CATG-CANTIDAD.
004750 9000-EXIT.
004760     EXIT.
004770
004780 9100-ESCRIBIR-TRAILER.
004790     MOVE SPACES TO WS-LINEA-TRAILER.
004800     MOVE "PIEZAS DEVUELTAS LEIDAS............" TO TRA-ETIQUETA.
004810     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
004820     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004830     WRITE REPORT-RECORD.
004840
004850     MOVE SPACES TO WS-LINEA-TRAILER.
004860     MOVE "DOMICILIOS MARCADOS................" TO TRA-ETIQUETA.
004870     MOVE WS-CUENTA-APLICADAS TO TRA-VALOR.
004880     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004890     WRITE REPORT-RECORD.
004900
004910     MOVE SPACES TO WS-LINEA-TRAILER.
004920     MOVE "PIEZAS RECHAZADAS O SIN EFECTO....." TO TRA-ETIQUETA.
004930     MOVE WS-CUENTA-RECHAZADAS TO TRA-VALOR.
004940     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004950     WRITE REPORT-RECORD.
004960
004970     IF WS-CUENTA-DEV-PERDIDOS > ZERO
004980         MOVE SPACES TO WS-LINEA-TRAILER
004990         MOVE "MARCAS NO CARGADAS (TABLA LLENA)..."
005000             TO TRA-ETIQUETA
005010         MOVE WS-CUENTA-DEV-PERDIDOS TO TRA-VALOR
005020         MOVE WS-LINEA-TRAILER TO REPORT-RECORD
005030         WRITE REPORT-RECORD
005040     END-IF.
005050
005060     MOVE "S" TO WS-SW-BALANCEA.
005070     IF WS-CUENTA-LEIDAS NOT =
005080             WS-CUENTA-APLICADAS + WS-CUENTA-RECHAZADAS
005090         MOVE "N" TO WS-SW-BALANCEA
005100     END-IF.
005110     IF TOTALES-BALANCEAN
005120         DISPLAY " CONTROL DE TOTALES: BALANCEA"
005130     ELSE
005140         DISPLAY " CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
005150     END-IF.
005160 9100-EXIT.
005170     EXIT.
005180
005190 END PROGRAM CorreoDevol.
