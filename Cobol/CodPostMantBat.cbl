000100******************************************************************
000110* PROGRAM-ID: CodPostMantBat
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    BATCH MAINTENANCE OVER THE CPOSTREF POSTAL-CODE
000170*             REFERENCE (CODIGO POSTAL, LOCALIDAD, PROVINCIA),
000180*             THE SAME WAY CLASIFMANTBAT MAINTAINS CLASIREF:
000190*             READS THE CPOSTRAN DECK (ALTA/MODIFICACION/BAJA,
000200*             WRAPPED IN THE SHOP'S HDR/TRL ENVELOPE AND
000210*             VALIDATED VIA VALIDAR_SOBRE), APPLIES EACH
000220*             TRANSACTION AGAINST THE IN-MEMORY TABLE, REWRITES
000230*             CPOSTREF WITH ITS ENVELOPE AND WRITES A
000240*             PER-TRANSACTION ACCEPT/REJECT REPORT
000250*             (CPOSTRPT.AAAAMMDD). THE FIRST LOAD OF THE
000260*             REFERENCE IS AN ALTA DECK OVER AN EMPTY FILE.
000270*             CODES ARE KEPT IN UPPER CASE. THE REFERENCE IS
000280*             READ BY VALIDAR_CP.
000290* TECTONICS:  cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320* DATE       INIT DESCRIPTION
000330* 2026-10-15 RW   INITIAL VERSION. CARGA, APLICACION Y REGRABADO
000340*                 CON SOBRE SON LOS DE CLASIFMANTBAT.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CodPostMantBat.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TRAN-FILE ASSIGN TO "CPOSTRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRAN-STATUS.
000450
000460     SELECT CPOSTREF-FILE ASSIGN TO "CPOSTREF"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CPR-STATUS.
000490
000500     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  TRAN-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 49 CHARACTERS.
000590 01  TRAN-RECORD.
000600     05  CPTR-ACCION             PIC X(01).
000610         88  CPTR-ES-ALTA        VALUE "A".
000620         88  CPTR-ES-MODIF       VALUE "M".
000630         88  CPTR-ES-BAJA        VALUE "B".
000640     05  CPTR-CODIGO-POSTAL      PIC X(08).
000650     05  CPTR-LOCALIDAD          PIC X(20).
000660     05  CPTR-PROVINCIA          PIC X(20).
000670
000680 FD  CPOSTREF-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 48 CHARACTERS.
000710 COPY CODPOST.
000720
000730 FD  REPORT-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  REPORT-RECORD               PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-TRAN-STATUS              PIC X(02).
000800 01  WS-CPR-STATUS               PIC X(02).
000810 01  WS-RPT-STATUS               PIC X(02).
000820
000830 01  WS-EOF-TRAN                 PIC X(01) VALUE "N".
000840     88  FIN-TRAN                VALUE "S".
000850 01  WS-EOF-CPOSTREF             PIC X(01) VALUE "N".
000860     88  FIN-CPOSTREF            VALUE "S".
000870
000880*----------------------------------------------------------------
000890*    CPOSTREF EN MEMORIA
000900*----------------------------------------------------------------
000910 01  WS-MAX-CODPOST              PIC 9(04) VALUE 3000.
000920 01  WS-CANT-CODPOST             PIC 9(04) VALUE ZERO.
000930 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
000940 01  TABLA-CODPOST.
000950     05  CPT-ENTRADA OCCURS 3000 TIMES.
000960         10  CPT-CODIGO-POSTAL   PIC X(08).
000970         10  CPT-LOCALIDAD       PIC X(20).
000980         10  CPT-PROVINCIA       PIC X(20).
000990 01  WS-IDX-BUSQUEDA             PIC 9(04) COMP.
001000 01  WS-IDX-HALLADO              PIC 9(04) COMP VALUE ZERO.
001010 01  WS-SW-HUBO-CAMBIOS          PIC X(01) VALUE "N".
001020     88  HUBO-CAMBIOS            VALUE "S".
001030 01  WS-MINUSCULAS               PIC X(26)
001040         VALUE "abcdefghijklmnopqrstuvwxyz".
001050 01  WS-MAYUSCULAS               PIC X(26)
001060         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001070
001080*----------------------------------------------------------------
001090*    SOBRE HDR/TRL: VALIDACION DE ENTRADA Y REGRABADO DE SALIDA
001100*----------------------------------------------------------------
001110 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "CPOSTRAN".
001120 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 2.
001130 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
001140 01  WS-SOBRE-RESULTADO          PIC X(01).
001150     88  SOBRE-VALIDO            VALUE "S".
001160 01  WS-SOBRE-MENSAJE            PIC X(59).
001170 01  WS-SOBRE-HDR.
001180     05  FILLER                  PIC X(03) VALUE "HDR".
001190     05  HDR-ORIGEN              PIC X(08) VALUE "CPOSMBAT".
001200     05  HDR-FECHA               PIC 9(08).
001210 01  WS-SOBRE-TRL.
001220     05  FILLER                  PIC X(03) VALUE "TRL".
001230     05  TRL-CANTIDAD            PIC 9(07).
001240     05  TRL-HASH                PIC 9(11).
001250 01  WS-HASH-CODIGOS             PIC 9(11) VALUE ZERO.
001260 01  WS-VALOR-CODIGO             PIC 9(08).
001270
001280*----------------------------------------------------------------
001290*    TRANSACCION EN CURSO Y SU VEREDICTO
001300*----------------------------------------------------------------
001310 01  WS-TRN-ACCION               PIC X(01).
001320 01  WS-TRN-CODIGO-POSTAL        PIC X(08).
001330 01  WS-TRN-LOCALIDAD            PIC X(20).
001340 01  WS-TRN-PROVINCIA            PIC X(20).
001350 01  WS-SW-APLICADA              PIC X(01) VALUE "N".
001360     88  TRAN-APLICADA           VALUE "S".
001370 01  WS-MOTIVO-RECHAZO           PIC X(30).
001380
001390*----------------------------------------------------------------
001400*    CONTADORES DE CONTROL DE LA CORRIDA
001410*----------------------------------------------------------------
001420 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
001430 01  WS-CUENTA-APLICADAS         PIC 9(05) VALUE ZERO.
001440 01  WS-CUENTA-RECHAZADAS        PIC 9(05) VALUE ZERO.
001450
001460*----------------------------------------------------------------
001470*    REPORTE DE APLICADAS/RECHAZADAS
001480*----------------------------------------------------------------
001490 01  WS-FECHA-HOY                PIC X(08).
001500 01  WS-FECHA-NUMERICA           PIC 9(08).
001510 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001520 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001530 01  WS-LINEA-TITULO             PIC X(50)
001540         VALUE "MANTENIMIENTO BATCH DE CODIGOS POSTALES".
001550 01  WS-LINEA-DETALLE.
001560     05  DET-ACCION              PIC X(01).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  DET-CODIGO-POSTAL       PIC X(08).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  DET-RESULTADO           PIC X(09).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  DET-MOTIVO              PIC X(30).
001630     05  FILLER                  PIC X(27) VALUE SPACES.
001640 01  WS-LINEA-TRAILER.
001650     05  TRA-ETIQUETA            PIC X(35).
001660     05  TRA-VALOR               PIC ZZZ,ZZ9.
001670     05  FILLER                  PIC X(38) VALUE SPACES.
001680
001690*----------------------------------------------------------------
001700*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
001710*----------------------------------------------------------------
001720 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "CodPostMantBat".
001730 01  WS-ELOG-CODIGO              PIC 9(04).
001740 01  WS-ELOG-MENSAJE             PIC X(59).
001750 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "CodPostMantBat".
001760 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001770 01  WS-CATG-ARCHIVO             PIC X(21).
001780 01  WS-CATG-CANTIDAD            PIC 9(07).
001790
001800 PROCEDURE DIVISION.
001810
001820******************************************************************
001830* 0000-MAINLINE
001840******************************************************************
001850 0000-MAINLINE.
001860     PERFORM 0500-VALIDAR-SOBRE THRU 0500-EXIT.
001870     IF NOT SOBRE-VALIDO
001880         DISPLAY "CPOSTRAN RECHAZADO: " WS-SOBRE-MENSAJE
001890         MOVE 45 TO WS-ELOG-CODIGO
001900         MOVE "SOBRE DE CPOSTRAN NO BALANCEA" TO WS-ELOG-MENSAJE
001910         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
001920                 WS-ELOG-MENSAJE
001930         MOVE 8 TO RETURN-CODE
001940         GOBACK
001950     END-IF.
001960     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001970     IF WS-CANT-PERDIDOS > ZERO
001980         PERFORM 1200-RECHAZAR-POR-TABLA THRU 1200-EXIT
001990         GOBACK
002000     END-IF.
002010     IF WS-TRAN-STATUS = "00"
002020         PERFORM 2000-PROCESAR-DECK THRU 2000-EXIT
002030         CLOSE TRAN-FILE
002040     END-IF.
002050     IF HUBO-CAMBIOS
002060         PERFORM 7000-REGRABAR-CPOSTREF THRU 7000-EXIT
002070     END-IF.
002080     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002090     GOBACK.
002100
002110******************************************************************
002120* 0500-VALIDAR-SOBRE - EL DECK ENTRA CON EL MISMO SOBRE QUE LOS
002130*     DEMAS (VALIDAR_SOBRE). UN DECK AUSENTE ES UNA CORRIDA SIN
002140*     NOVEDADES, NO UN ERROR.
002150******************************************************************
002160 0500-VALIDAR-SOBRE.
002170     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
002180             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
002190             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
002200     IF NOT SOBRE-VALIDO
002210         IF WS-SOBRE-MENSAJE = "ARCHIVO DE ENTRADA NO DISPONIBLE"
002220             MOVE "S" TO WS-SOBRE-RESULTADO
002230         END-IF
002240     END-IF.
002250 0500-EXIT.
002260     EXIT.
002270
002280******************************************************************
002290* 1000-INICIALIZAR - CARGA EL REFERENCIAL, ABRE DECK Y REPORTE
002300******************************************************************
002310 1000-INICIALIZAR.
002320     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002330     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
002340     OPEN INPUT CPOSTREF-FILE.
002350     IF WS-CPR-STATUS = "00"
002360         PERFORM 1100-CARGAR-CODIGO THRU 1100-EXIT
002370             UNTIL FIN-CPOSTREF
002380         CLOSE CPOSTREF-FILE
002390     END-IF.
002400     IF WS-CANT-PERDIDOS > ZERO
002410         GO TO 1000-EXIT
002420     END-IF.
002430     OPEN INPUT TRAN-FILE.
002440     STRING "CPOSTRPT." WS-FECHA-HOY DELIMITED BY SIZE
002450         WS-SUFIJO-CICLO DELIMITED BY SPACE
002460         INTO WS-DYN-REPORT-FILE.
002470     OPEN OUTPUT REPORT-FILE.
002480     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
002490     WRITE REPORT-RECORD.
002500 1000-EXIT.
002510     EXIT.
002520
002530 1100-CARGAR-CODIGO.
002540     READ CPOSTREF-FILE
002550         AT END
002560             SET FIN-CPOSTREF TO TRUE
002570         NOT AT END
002580             IF CPOSTREF-RECORD(1:3) = "HDR"
002590                     OR CPOSTREF-RECORD(1:3) = "TRL"
002600                 CONTINUE
002610             ELSE
002620             IF WS-CANT-CODPOST < WS-MAX-CODPOST
002630                 ADD 1 TO WS-CANT-CODPOST
002640                 MOVE CPR-CODIGO-POSTAL TO
002650                     CPT-CODIGO-POSTAL(WS-CANT-CODPOST)
002660                 MOVE CPR-LOCALIDAD TO
002670                     CPT-LOCALIDAD(WS-CANT-CODPOST)
002680                 MOVE CPR-PROVINCIA TO
002690                     CPT-PROVINCIA(WS-CANT-CODPOST)
002700             ELSE
002710                 ADD 1 TO WS-CANT-PERDIDOS
002720             END-IF
002730             END-IF
002740     END-READ.
002750 1100-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* 1200-RECHAZAR-POR-TABLA - EL REFERENCIAL NO ENTRA EN LA TABLA:
002800*     REGRABARLO PERDERIA LOS CODIGOS QUE QUEDARON AFUERA, ASI
002810*     QUE NO SE APLICA NADA Y EL DECK QUEDA PARA LA PROXIMA
002820******************************************************************
002830 1200-RECHAZAR-POR-TABLA.
002840     DISPLAY "ATENCION: TABLA CPOSTREF LLENA, "
002850         WS-CANT-PERDIDOS " CODIGOS SIN CARGAR.".
002860     DISPLAY "CPOSTRAN NO SE APLICA: AMPLIAR LA TABLA.".
002870     MOVE 61 TO WS-ELOG-CODIGO.
002880     MOVE "CPOSTREF EXCEDE LA TABLA - CPOSTRAN NO APLICADO"
002890         TO WS-ELOG-MENSAJE.
002900     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
002910             WS-ELOG-MENSAJE.
002920     MOVE 8 TO RETURN-CODE.
002930 1200-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 2000-PROCESAR-DECK - RECORRE EL DECK, SALTEANDO EL SOBRE
002980******************************************************************
002990 2000-PROCESAR-DECK.
003000     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
003010         UNTIL FIN-TRAN.
003020 2000-EXIT.
003030     EXIT.
003040
003050 2100-LEER-TRANSACCION.
003060     READ TRAN-FILE
003070         AT END
003080             SET FIN-TRAN TO TRUE
003090         NOT AT END
003100             IF TRAN-RECORD(1:3) = "HDR"
003110                     OR TRAN-RECORD(1:3) = "TRL"
003120                 CONTINUE
003130             ELSE
003140                 ADD 1 TO WS-CUENTA-LEIDAS
003150                 MOVE CPTR-ACCION TO WS-TRN-ACCION
003160                 MOVE CPTR-CODIGO-POSTAL TO WS-TRN-CODIGO-POSTAL
003170                 MOVE CPTR-LOCALIDAD TO WS-TRN-LOCALIDAD
003180                 MOVE CPTR-PROVINCIA TO WS-TRN-PROVINCIA
003190                 INSPECT WS-TRN-CODIGO-POSTAL
003200                     CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
003210                 PERFORM 3000-APLICAR-TRANSACCION THRU 3000-EXIT
003220             END-IF
003230     END-READ.
003240 2100-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 3000-APLICAR-TRANSACCION - VALIDA Y APLICA CONTRA LA TABLA EN
003290*     MEMORIA. CADA TRANSACCION DEJA SU LINEA EN EL REPORTE.
003300******************************************************************
003310 3000-APLICAR-TRANSACCION.
003320     MOVE "N" TO WS-SW-APLICADA.
003330     MOVE SPACES TO WS-MOTIVO-RECHAZO.
003340     EVALUATE TRUE
003350         WHEN WS-TRN-CODIGO-POSTAL = SPACES
003360             MOVE "CODIGO POSTAL EN BLANCO" TO WS-MOTIVO-RECHAZO
003370         WHEN WS-TRN-ACCION NOT = "A"
003380                 AND WS-TRN-ACCION NOT = "M"
003390                 AND WS-TRN-ACCION NOT = "B"
003400             MOVE "CODIGO DE ACCION INVALIDO" TO
003410                 WS-MOTIVO-RECHAZO
003420         WHEN WS-TRN-ACCION NOT = "B"
003430                 AND WS-TRN-LOCALIDAD = SPACES
003440             MOVE "LOCALIDAD EN BLANCO" TO WS-MOTIVO-RECHAZO
003450         WHEN OTHER
003460             PERFORM 3100-APLICAR-SEGUN-ACCION THRU 3100-EXIT
003470     END-EVALUATE.
003480     IF TRAN-APLICADA
003490         ADD 1 TO WS-CUENTA-APLICADAS
003500     ELSE
003510         ADD 1 TO WS-CUENTA-RECHAZADAS
003520     END-IF.
003530     PERFORM 6000-ESCRIBIR-RESULTADO THRU 6000-EXIT.
003540 3000-EXIT.
003550     EXIT.
003560
003570 3100-APLICAR-SEGUN-ACCION.
003580     PERFORM 3200-BUSCAR-CODIGO THRU 3200-EXIT.
003590     EVALUATE WS-TRN-ACCION
003600         WHEN "A"
003610             IF WS-IDX-HALLADO > ZERO
003620                 MOVE "EL CODIGO YA EXISTE" TO WS-MOTIVO-RECHAZO
003630             ELSE
003640             IF WS-CANT-CODPOST >= WS-MAX-CODPOST
003650                 MOVE "LA TABLA CPOSTREF ESTA LLENA" TO
003660                     WS-MOTIVO-RECHAZO
003670             ELSE
003680                 ADD 1 TO WS-CANT-CODPOST
003690                 MOVE WS-TRN-CODIGO-POSTAL TO
003700                     CPT-CODIGO-POSTAL(WS-CANT-CODPOST)
003710                 MOVE WS-TRN-LOCALIDAD TO
003720                     CPT-LOCALIDAD(WS-CANT-CODPOST)
003730                 MOVE WS-TRN-PROVINCIA TO
003740                     CPT-PROVINCIA(WS-CANT-CODPOST)
003750                 SET TRAN-APLICADA TO TRUE
003760                 SET HUBO-CAMBIOS TO TRUE
003770             END-IF
003780             END-IF
003790         WHEN "M"
003800             IF WS-IDX-HALLADO = ZERO
003810                 MOVE "CODIGO NO ENCONTRADO" TO
003820                     WS-MOTIVO-RECHAZO
003830             ELSE
003840                 MOVE WS-TRN-LOCALIDAD TO
003850                     CPT-LOCALIDAD(WS-IDX-HALLADO)
003860                 MOVE WS-TRN-PROVINCIA TO
003870                     CPT-PROVINCIA(WS-IDX-HALLADO)
003880                 SET TRAN-APLICADA TO TRUE
003890                 SET HUBO-CAMBIOS TO TRUE
003900             END-IF
003910         WHEN "B"
003920             IF WS-IDX-HALLADO = ZERO
003930                 MOVE "CODIGO NO ENCONTRADO" TO
003940                     WS-MOTIVO-RECHAZO
003950             ELSE
003960                 PERFORM 3300-QUITAR-CODIGO THRU 3300-EXIT
003970                 SET TRAN-APLICADA TO TRUE
003980                 SET HUBO-CAMBIOS TO TRUE
003990             END-IF
004000     END-EVALUATE.
004010 3100-EXIT.
004020     EXIT.
004030
004040 3200-BUSCAR-CODIGO.
004050     MOVE ZERO TO WS-IDX-HALLADO.
004060     PERFORM 3210-COMPARAR-CODIGO THRU 3210-EXIT
004070         VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
004080             UNTIL WS-IDX-BUSQUEDA > WS-CANT-CODPOST
004090                 OR WS-IDX-HALLADO > ZERO.
004100 3200-EXIT.
004110     EXIT.
004120
004130 3210-COMPARAR-CODIGO.
004140     IF CPT-CODIGO-POSTAL(WS-IDX-BUSQUEDA) = WS-TRN-CODIGO-POSTAL
004150         MOVE WS-IDX-BUSQUEDA TO WS-IDX-HALLADO
004160     END-IF.
004170 3210-EXIT.
004180     EXIT.
004190
004200 3300-QUITAR-CODIGO.
004210     PERFORM 3310-CORRER-ENTRADA THRU 3310-EXIT
004220         VARYING WS-IDX-BUSQUEDA FROM WS-IDX-HALLADO BY 1
004230             UNTIL WS-IDX-BUSQUEDA >= WS-CANT-CODPOST.
004240     SUBTRACT 1 FROM WS-CANT-CODPOST.
004250 3300-EXIT.
004260     EXIT.
004270
004280 3310-CORRER-ENTRADA.
004290     MOVE CPT-ENTRADA(WS-IDX-BUSQUEDA + 1) TO
004300         CPT-ENTRADA(WS-IDX-BUSQUEDA).
004310 3310-EXIT.
004320     EXIT.
004330
004340 6000-ESCRIBIR-RESULTADO.
004350     MOVE SPACES TO WS-LINEA-DETALLE.
004360     MOVE WS-TRN-ACCION TO DET-ACCION.
004370     MOVE WS-TRN-CODIGO-POSTAL TO DET-CODIGO-POSTAL.
004380     IF TRAN-APLICADA
004390         MOVE "APLICADA " TO DET-RESULTADO
004400     ELSE
004410         MOVE "RECHAZADA" TO DET-RESULTADO
004420         MOVE WS-MOTIVO-RECHAZO TO DET-MOTIVO
004430     END-IF.
004440     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
004450     WRITE REPORT-RECORD.
004460 6000-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 7000-REGRABAR-CPOSTREF - REGRABA EL REFERENCIAL CON SU SOBRE.
004510*     EL HASH SUMA SOLO LOS CODIGOS TOTALMENTE NUMERICOS, LA
004520*     MISMA REGLA QUE APLICA VALIDAR_SOBRE
004530******************************************************************
004540 7000-REGRABAR-CPOSTREF.
004550     OPEN OUTPUT CPOSTREF-FILE.
004560     MOVE WS-FECHA-NUMERICA TO HDR-FECHA.
004570     MOVE WS-SOBRE-HDR TO CPOSTREF-RECORD.
004580     WRITE CPOSTREF-RECORD.
004590     MOVE ZERO TO WS-HASH-CODIGOS.
004600     PERFORM 7100-GRABAR-ENTRADA THRU 7100-EXIT
004610         VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
004620             UNTIL WS-IDX-BUSQUEDA > WS-CANT-CODPOST.
004630     MOVE WS-CANT-CODPOST TO TRL-CANTIDAD.
004640     MOVE WS-HASH-CODIGOS TO TRL-HASH.
004650     MOVE WS-SOBRE-TRL TO CPOSTREF-RECORD.
004660     WRITE CPOSTREF-RECORD.
004670     CLOSE CPOSTREF-FILE.
004680 7000-EXIT.
004690     EXIT.
004700
004710 7100-GRABAR-ENTRADA.
004720     MOVE CPT-ENTRADA(WS-IDX-BUSQUEDA) TO CPOSTREF-RECORD.
004730     WRITE CPOSTREF-RECORD.
004740     IF CPR-CODIGO-POSTAL IS NUMERIC
004750         MOVE CPR-CODIGO-POSTAL TO WS-VALOR-CODIGO
004760         COMPUTE WS-HASH-CODIGOS = FUNCTION MOD(
004770             WS-HASH-CODIGOS + WS-VALOR-CODIGO, 100000000000)
004780     END-IF.
004790 7100-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 9000-TERMINAR - TRAILER DE CONTROL, CIERRE, AUDITORIA, CATALOGO
004840******************************************************************
004850 9000-TERMINAR.
004860     MOVE SPACES TO WS-LINEA-TRAILER.
004870     MOVE "TRANSACCIONES LEIDAS................" TO TRA-ETIQUETA.
004880     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
004890     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004900     WRITE REPORT-RECORD.
004910     MOVE SPACES TO WS-LINEA-TRAILER.
004920     MOVE "TRANSACCIONES APLICADAS............." TO TRA-ETIQUETA.
004930     MOVE WS-CUENTA-APLICADAS TO TRA-VALOR.
004940     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
004950     WRITE REPORT-RECORD.
004960     MOVE SPACES TO WS-LINEA-TRAILER.
004970     MOVE "TRANSACCIONES RECHAZADAS............" TO TRA-ETIQUETA.
004980     MOVE WS-CUENTA-RECHAZADAS TO TRA-VALOR.
004990     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
005000     WRITE REPORT-RECORD.
005010     MOVE SPACES TO WS-LINEA-TRAILER.
005020     MOVE "CODIGOS POSTALES EN EL REFERENCIAL.." TO TRA-ETIQUETA.
005030     MOVE WS-CANT-CODPOST TO TRA-VALOR.
005040     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
005050     WRITE REPORT-RECORD.
005060     CLOSE REPORT-FILE.
005070     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
005080     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005090     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005100     MOVE WS-CUENTA-LEIDAS TO WS-CATG-CANTIDAD.
005110     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
005120             WS-CATG-CANTIDAD.
005130 9000-EXIT.
005140     EXIT.
005150
005160 END PROGRAM CodPostMantBat.
