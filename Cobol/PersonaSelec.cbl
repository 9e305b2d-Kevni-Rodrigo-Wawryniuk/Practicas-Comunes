000260*                 COL 13-15 EDAD HASTA
000270*                 COL 17    MAYORIA (S/N)
000280*                 COL 19    CSV ADEMAS DEL REPORTE (S)
000290*                 COL 21-28 DESTINO DEL CSV
000300*             LAS COINCIDENCIAS SALEN COMO REPORTE PAGINADO
000310*             SELRPT.AAAAMMDD (DNI ENMASCARADO, VIA REPORTE_SVC)
000320*             Y, SI SE PIDIO, COMO CSV SELCSV.AAAAMMDD CON EL
000330*             MISMO SOBRE HDR/TRL DE EXPORTAR_DATOS; LOS DOS
000340*             QUEDAN EN EL CATALOGO COMO CUALQUIER OTRA SALIDA.
000350*             EL CSV LLEVA EL TOKEN DEL DNI (DNI_TOKEN) SALVO
000360*             QUE EL DESTINO ESTE HABILITADO EN DNIDEST PARA
000370*             SELCSV, EN CUYO CASO LLEVA EL DNI REAL.
000380* TECTONICS:  cobc
000390******************************************************************
000400* MODIFICATION HISTORY
000410* DATE       INIT DESCRIPTION
000420* 2026-09-01 RW   INITIAL VERSION.
000430* 2026-10-15 RW   EL CSV LLEVA EL TOKEN DE DNI_TOKEN EN VEZ DEL
000440*                 DNI ENMASCARADO (CLAVE ESTABLE PARA CRUZAR);
000450*                 SELCTL CRECE 19 -> 28 CON EL DESTINO, Y UN
000460*                 DESTINO HABILITADO EN DNIDEST RECIBE EL DNI
000470*                 REAL. SIN BOVEDA EL DNI SALE ENMASCARADO Y LA
000480*                 CORRIDA TERMINA CON RETURN-CODE 8.
000490* 2026-10-15 RW   LEE EL SNAPSHOT PERSSNAP DE PERSONA_SNAP EN VEZ
000500*                 DE RECORRER PERSONAF (UNA SOLA PASADA POR EL
000510*                 MAESTRO PARA TODOS LOS LECTORES), VERIFICANDO
000520*                 ANTES SU TOTAL DE CONTROL CON VALIDAR_SOBRE
000530*                 (ERRORLOG 92 Y RETURN-CODE 8 SI NO BALANCEA).
000540*                 LOS CRITERIOS DE EDAD Y MAYORIA, Y LA EDAD QUE
000550*                 SALE EN EL REPORTE Y EN EL CSV, SON LOS DEL
000560*                 SNAPSHOT (EDAD A LA FECHA DE NEGOCIO).
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. PersonaSelec.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SELCTL-FILE ASSIGN TO "SELCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SEL-STATUS.
000670
000680     SELECT PERSONA-FILE ASSIGN TO "PERSSNAP"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PERSONA-STATUS.
000710
000720     SELECT CSV-FILE ASSIGN DYNAMIC WS-DYN-CSV-FILE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CSV-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SELCTL-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 28 CHARACTERS.
000810 01  SELCTL-RECORD.
000820     05  SCTL-ESTADO             PIC X(01).
000830     05  FILLER                  PIC X(01).
000840     05  SCTL-SUCURSAL           PIC X(02).
000850     05  FILLER                  PIC X(01).
000860     05  SCTL-CLASIF             PIC X(02).
000870     05  FILLER                  PIC X(01).
000880     05  SCTL-EDAD-DESDE         PIC X(03).
000890     05  FILLER                  PIC X(01).
000900     05  SCTL-EDAD-HASTA         PIC X(03).
000910     05  FILLER                  PIC X(01).
000920     05  SCTL-MAYORIA            PIC X(01).
000930     05  FILLER                  PIC X(01).
000940     05  SCTL-CSV                PIC X(01).
000950     05  FILLER                  PIC X(01).
000960     05  SCTL-DESTINO            PIC X(08).
000970
000980 FD  PERSONA-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 180 CHARACTERS.
001010 COPY PERSONA.
001020 COPY PERSSNAP.
001030
001040 FD  CSV-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 90 CHARACTERS.
001070 01  CSV-RECORD                  PIC X(90).
001080
001090 WORKING-STORAGE SECTION.
001100 01  WS-SEL-STATUS               PIC X(02).
001110 01  WS-PERSONA-STATUS           PIC X(02).
001120 01  WS-CSV-STATUS               PIC X(02).
001130 01  WS-FECHA-HOY                PIC X(08).
001140 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001150 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001160 01  WS-DYN-CSV-FILE             PIC X(21) VALUE SPACES.
001170 01  WS-CATG-ARCHIVO             PIC X(21).
001180 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "PersonaSelec".
001190 01  WS-CATG-CANTIDAD            PIC 9(07).
001200
001210 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001220     88  FIN-PERSONA             VALUE "S".
001230 01  WS-SW-OPERABLE              PIC X(01) VALUE "S".
001240     88  SELECCION-OPERABLE      VALUE "S".
001250
001260*----------------------------------------------------------------
001270*    CRITERIOS YA INTERPRETADOS DE LA TARJETA SELCTL (BLANCO =
001280*    SIN FILTRO EN ESE CAMPO)
001290*----------------------------------------------------------------
001300 01  WS-CRIT-ESTADO              PIC X(01) VALUE SPACE.
001310 01  WS-CRIT-SUCURSAL            PIC X(02) VALUE SPACES.
001320 01  WS-CRIT-CLASIF              PIC X(02) VALUE SPACES.
001330 01  WS-CRIT-EDAD-DESDE          PIC 9(03) VALUE ZERO.
001340 01  WS-CRIT-EDAD-HASTA          PIC 9(03) VALUE 999.
001350 01  WS-CRIT-MAYORIA             PIC X(01) VALUE SPACE.
001360 01  WS-SW-QUIERE-CSV            PIC X(01) VALUE "N".
001370     88  QUIERE-CSV              VALUE "S".
001380 01  WS-CRIT-DESTINO             PIC X(08) VALUE SPACES.
001390 01  WS-SW-CUMPLE                PIC X(01) VALUE "N".
001400     88  CUMPLE-CRITERIOS        VALUE "S".
001410
001420*----------------------------------------------------------------
001430*    SOBRE HDR/TRL DEL CSV (MISMA FORMA QUE EXPORTAR_DATOS)
001440*----------------------------------------------------------------
001450 01  WS-SOBRE-HDR.
001460     05  FILLER                  PIC X(03) VALUE "HDR".
001470     05  HDR-ORIGEN              PIC X(08) VALUE "SELECCIO".
001480     05  HDR-FECHA               PIC 9(08).
001490 01  WS-SOBRE-TRL.
001500     05  FILLER                  PIC X(03) VALUE "TRL".
001510     05  TRL-CANTIDAD            PIC 9(07).
001520     05  TRL-HASH                PIC 9(11).
001530 01  WS-HASH-CSV                 PIC 9(11) VALUE ZERO.
001540 01  WS-CLAVE-HASH               PIC 9(11).
001550
001560*----------------------------------------------------------------
001570*    LINEAS DEL REPORTE PAGINADO (REPORTE_SVC)
001580*----------------------------------------------------------------
001590 01  RSVC-AREA.
001600     05  RSVC-FUNCION            PIC X(01).
001610     05  RSVC-ARCHIVO            PIC X(21).
001620     05  RSVC-TITULO             PIC X(40).
001630     05  RSVC-LINEA              PIC X(132).
001640     05  RSVC-CANT-LINEAS        PIC 9(07).
001650 01  WS-LINEA-CRITERIO.
001660     05  FILLER                  PIC X(11) VALUE "CRITERIOS: ".
001670     05  CRI-TEXTO               PIC X(60).
001680     05  FILLER                  PIC X(61) VALUE SPACES.
001690 01  WS-LINEA-PERSONA.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  SEL-DNI                 PIC X(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  SEL-NOMBRE              PIC X(30).
001740     05  FILLER                  PIC X(07) VALUE "  EDAD ".
001750     05  SEL-EDAD                PIC 9(03).
001760     05  FILLER                  PIC X(08) VALUE "  CLASIF".
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  SEL-CLASIF              PIC 9(02).
001790     05  FILLER                  PIC X(06) VALUE "  SUC ".
001800     05  SEL-SUCURSAL            PIC 9(02).
001810     05  FILLER                  PIC X(05) VALUE "  EST".
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  SEL-ESTADO              PIC X(01).
001840     05  FILLER                  PIC X(54) VALUE SPACES.
001850 01  WS-LINEA-TRAILER.
001860     05  TRA-ETIQUETA            PIC X(30).
001870     05  TRA-VALOR               PIC ZZZ,ZZ9.
001880     05  FILLER                  PIC X(95) VALUE SPACES.
001890 01  WS-DNI-ENMASCARADO          PIC X(08).
001900
001910*----------------------------------------------------------------
001920*    TOKEN DEL DNI PARA EL CSV (SERVICIO DNI_TOKEN)
001930*----------------------------------------------------------------
001940 01  DTK-AREA.
001950     05  DTK-FUNCION             PIC X(01).
001960     05  DTK-DNI                 PIC 9(08).
001970     05  DTK-TOKEN               PIC X(08).
001980     05  DTK-EXTRACTO            PIC X(08).
001990     05  DTK-DESTINO             PIC X(08).
002000     05  DTK-RESULTADO           PIC X(01).
002010     05  DTK-MENSAJE             PIC X(40).
002020 01  WS-SW-DNI-REAL              PIC X(01) VALUE "N".
002030     88  DNI-REAL-HABILITADO     VALUE "S".
002040 01  WS-DNI-CSV                  PIC X(08).
002050 01  WS-CUENTA-SIN-TOKEN         PIC 9(07) VALUE ZERO.
002060
002070 01  WS-CUENTA-LEIDAS            PIC 9(07) VALUE ZERO.
002080 01  WS-CUENTA-SELECCIONADAS     PIC 9(07) VALUE ZERO.
002090
002100*----------------------------------------------------------------
002110*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002120*----------------------------------------------------------------
002130 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaSelec".
002140 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002150 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "PersonaSelec".
002160 01  WS-ELOG-CODIGO              PIC 9(04).
002170 01  WS-ELOG-MENSAJE             PIC X(59).
002180
002190*----------------------------------------------------------------
002200*    TOTAL DE CONTROL DEL SNAPSHOT PERSSNAP (PERSONA_SNAP)
002210*----------------------------------------------------------------
002220 01  WS-PSN-ARCHIVO              PIC X(17) VALUE "PERSSNAP".
002230 01  WS-PSN-CLAVE-POS            PIC 9(02) VALUE 1.
002240 01  WS-PSN-CLAVE-LON            PIC 9(02) VALUE 8.
002250 01  WS-PSN-RESULTADO            PIC X(01).
002260     88  SNAPSHOT-VALIDO         VALUE "S".
002270 01  WS-PSN-MENSAJE              PIC X(59).
002280
002290 PROCEDURE DIVISION.
002300
002310******************************************************************
002320* 0000-MAINLINE
002330******************************************************************
002340 0000-MAINLINE.
002350     PERFORM 0400-VALIDAR-SNAPSHOT THRU 0400-EXIT.
002360     IF NOT SNAPSHOT-VALIDO
002370         GOBACK
002380     END-IF.
002390     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002400     IF SELECCION-OPERABLE
002410         PERFORM 2000-RECORRER-MAESTRO THRU 2000-EXIT
002420         PERFORM 9000-TERMINAR THRU 9000-EXIT
002430     END-IF.
002440     GOBACK.
002450
002460******************************************************************
002470* 0400-VALIDAR-SNAPSHOT - EL SNAPSHOT PERSSNAP SE USA SOLO SI SU
002480*     TRAILER BALANCEA (CANTIDAD Y HASH DEL DNI); SI NO, ERRORLOG
002490*     92 Y RETURN-CODE 8 SIN LEER UN SOLO REGISTRO
002500******************************************************************
002510 0400-VALIDAR-SNAPSHOT.
002520     CALL "validar_sobre" USING WS-PSN-ARCHIVO
002530             WS-PSN-CLAVE-POS WS-PSN-CLAVE-LON
002540             WS-PSN-RESULTADO WS-PSN-MENSAJE.
002550     IF NOT SNAPSHOT-VALIDO
002560         DISPLAY " PERSSNAP RECHAZADO: " WS-PSN-MENSAJE
002570         MOVE 92 TO WS-ELOG-CODIGO
002580         MOVE WS-PSN-MENSAJE TO WS-ELOG-MENSAJE
002590         CALL "errorlog" USING WS-ELOG-PROGRAMA
002600                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
002610         MOVE 8 TO RETURN-CODE
002620     END-IF.
002630 0400-EXIT.
002640     EXIT.
002650
002660******************************************************************
002670* 1000-INICIALIZAR - LEE LA TARJETA SELCTL, ABRE EL SNAPSHOT Y
002680*     PREPARA EL REPORTE (Y EL CSV SI SE PIDIO)
002690******************************************************************
002700 1000-INICIALIZAR.
002710     OPEN INPUT SELCTL-FILE.
002720     IF WS-SEL-STATUS NOT = "00"
002730         DISPLAY "SIN TARJETA SELCTL: NADA QUE SELECCIONAR."
002740         MOVE "N" TO WS-SW-OPERABLE
002750         GO TO 1000-EXIT
002760     END-IF.
002770     READ SELCTL-FILE
002780         AT END
002790             DISPLAY "TARJETA SELCTL VACIA: NADA QUE "
002800                 "SELECCIONAR."
002810             MOVE "N" TO WS-SW-OPERABLE
002820             CLOSE SELCTL-FILE
002830             GO TO 1000-EXIT
002840     END-READ.
002850     CLOSE SELCTL-FILE.
002860     PERFORM 1100-INTERPRETAR-TARJETA THRU 1100-EXIT.
002870     IF NOT SELECCION-OPERABLE
002880         GO TO 1000-EXIT
002890     END-IF.
002900     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002910     OPEN INPUT PERSONA-FILE.
002920     MOVE SPACES TO WS-DYN-REPORT-FILE.
002930     STRING "SELRPT." WS-FECHA-HOY DELIMITED BY SIZE
002940         WS-SUFIJO-CICLO DELIMITED BY SPACE
002950         INTO WS-DYN-REPORT-FILE.
002960     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
002970     MOVE "SELECCION A PEDIDO DEL MAESTRO" TO RSVC-TITULO.
002980     MOVE "A" TO RSVC-FUNCION.
002990     CALL "reporte_svc" USING RSVC-AREA.
003000     MOVE "E" TO RSVC-FUNCION.
003010     MOVE SPACES TO CRI-TEXTO.
003020     STRING "ESTADO=" WS-CRIT-ESTADO
003030         " SUC=" WS-CRIT-SUCURSAL
003040         " CLASIF=" WS-CRIT-CLASIF
003050         " EDAD=" WS-CRIT-EDAD-DESDE "-" WS-CRIT-EDAD-HASTA
003060         " MAYORIA=" WS-CRIT-MAYORIA
003070         DELIMITED BY SIZE INTO CRI-TEXTO.
003080     MOVE WS-LINEA-CRITERIO TO RSVC-LINEA.
003090     CALL "reporte_svc" USING RSVC-AREA.
003100     MOVE SPACES TO RSVC-LINEA.
003110     CALL "reporte_svc" USING RSVC-AREA.
003120     IF QUIERE-CSV
003130         MOVE SPACES TO WS-DYN-CSV-FILE
003140         STRING "SELCSV." WS-FECHA-HOY DELIMITED BY SIZE
003150             WS-SUFIJO-CICLO DELIMITED BY SPACE
003160             INTO WS-DYN-CSV-FILE
003170         PERFORM 1200-DEFINIR-DNI THRU 1200-EXIT
003180         OPEN OUTPUT CSV-FILE
003190         MOVE WS-FECHA-HOY TO HDR-FECHA
003200         MOVE WS-SOBRE-HDR TO CSV-RECORD
003210         WRITE CSV-RECORD
003220         IF DNI-REAL-HABILITADO
003230             MOVE "DNI,NOMBRE,EDAD,CLASIF,SUCURSAL,ESTADO"
003240                 TO CSV-RECORD
003250         ELSE
003260             MOVE "DNI_TOKEN,NOMBRE,EDAD,CLASIF,SUCURSAL,ESTADO"
003270                 TO CSV-RECORD
003280         END-IF
003290         WRITE CSV-RECORD
003300     END-IF.
003310 1000-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 1100-INTERPRETAR-TARJETA - BLANCO = SIN FILTRO; UN CAMPO NO
003360*     BLANCO Y NO VALIDO RECHAZA LA TARJETA ENTERA, ANTES DE
003370*     LEER UN SOLO REGISTRO DEL MAESTRO
003380******************************************************************
003390 1100-INTERPRETAR-TARJETA.
003400     MOVE SCTL-ESTADO TO WS-CRIT-ESTADO.
003410     IF WS-CRIT-ESTADO NOT = SPACE AND WS-CRIT-ESTADO NOT = "A"
003420             AND WS-CRIT-ESTADO NOT = "I"
003430         DISPLAY "SELCTL: ESTADO INVALIDO (A/I O BLANCO)."
003440         MOVE "N" TO WS-SW-OPERABLE
003450         GO TO 1100-EXIT
003460     END-IF.
003470     MOVE SCTL-SUCURSAL TO WS-CRIT-SUCURSAL.
003480     IF WS-CRIT-SUCURSAL NOT = SPACES
003490             AND WS-CRIT-SUCURSAL IS NOT NUMERIC
003500         DISPLAY "SELCTL: SUCURSAL INVALIDA."
003510         MOVE "N" TO WS-SW-OPERABLE
003520         GO TO 1100-EXIT
003530     END-IF.
003540     MOVE SCTL-CLASIF TO WS-CRIT-CLASIF.
003550     IF WS-CRIT-CLASIF NOT = SPACES
003560             AND WS-CRIT-CLASIF IS NOT NUMERIC
003570         DISPLAY "SELCTL: CLASIFICACION INVALIDA."
003580         MOVE "N" TO WS-SW-OPERABLE
003590         GO TO 1100-EXIT
003600     END-IF.
003610     IF SCTL-EDAD-DESDE NOT = SPACES
003620         IF SCTL-EDAD-DESDE IS NUMERIC
003630             MOVE SCTL-EDAD-DESDE TO WS-CRIT-EDAD-DESDE
003640         ELSE
003650             DISPLAY "SELCTL: EDAD DESDE INVALIDA."
003660             MOVE "N" TO WS-SW-OPERABLE
003670             GO TO 1100-EXIT
003680         END-IF
003690     END-IF.
003700     IF SCTL-EDAD-HASTA NOT = SPACES
003710         IF SCTL-EDAD-HASTA IS NUMERIC
003720             MOVE SCTL-EDAD-HASTA TO WS-CRIT-EDAD-HASTA
003730         ELSE
003740             DISPLAY "SELCTL: EDAD HASTA INVALIDA."
003750             MOVE "N" TO WS-SW-OPERABLE
003760             GO TO 1100-EXIT
003770         END-IF
003780     END-IF.
003790     IF WS-CRIT-EDAD-DESDE > WS-CRIT-EDAD-HASTA
003800         DISPLAY "SELCTL: RANGO DE EDADES INVERTIDO."
003810         MOVE "N" TO WS-SW-OPERABLE
003820         GO TO 1100-EXIT
003830     END-IF.
003840     MOVE SCTL-MAYORIA TO WS-CRIT-MAYORIA.
003850     IF WS-CRIT-MAYORIA NOT = SPACE AND WS-CRIT-MAYORIA NOT = "S"
003860             AND WS-CRIT-MAYORIA NOT = "N"
003870         DISPLAY "SELCTL: MAYORIA INVALIDA (S/N O BLANCO)."
003880         MOVE "N" TO WS-SW-OPERABLE
003890         GO TO 1100-EXIT
003900     END-IF.
003910     IF SCTL-CSV = "S"
003920         SET QUIERE-CSV TO TRUE
003930     END-IF.
003940     MOVE SCTL-DESTINO TO WS-CRIT-DESTINO.
003950 1100-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990* 1200-DEFINIR-DNI - EL DESTINO DE LA TARJETA DECIDE, CONTRA LA
004000*     LISTA DNIDEST, SI EL CSV LLEVA EL DNI REAL O EL TOKEN
004010******************************************************************
004020 1200-DEFINIR-DNI.
004030     MOVE SPACES TO DTK-AREA.
004040     MOVE "W" TO DTK-FUNCION.
004050     MOVE "SELCSV" TO DTK-EXTRACTO.
004060     MOVE WS-CRIT-DESTINO TO DTK-DESTINO.
004070     CALL "dni_token" USING DTK-AREA.
004080     IF DTK-RESULTADO = "S"
004090         SET DNI-REAL-HABILITADO TO TRUE
004100         DISPLAY "CSV CON DNI REAL PARA " WS-CRIT-DESTINO ": "
004110             DTK-MENSAJE
004120     END-IF.
004130 1200-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 2000-RECORRER-MAESTRO - UNA PASADA SECUENCIAL COMPLETA; CADA
004180*     REGISTRO SE EVALUA CONTRA TODOS LOS CRITERIOS A LA VEZ
004190******************************************************************
004200 2000-RECORRER-MAESTRO.
004210     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
004220         UNTIL FIN-PERSONA.
004230 2000-EXIT.
004240     EXIT.
004250
004260 2100-LEER-PERSONA.
004270     READ PERSONA-FILE
004280         AT END
004290             SET FIN-PERSONA TO TRUE
004300         NOT AT END
004310             IF PSN-PERSONA(1:3) = "HDR"
004320                     OR PSN-PERSONA(1:3) = "TRL"
004330                 CONTINUE
004340             ELSE
004350                 ADD 1 TO WS-CUENTA-LEIDAS
004360                 PERFORM 2200-EVALUAR-CRITERIOS THRU 2200-EXIT
004370                 IF CUMPLE-CRITERIOS
004380                     PERFORM 2300-EMITIR-SELECCION THRU 2300-EXIT
004390                 END-IF
004400             END-IF
004410     END-READ.
004420 2100-EXIT.
004430     EXIT.
004440
004450 2200-EVALUAR-CRITERIOS.
004460     MOVE "S" TO WS-SW-CUMPLE.
004470     IF WS-CRIT-ESTADO NOT = SPACE
004480         IF WS-CRIT-ESTADO = "A" AND PERS-INACTIVO
004490             MOVE "N" TO WS-SW-CUMPLE
004500         END-IF
004510         IF WS-CRIT-ESTADO = "I" AND NOT PERS-INACTIVO
004520             MOVE "N" TO WS-SW-CUMPLE
004530         END-IF
004540     END-IF.
004550     IF WS-CRIT-SUCURSAL NOT = SPACES
004560             AND PERS-SUCURSAL NOT = WS-CRIT-SUCURSAL
004570         MOVE "N" TO WS-SW-CUMPLE
004580     END-IF.
004590     IF WS-CRIT-CLASIF NOT = SPACES
004600             AND PERS-CLASIF-CODIGO NOT = WS-CRIT-CLASIF
004610         MOVE "N" TO WS-SW-CUMPLE
004620     END-IF.
004630     IF PSN-EDAD < WS-CRIT-EDAD-DESDE
004640             OR PSN-EDAD > WS-CRIT-EDAD-HASTA
004650         MOVE "N" TO WS-SW-CUMPLE
004660     END-IF.
004670     IF WS-CRIT-MAYORIA = "S" AND NOT PSN-ES-MAYOR
004680         MOVE "N" TO WS-SW-CUMPLE
004690     END-IF.
004700     IF WS-CRIT-MAYORIA = "N" AND PSN-ES-MAYOR
004710         MOVE "N" TO WS-SW-CUMPLE
004720     END-IF.
004730 2200-EXIT.
004740     EXIT.
004750
004760 2300-EMITIR-SELECCION.
004770     ADD 1 TO WS-CUENTA-SELECCIONADAS.
004780     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
004790     MOVE WS-DNI-ENMASCARADO TO SEL-DNI.
004800     MOVE PERS-NOMBRE TO SEL-NOMBRE.
004810     MOVE PSN-EDAD TO SEL-EDAD.
004820     MOVE PERS-CLASIF-CODIGO TO SEL-CLASIF.
004830     MOVE PERS-SUCURSAL TO SEL-SUCURSAL.
004840     MOVE PERS-ESTADO TO SEL-ESTADO.
004850     MOVE WS-LINEA-PERSONA TO RSVC-LINEA.
004860     CALL "reporte_svc" USING RSVC-AREA.
004870     IF QUIERE-CSV
004880         PERFORM 2400-ESCRIBIR-CSV THRU 2400-EXIT
004890     END-IF.
004900 2300-EXIT.
004910     EXIT.
004920
004930 2400-ESCRIBIR-CSV.
004940     PERFORM 2450-EDITAR-DNI THRU 2450-EXIT.
004950     MOVE SPACES TO CSV-RECORD.
004960     STRING WS-DNI-CSV DELIMITED BY SIZE
004970         "," DELIMITED BY SIZE
004980         PERS-NOMBRE DELIMITED BY SIZE
004990         "," DELIMITED BY SIZE
005000         PSN-EDAD DELIMITED BY SIZE
005010         "," DELIMITED BY SIZE
005020         PERS-CLASIF-CODIGO DELIMITED BY SIZE
005030         "," DELIMITED BY SIZE
005040         PERS-SUCURSAL DELIMITED BY SIZE
005050         "," DELIMITED BY SIZE
005060         PERS-ESTADO DELIMITED BY SIZE
005070         INTO CSV-RECORD.
005080     MOVE WS-DNI-CSV(5:4) TO WS-CLAVE-HASH.
005090     COMPUTE WS-HASH-CSV = FUNCTION MOD(
005100         WS-HASH-CSV + WS-CLAVE-HASH, 100000000000).
005110     WRITE CSV-RECORD.
005120 2400-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160* 2450-EDITAR-DNI - DNI REAL SOLO PARA UN DESTINO HABILITADO;
005170*     SI NO, EL TOKEN. SIN TOKEN QUEDA EL DNI ENMASCARADO DEL
005180*     REPORTE (NUNCA EN CLARO) Y SE CUENTA PARA EL RC 8
005190******************************************************************
005200 2450-EDITAR-DNI.
005210     IF DNI-REAL-HABILITADO
005220         MOVE PERS-DNI TO WS-DNI-CSV
005230         GO TO 2450-EXIT
005240     END-IF.
005250     MOVE "T" TO DTK-FUNCION.
005260     MOVE PERS-DNI TO DTK-DNI.
005270     CALL "dni_token" USING DTK-AREA.
005280     IF DTK-RESULTADO = "0"
005290         MOVE DTK-TOKEN TO WS-DNI-CSV
005300     ELSE
005310         MOVE WS-DNI-ENMASCARADO TO WS-DNI-CSV
005320         ADD 1 TO WS-CUENTA-SIN-TOKEN
005330     END-IF.
005340 2450-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 9000-TERMINAR - TRAILERS, CIERRE DEL SOBRE CSV Y CATALOGO
005390******************************************************************
005400 9000-TERMINAR.
005410     MOVE SPACES TO RSVC-LINEA.
005420     CALL "reporte_svc" USING RSVC-AREA.
005430     MOVE SPACES TO WS-LINEA-TRAILER.
005440     MOVE "REGISTROS EVALUADOS.........." TO TRA-ETIQUETA.
005450     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
005460     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005470     CALL "reporte_svc" USING RSVC-AREA.
005480     MOVE SPACES TO WS-LINEA-TRAILER.
005490     MOVE "SELECCIONADOS................" TO TRA-ETIQUETA.
005500     MOVE WS-CUENTA-SELECCIONADAS TO TRA-VALOR.
005510     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005520     CALL "reporte_svc" USING RSVC-AREA.
005530     MOVE "C" TO RSVC-FUNCION.
005540     CALL "reporte_svc" USING RSVC-AREA.
005550     CLOSE PERSONA-FILE.
005560     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005570     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
005580     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
005590             WS-CATG-CANTIDAD.
005600     IF QUIERE-CSV
005610*        EL TRL CUENTA TAMBIEN LA FILA DE ENCABEZADO DE COLUMNAS:
005620*        VALIDAR_SOBRE CUENTA TODO DETALLE ENTRE HDR Y TRL
005630         COMPUTE TRL-CANTIDAD = WS-CUENTA-SELECCIONADAS + 1
005640         MOVE WS-HASH-CSV TO TRL-HASH
005650         MOVE WS-SOBRE-TRL TO CSV-RECORD
005660         WRITE CSV-RECORD
005670         CLOSE CSV-FILE
005680         MOVE "C" TO DTK-FUNCION
005690         CALL "dni_token" USING DTK-AREA
005700         MOVE WS-DYN-CSV-FILE TO WS-CATG-ARCHIVO
005710         MOVE WS-CUENTA-SELECCIONADAS TO WS-CATG-CANTIDAD
005720         CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
005730                 WS-CATG-CANTIDAD
005740     END-IF.
005750     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
005760     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005770     DISPLAY " SELECCIONADOS: " WS-CUENTA-SELECCIONADAS
005780         " DE " WS-CUENTA-LEIDAS " REGISTROS.".
005790     IF WS-CUENTA-SIN-TOKEN > ZERO
005800         DISPLAY " ERROR: " WS-CUENTA-SIN-TOKEN " PERSONAS SIN "
005810             "TOKEN EN EL CSV (DNI ENMASCARADO)."
005820         MOVE 8 TO RETURN-CODE
005830     END-IF.
005840 9000-EXIT.
005850     EXIT.
005860
005870 END PROGRAM PersonaSelec.
