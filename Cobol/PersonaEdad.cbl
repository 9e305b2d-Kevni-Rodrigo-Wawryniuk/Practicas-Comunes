000820*                 MAESTRO (38 -> 91) PARA QUE PERSONACARTA PUEDA
000830*                 DIRECCIONAR LAS CARTAS Y ARMAR EL MANIFIESTO
000840*                 DE CORREO. IMAGENES DEL JOURNAL 64 -> 117.
000850* 2026-10-15 RW   AL ALCANZAR LA MAYORIA, CADA VINCULO DE TUTELA
000860*                 VIGENTE DEL NUEVO ADULTO SE CIERRA SOLO: SE
000870*                 AGREGA EL CIERRE A TUTORES (COPY TUTOR) CON
000880*                 MOTIVO "MAYORIA DE EDAD" Y EL TRAILER DEL
000890*                 REPORTE INFORMA CUANTOS SE CERRARON.
000900* 2026-10-15 RW   EL EXTRACTO EDADNUEVO GANA LA SUCURSAL DEL
000910*                 MAESTRO (91 -> 93) PARA QUE PERSONACARTA CUENTE
000920*                 LAS CARTAS DE CADA SUCURSAL (CARTASUC).
000930* 2026-10-15 RW   RECORRE EL SNAPSHOT PERSSNAP DE PERSONA_SNAP EN
000940*                 VEZ DE PERSONAF, VERIFICANDO ANTES SU TOTAL DE
000950*                 CONTROL CON VALIDAR_SOBRE (ERRORLOG 92 SI NO
000960*                 BALANCEA). LA EDAD Y LA MAYORIA LLEGAN YA
000970*                 DERIVADAS; PERSONAF SE ABRE EN ACCESO RANDOM Y
000980*                 SOLO SE RELEE Y REGRABA EL REGISTRO CUYA EDAD O
000990*                 MAYORIA ALMACENADA DIFIERE DE LA DERIVADA.
001000* 2026-10-15 RW   LAS LINEAS POR SUCURSAL DEL TRAILER IMPRIMEN EL
001010*                 NOMBRE DE CADA UNA SEGUN EL REFERENCIAL SUCREF
001020*                 (VALIDAR_SUCURSAL), COMO PERSONADEMOG.
001030******************************************************************
001040 IDENTIFICATION DIVISION.
001050 PROGRAM-ID. PersonaEdad.
001060
001070 ENVIRONMENT DIVISION.
001080 INPUT-OUTPUT SECTION.
001090 FILE-CONTROL.
001100     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS PERS-DNI
001140         FILE STATUS IS WS-PERSONA-STATUS.
001150
001160     SELECT PERSSNAP-FILE ASSIGN TO "PERSSNAP"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-PSN-STATUS.
001190
001200     SELECT SNAPSHOT-FILE ASSIGN TO "EDADADULT"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-SNAP-STATUS.
001230
001240     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-RPT-STATUS.
001270
001280     SELECT NUEVOS-FILE ASSIGN TO "EDADNUEVO"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-NUEVOS-STATUS.
001310
001320     SELECT TUTOR-FILE ASSIGN TO "TUTORES"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-TUT-STATUS.
001350
001360 DATA DIVISION.
001370 FILE SECTION.
001380 FD  PERSONA-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 117 CHARACTERS.
001410 COPY PERSONA.
001420
001430 FD  PERSSNAP-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 180 CHARACTERS.
001460 COPY PERSSNAP.
001470
001480 FD  SNAPSHOT-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 08 CHARACTERS.
001510 01  SNAPSHOT-RECORD.
001520     05  SNAP-DNI                PIC 9(08).
001530
001540 FD  REPORT-FILE
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 60 CHARACTERS.
001570 01  REPORT-RECORD               PIC X(60).
001580
001590 FD  NUEVOS-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 93 CHARACTERS.
001620 01  NUEVOS-RECORD.
001630     05  NUEV-DNI                PIC 9(08).
001640     05  NUEV-NOMBRE             PIC X(30).
001650     05  NUEV-DIRECCION.
001660         10  NUEV-CALLE          PIC X(20).
001670         10  NUEV-NUMERO         PIC 9(05).
001680         10  NUEV-LOCALIDAD      PIC X(20).
001690         10  NUEV-CODIGO-POSTAL  PIC X(08).
001700     05  NUEV-SUCURSAL           PIC 9(02).
001710
001720 FD  TUTOR-FILE
001730     LABEL RECORDS ARE STANDARD
001740     RECORD CONTAINS 90 CHARACTERS.
001750 COPY TUTOR.
001760
001770 WORKING-STORAGE SECTION.
001780 01  WS-PERSONA-STATUS           PIC X(02).
001790 01  WS-PSN-STATUS               PIC X(02).
001800 01  WS-SNAP-STATUS              PIC X(02).
001810 01  WS-RPT-STATUS               PIC X(02).
001820 01  WS-NUEVOS-STATUS            PIC X(02).
001830
001840 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001850     88  FIN-PERSONA             VALUE "S".
001860 01  WS-EOF-SNAPSHOT             PIC X(01) VALUE "N".
001870     88  FIN-SNAPSHOT            VALUE "S".
001880 01  WS-SW-ENCONTRADO            PIC X(01) VALUE "N".
001890     88  ENCONTRADO-PREVIO       VALUE "S".
001900
001910 01  WS-EDAD-MAYORIA             PIC 9(02) VALUE 18.
001920 01  WS-FECHA-NUMERICA           PIC 9(08).
001930 01  WS-CUENTA-NUEVOS            PIC 9(05) VALUE ZERO.
001940 01  WS-CANT-PREVIOS             PIC 9(03) VALUE ZERO.
001950 01  WS-CANT-ACTUALES            PIC 9(03) VALUE ZERO.
001960 01  WS-IDX-BUSQUEDA             PIC 9(03) COMP.
001970 01  WS-MAX-SUCURSALES           PIC 9(02) VALUE 10.
001980 01  WS-CANT-SUCURSALES          PIC 9(02) VALUE ZERO.
001990 01  TABLA-SUCURSALES.
002000     05  SUC-ENTRADA OCCURS 10 TIMES.
002010         10  SUC-CODIGO          PIC 9(02).
002020         10  SUC-CUENTA          PIC 9(05).
002030 01  WS-IDX-SUC                  PIC 9(02) COMP.
002040 01  WS-SW-SUC                   PIC X(01) VALUE "N".
002050     88  SUCURSAL-HALLADA        VALUE "S".
002060 01  WS-LINEA-SUCURSAL.
002070     05  FILLER                  PIC X(22)
002080             VALUE "NUEVOS EN SUCURSAL ".
002090     05  LSUC-CODIGO             PIC 9(02).
002100     05  FILLER                  PIC X(02) VALUE ": ".
002110     05  LSUC-CUENTA             PIC ZZ,ZZ9.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  LSUC-NOMBRE             PIC X(27).
002140
002150*----------------------------------------------------------------
002160*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
002170*----------------------------------------------------------------
002180 01  VSU-AREA.
002190     05  VSU-CODIGO              PIC 9(02).
002200     05  VSU-RESULTADO           PIC X(01).
002210         88  VSU-ABIERTA         VALUE "S".
002220         88  VSU-CERRADA         VALUE "C".
002230         88  VSU-INEXISTENTE     VALUE "X".
002240         88  VSU-SIN-REFERENCIAL VALUE "N".
002250     05  VSU-NOMBRE              PIC X(30).
002260     05  VSU-FECHA-CIERRE        PIC 9(08).
002270     05  VSU-SUCESORA            PIC 9(02).
002280
002290*----------------------------------------------------------------
002300*    DNIS MAYORES DE EDAD YA CONOCIDOS DE LA CORRIDA ANTERIOR
002310*----------------------------------------------------------------
002320 01  TABLA-DNI-PREVIOS.
002330     05  DNI-PREVIO-VALOR OCCURS 1 TO 500 TIMES
002340             DEPENDING ON WS-CANT-PREVIOS
002350             PIC 9(08).
002360
002370*----------------------------------------------------------------
002380*    DNIS MAYORES DE EDAD ENCONTRADOS EN ESTA CORRIDA
002390*----------------------------------------------------------------
002400 01  TABLA-DNI-ACTUALES.
002410     05  DNI-ACTUAL-VALOR OCCURS 1 TO 500 TIMES
002420             DEPENDING ON WS-CANT-ACTUALES
002430             PIC 9(08).
002440
002450 01  WS-FECHA-HOY                PIC X(08).
002460 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
002470 01  WS-DYN-REPORT-FILE          PIC X(20) VALUE SPACES.
002480 01  WS-CATG-ARCHIVO             PIC X(21).
002490 01  WS-CATG-CANTIDAD            PIC 9(07).
002500 01  WS-CATG-PROGRAMA            PIC X(20)
002510         VALUE "PersonaEdad".
002520
002530 01  WS-LINEA-FECHA.
002540     05  FILLER                  PIC X(21)
002550             VALUE "FECHA DE EJECUCION: ".
002560     05  WS-FECHA-EDITADA        PIC X(08).
002570     05  FILLER                  PIC X(31) VALUE SPACES.
002580
002590 01  WS-LINEA-DETALLE.
002600     05  FILLER                  PIC X(11) VALUE "NUEVO DNI: ".
002610     05  WS-DNI-EDITADO          PIC X(08).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  WS-NOMBRE-EDITADO       PIC X(30).
002640     05  FILLER                  PIC X(09) VALUE SPACES.
002650 01  WS-DNI-ENMASCARADO          PIC X(08).
002660
002670*----------------------------------------------------------------
002680*    CAMPOS PARA EL LLAMADO AL JOURNAL DE CAMBIOS COMPARTIDO
002690*----------------------------------------------------------------
002700 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "PersonaEdad".
002710 01  WS-JRNL-ACCION              PIC X(01) VALUE "M".
002720 01  WS-IMAGEN-ANTES             PIC X(117).
002730 01  WS-IMAGEN-DESPUES           PIC X(117).
002740
002750 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "PersonaEdad".
002760 01  WS-ELOG-CODIGO              PIC 9(04).
002770 01  WS-ELOG-MENSAJE             PIC X(59).
002780
002790*----------------------------------------------------------------
002800*    TOTAL DE CONTROL DEL SNAPSHOT PERSSNAP (PERSONA_SNAP)
002810*----------------------------------------------------------------
002820 01  WS-PSN-ARCHIVO              PIC X(17) VALUE "PERSSNAP".
002830 01  WS-PSN-CLAVE-POS            PIC 9(02) VALUE 1.
002840 01  WS-PSN-CLAVE-LON            PIC 9(02) VALUE 8.
002850 01  WS-PSN-RESULTADO            PIC X(01).
002860     88  SNAPSHOT-VALIDO         VALUE "S".
002870 01  WS-PSN-MENSAJE              PIC X(59).
002880
002890 01  WS-LINEA-TRAILER.
002900     05  FILLER                  PIC X(40)
002910             VALUE "TOTAL DE PERSONAS RECIEN CUMPLIDAS 18...".
002920     05  WS-CUENTA-EDITADA       PIC ZZZ,ZZ9.
002930     05  FILLER                  PIC X(14) VALUE SPACES.
002940
002950*----------------------------------------------------------------
002960*    VINCULOS DE TUTELA VIGENTES (EL ULTIMO REGISTRO DE CADA PAR
002970*    MENOR/TUTOR DE TUTORES VALE); LOS DEL QUE CUMPLIO LA
002980*    MAYORIA SE CIERRAN AGREGANDO EL CIERRE AL MISMO REGISTRO
002990*----------------------------------------------------------------
003000 01  WS-TUT-STATUS               PIC X(02).
003010 01  WS-EOF-TUTOR                PIC X(01) VALUE "N".
003020     88  FIN-TUTORES             VALUE "S".
003030 01  WS-MAX-TUTORES              PIC 9(03) VALUE 500.
003040 01  WS-CANT-TUTORES             PIC 9(03) VALUE ZERO.
003050 01  TABLA-TUTORES.
003060     05  TUTT-ENTRADA OCCURS 500 TIMES.
003070         10  TUTT-DNI-MENOR      PIC 9(08).
003080         10  TUTT-DNI-TUTOR      PIC 9(08).
003090         10  TUTT-ESTADO         PIC X(01).
003100             88  TUTT-VIGENTE    VALUE "V".
003110         10  TUTT-VINCULO        PIC X(10).
003120 01  WS-IDX-TUT                  PIC 9(03) COMP.
003130 77  WS-IDX-BUSCA-TUT            PIC 9(03) COMP.
003140 01  WS-SW-TUTORES-ABIERTO       PIC X(01) VALUE "N".
003150     88  TUTORES-ABIERTO         VALUE "S".
003160 01  WS-CUENTA-TUT-CERRADOS      PIC 9(05) VALUE ZERO.
003170 01  WS-LINEA-TRAILER-TUTELA.
003180     05  FILLER                  PIC X(40)
003190             VALUE "VINCULOS DE TUTELA CERRADOS POR MAYORIA.".
003200     05  WS-TUT-CERRADOS-EDITADA PIC ZZZ,ZZ9.
003210     05  FILLER                  PIC X(14) VALUE SPACES.
003220
003230 PROCEDURE DIVISION.
003240
003250******************************************************************
003260* 0000-MAINLINE
003270******************************************************************
003280 0000-MAINLINE.
003290     PERFORM 0400-VALIDAR-SNAPSHOT THRU 0400-EXIT.
003300     IF NOT SNAPSHOT-VALIDO
003310         STOP RUN
003320     END-IF.
003330     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003340     PERFORM 2000-PROCESAR-PERSONAS THRU 2000-EXIT.
003350     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003360     STOP RUN.
003370
003380******************************************************************
003390* 0400-VALIDAR-SNAPSHOT - EL SNAPSHOT PERSSNAP SE USA SOLO SI SU
003400*     TRAILER BALANCEA (CANTIDAD Y HASH DEL DNI); SI NO, ERRORLOG
003410*     92 Y RETURN-CODE 8 SIN LEER UN SOLO REGISTRO
003420******************************************************************
003430 0400-VALIDAR-SNAPSHOT.
003440     CALL "validar_sobre" USING WS-PSN-ARCHIVO
003450             WS-PSN-CLAVE-POS WS-PSN-CLAVE-LON
003460             WS-PSN-RESULTADO WS-PSN-MENSAJE.
003470     IF NOT SNAPSHOT-VALIDO
003480         DISPLAY " PERSSNAP RECHAZADO: " WS-PSN-MENSAJE
003490         MOVE 92 TO WS-ELOG-CODIGO
003500         MOVE WS-PSN-MENSAJE TO WS-ELOG-MENSAJE
003510         CALL "errorlog" USING WS-ELOG-PROGRAMA
003520                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
003530         MOVE 8 TO RETURN-CODE
003540     END-IF.
003550 0400-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* 1000-INICIALIZAR - CARGA EL SNAPSHOT ANTERIOR Y ABRE LOS
003600*     ARCHIVOS DE TRABAJO
003610******************************************************************
003620 1000-INICIALIZAR.
003630     CALL "edad_mayoria" USING WS-EDAD-MAYORIA.
003640     PERFORM 1100-CARGAR-SNAPSHOT-PREVIO THRU 1100-EXIT.
003650     PERFORM 1200-CARGAR-TUTORES THRU 1200-EXIT.
003660     OPEN INPUT PERSSNAP-FILE.
003670     OPEN I-O PERSONA-FILE.
003680     CALL "fecha_negocio" USING WS-FECHA-HOY
003690             WS-SUFIJO-CICLO.
003700     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
003710     STRING "EDADNEW." WS-FECHA-HOY DELIMITED BY SIZE
003720         WS-SUFIJO-CICLO DELIMITED BY SPACE
003730         INTO WS-DYN-REPORT-FILE.
003740     OPEN OUTPUT REPORT-FILE.
003750     OPEN OUTPUT NUEVOS-FILE.
003760     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
003770     MOVE SPACES TO REPORT-RECORD.
003780     MOVE "REPORTE DE PERSONAS QUE ALCANZARON LA MAYORIA DE"
003790         TO REPORT-RECORD.
003800     WRITE REPORT-RECORD.
003810     MOVE WS-LINEA-FECHA TO REPORT-RECORD.
003820     WRITE REPORT-RECORD.
003830 1000-EXIT.
003840     EXIT.
003850
003860 1100-CARGAR-SNAPSHOT-PREVIO.
003870     MOVE ZERO TO WS-CANT-PREVIOS.
003880     OPEN INPUT SNAPSHOT-FILE.
003890     IF WS-SNAP-STATUS = "00"
003900         PERFORM 1110-LEER-DNI-PREVIO THRU 1110-EXIT
003910             UNTIL FIN-SNAPSHOT
003920         CLOSE SNAPSHOT-FILE
003930     END-IF.
003940 1100-EXIT.
003950     EXIT.
003960
003970 1110-LEER-DNI-PREVIO.
003980     READ SNAPSHOT-FILE
003990         AT END
004000             SET FIN-SNAPSHOT TO TRUE
004010         NOT AT END
004020             IF WS-CANT-PREVIOS < 500
004030                 ADD 1 TO WS-CANT-PREVIOS
004040                 MOVE SNAP-DNI TO
004050                     DNI-PREVIO-VALOR(WS-CANT-PREVIOS)
004060             END-IF
004070     END-READ.
004080 1110-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 1200-CARGAR-TUTORES - CARGA TUTORES EN MEMORIA. ES SOLO POR
004130*     AGREGADO: EL REGISTRO MAS RECIENTE DE CADA PAR
004140*     MENOR/TUTOR PISA A LOS ANTERIORES DE LA TABLA.
004150******************************************************************
004160 1200-CARGAR-TUTORES.
004170     OPEN INPUT TUTOR-FILE.
004180     IF WS-TUT-STATUS NOT = "00"
004190         GO TO 1200-EXIT
004200     END-IF.
004210     PERFORM 1210-LEER-TUTOR THRU 1210-EXIT
004220         UNTIL FIN-TUTORES.
004230     CLOSE TUTOR-FILE.
004240 1200-EXIT.
004250     EXIT.
004260
004270 1210-LEER-TUTOR.
004280     READ TUTOR-FILE
004290         AT END
004300             SET FIN-TUTORES TO TRUE
004310         NOT AT END
004320             PERFORM 1220-UBICAR-VINCULO THRU 1220-EXIT
004330     END-READ.
004340 1210-EXIT.
004350     EXIT.
004360
004370 1220-UBICAR-VINCULO.
004380     MOVE ZERO TO WS-IDX-TUT.
004390     PERFORM 1230-COMPARAR-VINCULO THRU 1230-EXIT
004400         VARYING WS-IDX-BUSCA-TUT FROM 1 BY 1
004410             UNTIL WS-IDX-BUSCA-TUT > WS-CANT-TUTORES
004420                 OR WS-IDX-TUT > ZERO.
004430     IF WS-IDX-TUT = ZERO
004440         IF WS-CANT-TUTORES >= WS-MAX-TUTORES
004450             DISPLAY "ATENCION: TABLA TUTORES LLENA - EL "
004460                 "VINCULO DEL MENOR " TUT-DNI-MENOR
004470                 " NO SE CARGO."
004480             GO TO 1220-EXIT
004490         END-IF
004500         ADD 1 TO WS-CANT-TUTORES
004510         MOVE WS-CANT-TUTORES TO WS-IDX-TUT
004520         MOVE TUT-DNI-MENOR TO TUTT-DNI-MENOR(WS-IDX-TUT)
004530         MOVE TUT-DNI-TUTOR TO TUTT-DNI-TUTOR(WS-IDX-TUT)
004540     END-IF.
004550     MOVE TUT-ESTADO TO TUTT-ESTADO(WS-IDX-TUT).
004560     MOVE TUT-VINCULO TO TUTT-VINCULO(WS-IDX-TUT).
004570 1220-EXIT.
004580     EXIT.
004590
004600 1230-COMPARAR-VINCULO.
004610     IF TUTT-DNI-MENOR(WS-IDX-BUSCA-TUT) = TUT-DNI-MENOR
004620             AND TUTT-DNI-TUTOR(WS-IDX-BUSCA-TUT) =
004630                 TUT-DNI-TUTOR
004640         MOVE WS-IDX-BUSCA-TUT TO WS-IDX-TUT
004650     END-IF.
004660 1230-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 2000-PROCESAR-PERSONAS - RECORRE TODO EL MAESTRO PERSONA A
004710*     TRAVES DEL SNAPSHOT PERSSNAP
004720******************************************************************
004730 2000-PROCESAR-PERSONAS.
004740     MOVE ZERO TO WS-CANT-ACTUALES.
004750     MOVE ZERO TO WS-CUENTA-NUEVOS.
004760     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
004770         UNTIL FIN-PERSONA.
004780 2000-EXIT.
004790     EXIT.
004800
004810 2100-LEER-PERSONA.
004820     READ PERSSNAP-FILE
004830         AT END
004840             SET FIN-PERSONA TO TRUE
004850         NOT AT END
004860             IF PSN-PERSONA(1:3) = "HDR"
004870                     OR PSN-PERSONA(1:3) = "TRL"
004880                 CONTINUE
004890             ELSE
004900                 MOVE PSN-PERSONA TO PERSONA-RECORD
004910                 IF NOT PERS-INACTIVO
004920                     PERFORM 2200-EVALUAR-PERSONA THRU 2200-EXIT
004930                 END-IF
004940             END-IF
004950     END-READ.
004960 2100-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 2200-EVALUAR-PERSONA - FIJA PERS-MAYORDEEDAD Y DETECTA SI ES
005010*     UN CASO NUEVO DESDE LA CORRIDA ANTERIOR
005020******************************************************************
005030 2200-EVALUAR-PERSONA.
005040     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
005050     PERFORM 2210-APLICAR-DERIVADOS THRU 2210-EXIT.
005060     IF PERSONA-RECORD NOT = WS-IMAGEN-ANTES
005070         PERFORM 2250-ACTUALIZAR-MAESTRO THRU 2250-EXIT
005080     END-IF.
005090     IF PERS-ES-MAYOR-EDAD
005100         IF WS-CANT-ACTUALES < 500
005110             ADD 1 TO WS-CANT-ACTUALES
005120             MOVE PERS-DNI TO
005130                 DNI-ACTUAL-VALOR(WS-CANT-ACTUALES)
005140         END-IF
005150         PERFORM 2300-VERIFICAR-SI-ES-NUEVO THRU 2300-EXIT
005160         PERFORM 2400-CERRAR-TUTELA THRU 2400-EXIT
005170             VARYING WS-IDX-TUT FROM 1 BY 1
005180                 UNTIL WS-IDX-TUT > WS-CANT-TUTORES
005190     END-IF.
005200 2200-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240* 2210-APLICAR-DERIVADOS - EDAD (SOLO SI SE DERIVO DE LA FECHA DE
005250*     NACIMIENTO) Y MAYORIA TAL COMO LAS RESOLVIO PERSONA_SNAP
005260******************************************************************
005270 2210-APLICAR-DERIVADOS.
005280     IF PSN-EDAD-DERIVADA
005290         MOVE PSN-EDAD TO PERS-EDAD
005300     END-IF.
005310     IF PSN-ES-MAYOR
005320         SET PERS-ES-MAYOR-EDAD TO TRUE
005330     ELSE
005340         SET PERS-ES-MENOR-EDAD TO TRUE
005350     END-IF.
005360 2210-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 2250-ACTUALIZAR-MAESTRO - RELEE POR CLAVE EL REGISTRO VIVO DE
005410*     PERSONAF, LE APLICA LOS DERIVADOS Y LO REGRABA; DEJA EL
005420*     JOURNAL SOLO SI EL REGISTRO REALMENTE CAMBIO
005430******************************************************************
005440 2250-ACTUALIZAR-MAESTRO.
005450     READ PERSONA-FILE
005460         INVALID KEY
005470             CALL "enmascarar_dni" USING PERS-DNI
005480                 WS-DNI-ENMASCARADO
005490             DISPLAY "ERROR AL ACTUALIZAR EL DNI "
005500                 WS-DNI-ENMASCARADO
005510             MOVE PSN-PERSONA TO PERSONA-RECORD
005520             PERFORM 2210-APLICAR-DERIVADOS THRU 2210-EXIT
005530             GO TO 2250-EXIT
005540     END-READ.
005550     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
005560     PERFORM 2210-APLICAR-DERIVADOS THRU 2210-EXIT.
005570     REWRITE PERSONA-RECORD
005580         INVALID KEY
005590             CALL "enmascarar_dni" USING PERS-DNI
005600                 WS-DNI-ENMASCARADO
005610             DISPLAY "ERROR AL ACTUALIZAR EL DNI "
005620                 WS-DNI-ENMASCARADO
005630         NOT INVALID KEY
005640             IF PERSONA-RECORD NOT = WS-IMAGEN-ANTES
005650                 MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
005660                 CALL "persona_journal" USING WS-JRNL-PROGRAMA
005670                         WS-JRNL-ACCION WS-IMAGEN-ANTES
005680                         WS-IMAGEN-DESPUES
005690             END-IF
005700     END-REWRITE.
005710 2250-EXIT.
005720     EXIT.
005730
005740 2300-VERIFICAR-SI-ES-NUEVO.
005750     MOVE "N" TO WS-SW-ENCONTRADO.
005760     PERFORM VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
005770             UNTIL WS-IDX-BUSQUEDA > WS-CANT-PREVIOS
005780                 OR ENCONTRADO-PREVIO
005790         PERFORM 2310-COMPARAR-DNI-PREVIO THRU 2310-EXIT
005800     END-PERFORM.
005810     IF NOT ENCONTRADO-PREVIO
005820         ADD 1 TO WS-CUENTA-NUEVOS
005830         PERFORM 2350-ACUMULAR-SUCURSAL THRU 2350-EXIT
005840         PERFORM 2320-ESCRIBIR-NUEVO-ADULTO THRU 2320-EXIT
005850     END-IF.
005860 2300-EXIT.
005870     EXIT.
005880
005890 2310-COMPARAR-DNI-PREVIO.
005900     IF DNI-PREVIO-VALOR(WS-IDX-BUSQUEDA) = PERS-DNI
005910         SET ENCONTRADO-PREVIO TO TRUE
005920     END-IF.
005930 2310-EXIT.
005940     EXIT.
005950
005960 2320-ESCRIBIR-NUEVO-ADULTO.
005970     MOVE SPACES TO WS-LINEA-DETALLE.
005980     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
005990     MOVE WS-DNI-ENMASCARADO TO WS-DNI-EDITADO.
006000     MOVE PERS-NOMBRE TO WS-NOMBRE-EDITADO.
006010     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
006020     WRITE REPORT-RECORD.
006030     MOVE PERS-DNI TO NUEV-DNI.
006040     MOVE PERS-NOMBRE TO NUEV-NOMBRE.
006050     MOVE PERS-DIRECCION TO NUEV-DIRECCION.
006060     MOVE PERS-SUCURSAL TO NUEV-SUCURSAL.
006070     WRITE NUEVOS-RECORD.
006080 2320-EXIT.
006090     EXIT.
006100
006110 2350-ACUMULAR-SUCURSAL.
006120     MOVE "N" TO WS-SW-SUC.
006130     PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
006140             UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
006150                 OR SUCURSAL-HALLADA
006160         PERFORM 2360-COMPARAR-SUCURSAL THRU 2360-EXIT
006170     END-PERFORM.
006180     IF NOT SUCURSAL-HALLADA
006190             AND WS-CANT-SUCURSALES < WS-MAX-SUCURSALES
006200         ADD 1 TO WS-CANT-SUCURSALES
006210         MOVE PERS-SUCURSAL TO SUC-CODIGO(WS-CANT-SUCURSALES)
006220         MOVE 1 TO SUC-CUENTA(WS-CANT-SUCURSALES)
006230     END-IF.
006240 2350-EXIT.
006250     EXIT.
006260
006270 2360-COMPARAR-SUCURSAL.
006280     IF SUC-CODIGO(WS-IDX-SUC) = PERS-SUCURSAL
006290         SET SUCURSAL-HALLADA TO TRUE
006300         ADD 1 TO SUC-CUENTA(WS-IDX-SUC)
006310     END-IF.
006320 2360-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 2400-CERRAR-TUTELA - EL MAYOR DE EDAD YA NO NECESITA QUIEN
006370*     FIRME POR EL: CADA VINCULO VIGENTE SUYO SE CIERRA CON
006380*     MOTIVO "MAYORIA DE EDAD" (TUTORES SE ABRE UNA SOLA VEZ,
006390*     EN EXTEND, CON EL PRIMER CIERRE DE LA CORRIDA)
006400******************************************************************
006410 2400-CERRAR-TUTELA.
006420     IF TUTT-DNI-MENOR(WS-IDX-TUT) NOT = PERS-DNI
006430             OR NOT TUTT-VIGENTE(WS-IDX-TUT)
006440         GO TO 2400-EXIT
006450     END-IF.
006460     IF NOT TUTORES-ABIERTO
006470         OPEN EXTEND TUTOR-FILE
006480         IF WS-TUT-STATUS NOT = "00"
006490             OPEN OUTPUT TUTOR-FILE
006500         END-IF
006510         SET TUTORES-ABIERTO TO TRUE
006520     END-IF.
006530     MOVE SPACES TO TUTOR-RECORD.
006540     MOVE PERS-DNI TO TUT-DNI-MENOR.
006550     MOVE TUTT-DNI-TUTOR(WS-IDX-TUT) TO TUT-DNI-TUTOR.
006560     SET TUT-CERRADO TO TRUE.
006570     MOVE WS-FECHA-NUMERICA TO TUT-FECHA.
006580     MOVE TUTT-VINCULO(WS-IDX-TUT) TO TUT-VINCULO.
006590     MOVE "MAYORIA DE EDAD" TO TUT-MOTIVO.
006600     MOVE WS-JRNL-PROGRAMA TO TUT-ORIGEN.
006610     MOVE "BATCH" TO TUT-OPERADOR.
006620     WRITE TUTOR-RECORD.
006630     MOVE "C" TO TUTT-ESTADO(WS-IDX-TUT).
006640     ADD 1 TO WS-CUENTA-TUT-CERRADOS.
006650 2400-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690* 9000-TERMINAR - ESCRIBE EL TRAILER, CIERRA LOS ARCHIVOS Y
006700*     GRABA EL NUEVO SNAPSHOT PARA LA PROXIMA CORRIDA
006710******************************************************************
006720 9000-TERMINAR.
006730     PERFORM 9100-ESCRIBIR-TRAILER THRU 9100-EXIT.
006740     CLOSE PERSSNAP-FILE.
006750     CLOSE PERSONA-FILE.
006760     CLOSE REPORT-FILE.
006770     CLOSE NUEVOS-FILE.
006780     IF TUTORES-ABIERTO
006790         CLOSE TUTOR-FILE
006800     END-IF.
006810     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
006820     MOVE WS-CUENTA-NUEVOS TO WS-CATG-CANTIDAD.
006830     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
006840             WS-CATG-CANTIDAD.
006850     PERFORM 9200-GRABAR-SNAPSHOT-ACTUAL THRU 9200-EXIT.
006860 9000-EXIT.
006870     EXIT.
006880
006890 9100-ESCRIBIR-TRAILER.
006900     PERFORM 9150-ESCRIBIR-SUCURSAL THRU 9150-EXIT
006910         VARYING WS-IDX-SUC FROM 1 BY 1
006920             UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES.
006930     MOVE WS-CUENTA-NUEVOS TO WS-CUENTA-EDITADA.
006940     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
006950     WRITE REPORT-RECORD.
006960     MOVE WS-CUENTA-TUT-CERRADOS TO WS-TUT-CERRADOS-EDITADA.
006970     MOVE WS-LINEA-TRAILER-TUTELA TO REPORT-RECORD.
006980     WRITE REPORT-RECORD.
006990 9100-EXIT.
007000     EXIT.
007010
007020 9150-ESCRIBIR-SUCURSAL.
007030     MOVE SUC-CODIGO(WS-IDX-SUC) TO LSUC-CODIGO.
007040     MOVE SUC-CUENTA(WS-IDX-SUC) TO LSUC-CUENTA.
007050     MOVE SUC-CODIGO(WS-IDX-SUC) TO VSU-CODIGO.
007060     CALL "validar_sucursal" USING VSU-AREA.
007070     MOVE VSU-NOMBRE TO LSUC-NOMBRE.
007080     MOVE WS-LINEA-SUCURSAL TO REPORT-RECORD.
007090     WRITE REPORT-RECORD.
007100 9150-EXIT.
007110     EXIT.
007120
007130 9200-GRABAR-SNAPSHOT-ACTUAL.
007140     OPEN OUTPUT SNAPSHOT-FILE.
007150     PERFORM 9210-ESCRIBIR-DNI-ACTUAL THRU 9210-EXIT
007160         VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
007170             UNTIL WS-IDX-BUSQUEDA > WS-CANT-ACTUALES.
007180     CLOSE SNAPSHOT-FILE.
007190 9200-EXIT.
007200     EXIT.
007210
007220 9210-ESCRIBIR-DNI-ACTUAL.
007230     MOVE DNI-ACTUAL-VALOR(WS-IDX-BUSQUEDA) TO SNAP-DNI.
007240     WRITE SNAPSHOT-RECORD.
007250 9210-EXIT.
007260     EXIT.
007270
007280 END PROGRAM PersonaEdad.
