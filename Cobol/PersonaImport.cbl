000730*                 TERMINADO BORRANDO LA RESPUESTA VIVA, Y UNA
000740*                 CORRIDA SIN FEED CATALOGABA UN ARCHIVO QUE
000750*                 NUNCA SE ABRIO.
000760* 2026-10-15 RW   EL CSV PUEDE TRAER EL DOMICILIO EN LAS COLUMNAS
000770*                 7 A 10 (CALLE, NUMERO, LOCALIDAD, CODIGO
000780*                 POSTAL; LA LINEA CRECE 80 -> 120). SI VIENE, SE
000790*                 VALIDA CONTRA CPOSTREF (VALIDAR_CP): CODIGO
000800*                 INEXISTENTE = MOTIVO 09, FILA RECHAZADA; UNA
000810*                 LOCALIDAD QUE NO ES LA DEL CODIGO SE CARGA IGUAL
000820*                 Y LA RESPUESTA VA "A" CON MOTIVO 10 (AVISO). SIN
000830*                 DOMICILIO EN LA FILA TODO SIGUE COMO ANTES. LA
000840*                 HUELLA DE FEEDREG SOLO SUMA LAS POSICIONES 81 A
000850*                 120 CUANDO TRAEN DATOS, ASI LOS FEEDS VIEJOS
000860*                 CONSERVAN SU HUELLA.
000870* 2026-10-15 RW   EL NOMBRE DEL CSV SE CARGA NORMALIZADO
000880*                 (NORMALIZAR_NOMBRE: MAYUSCULAS, ESPACIOS,
000890*                 ACENTOS, ABREVIATURAS NOMABREV), IGUAL QUE EN
000900*                 PERSONAMANT Y EN LA LIMPIEZA PERSONANORMNOM.
000910* 2026-10-15 RW   UNA SUCURSAL INFORMADA SE VALIDA CONTRA EL
000920*                 REFERENCIAL SUCREF (VALIDAR_SUCURSAL): CODIGO
000930*                 INEXISTENTE O SUCURSAL CERRADA = MOTIVO 11, FILA
000940*                 RECHAZADA. LA COLUMNA VACIA SIGUE CARGANDO 00.
000950******************************************************************
000960 IDENTIFICATION DIVISION.
000970 PROGRAM-ID. PersonaImport.
000980
000990 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020     SELECT IMPORT-FILE ASSIGN TO "PERSIMP"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-IMP-STATUS.
001050
001060     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS PERS-DNI
001100         FILE STATUS IS WS-PERSONA-STATUS.
001110
001120     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-CREF-STATUS.
001150
001160     SELECT RECHAZO-FILE ASSIGN TO "PERSIMPRJ"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-RCH-STATUS.
001190
001200     SELECT RESPUESTA-FILE ASSIGN DYNAMIC WS-DYN-RESPUESTA
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-RESP-STATUS.
001230
001240     SELECT CHECK-FILE ASSIGN TO "CHKPIMP"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-CHECK-STATUS.
001270
001280     SELECT HUELLA-FILE ASSIGN TO "FEEDREG"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-HUE-STATUS.
001310
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  IMPORT-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 120 CHARACTERS.
001370 01  IMPORT-RECORD               PIC X(120).
001380
001390 FD  PERSONA-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 117 CHARACTERS.
001420 COPY PERSONA.
001430
001440 FD  CLASIREF-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 22 CHARACTERS.
001470 01  CLASIREF-RECORD.
001480     05  CREF-CODIGO             PIC 9(02).
001490     05  CREF-DESCRIPCION        PIC X(20).
001500
001510 FD  RECHAZO-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 86 CHARACTERS.
001540 01  RECHAZO-RECORD.
001550     05  RCH-CODIGO-MOTIVO       PIC 9(02).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  RCH-MOTIVO              PIC X(30).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  RCH-LINEA-ORIGINAL      PIC X(52).
001600
001610 FD  RESPUESTA-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 128 CHARACTERS.
001640 01  RESPUESTA-RECORD            PIC X(128).
001650
001660 FD  CHECK-FILE
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 07 CHARACTERS.
001690 01  CHECK-RECORD.
001700     05  CHK-ULTIMA-TRAN         PIC 9(07).
001710
001720 FD  HUELLA-FILE
001730     LABEL RECORDS ARE STANDARD
001740     RECORD CONTAINS 37 CHARACTERS.
001750 01  HUELLA-RECORD.
001760     05  HUE-FECHA               PIC 9(08).
001770     05  FILLER                  PIC X(01).
001780     05  HUE-ORIGEN              PIC X(08).
001790     05  FILLER                  PIC X(01).
001800     05  HUE-CANTIDAD            PIC 9(07).
001810     05  FILLER                  PIC X(01).
001820     05  HUE-HASH                PIC 9(11).
001830
001840 WORKING-STORAGE SECTION.
001850 COPY CLASIF.
001860
001870 01  WS-IMP-STATUS               PIC X(02).
001880 01  WS-PERSONA-STATUS           PIC X(02).
001890 01  WS-CREF-STATUS              PIC X(02).
001900 01  WS-RCH-STATUS               PIC X(02).
001910
001920 01  WS-EOF-IMPORT               PIC X(01) VALUE "N".
001930     88  FIN-IMPORT              VALUE "S".
001940 01  WS-EOF-CLASIREF             PIC X(01) VALUE "N".
001950     88  FIN-CLASIREF            VALUE "S".
001960 01  WS-SW-ENCONTRADO            PIC X(01) VALUE "N".
001970     88  ENCONTRADO-CLASIF       VALUE "S".
001980 01  WS-IDX-CARGA                PIC 9(02) COMP.
001990 01  WS-CANT-CLASIF-CARGADAS     PIC 9(02) COMP VALUE ZERO.
002000
002010*----------------------------------------------------------------
002020*    CAMPOS SEPARADOS DE LA LINEA CSV (UNSTRING POR COMAS)
002030*----------------------------------------------------------------
002040 01  WS-CSV-DNI                  PIC X(08).
002050 01  WS-CSV-DV                   PIC X(01).
002060 01  WS-CSV-NOMBRE               PIC X(30).
002070 01  WS-CSV-FECHA-NAC            PIC X(08).
002080 01  WS-CSV-CLASIF               PIC X(02).
002090 01  WS-CSV-SUCURSAL             PIC X(02).
002100 01  WS-CSV-CALLE                PIC X(20).
002110 01  WS-CSV-NUMERO               PIC X(05).
002120 01  WS-CSV-LOCALIDAD            PIC X(20).
002130 01  WS-CSV-CODIGO-POSTAL        PIC X(08).
002140 01  WS-SW-CON-DOMICILIO         PIC X(01) VALUE "N".
002150     88  FILA-CON-DOMICILIO      VALUE "S".
002160
002170*----------------------------------------------------------------
002180*    VALIDACION DEL DOMICILIO CONTRA CPOSTREF (VALIDAR_CP)
002190*----------------------------------------------------------------
002200 01  WS-VCP-RESULTADO            PIC X(01).
002210     88  VCP-CP-INEXISTENTE      VALUE "C".
002220     88  VCP-LOCALIDAD-DISTINTA  VALUE "L".
002230 01  WS-VCP-LOCALIDAD-REF        PIC X(20).
002240 01  WS-VCP-PROVINCIA-REF        PIC X(20).
002250 01  WS-VCP-CODIGO-SUGERIDO      PIC X(08).
002260 01  WS-SW-AVISO-LOCALIDAD       PIC X(01) VALUE "N".
002270     88  AVISO-LOCALIDAD         VALUE "S".
002280 01  WS-CUENTA-AVISOS-CP         PIC 9(05) VALUE ZERO.
002290
002300*----------------------------------------------------------------
002310*    VALIDACION DE LA SUCURSAL CONTRA SUCREF (VALIDAR_SUCURSAL)
002320*----------------------------------------------------------------
002330 01  VSU-AREA.
002340     05  VSU-CODIGO              PIC 9(02).
002350     05  VSU-RESULTADO           PIC X(01).
002360         88  VSU-ABIERTA         VALUE "S".
002370         88  VSU-CERRADA         VALUE "C".
002380         88  VSU-INEXISTENTE     VALUE "X".
002390         88  VSU-SIN-REFERENCIAL VALUE "N".
002400     05  VSU-NOMBRE              PIC X(30).
002410     05  VSU-FECHA-CIERRE        PIC 9(08).
002420     05  VSU-SUCESORA            PIC 9(02).
002430
002440*----------------------------------------------------------------
002450*    MOTIVO DE RECHAZO DE LA LINEA EN CURSO (CODIGO + TEXTO)
002460*----------------------------------------------------------------
002470 01  WS-CODIGO-MOTIVO            PIC 9(02) VALUE ZERO.
002480 01  WS-MOTIVO-RECHAZO           PIC X(30) VALUE SPACES.
002490
002500*----------------------------------------------------------------
002510*    CAMPOS DE SOPORTE PARA EL DIGITO VERIFICADOR DEL DNI
002520*    (LA MISMA REGLA MODULO 11 DE PERSONAMANT.CBL)
002530*----------------------------------------------------------------
002540 01  WS-DNI-BASE                PIC 9(08).
002550 01  WS-DNI-DIGITOS REDEFINES WS-DNI-BASE.
002560     05  WS-DNI-DIGITO           PIC 9 OCCURS 8 TIMES.
002570 01  WS-DNI-DV-INGRESADO        PIC 9(01).
002580 01  WS-DNI-DV-CALCULADO        PIC 9(01).
002590 01  WS-SUMA                    PIC 9(04) COMP.
002600 01  WS-RESTO                   PIC 9(02) COMP.
002610 01  WS-PESO                    PIC 9(02) COMP.
002620 01  WS-SUB                     PIC 9(02) COMP.
002630
002640*----------------------------------------------------------------
002650*    FECHA DE NACIMIENTO Y EDAD DERIVADA (REGLA DE PERSONAMANT)
002660*----------------------------------------------------------------
002670 01  WS-FECHA-NAC-INGRESADA     PIC 9(08).
002680 01  WS-FECHA-NAC-PARTES REDEFINES WS-FECHA-NAC-INGRESADA.
002690     05  WS-FNAC-AAAA            PIC 9(04).
002700     05  WS-FNAC-MM              PIC 9(02).
002710     05  WS-FNAC-DD              PIC 9(02).
002720 01  WS-FECHA-ACTUAL            PIC 9(08).
002730 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
002740 01  WS-SW-FECHA-NAC-VALIDA     PIC X(01) VALUE "N".
002750     88  FECHA-NAC-VALIDA        VALUE "S".
002760 01  WS-EDAD-CALCULADA          PIC 9(03).
002770 01  WS-EDAD-MAYORIA            PIC 9(02) VALUE 18.
002780 01  WS-DIRECCION-GUARDADA      PIC X(53).
002790
002800*----------------------------------------------------------------
002810*    RESPUESTA FILA POR FILA HACIA RRHH (ARCHIVO PERSRESP)
002820*----------------------------------------------------------------
002830 01  WS-RESP-STATUS             PIC X(02).
002840 01  WS-LON-LINEA               PIC 9(03) COMP.
002850 01  WS-ESTADO-RESP             PIC X(01).
002860 01  WS-MOTIVO-RESP             PIC 9(02).
002870 01  WS-CUENTA-RESPUESTAS       PIC 9(05) VALUE ZERO.
002880 01  WS-DYN-RESPUESTA           PIC X(21) VALUE SPACES.
002890 01  WS-CATG-ARCHIVO            PIC X(21).
002900 01  WS-CATG-CANTIDAD           PIC 9(07).
002910
002920*----------------------------------------------------------------
002930*    REINICIO A NIVEL DE FILA (CHECKPOINT CHKPIMP, MISMO PATRON
002940*    QUE CHKPMANT EN PERSONAMANTBAT)
002950*----------------------------------------------------------------
002960 01  WS-CHECK-STATUS            PIC X(02).
002970 01  WS-POSICION-TRAN           PIC 9(07) VALUE ZERO.
002980 01  WS-DESDE-TRAN              PIC 9(07) VALUE ZERO.
002990 01  WS-CUENTA-SALTEADAS        PIC 9(07) VALUE ZERO.
003000
003010*----------------------------------------------------------------
003020*    HUELLA DEL FEED (REGISTRO FEEDREG): CANTIDAD DE FILAS MAS
003030*    HASH DEL CONTENIDO, MISMA REGLA QUE LAS CADENAS DE BITACORA.
003040*    LA MARCA FEEDOVR DEL SUPERVISOR AUTORIZA UN REENVIO.
003050*----------------------------------------------------------------
003060 01  WS-HUE-STATUS              PIC X(02).
003070 01  WS-EOF-HUELLA              PIC X(01) VALUE "N".
003080     88  FIN-HUELLA             VALUE "S".
003090 01  WS-SW-DUPLICADO            PIC X(01) VALUE "N".
003100     88  FEED-DUPLICADO         VALUE "S".
003110 01  WS-SW-FIN-PRESCAN          PIC X(01) VALUE "N".
003120     88  FIN-PRESCAN            VALUE "S".
003130 01  WS-CUENTA-HUELLA           PIC 9(07) VALUE ZERO.
003140 01  WS-HASH-HUELLA             PIC 9(11) VALUE ZERO.
003150 77  WS-IDX-BYTE                PIC 9(03) COMP.
003160 01  WS-NOMBRE-OVERRIDE         PIC X(20) VALUE "FEEDOVR".
003170 01  WS-RC-OVERRIDE             PIC S9(09) COMP-5.
003180 01  WS-INFO-ARCHIVO.
003190     05  WS-TAMANO-ARCHIVO      PIC 9(18) COMP.
003200     05  FILLER                 PIC X(08).
003210 01  WS-ELOG-PROGRAMA           PIC X(20) VALUE "PersonaImport".
003220 01  WS-ELOG-CODIGO             PIC 9(04).
003230 01  WS-ELOG-MENSAJE            PIC X(59).
003240
003250*----------------------------------------------------------------
003260*    CONTADORES DE CONTROL DE LA CORRIDA
003270*----------------------------------------------------------------
003280 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
003290 01  WS-CUENTA-ALTAS             PIC 9(05) VALUE ZERO.
003300 01  WS-CUENTA-ACTUALIZADAS      PIC 9(05) VALUE ZERO.
003310 01  WS-CUENTA-RECHAZADAS        PIC 9(05) VALUE ZERO.
003320 01  WS-SW-BALANCEA              PIC X(01) VALUE "S".
003330     88  TOTALES-BALANCEAN       VALUE "S".
003340
003350*----------------------------------------------------------------
003360*    CAMPOS PARA EL JOURNAL DE CAMBIOS Y LA AUDITORIA COMPARTIDA
003370*----------------------------------------------------------------
003380 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "PersonaImport".
003390 01  WS-JRNL-ACCION              PIC X(01).
003400 01  WS-IMAGEN-ANTES             PIC X(117).
003410 01  WS-IMAGEN-DESPUES           PIC X(117).
003420 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaImport".
003430 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003440
003450 PROCEDURE DIVISION.
003460
003470******************************************************************
003480* 0000-MAINLINE
003490******************************************************************
003500 0000-MAINLINE.
003510     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003520     EVALUATE TRUE
003530         WHEN FEED-DUPLICADO
003540             CONTINUE
003550         WHEN WS-IMP-STATUS = "00"
003560             PERFORM 2000-PROCESAR-IMPORT THRU 2000-EXIT
003570             CLOSE IMPORT-FILE
003580         WHEN OTHER
003590             DISPLAY "PERSIMP NO DISPONIBLE, NO SE IMPORTA NADA."
003600     END-EVALUATE.
003610     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003620     GOBACK.
003630
003640******************************************************************
003650* 1000-INICIALIZAR - CARGA CLASIREF, ABRE EL MAESTRO (CREANDOLO
003660*     SI NO EXISTE), LA ENTRADA CSV Y EL ARCHIVO DE RECHAZOS
003670******************************************************************
003680 1000-INICIALIZAR.
003690     CALL "edad_mayoria" USING WS-EDAD-MAYORIA.
003700     OPEN INPUT CLASIREF-FILE.
003710     IF WS-CREF-STATUS = "00"
003720         PERFORM 1100-CARGAR-CLASIFICACION THRU 1100-EXIT
003730             UNTIL FIN-CLASIREF
003740         CLOSE CLASIREF-FILE
003750     END-IF.
003760     OPEN I-O PERSONA-FILE.
003770     IF WS-PERSONA-STATUS = "35"
003780         OPEN OUTPUT PERSONA-FILE
003790         CLOSE PERSONA-FILE
003800         OPEN I-O PERSONA-FILE
003810     END-IF.
003820     OPEN INPUT IMPORT-FILE.
003830     IF WS-IMP-STATUS = "00"
003840         PERFORM 1500-TOMAR-HUELLA THRU 1500-EXIT
003850         PERFORM 1600-VERIFICAR-HUELLA THRU 1600-EXIT
003860         IF FEED-DUPLICADO
003870             CLOSE IMPORT-FILE
003880             GO TO 1000-EXIT
003890         END-IF
003900     END-IF.
003910     CALL "fecha_negocio" USING WS-FECHA-ACTUAL
003920             WS-SUFIJO-CICLO.
003930*    LA RESPUESTA ES UNA GENERACION FECHADA COMO TODA SALIDA:
003940*    UN NOMBRE FIJO ENVEJECERIA EN EL CATALOGO Y LIMPIEZA
003950*    TERMINARIA BORRANDO LA RESPUESTA VIVA DE RRHH
003960     MOVE SPACES TO WS-DYN-RESPUESTA.
003970     STRING "PERSRESP." WS-FECHA-ACTUAL DELIMITED BY SIZE
003980         WS-SUFIJO-CICLO DELIMITED BY SPACE
003990         INTO WS-DYN-RESPUESTA.
004000     PERFORM 1050-LEER-CHECKPOINT THRU 1050-EXIT.
004010     IF WS-DESDE-TRAN > ZERO
004020*        REINICIO A MITAD DEL FEED: LO YA ESCRITO SE CONSERVA
004030         OPEN EXTEND RECHAZO-FILE
004040         IF WS-RCH-STATUS NOT = "00"
004050             OPEN OUTPUT RECHAZO-FILE
004060         END-IF
004070         OPEN EXTEND RESPUESTA-FILE
004080         IF WS-RESP-STATUS NOT = "00"
004090             OPEN OUTPUT RESPUESTA-FILE
004100         END-IF
004110         DISPLAY " REINICIO: SE SALTEA HASTA LA FILA "
004120             WS-DESDE-TRAN " YA APLICADA."
004130     ELSE
004140         OPEN OUTPUT RECHAZO-FILE
004150         OPEN OUTPUT RESPUESTA-FILE
004160     END-IF.
004170 1000-EXIT.
004180     EXIT.
004190
004200 1100-CARGAR-CLASIFICACION.
004210     READ CLASIREF-FILE
004220         AT END
004230             SET FIN-CLASIREF TO TRUE
004240         NOT AT END
004250             IF CLASIREF-RECORD(1:3) = "HDR"
004260                     OR CLASIREF-RECORD(1:3) = "TRL"
004270                 CONTINUE
004280             ELSE
004290             IF WS-CANT-CLASIF-CARGADAS < 5
004300                 ADD 1 TO WS-CANT-CLASIF-CARGADAS
004310                 MOVE CREF-CODIGO TO
004320                     CLAS-CODIGO(WS-CANT-CLASIF-CARGADAS)
004330                 MOVE CREF-DESCRIPCION TO
004340                     CLAS-DESCRIPCION(WS-CANT-CLASIF-CARGADAS)
004350             END-IF
004360             END-IF
004370     END-READ.
004380 1100-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420* 1500-TOMAR-HUELLA - PASADA PREVIA SOBRE EL FEED COMPLETO:
004430*     CUENTA LAS FILAS DE DATOS Y ACUMULA EL HASH DEL CONTENIDO
004440*     (BYTE A BYTE, MISMA REGLA DE LAS CADENAS DE BITACORA).
004450*     DESPUES EL FEED SE REABRE PARA LA PASADA REAL.
004460******************************************************************
004470 1500-TOMAR-HUELLA.
004480     MOVE "N" TO WS-SW-FIN-PRESCAN.
004490     MOVE ZERO TO WS-CUENTA-HUELLA.
004500     MOVE ZERO TO WS-HASH-HUELLA.
004510     PERFORM 1510-LEER-PRESCAN THRU 1510-EXIT
004520         UNTIL FIN-PRESCAN.
004530     CLOSE IMPORT-FILE.
004540     OPEN INPUT IMPORT-FILE.
004550 1500-EXIT.
004560     EXIT.
004570
004580 1510-LEER-PRESCAN.
004590     READ IMPORT-FILE
004600         AT END
004610             SET FIN-PRESCAN TO TRUE
004620         NOT AT END
004630             IF IMPORT-RECORD(1:4) NOT = "DNI,"
004640                 ADD 1 TO WS-CUENTA-HUELLA
004650                 PERFORM 1520-SUMAR-BYTE THRU 1520-EXIT
004660                     VARYING WS-IDX-BYTE FROM 1 BY 1
004670                         UNTIL WS-IDX-BYTE > 80
004680                 IF IMPORT-RECORD(81:40) NOT = SPACES
004690                     PERFORM 1520-SUMAR-BYTE THRU 1520-EXIT
004700                         VARYING WS-IDX-BYTE FROM 81 BY 1
004710                             UNTIL WS-IDX-BYTE > 120
004720                 END-IF
004730             END-IF
004740     END-READ.
004750 1510-EXIT.
004760     EXIT.
004770
004780 1520-SUMAR-BYTE.
004790     COMPUTE WS-HASH-HUELLA = FUNCTION MOD(
004800         WS-HASH-HUELLA * 7 +
004810         FUNCTION ORD(IMPORT-RECORD(WS-IDX-BYTE:1)),
004820         100000000000).
004830 1520-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 1600-VERIFICAR-HUELLA - SI LA HUELLA YA FIGURA EN FEEDREG EL
004880*     FEED ES EL MISMO ARCHIVO YA APLICADO: SE RECHAZA ENTERO,
004890*     SALVO QUE EL SUPERVISOR HAYA DEJADO LA MARCA FEEDOVR, QUE
004900*     SE CONSUME (UN SOLO USO) Y DEJA PASAR EL REENVIO
004910******************************************************************
004920 1600-VERIFICAR-HUELLA.
004930     IF WS-CUENTA-HUELLA = ZERO
004940         GO TO 1600-EXIT
004950     END-IF.
004960     MOVE "N" TO WS-EOF-HUELLA.
004970     OPEN INPUT HUELLA-FILE.
004980     IF WS-HUE-STATUS NOT = "00"
004990         GO TO 1600-EXIT
005000     END-IF.
005010     PERFORM 1610-COMPARAR-HUELLA THRU 1610-EXIT
005020         UNTIL FIN-HUELLA.
005030     CLOSE HUELLA-FILE.
005040     IF NOT FEED-DUPLICADO
005050         GO TO 1600-EXIT
005060     END-IF.
005070     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-OVERRIDE
005080         WS-INFO-ARCHIVO
005090         RETURNING WS-RC-OVERRIDE.
005100     IF WS-RC-OVERRIDE = ZERO
005110         CALL "CBL_DELETE_FILE" USING WS-NOMBRE-OVERRIDE
005120             RETURNING WS-RC-OVERRIDE
005130         MOVE "N" TO WS-SW-DUPLICADO
005140         DISPLAY " FEED YA APLICADO, PERO CON MARCA FEEDOVR "
005150             "DEL SUPERVISOR: REENVIO AUTORIZADO."
005160         GO TO 1600-EXIT
005170     END-IF.
005180     DISPLAY " PERSIMP RECHAZADO: LA MISMA HUELLA ("
005190         WS-CUENTA-HUELLA " FILAS, HASH " WS-HASH-HUELLA
005200         ") YA FUE APLICADA.".
005210     DISPLAY " SI ES UN REENVIO LEGITIMO, EL SUPERVISOR DEBE "
005220         "DEJAR LA MARCA FEEDOVR Y RELANZAR.".
005230     MOVE 45 TO WS-ELOG-CODIGO.
005240     MOVE "FEED PERSIMP DUPLICADO - RECHAZADO ENTERO"
005250         TO WS-ELOG-MENSAJE.
005260     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005270             WS-ELOG-MENSAJE.
005280 1600-EXIT.
005290     EXIT.
005300
005310 1610-COMPARAR-HUELLA.
005320     READ HUELLA-FILE
005330         AT END
005340             SET FIN-HUELLA TO TRUE
005350         NOT AT END
005360             IF HUE-CANTIDAD = WS-CUENTA-HUELLA
005370                     AND HUE-HASH = WS-HASH-HUELLA
005380                 SET FEED-DUPLICADO TO TRUE
005390                 SET FIN-HUELLA TO TRUE
005400             END-IF
005410     END-READ.
005420 1610-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 2000-PROCESAR-IMPORT - RECORRE EL CSV, SALTEANDO LA LINEA DE
005470*     ENCABEZADO DE COLUMNAS SI VIENE
005480******************************************************************
005490 2000-PROCESAR-IMPORT.
005500     PERFORM 2100-LEER-LINEA THRU 2100-EXIT
005510         UNTIL FIN-IMPORT.
005520 2000-EXIT.
005530     EXIT.
005540
005550 2100-LEER-LINEA.
005560     READ IMPORT-FILE
005570         AT END
005580             SET FIN-IMPORT TO TRUE
005590         NOT AT END
005600             IF IMPORT-RECORD(1:4) = "DNI,"
005610*                EN UN REINICIO EL ENCABEZADO YA QUEDO ESCRITO
005620                 IF WS-DESDE-TRAN = ZERO
005630                     PERFORM 2650-RESPONDER-ENCABEZADO
005640                         THRU 2650-EXIT
005650                 END-IF
005660             ELSE
005670                 ADD 1 TO WS-POSICION-TRAN
005680                 IF WS-POSICION-TRAN <= WS-DESDE-TRAN
005690                     ADD 1 TO WS-CUENTA-SALTEADAS
005700                 ELSE
005710                     ADD 1 TO WS-CUENTA-LEIDAS
005720                     PERFORM 2200-PROCESAR-LINEA THRU 2200-EXIT
005730                     PERFORM 2600-RESPONDER-LINEA THRU 2600-EXIT
005740                     PERFORM 8000-ESCRIBIR-CHECKPOINT
005750                         THRU 8000-EXIT
005760                 END-IF
005770             END-IF
005780     END-READ.
005790 2100-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 2200-PROCESAR-LINEA - SEPARA LOS CAMPOS, VALIDA Y APLICA O
005840*     RECHAZA LA LINEA EN CURSO
005850******************************************************************
005860 2200-PROCESAR-LINEA.
005870     MOVE ZERO TO WS-CODIGO-MOTIVO.
005880     MOVE SPACES TO WS-MOTIVO-RECHAZO.
005890     MOVE SPACES TO WS-CSV-DNI WS-CSV-DV WS-CSV-NOMBRE
005900
005910         WS-CSV-FECHA-NAC WS-CSV-CLASIF WS-CSV-SUCURSAL.
005920     MOVE SPACES TO WS-CSV-CALLE WS-CSV-NUMERO WS-CSV-LOCALIDAD
005930         WS-CSV-CODIGO-POSTAL.
005940     MOVE "N" TO WS-SW-AVISO-LOCALIDAD.
005950     UNSTRING IMPORT-RECORD DELIMITED BY ","
005960         INTO WS-CSV-DNI WS-CSV-DV WS-CSV-NOMBRE
005970             WS-CSV-FECHA-NAC WS-CSV-CLASIF WS-CSV-SUCURSAL
005980             WS-CSV-CALLE WS-CSV-NUMERO WS-CSV-LOCALIDAD
005990             WS-CSV-CODIGO-POSTAL.
006000     IF WS-CSV-CALLE = SPACES AND WS-CSV-NUMERO = SPACES
006010             AND WS-CSV-LOCALIDAD = SPACES
006020             AND WS-CSV-CODIGO-POSTAL = SPACES
006030         MOVE "N" TO WS-SW-CON-DOMICILIO
006040     ELSE
006050         SET FILA-CON-DOMICILIO TO TRUE
006060     END-IF.
006070     PERFORM 2300-VALIDAR-LINEA THRU 2300-EXIT.
006080     IF WS-CODIGO-MOTIVO = ZERO
006090         PERFORM 2400-APLICAR-LINEA THRU 2400-EXIT
006100     ELSE
006110         PERFORM 2500-RECHAZAR-LINEA THRU 2500-EXIT
006120     END-IF.
006130 2200-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 2600-RESPONDER-LINEA - UNA FILA DE RESPUESTA POR CADA FILA DE
006180*     ENTRADA, EN LA MISMA FORMA CSV: LA LINEA ORIGINAL MAS EL
006190*     ESTADO (A ACEPTADA / R RECHAZADA) Y EL CODIGO DE MOTIVO,
006200*     PARA QUE RRHH CONCILIE SIN LLAMAR POR TELEFONO
006210******************************************************************
006220 2600-RESPONDER-LINEA.
006230     MOVE 120 TO WS-LON-LINEA.
006240     PERFORM UNTIL WS-LON-LINEA < 1
006250             OR IMPORT-RECORD(WS-LON-LINEA:1) NOT = SPACE
006260         SUBTRACT 1 FROM WS-LON-LINEA
006270     END-PERFORM.
006280     IF WS-CODIGO-MOTIVO = ZERO
006290         MOVE "A" TO WS-ESTADO-RESP
006300     ELSE
006310         MOVE "R" TO WS-ESTADO-RESP
006320     END-IF.
006330     MOVE WS-CODIGO-MOTIVO TO WS-MOTIVO-RESP.
006340     IF WS-CODIGO-MOTIVO = ZERO AND AVISO-LOCALIDAD
006350         MOVE 10 TO WS-MOTIVO-RESP
006360         ADD 1 TO WS-CUENTA-AVISOS-CP
006370     END-IF.
006380     MOVE SPACES TO RESPUESTA-RECORD.
006390     STRING IMPORT-RECORD(1:WS-LON-LINEA) DELIMITED BY SIZE
006400         "," DELIMITED BY SIZE
006410         WS-ESTADO-RESP DELIMITED BY SIZE
006420         "," DELIMITED BY SIZE
006430         WS-MOTIVO-RESP DELIMITED BY SIZE
006440         INTO RESPUESTA-RECORD.
006450     WRITE RESPUESTA-RECORD.
006460     ADD 1 TO WS-CUENTA-RESPUESTAS.
006470 2600-EXIT.
006480     EXIT.
006490
006500 2650-RESPONDER-ENCABEZADO.
006510     MOVE SPACES TO RESPUESTA-RECORD.
006520     MOVE 120 TO WS-LON-LINEA.
006530     PERFORM UNTIL WS-LON-LINEA < 1
006540             OR IMPORT-RECORD(WS-LON-LINEA:1) NOT = SPACE
006550         SUBTRACT 1 FROM WS-LON-LINEA
006560     END-PERFORM.
006570     STRING IMPORT-RECORD(1:WS-LON-LINEA) DELIMITED BY SIZE
006580         ",ESTADO,MOTIVO" DELIMITED BY SIZE
006590         INTO RESPUESTA-RECORD.
006600     WRITE RESPUESTA-RECORD.
006610 2650-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650* 2300-VALIDAR-LINEA - CODIGOS DE MOTIVO:
006660*     01 DNI NO NUMERICO        02 DV NO NUMERICO
006670*     03 DIGITO VERIF INVALIDO  04 FECHA NAC INVALIDA
006680*     05 CLASIF NO NUMERICA     06 CLASIF INEXISTENTE
006690*     09 CODIGO POSTAL INEXISTENTE (SOLO SI LA FILA TRAE
006700*        DOMICILIO). 10 NO RECHAZA: ES EL AVISO DE LOCALIDAD
006710*        DISTINTA A LA DEL CODIGO QUE VA EN LA RESPUESTA.
006720*     11 SUCURSAL INEXISTENTE O CERRADA (SOLO SI LA FILA LA
006730*        INFORMA)
006740******************************************************************
006750 2300-VALIDAR-LINEA.
006760     IF WS-CSV-DNI IS NOT NUMERIC
006770         MOVE 01 TO WS-CODIGO-MOTIVO
006780         MOVE "DNI NO NUMERICO" TO WS-MOTIVO-RECHAZO
006790         GO TO 2300-EXIT
006800     END-IF.
006810     IF WS-CSV-DV IS NOT NUMERIC
006820         MOVE 02 TO WS-CODIGO-MOTIVO
006830         MOVE "DV NO NUMERICO" TO WS-MOTIVO-RECHAZO
006840         GO TO 2300-EXIT
006850     END-IF.
006860     MOVE WS-CSV-DNI TO WS-DNI-BASE.
006870     MOVE WS-CSV-DV TO WS-DNI-DV-INGRESADO.
006880     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
006890     IF WS-DNI-DV-CALCULADO NOT = WS-DNI-DV-INGRESADO
006900         MOVE 03 TO WS-CODIGO-MOTIVO
006910         MOVE "DIGITO VERIFICADOR INVALIDO" TO WS-MOTIVO-RECHAZO
006920         GO TO 2300-EXIT
006930     END-IF.
006940     PERFORM 2950-VALIDAR-FECHA-NAC THRU 2950-EXIT.
006950     IF NOT FECHA-NAC-VALIDA
006960         MOVE 04 TO WS-CODIGO-MOTIVO
006970         MOVE "FECHA NACIMIENTO INVALIDA" TO WS-MOTIVO-RECHAZO
006980         GO TO 2300-EXIT
006990     END-IF.
007000     IF WS-CSV-CLASIF IS NOT NUMERIC
007010         MOVE 05 TO WS-CODIGO-MOTIVO
007020         MOVE "CLASIFICACION NO NUMERICA" TO WS-MOTIVO-RECHAZO
007030         GO TO 2300-EXIT
007040     END-IF.
007050     MOVE "N" TO WS-SW-ENCONTRADO.
007060     PERFORM VARYING WS-IDX-CARGA FROM 1 BY 1
007070             UNTIL WS-IDX-CARGA > WS-CANT-CLASIF-CARGADAS
007080                 OR ENCONTRADO-CLASIF
007090         PERFORM 2310-COMPARAR-CODIGO THRU 2310-EXIT
007100     END-PERFORM.
007110     IF NOT ENCONTRADO-CLASIF
007120         MOVE 06 TO WS-CODIGO-MOTIVO
007130         MOVE "CLASIFICACION INEXISTENTE" TO WS-MOTIVO-RECHAZO
007140         GO TO 2300-EXIT
007150     END-IF.
007160     IF WS-CSV-SUCURSAL IS NUMERIC
007170         MOVE WS-CSV-SUCURSAL TO VSU-CODIGO
007180         CALL "validar_sucursal" USING VSU-AREA
007190         IF VSU-INEXISTENTE OR VSU-CERRADA
007200             MOVE 11 TO WS-CODIGO-MOTIVO
007210             MOVE "SUCURSAL INEXISTENTE O CERRADA" TO
007220                 WS-MOTIVO-RECHAZO
007230             GO TO 2300-EXIT
007240         END-IF
007250     END-IF.
007260     IF NOT FILA-CON-DOMICILIO
007270         GO TO 2300-EXIT
007280     END-IF.
007290     CALL "validar_cp" USING WS-CSV-CODIGO-POSTAL
007300             WS-CSV-LOCALIDAD WS-VCP-RESULTADO
007310             WS-VCP-LOCALIDAD-REF WS-VCP-PROVINCIA-REF
007320             WS-VCP-CODIGO-SUGERIDO.
007330     IF VCP-CP-INEXISTENTE
007340         MOVE 09 TO WS-CODIGO-MOTIVO
007350         MOVE "CODIGO POSTAL INEXISTENTE" TO WS-MOTIVO-RECHAZO
007360         GO TO 2300-EXIT
007370     END-IF.
007380     IF VCP-LOCALIDAD-DISTINTA
007390         SET AVISO-LOCALIDAD TO TRUE
007400     END-IF.
007410 2300-EXIT.
007420     EXIT.
007430
007440 2310-COMPARAR-CODIGO.
007450     IF CLAS-CODIGO(WS-IDX-CARGA) = FUNCTION NUMVAL(WS-CSV-CLASIF)
007460         SET ENCONTRADO-CLASIF TO TRUE
007470     END-IF.
007480 2310-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 2400-APLICAR-LINEA - ALTA DEL DNI NUEVO O ACTUALIZACION DEL
007530*     EXISTENTE, SIEMPRE CON LA EDAD DERIVADA DE LA FECHA
007540******************************************************************
007550 2400-APLICAR-LINEA.
007560     MOVE WS-DNI-BASE TO PERS-DNI.
007570     MOVE WS-DNI-DV-INGRESADO TO PERS-DNI-DV.
007580     CALL "normalizar_nombre" USING WS-CSV-NOMBRE PERS-NOMBRE.
007590     MOVE WS-FECHA-NAC-INGRESADA TO PERS-FECHA-NACIMIENTO.
007600     PERFORM 2960-CALCULAR-EDAD THRU 2960-EXIT.
007610     MOVE WS-EDAD-CALCULADA TO PERS-EDAD.
007620     MOVE WS-CSV-CLASIF TO PERS-CLASIF-CODIGO.
007630     IF PERS-EDAD >= WS-EDAD-MAYORIA
007640         SET PERS-ES-MAYOR-EDAD TO TRUE
007650     ELSE
007660         SET PERS-ES-MENOR-EDAD TO TRUE
007670     END-IF.
007680     SET PERS-ACTIVO TO TRUE.
007690     MOVE ZERO TO PERS-FECHA-BAJA.
007700     IF WS-CSV-SUCURSAL IS NUMERIC
007710         MOVE WS-CSV-SUCURSAL TO PERS-SUCURSAL
007720     ELSE
007730         MOVE ZERO TO PERS-SUCURSAL
007740     END-IF.
007750*    SIN DOMICILIO EN LA FILA EL ALTA QUEDA SIN DIRECCION POSTAL
007760*    Y LA ACTUALIZACION CONSERVA LA QUE YA HABIA (2410)
007770     MOVE SPACES TO PERS-DIRECCION.
007780     MOVE ZERO TO PERS-NUMERO.
007790     IF FILA-CON-DOMICILIO
007800         MOVE WS-CSV-CALLE TO PERS-CALLE
007810         IF WS-CSV-NUMERO IS NUMERIC
007820             MOVE WS-CSV-NUMERO TO PERS-NUMERO
007830         END-IF
007840         MOVE WS-CSV-LOCALIDAD TO PERS-LOCALIDAD
007850         MOVE WS-CSV-CODIGO-POSTAL TO PERS-CODIGO-POSTAL
007860     END-IF.
007870     WRITE PERSONA-RECORD
007880         INVALID KEY
007890             PERFORM 2410-ACTUALIZAR-EXISTENTE THRU 2410-EXIT
007900         NOT INVALID KEY
007910             ADD 1 TO WS-CUENTA-ALTAS
007920             MOVE "A" TO WS-JRNL-ACCION
007930             MOVE SPACES TO WS-IMAGEN-ANTES
007940             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
007950             PERFORM 7000-REGISTRAR-JOURNAL THRU 7000-EXIT
007960     END-WRITE.
007970 2400-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 2410-ACTUALIZAR-EXISTENTE - EL DNI YA ESTA EN EL MAESTRO: SE
008020*     RELEE PARA LA IMAGEN ANTES Y SE REGRABA CON LOS DATOS DEL
008030*     CSV (HR MANDA ALTAS Y CAMBIOS EN EL MISMO FEED)
008040******************************************************************
008050 2410-ACTUALIZAR-EXISTENTE.
008060     MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES.
008070     MOVE WS-DNI-BASE TO PERS-DNI.
008080     READ PERSONA-FILE
008090         INVALID KEY
008100             MOVE 07 TO WS-CODIGO-MOTIVO
008110             MOVE "ERROR AL RELEER EL MAESTRO" TO
008120                 WS-MOTIVO-RECHAZO
008130             PERFORM 2500-RECHAZAR-LINEA THRU 2500-EXIT
008140         NOT INVALID KEY
008150             MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES
008160             MOVE PERS-DIRECCION TO WS-DIRECCION-GUARDADA
008170             MOVE WS-IMAGEN-DESPUES TO PERSONA-RECORD
008180             IF NOT FILA-CON-DOMICILIO
008190                 MOVE WS-DIRECCION-GUARDADA TO PERS-DIRECCION
008200             END-IF
008210             REWRITE PERSONA-RECORD
008220                 INVALID KEY
008230                     MOVE 08 TO WS-CODIGO-MOTIVO
008240                     MOVE "ERROR AL REGRABAR" TO
008250                         WS-MOTIVO-RECHAZO
008260                     PERFORM 2500-RECHAZAR-LINEA THRU 2500-EXIT
008270                 NOT INVALID KEY
008280                     ADD 1 TO WS-CUENTA-ACTUALIZADAS
008290                     MOVE "M" TO WS-JRNL-ACCION
008300                     MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
008310                     PERFORM 7000-REGISTRAR-JOURNAL
008320                         THRU 7000-EXIT
008330             END-REWRITE
008340     END-READ.
008350 2410-EXIT.
008360     EXIT.
008370
008380 2500-RECHAZAR-LINEA.
008390     ADD 1 TO WS-CUENTA-RECHAZADAS.
008400     MOVE SPACES TO RECHAZO-RECORD.
008410     MOVE WS-CODIGO-MOTIVO TO RCH-CODIGO-MOTIVO.
008420     MOVE WS-MOTIVO-RECHAZO TO RCH-MOTIVO.
008430     MOVE IMPORT-RECORD TO RCH-LINEA-ORIGINAL.
008440     WRITE RECHAZO-RECORD.
008450 2500-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490* 2900-CALCULAR-DIGITO-VERIFICADOR - MODULO 11, PESOS 2 A 9
008500*     CICLICOS DESDE EL DIGITO MAS SIGNIFICATIVO (LA MISMA REGLA
008510*     DE PERSONAMANT.CBL)
008520******************************************************************
008530 2900-CALCULAR-DIGITO-VERIFICADOR.
008540     MOVE ZERO TO WS-SUMA.
008550     PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
008560         PERFORM 2910-SUMAR-DIGITO THRU 2910-EXIT
008570     END-PERFORM.
008580     COMPUTE WS-RESTO = FUNCTION MOD(WS-SUMA, 11).
008590     COMPUTE WS-DNI-DV-CALCULADO = 11 - WS-RESTO.
008600     IF WS-DNI-DV-CALCULADO >= 10
008610         MOVE 0 TO WS-DNI-DV-CALCULADO
008620     END-IF.
008630 2900-EXIT.
008640     EXIT.
008650
008660 2910-SUMAR-DIGITO.
008670     COMPUTE WS-PESO = FUNCTION MOD(WS-SUB - 1, 8) + 2.
008680     COMPUTE WS-SUMA = WS-SUMA +
008690         (WS-DNI-DIGITO(WS-SUB) * WS-PESO).
008700 2910-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 2950-VALIDAR-FECHA-NAC - MISMA REGLA DE FECHAS QUE PERSONAMANT
008750******************************************************************
008760 2950-VALIDAR-FECHA-NAC.
008770     MOVE "S" TO WS-SW-FECHA-NAC-VALIDA.
008780     IF WS-CSV-FECHA-NAC IS NOT NUMERIC
008790         MOVE "N" TO WS-SW-FECHA-NAC-VALIDA
008800     ELSE
008810         MOVE WS-CSV-FECHA-NAC TO WS-FECHA-NAC-INGRESADA
008820         IF WS-FNAC-MM < 1 OR WS-FNAC-MM > 12
008830                 OR WS-FNAC-DD < 1 OR WS-FNAC-DD > 31
008840                 OR WS-FNAC-AAAA < 1900
008850                 OR WS-FECHA-NAC-INGRESADA > WS-FECHA-ACTUAL
008860             MOVE "N" TO WS-SW-FECHA-NAC-VALIDA
008870         END-IF
008880     END-IF.
008890 2950-EXIT.
008900     EXIT.
008910
008920 2960-CALCULAR-EDAD.
008930     COMPUTE WS-EDAD-CALCULADA =
008940         (WS-FECHA-ACTUAL - WS-FECHA-NAC-INGRESADA) / 10000.
008950 2960-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990* 7000-REGISTRAR-JOURNAL - DEJA EN PERSJRNL LA IMAGEN ANTES Y
009000*     DESPUES DEL MOVIMIENTO RECIEN APLICADO
009010******************************************************************
009020 7000-REGISTRAR-JOURNAL.
009030     CALL "persona_journal" USING WS-JRNL-PROGRAMA WS-JRNL-ACCION
009040             WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
009050 7000-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090* 1050/8000/8100 - CHECKPOINT POR FILA (CHKPIMP): UN RERUN TRAS
009100*     UNA CAIDA A MITAD DEL FEED RETOMA EN LA FILA SIGUIENTE A
009110*     LA ULTIMA CONFIRMADA, Y EL FEED COMPLETO LO LIMPIA
009120******************************************************************
009130 1050-LEER-CHECKPOINT.
009140     OPEN INPUT CHECK-FILE.
009150     IF WS-CHECK-STATUS = "00"
009160         READ CHECK-FILE
009170             NOT AT END
009180                 IF CHK-ULTIMA-TRAN IS NUMERIC
009190                     MOVE CHK-ULTIMA-TRAN TO WS-DESDE-TRAN
009200                 END-IF
009210         END-READ
009220         CLOSE CHECK-FILE
009230     END-IF.
009240 1050-EXIT.
009250     EXIT.
009260
009270 8000-ESCRIBIR-CHECKPOINT.
009280     OPEN OUTPUT CHECK-FILE.
009290     MOVE WS-POSICION-TRAN TO CHK-ULTIMA-TRAN.
009300     WRITE CHECK-RECORD.
009310     CLOSE CHECK-FILE.
009320 8000-EXIT.
009330     EXIT.
009340
009350 8100-BORRAR-CHECKPOINT.
009360     OPEN OUTPUT CHECK-FILE.
009370     MOVE ZERO TO CHK-ULTIMA-TRAN.
009380     WRITE CHECK-RECORD.
009390     CLOSE CHECK-FILE.
009400 8100-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440* 8200-REGISTRAR-HUELLA - EL FEED SE APLICO COMPLETO: SU HUELLA
009450*     QUEDA EN EL REGISTRO FEEDREG Y EL MISMO ARCHIVO NO PODRA
009460*     APLICARSE DOS VECES
009470******************************************************************
009480 8200-REGISTRAR-HUELLA.
009490     OPEN EXTEND HUELLA-FILE.
009500     IF WS-HUE-STATUS NOT = "00"
009510         OPEN OUTPUT HUELLA-FILE
009520     END-IF.
009530     MOVE SPACES TO HUELLA-RECORD.
009540     MOVE WS-FECHA-ACTUAL TO HUE-FECHA.
009550     MOVE "RRHH" TO HUE-ORIGEN.
009560     MOVE WS-CUENTA-HUELLA TO HUE-CANTIDAD.
009570     MOVE WS-HASH-HUELLA TO HUE-HASH.
009580     WRITE HUELLA-RECORD.
009590     CLOSE HUELLA-FILE.
009600 8200-EXIT.
009610     EXIT.
009620
009630******************************************************************
009640* 9000-TERMINAR - CIERRA, CUADRA TOTALES Y DEJA LA AUDITORIA
009650******************************************************************
009660 9000-TERMINAR.
009670     IF FIN-IMPORT
009680         PERFORM 8100-BORRAR-CHECKPOINT THRU 8100-EXIT
009690         IF WS-CUENTA-HUELLA > ZERO AND NOT FEED-DUPLICADO
009700             PERFORM 8200-REGISTRAR-HUELLA THRU 8200-EXIT
009710         END-IF
009720     END-IF.
009730     CLOSE PERSONA-FILE.
009740     CLOSE RECHAZO-FILE.
009750     CLOSE RESPUESTA-FILE.
009760     IF WS-CUENTA-RESPUESTAS > ZERO
009770         MOVE WS-DYN-RESPUESTA TO WS-CATG-ARCHIVO
009780         MOVE WS-CUENTA-RESPUESTAS TO WS-CATG-CANTIDAD
009790         CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
009800                 WS-CATG-CANTIDAD
009810     END-IF.
009820     MOVE "S" TO WS-SW-BALANCEA.
009830     IF WS-CUENTA-LEIDAS NOT = WS-CUENTA-ALTAS
009840             + WS-CUENTA-ACTUALIZADAS + WS-CUENTA-RECHAZADAS
009850         MOVE "N" TO WS-SW-BALANCEA
009860     END-IF.
009870     DISPLAY " LINEAS LEIDAS......: " WS-CUENTA-LEIDAS.
009880     DISPLAY " ALTAS..............: " WS-CUENTA-ALTAS.
009890     DISPLAY " ACTUALIZACIONES....: " WS-CUENTA-ACTUALIZADAS.
009900     DISPLAY " RECHAZOS...........: " WS-CUENTA-RECHAZADAS.
009910     IF WS-CUENTA-AVISOS-CP > ZERO
009920         DISPLAY " AVISOS DE LOCALIDAD: " WS-CUENTA-AVISOS-CP
009930     END-IF.
009940     IF WS-CUENTA-SALTEADAS > ZERO
009950         DISPLAY " SALTEADAS (REINICIO): " WS-CUENTA-SALTEADAS
009960     END-IF.
009970     IF TOTALES-BALANCEAN
009980         DISPLAY " CONTROL DE TOTALES: BALANCEA"
009990     ELSE
010000         DISPLAY " CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
010010     END-IF.
010020     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
010030     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
010040 9000-EXIT.
010050     EXIT.
010060
010070 END PROGRAM PersonaImport.
