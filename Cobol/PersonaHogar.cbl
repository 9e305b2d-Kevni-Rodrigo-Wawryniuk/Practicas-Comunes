000100******************************************************************
000110* PROGRAM-ID: persona_hogar
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    HOUSEHOLD GROUPING OVER THE PERS-DIRECCION BLOCK.
000170*             EVERY ACTIVE PERSON ON PERSONAF WITH A USABLE
000180*             ADDRESS (CALLE, LOCALIDAD AND CODIGO POSTAL
000190*             PRESENT, THE DOMICILIO_MES RULE) IS GIVEN A
000200*             STANDARDIZED ADDRESS - CALLE AND LOCALIDAD WITH
000210*             THE PUNCTUATION BLANKED AND PASSED THROUGH
000220*             NORMALIZAR_NOMBRE (ACCENTS, CASE, BLANKS AND THE
000230*             NOMABREV ABBREVIATIONS, SO "AV." AND "AVENIDA"
000240*             MEET IF NOMABREV SAYS SO), NUMERO, CODIGO POSTAL
000250*             - AND THE POPULATION GOES THROUGH THE SORT VERB
000260*             BY THAT ADDRESS. EACH ADDRESS IS A HOUSEHOLD,
000270*             MATCHED AGAINST THE PREVIOUS HOGARES (COPY
000280*             HOGAR) TO KEEP ITS ID; NEW ADDRESSES TAKE THE
000290*             NEXT ID, ADDRESSES LEFT EMPTY STAY AS DISUELTO.
000300*             HOGARES IS REWRITTEN (THE PREVIOUS ONE KEPT AS
000310*             HOGARES.PREVIO), HOGMIEM GETS ONE LINE PER
000320*             PERSON (COPY HOGMIEM) FOR PERSONACARTA, AND THE
000330*             REPORT HOGRPT.AAAAMMDD (REPORTE_SVC) GIVES THE
000340*             SIZE DISTRIBUTION AND THE HOUSEHOLDS BY SUCURSAL.
000350*             A HOGARES OUT OF ORDER OR LARGER THAN THE TABLE
000360*             STOPS THE RUN (ERRORLOG 94, RC 8) BEFORE ANY ID
000370*             CAN BE REASSIGNED.
000380* TECTONICS:  cobc
000390******************************************************************
000400* MODIFICATION HISTORY
000410* DATE       INIT DESCRIPTION
000420* 2026-10-15 RW   INITIAL VERSION.
000430* 2026-10-15 RW   LOS HOGARES POR SUCURSAL LLEVAN EL NOMBRE DE LA
000440*                 SUCURSAL SEGUN EL REFERENCIAL SUCREF
000450*                 (VALIDAR_SUCURSAL).
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. persona_hogar.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS PERS-DNI
000570         FILE STATUS IS WS-PERSONA-STATUS.
000580
000590     SELECT HOGAR-FILE ASSIGN TO "HOGARES"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-HOG-STATUS.
000620
000630     SELECT HOGMIEM-FILE ASSIGN TO "HOGMIEM"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-HGM-STATUS.
000660
000670     SELECT SORT-FILE ASSIGN TO "SORTWK".
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  PERSONA-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 117 CHARACTERS.
000740 COPY PERSONA.
000750
000760 FD  HOGAR-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 108 CHARACTERS.
000790 COPY HOGAR.
000800
000810 FD  HOGMIEM-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 19 CHARACTERS.
000840 COPY HOGMIEM.
000850
000860 SD  SORT-FILE.
000870 01  SORT-RECORD.
000880     05  SORT-CLAVE.
000890         10  SORT-CALLE          PIC X(30).
000900         10  SORT-NUMERO         PIC 9(05).
000910         10  SORT-LOCALIDAD      PIC X(30).
000920         10  SORT-CODIGO-POSTAL  PIC X(08).
000930     05  SORT-DNI                PIC 9(08).
000940     05  SORT-SUCURSAL           PIC 9(02).
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-PERSONA-STATUS           PIC X(02).
000980 01  WS-HOG-STATUS               PIC X(02).
000990 01  WS-HGM-STATUS               PIC X(02).
001000 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001010     88  FIN-PERSONA             VALUE "S".
001020 01  WS-EOF-HOGAR                PIC X(01) VALUE "N".
001030     88  FIN-HOGARES             VALUE "S".
001040 01  WS-EOF-SORT                 PIC X(01) VALUE "N".
001050     88  FIN-DEL-SORT            VALUE "S".
001060 01  WS-FECHA-HOY                PIC X(08).
001070 01  WS-FECHA-NUMERICA           PIC 9(08).
001080 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001090
001100*----------------------------------------------------------------
001110*    HOGARES DE LA CORRIDA ANTERIOR, EN ORDEN DE CLAVE, CONTRA
001120*    LOS QUE SE APAREAN LOS DOMICILIOS YA ORDENADOS
001130*----------------------------------------------------------------
001140 01  WS-MAX-ANTERIORES           PIC 9(04) VALUE 9999.
001150 01  WS-CANT-ANTERIORES          PIC 9(04) VALUE ZERO.
001160 01  TABLA-ANTERIORES.
001170     05  ANT-ENTRADA OCCURS 9999 TIMES.
001180         10  ANT-CABECERA        PIC X(35).
001190         10  ANT-CLAVE           PIC X(73).
001200 01  WS-IDX-ANT                  PIC 9(05) COMP VALUE 1.
001210 01  WS-CLAVE-PREVIA             PIC X(73) VALUE LOW-VALUES.
001220 01  WS-ULTIMO-ID                PIC 9(07) VALUE ZERO.
001230 01  WS-SW-HOGARES               PIC X(01) VALUE "S".
001240     88  HOGARES-UTILIZABLE      VALUE "S".
001250 01  WS-NOMBRE-ORIGEN            PIC X(30) VALUE "HOGARES".
001260 01  WS-NOMBRE-DESTINO           PIC X(30)
001270         VALUE "HOGARES.PREVIO".
001280 01  WS-RC-COPIA                 PIC S9(09) COMP-5.
001290
001300*----------------------------------------------------------------
001310*    DOMICILIO NORMALIZADO Y HOGAR EN CURSO DEL CORTE DE CONTROL
001320*----------------------------------------------------------------
001330 01  WS-NORM-ENTRADA             PIC X(30).
001340 01  WS-NORM-SALIDA              PIC X(30).
001350 01  WS-SIGNOS                   PIC X(06) VALUE ".,;:#/".
001360 01  WS-SW-PRIMERO               PIC X(01) VALUE "S".
001370     88  PRIMER-HOGAR            VALUE "S".
001380 01  WS-CLAVE-GRUPO              PIC X(73).
001390 01  WS-ID-GRUPO                 PIC 9(07).
001400 01  WS-ALTA-GRUPO               PIC 9(08).
001410 01  WS-SUCURSAL-GRUPO           PIC 9(02).
001420 01  WS-MIEMBROS-GRUPO           PIC 9(05).
001430
001440*----------------------------------------------------------------
001450*    CONTADORES, DISTRIBUCION POR TAMANO (10 = 10 O MAS) Y
001460*    HOGARES POR SUCURSAL (CASILLERO = SUC + 1)
001470*----------------------------------------------------------------
001480 01  WS-CUENTA-ACTIVAS           PIC 9(07) VALUE ZERO.
001490 01  WS-CUENTA-SIN-DOMICILIO     PIC 9(07) VALUE ZERO.
001500 01  WS-CUENTA-AGRUPADAS         PIC 9(07) VALUE ZERO.
001510 01  WS-CUENTA-HOGARES           PIC 9(07) VALUE ZERO.
001520 01  WS-CUENTA-NUEVOS            PIC 9(07) VALUE ZERO.
001530 01  WS-CUENTA-REACTIVADOS       PIC 9(07) VALUE ZERO.
001540 01  WS-CUENTA-DISUELTOS-HOY     PIC 9(07) VALUE ZERO.
001550 01  WS-CUENTA-DISUELTOS         PIC 9(07) VALUE ZERO.
001560 01  TABLA-TAMANOS.
001570     05  TAM-ENTRADA OCCURS 10 TIMES.
001580         10  TAM-HOGARES         PIC 9(07).
001590         10  TAM-PERSONAS        PIC 9(07).
001600 01  WS-IDX-TAM                  PIC 9(02) COMP.
001610 01  TABLA-SUCURSALES.
001620     05  SUC-ENTRADA OCCURS 100 TIMES.
001630         10  SUC-HOGARES         PIC 9(07).
001640         10  SUC-PERSONAS        PIC 9(07).
001650         10  SUC-COMPARTIDOS     PIC 9(07).
001660 01  WS-IDX-SUC                  PIC 9(03) COMP.
001670
001680*----------------------------------------------------------------
001690*    REPORTE POR EL SERVICIO COMPARTIDO
001700*----------------------------------------------------------------
001710 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001720 01  RSVC-AREA.
001730     05  RSVC-FUNCION            PIC X(01).
001740     05  RSVC-ARCHIVO            PIC X(21).
001750     05  RSVC-TITULO             PIC X(40).
001760     05  RSVC-LINEA              PIC X(132).
001770     05  RSVC-CANT-LINEAS        PIC 9(07).
001780
001790*----------------------------------------------------------------
001800*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
001810*----------------------------------------------------------------
001820 01  VSU-AREA.
001830     05  VSU-CODIGO              PIC 9(02).
001840     05  VSU-RESULTADO           PIC X(01).
001850         88  VSU-ABIERTA         VALUE "S".
001860         88  VSU-CERRADA         VALUE "C".
001870         88  VSU-INEXISTENTE     VALUE "X".
001880         88  VSU-SIN-REFERENCIAL VALUE "N".
001890     05  VSU-NOMBRE              PIC X(30).
001900     05  VSU-FECHA-CIERRE        PIC 9(08).
001910     05  VSU-SUCESORA            PIC 9(02).
001920 01  WS-LINEA-TRAILER.
001930     05  TRA-ETIQUETA            PIC X(40).
001940     05  TRA-VALOR               PIC ZZZ,ZZ9.
001950     05  FILLER                  PIC X(85) VALUE SPACES.
001960 01  WS-LINEA-TAM-TITULO.
001970     05  FILLER                  PIC X(12) VALUE "  MIEMBROS".
001980     05  FILLER                  PIC X(12) VALUE "     HOGARES".
001990     05  FILLER                  PIC X(12) VALUE "    PERSONAS".
002000     05  FILLER                  PIC X(96) VALUE SPACES.
002010 01  WS-LINEA-TAMANO.
002020     05  FILLER                  PIC X(07) VALUE SPACES.
002030     05  LTAM-MIEMBROS           PIC Z9.
002040     05  LTAM-MAS                PIC X(03).
002050     05  FILLER                  PIC X(04) VALUE SPACES.
002060     05  LTAM-HOGARES            PIC ZZZ,ZZ9.
002070     05  FILLER                  PIC X(05) VALUE SPACES.
002080     05  LTAM-PERSONAS           PIC ZZZ,ZZ9.
002090     05  FILLER                  PIC X(97) VALUE SPACES.
002100 01  WS-LINEA-SUC-TITULO.
002110     05  FILLER                  PIC X(12) VALUE "  SUCURSAL".
002120     05  FILLER                  PIC X(12) VALUE "     HOGARES".
002130     05  FILLER                  PIC X(12) VALUE "    PERSONAS".
002140     05  FILLER                  PIC X(24)
002150             VALUE "  HOGARES DE 2 O MAS".
002160     05  FILLER                  PIC X(72) VALUE "NOMBRE".
002170 01  WS-LINEA-SUCURSAL.
002180     05  FILLER                  PIC X(08) VALUE SPACES.
002190     05  LSUC-CODIGO             PIC 9(02).
002200     05  FILLER                  PIC X(06) VALUE SPACES.
002210     05  LSUC-HOGARES            PIC ZZZ,ZZ9.
002220     05  FILLER                  PIC X(05) VALUE SPACES.
002230     05  LSUC-PERSONAS           PIC ZZZ,ZZ9.
002240     05  FILLER                  PIC X(13) VALUE SPACES.
002250     05  LSUC-COMPARTIDOS        PIC ZZZ,ZZ9.
002260     05  FILLER                  PIC X(05) VALUE SPACES.
002270     05  LSUC-NOMBRE             PIC X(30).
002280     05  FILLER                  PIC X(42) VALUE SPACES.
002290
002300*----------------------------------------------------------------
002310*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
002320*----------------------------------------------------------------
002330 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "persona_hogar".
002340 01  WS-ELOG-CODIGO              PIC 9(04).
002350 01  WS-ELOG-MENSAJE             PIC X(59).
002360 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "persona_hogar".
002370 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002380 01  WS-CATG-ARCHIVO             PIC X(21).
002390 01  WS-CATG-CANTIDAD            PIC 9(07).
002400
002410 PROCEDURE DIVISION.
002420
002430******************************************************************
002440* 0000-MAINLINE
002450******************************************************************
002460 0000-MAINLINE.
002470     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002480     IF NOT HOGARES-UTILIZABLE
002490         GOBACK
002500     END-IF.
002510     IF WS-PERSONA-STATUS NOT = "00"
002520         DISPLAY "PERSONAF NO DISPONIBLE, HOGARES SIN "
002530             "CAMBIOS."
002540         GOBACK
002550     END-IF.
002560     SORT SORT-FILE
002570         ON ASCENDING KEY SORT-CLAVE SORT-DNI
002580         INPUT PROCEDURE IS 2000-ALIMENTAR-SORT
002590             THRU 2000-EXIT
002600         OUTPUT PROCEDURE IS 3000-FORMAR-HOGARES
002610             THRU 3000-EXIT.
002620     PERFORM 8000-EMITIR-REPORTE THRU 8000-EXIT.
002630     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002640     GOBACK.
002650
002660******************************************************************
002670* 1000-INICIALIZAR - CARGA LOS HOGARES ANTERIORES; SI SE PUEDEN
002680*     USAR, LOS RESGUARDA COMO HOGARES.PREVIO Y ABRE EL MAESTRO
002690*     Y LAS SALIDAS
002700******************************************************************
002710 1000-INICIALIZAR.
002720     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002730     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
002740     MOVE ZEROS TO TABLA-TAMANOS TABLA-SUCURSALES.
002750     PERFORM 1100-CARGAR-HOGARES THRU 1100-EXIT.
002760     IF NOT HOGARES-UTILIZABLE
002770         MOVE 94 TO WS-ELOG-CODIGO
002780         CALL "errorlog" USING WS-ELOG-PROGRAMA
002790                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
002800         DISPLAY " " WS-ELOG-MENSAJE
002810         MOVE 8 TO RETURN-CODE
002820         GO TO 1000-EXIT
002830     END-IF.
002840     OPEN INPUT PERSONA-FILE.
002850     IF WS-PERSONA-STATUS NOT = "00"
002860         GO TO 1000-EXIT
002870     END-IF.
002880     IF WS-CANT-ANTERIORES > ZERO
002890         CALL "CBL_COPY_FILE" USING WS-NOMBRE-ORIGEN
002900             WS-NOMBRE-DESTINO
002910             RETURNING WS-RC-COPIA
002920     END-IF.
002930     OPEN OUTPUT HOGAR-FILE.
002940     OPEN OUTPUT HOGMIEM-FILE.
002950 1000-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990* 1100-CARGAR-HOGARES - HOGARES EN MEMORIA Y EL ULTIMO ID
003000*     ASIGNADO. SIN ARCHIVO ES LA PRIMERA CORRIDA
003010******************************************************************
003020 1100-CARGAR-HOGARES.
003030     OPEN INPUT HOGAR-FILE.
003040     IF WS-HOG-STATUS NOT = "00"
003050         GO TO 1100-EXIT
003060     END-IF.
003070     PERFORM 1110-LEER-HOGAR THRU 1110-EXIT
003080         UNTIL FIN-HOGARES OR NOT HOGARES-UTILIZABLE.
003090     CLOSE HOGAR-FILE.
003100 1100-EXIT.
003110     EXIT.
003120
003130 1110-LEER-HOGAR.
003140     READ HOGAR-FILE
003150         AT END
003160             SET FIN-HOGARES TO TRUE
003170             GO TO 1110-EXIT
003180     END-READ.
003190     IF HOG-ID IS NOT NUMERIC
003200         GO TO 1110-EXIT
003210     END-IF.
003220     IF WS-CANT-ANTERIORES >= WS-MAX-ANTERIORES
003230         MOVE "N" TO WS-SW-HOGARES
003240         MOVE "HOGARES EXCEDE LA TABLA: NO SE REASIGNAN IDS"
003250             TO WS-ELOG-MENSAJE
003260         GO TO 1110-EXIT
003270     END-IF.
003280     IF HOG-CLAVE NOT > WS-CLAVE-PREVIA
003290         MOVE "N" TO WS-SW-HOGARES
003300         MOVE SPACES TO WS-ELOG-MENSAJE
003310         STRING "HOGARES FUERA DE ORDEN EN EL HOGAR " HOG-ID
003320             DELIMITED BY SIZE INTO WS-ELOG-MENSAJE
003330         GO TO 1110-EXIT
003340     END-IF.
003350     MOVE HOG-CLAVE TO WS-CLAVE-PREVIA.
003360     ADD 1 TO WS-CANT-ANTERIORES.
003370     MOVE HOGAR-RECORD TO ANT-ENTRADA(WS-CANT-ANTERIORES).
003380     IF HOG-ID > WS-ULTIMO-ID
003390         MOVE HOG-ID TO WS-ULTIMO-ID
003400     END-IF.
003410 1110-EXIT.
003420     EXIT.
003430
003440******************************************************************
003450* 2000-ALIMENTAR-SORT - LIBERA AL SORT CADA PERSONA ACTIVA CON
003460*     DOMICILIO UTIL, CON SU DOMICILIO NORMALIZADO COMO CLAVE
003470******************************************************************
003480 2000-ALIMENTAR-SORT.
003490     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
003500         UNTIL FIN-PERSONA.
003510     CLOSE PERSONA-FILE.
003520 2000-EXIT.
003530     EXIT.
003540
003550 2100-LEER-PERSONA.
003560     READ PERSONA-FILE NEXT RECORD
003570         AT END
003580             SET FIN-PERSONA TO TRUE
003590             GO TO 2100-EXIT
003600     END-READ.
003610     IF PERS-INACTIVO
003620         GO TO 2100-EXIT
003630     END-IF.
003640     ADD 1 TO WS-CUENTA-ACTIVAS.
003650     IF PERS-CALLE = SPACES
003660             OR PERS-LOCALIDAD = SPACES
003670             OR PERS-CODIGO-POSTAL = SPACES
003680         ADD 1 TO WS-CUENTA-SIN-DOMICILIO
003690         GO TO 2100-EXIT
003700     END-IF.
003710     PERFORM 2200-NORMALIZAR-DOMICILIO THRU 2200-EXIT.
003720     MOVE PERS-DNI TO SORT-DNI.
003730     IF PERS-SUCURSAL IS NUMERIC AND PERS-SUCURSAL > ZERO
003740         MOVE PERS-SUCURSAL TO SORT-SUCURSAL
003750     ELSE
003760         MOVE 1 TO SORT-SUCURSAL
003770     END-IF.
003780     RELEASE SORT-RECORD.
003790 2100-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 2200-NORMALIZAR-DOMICILIO - CALLE Y LOCALIDAD SIN SIGNOS Y
003840*     POR NORMALIZAR_NOMBRE; EL CODIGO POSTAL EN MAYUSCULAS Y
003850*     SIN BLANCOS A IZQUIERDA; NUMERO NO NUMERICO = CERO
003860******************************************************************
003870 2200-NORMALIZAR-DOMICILIO.
003880     MOVE PERS-CALLE TO WS-NORM-ENTRADA.
003890     INSPECT WS-NORM-ENTRADA CONVERTING WS-SIGNOS TO SPACES.
003900     CALL "normalizar_nombre" USING WS-NORM-ENTRADA
003910             WS-NORM-SALIDA.
003920     MOVE WS-NORM-SALIDA TO SORT-CALLE.
003930     MOVE PERS-LOCALIDAD TO WS-NORM-ENTRADA.
003940     INSPECT WS-NORM-ENTRADA CONVERTING WS-SIGNOS TO SPACES.
003950     CALL "normalizar_nombre" USING WS-NORM-ENTRADA
003960             WS-NORM-SALIDA.
003970     MOVE WS-NORM-SALIDA TO SORT-LOCALIDAD.
003980     MOVE PERS-CODIGO-POSTAL TO WS-NORM-ENTRADA.
003990     CALL "normalizar_nombre" USING WS-NORM-ENTRADA
004000             WS-NORM-SALIDA.
004010     MOVE WS-NORM-SALIDA TO SORT-CODIGO-POSTAL.
004020     IF PERS-NUMERO IS NUMERIC
004030         MOVE PERS-NUMERO TO SORT-NUMERO
004040     ELSE
004050         MOVE ZERO TO SORT-NUMERO
004060     END-IF.
004070 2200-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110* 3000-FORMAR-HOGARES - RECUPERA LOS DOMICILIOS ORDENADOS: CADA
004120*     CAMBIO DE CLAVE CIERRA UN HOGAR Y ABRE EL SIGUIENTE; LOS
004130*     HOGARES ANTERIORES QUE QUEDAN SIN DOMICILIO SE DISUELVEN
004140******************************************************************
004150 3000-FORMAR-HOGARES.
004160     PERFORM 3100-RETORNAR-UNO THRU 3100-EXIT
004170         UNTIL FIN-DEL-SORT.
004180     IF NOT PRIMER-HOGAR
004190         PERFORM 3300-CERRAR-HOGAR THRU 3300-EXIT
004200     END-IF.
004210     PERFORM 3410-DISOLVER-ANTERIOR THRU 3410-EXIT
004220         UNTIL WS-IDX-ANT > WS-CANT-ANTERIORES.
004230     CLOSE HOGAR-FILE.
004240     CLOSE HOGMIEM-FILE.
004250 3000-EXIT.
004260     EXIT.
004270
004280 3100-RETORNAR-UNO.
004290     RETURN SORT-FILE
004300         AT END
004310             SET FIN-DEL-SORT TO TRUE
004320             GO TO 3100-EXIT
004330     END-RETURN.
004340     IF PRIMER-HOGAR
004350         PERFORM 3400-ABRIR-HOGAR THRU 3400-EXIT
004360     ELSE
004370         IF SORT-CLAVE NOT = WS-CLAVE-GRUPO
004380             PERFORM 3300-CERRAR-HOGAR THRU 3300-EXIT
004390             PERFORM 3400-ABRIR-HOGAR THRU 3400-EXIT
004400         END-IF
004410     END-IF.
004420     PERFORM 3200-ANOTAR-MIEMBRO THRU 3200-EXIT.
004430 3100-EXIT.
004440     EXIT.
004450
004460 3200-ANOTAR-MIEMBRO.
004470     ADD 1 TO WS-MIEMBROS-GRUPO.
004480     ADD 1 TO WS-CUENTA-AGRUPADAS.
004490     MOVE SPACES TO HOGMIEM-RECORD.
004500     MOVE SORT-DNI TO HGM-DNI.
004510     MOVE WS-ID-GRUPO TO HGM-HOGAR.
004520     MOVE SORT-SUCURSAL TO HGM-SUCURSAL.
004530     WRITE HOGMIEM-RECORD.
004540 3200-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 3300-CERRAR-HOGAR - GRABA EL HOGAR ACTIVO CON SUS MIEMBROS Y
004590*     LO SUMA A LA DISTRIBUCION Y A SU SUCURSAL (LA DEL PRIMER
004600*     MIEMBRO POR DNI)
004610******************************************************************
004620 3300-CERRAR-HOGAR.
004630     MOVE SPACES TO HOGAR-RECORD.
004640     MOVE WS-ID-GRUPO TO HOG-ID.
004650     SET HOG-ACTIVO TO TRUE.
004660     MOVE WS-ALTA-GRUPO TO HOG-FECHA-ALTA.
004670     MOVE WS-FECHA-NUMERICA TO HOG-FECHA-VISTO.
004680     MOVE WS-SUCURSAL-GRUPO TO HOG-SUCURSAL.
004690     IF WS-MIEMBROS-GRUPO > 999
004700         MOVE 999 TO HOG-MIEMBROS
004710     ELSE
004720         MOVE WS-MIEMBROS-GRUPO TO HOG-MIEMBROS
004730     END-IF.
004740     MOVE WS-CLAVE-GRUPO TO HOG-CLAVE.
004750     WRITE HOGAR-RECORD.
004760     ADD 1 TO WS-CUENTA-HOGARES.
004770     IF WS-MIEMBROS-GRUPO > 10
004780         MOVE 10 TO WS-IDX-TAM
004790     ELSE
004800         MOVE WS-MIEMBROS-GRUPO TO WS-IDX-TAM
004810     END-IF.
004820     ADD 1 TO TAM-HOGARES(WS-IDX-TAM).
004830     ADD WS-MIEMBROS-GRUPO TO TAM-PERSONAS(WS-IDX-TAM).
004840     COMPUTE WS-IDX-SUC = WS-SUCURSAL-GRUPO + 1.
004850     ADD 1 TO SUC-HOGARES(WS-IDX-SUC).
004860     ADD WS-MIEMBROS-GRUPO TO SUC-PERSONAS(WS-IDX-SUC).
004870     IF WS-MIEMBROS-GRUPO > 1
004880         ADD 1 TO SUC-COMPARTIDOS(WS-IDX-SUC)
004890     END-IF.
004900 3300-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* 3400-ABRIR-HOGAR - APAREA LA CLAVE NUEVA CON LOS HOGARES
004950*     ANTERIORES: LOS DE CLAVE MENOR QUEDARON SIN NADIE; LA
004960*     MISMA CLAVE CONSERVA SU ID (REACTIVADO SI ESTABA
004970*     DISUELTO); SI NO ESTABA, TOMA EL ID SIGUIENTE
004980******************************************************************
004990 3400-ABRIR-HOGAR.
005000     MOVE "N" TO WS-SW-PRIMERO.
005010     MOVE SORT-CLAVE TO WS-CLAVE-GRUPO.
005020     MOVE SORT-SUCURSAL TO WS-SUCURSAL-GRUPO.
005030     MOVE ZERO TO WS-MIEMBROS-GRUPO.
005040     PERFORM 3410-DISOLVER-ANTERIOR THRU 3410-EXIT
005050         UNTIL WS-IDX-ANT > WS-CANT-ANTERIORES
005060             OR ANT-CLAVE(WS-IDX-ANT) NOT < WS-CLAVE-GRUPO.
005070     IF WS-IDX-ANT NOT > WS-CANT-ANTERIORES
005080         IF ANT-CLAVE(WS-IDX-ANT) = WS-CLAVE-GRUPO
005090             MOVE ANT-ENTRADA(WS-IDX-ANT) TO HOGAR-RECORD
005100             MOVE HOG-ID TO WS-ID-GRUPO
005110             MOVE HOG-FECHA-ALTA TO WS-ALTA-GRUPO
005120             IF HOG-DISUELTO
005130                 ADD 1 TO WS-CUENTA-REACTIVADOS
005140             END-IF
005150             ADD 1 TO WS-IDX-ANT
005160             GO TO 3400-EXIT
005170         END-IF
005180     END-IF.
005190     ADD 1 TO WS-ULTIMO-ID.
005200     MOVE WS-ULTIMO-ID TO WS-ID-GRUPO.
005210     MOVE WS-FECHA-NUMERICA TO WS-ALTA-GRUPO.
005220     ADD 1 TO WS-CUENTA-NUEVOS.
005230 3400-EXIT.
005240     EXIT.
005250
005260 3410-DISOLVER-ANTERIOR.
005270     MOVE ANT-ENTRADA(WS-IDX-ANT) TO HOGAR-RECORD.
005280     IF HOG-ACTIVO
005290         ADD 1 TO WS-CUENTA-DISUELTOS-HOY
005300     END-IF.
005310     SET HOG-DISUELTO TO TRUE.
005320     MOVE ZERO TO HOG-MIEMBROS.
005330     WRITE HOGAR-RECORD.
005340     ADD 1 TO WS-CUENTA-DISUELTOS.
005350     ADD 1 TO WS-IDX-ANT.
005360 3410-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 8000-EMITIR-REPORTE - HOGRPT.AAAAMMDD: RESUMEN, DISTRIBUCION
005410*     POR CANTIDAD DE MIEMBROS Y HOGARES POR SUCURSAL
005420******************************************************************
005430 8000-EMITIR-REPORTE.
005440     STRING "HOGRPT." WS-FECHA-HOY DELIMITED BY SIZE
005450         WS-SUFIJO-CICLO DELIMITED BY SPACE
005460         INTO WS-DYN-REPORT-FILE.
005470     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
005480     MOVE "HOGARES POR DOMICILIO NORMALIZADO" TO RSVC-TITULO.
005490     MOVE "A" TO RSVC-FUNCION.
005500     CALL "reporte_svc" USING RSVC-AREA.
005510     MOVE "E" TO RSVC-FUNCION.
005520     MOVE "PERSONAS ACTIVAS LEIDAS" TO TRA-ETIQUETA.
005530     MOVE WS-CUENTA-ACTIVAS TO TRA-VALOR.
005540     PERFORM 8900-ESCRIBIR-TOTAL THRU 8900-EXIT.
005550     MOVE "PERSONAS SIN DOMICILIO UTIL" TO TRA-ETIQUETA.
005560     MOVE WS-CUENTA-SIN-DOMICILIO TO TRA-VALOR.
005570     PERFORM 8900-ESCRIBIR-TOTAL THRU 8900-EXIT.
005580     MOVE "PERSONAS AGRUPADAS EN HOGARES" TO TRA-ETIQUETA.
005590     MOVE WS-CUENTA-AGRUPADAS TO TRA-VALOR.
005600     PERFORM 8900-ESCRIBIR-TOTAL THRU 8900-EXIT.
005610     MOVE "HOGARES ACTIVOS" TO TRA-ETIQUETA.
005620     MOVE WS-CUENTA-HOGARES TO TRA-VALOR.
005630     PERFORM 8900-ESCRIBIR-TOTAL THRU 8900-EXIT.
005640     MOVE "  NUEVOS EN ESTA CORRIDA" TO TRA-ETIQUETA.
005650     MOVE WS-CUENTA-NUEVOS TO TRA-VALOR.
005660     PERFORM 8900-ESCRIBIR-TOTAL THRU 8900-EXIT.
005670     MOVE "  REACTIVADOS EN ESTA CORRIDA" TO TRA-ETIQUETA.
005680     MOVE WS-CUENTA-REACTIVADOS TO TRA-VALOR.
005690     PERFORM 8900-ESCRIBIR-TOTAL THRU 8900-EXIT.
005700     MOVE "HOGARES DISUELTOS EN ESTA CORRIDA" TO TRA-ETIQUETA.
005710     MOVE WS-CUENTA-DISUELTOS-HOY TO TRA-VALOR.
005720     PERFORM 8900-ESCRIBIR-TOTAL THRU 8900-EXIT.
005730     MOVE "HOGARES DISUELTOS EN EL ARCHIVO" TO TRA-ETIQUETA.
005740     MOVE WS-CUENTA-DISUELTOS TO TRA-VALOR.
005750     PERFORM 8900-ESCRIBIR-TOTAL THRU 8900-EXIT.
005760     MOVE SPACES TO RSVC-LINEA.
005770     CALL "reporte_svc" USING RSVC-AREA.
005780     MOVE "DISTRIBUCION POR CANTIDAD DE MIEMBROS" TO RSVC-LINEA.
005790     CALL "reporte_svc" USING RSVC-AREA.
005800     MOVE WS-LINEA-TAM-TITULO TO RSVC-LINEA.
005810     CALL "reporte_svc" USING RSVC-AREA.
005820     PERFORM 8100-EMITIR-TAMANO THRU 8100-EXIT
005830         VARYING WS-IDX-TAM FROM 1 BY 1
005840             UNTIL WS-IDX-TAM > 10.
005850     MOVE SPACES TO RSVC-LINEA.
005860     CALL "reporte_svc" USING RSVC-AREA.
005870     MOVE "HOGARES POR SUCURSAL" TO RSVC-LINEA.
005880     CALL "reporte_svc" USING RSVC-AREA.
005890     MOVE WS-LINEA-SUC-TITULO TO RSVC-LINEA.
005900     CALL "reporte_svc" USING RSVC-AREA.
005910     PERFORM 8200-EMITIR-SUCURSAL THRU 8200-EXIT
005920         VARYING WS-IDX-SUC FROM 1 BY 1
005930             UNTIL WS-IDX-SUC > 100.
005940 8000-EXIT.
005950     EXIT.
005960
005970 8100-EMITIR-TAMANO.
005980     IF TAM-HOGARES(WS-IDX-TAM) = ZERO
005990         GO TO 8100-EXIT
006000     END-IF.
006010     MOVE WS-IDX-TAM TO LTAM-MIEMBROS.
006020     MOVE SPACES TO LTAM-MAS.
006030     IF WS-IDX-TAM = 10
006040         MOVE " +" TO LTAM-MAS
006050     END-IF.
006060     MOVE TAM-HOGARES(WS-IDX-TAM) TO LTAM-HOGARES.
006070     MOVE TAM-PERSONAS(WS-IDX-TAM) TO LTAM-PERSONAS.
006080     MOVE WS-LINEA-TAMANO TO RSVC-LINEA.
006090     CALL "reporte_svc" USING RSVC-AREA.
006100 8100-EXIT.
006110     EXIT.
006120
006130 8200-EMITIR-SUCURSAL.
006140     IF SUC-HOGARES(WS-IDX-SUC) = ZERO
006150         GO TO 8200-EXIT
006160     END-IF.
006170     COMPUTE LSUC-CODIGO = WS-IDX-SUC - 1.
006180     MOVE SUC-HOGARES(WS-IDX-SUC) TO LSUC-HOGARES.
006190     MOVE SUC-PERSONAS(WS-IDX-SUC) TO LSUC-PERSONAS.
006200     MOVE SUC-COMPARTIDOS(WS-IDX-SUC) TO LSUC-COMPARTIDOS.
006210     MOVE LSUC-CODIGO TO VSU-CODIGO.
006220     CALL "validar_sucursal" USING VSU-AREA.
006230     MOVE VSU-NOMBRE TO LSUC-NOMBRE.
006240     MOVE WS-LINEA-SUCURSAL TO RSVC-LINEA.
006250     CALL "reporte_svc" USING RSVC-AREA.
006260 8200-EXIT.
006270     EXIT.
006280
006290 8900-ESCRIBIR-TOTAL.
006300     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006310     CALL "reporte_svc" USING RSVC-AREA.
006320 8900-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 9000-TERMINAR - CIERRE DEL REPORTE, AUDITORIA Y CATALOGO
006370******************************************************************
006380 9000-TERMINAR.
006390     MOVE SPACES TO RSVC-LINEA.
006400     CALL "reporte_svc" USING RSVC-AREA.
006410     MOVE "FIN DEL REPORTE DE HOGARES" TO RSVC-LINEA.
006420     CALL "reporte_svc" USING RSVC-AREA.
006430     MOVE "C" TO RSVC-FUNCION.
006440     CALL "reporte_svc" USING RSVC-AREA.
006450     MOVE WS-CUENTA-AGRUPADAS TO WS-AUDT-CANTIDAD.
006460     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
006470     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
006480     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
006490     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006500             WS-CATG-CANTIDAD.
006510     DISPLAY " HOGARES ACTIVOS: " WS-CUENTA-HOGARES
006520         "  NUEVOS: " WS-CUENTA-NUEVOS
006530         "  DISUELTOS HOY: " WS-CUENTA-DISUELTOS-HOY.
006540     DISPLAY " REPORTE GENERADO: " WS-DYN-REPORT-FILE.
006550 9000-EXIT.
006560     EXIT.
006570
006580 END PROGRAM persona_hogar.
