000340* MODIFICATION HISTORY
000350* DATE       INIT DESCRIPTION
000360* 2026-09-01 RW   INITIAL VERSION.
000370* 2026-10-15 RW   LEE EL SNAPSHOT PERSSNAP DE PERSONA_SNAP EN VEZ
000380*                 DE RECORRER PERSONAF (UNA SOLA PASADA POR EL
000390*                 MAESTRO PARA TODOS LOS LECTORES), VERIFICANDO
000400*                 ANTES SU TOTAL DE CONTROL CON VALIDAR_SOBRE
000410*                 (ERRORLOG 92 Y RETURN-CODE 8 SI NO BALANCEA).
000420*                 LA BANDA SE BUSCA CON LA EDAD DEL SNAPSHOT, YA
000430*                 DERIVADA A LA FECHA DE NEGOCIO DE CORTE.
000440* 2026-10-15 RW   LA POBLACION POR SUCURSAL IMPRIME EL NOMBRE DE
000450*                 CADA UNA SEGUN EL REFERENCIAL SUCREF
000460*                 (VALIDAR_SUCURSAL). EL ARCHIVO DECLARADO NO
000470*                 CAMBIA.
000480* 2026-10-15 RW   LA COPIA DECLPRUEBA TAMBIEN VA AL ARCHIVO DE
000490*                 DATOS DE REPORTE_SVC (DATOSCTL): UNA LINEA POR
000500*                 BANDA, POR SUCURSAL Y POR CADA TOTAL DE CONTROL.
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. decl_anual.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PERSONA-FILE ASSIGN TO "PERSSNAP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PERSONA-STATUS.
000610
000620     SELECT BANDAS-FILE ASSIGN TO "EDADBAND"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BAN-STATUS.
000650
000660     SELECT DECL-FILE ASSIGN DYNAMIC WS-DYN-DECL-FILE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DEC-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PERSONA-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 180 CHARACTERS.
000750 COPY PERSONA.
000760 COPY PERSSNAP.
000770
000780 FD  BANDAS-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 33 CHARACTERS.
000810 01  BANDAS-RECORD.
000820     05  EBAND-CODIGO            PIC 9(02).
000830     05  FILLER                  PIC X(01).
000840     05  EBAND-DESCRIPCION       PIC X(20).
000850     05  FILLER                  PIC X(01).
000860     05  EBAND-DESDE             PIC 9(03).
000870     05  FILLER                  PIC X(01).
000880     05  EBAND-HASTA             PIC 9(03).
000890     05  FILLER                  PIC X(01).
000900     05  EBAND-MARCA-MAYORIA     PIC X(01).
000910
000920 FD  DECL-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 22 CHARACTERS.
000950 01  DECL-RECORD                 PIC X(22).
000960 01  DECL-ENCABEZADO REDEFINES DECL-RECORD.
000970     05  DHDR-TIPO               PIC X(02).
000980     05  DHDR-ENTIDAD            PIC X(08).
000990     05  DHDR-FECHA-CORTE        PIC 9(08).
001000     05  DHDR-ANO                PIC 9(04).
001010 01  DECL-DETALLE REDEFINES DECL-RECORD.
001020     05  DDET-TIPO               PIC X(02).
001030     05  DDET-CODIGO             PIC 9(02).
001040     05  DDET-CANTIDAD           PIC 9(07).
001050     05  FILLER                  PIC X(11).
001060 01  DECL-TRAILER REDEFINES DECL-RECORD.
001070     05  DTRL-TIPO               PIC X(02).
001080     05  DTRL-REGISTROS          PIC 9(07).
001090     05  DTRL-CHECKSUM           PIC 9(11).
001100     05  FILLER                  PIC X(02).
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-PERSONA-STATUS           PIC X(02).
001140 01  WS-BAN-STATUS               PIC X(02).
001150 01  WS-DEC-STATUS               PIC X(02).
001160 01  WS-FECHA-HOY                PIC X(08).
001170 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001180 01  WS-ANO-DECLARADO            PIC 9(04).
001190 01  WS-DYN-DECL-FILE            PIC X(21) VALUE SPACES.
001200 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001210 01  WS-CATG-ARCHIVO             PIC X(21).
001220 01  WS-CATG-PROGRAMA            PIC X(20) VALUE "decl_anual".
001230 01  WS-CATG-CANTIDAD            PIC 9(07).
001240 01  WS-ENTIDAD                  PIC X(08) VALUE "PRACTCOM".
001250
001260 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001270     88  FIN-PERSONA             VALUE "S".
001280 01  WS-EOF-BANDAS               PIC X(01) VALUE "N".
001290     88  FIN-BANDAS              VALUE "S".
001300
001310*----------------------------------------------------------------
001320*    BANDAS DE EDAD DEL REFERENCIAL Y SUS CONTEOS
001330*----------------------------------------------------------------
001340 01  WS-MAX-BANDAS               PIC 9(02) VALUE 10.
001350 01  WS-CANT-BANDAS              PIC 9(02) VALUE ZERO.
001360 01  TABLA-BANDAS.
001370     05  BAN-ENTRADA OCCURS 10 TIMES.
001380         10  BAN-CODIGO          PIC 9(02).
001390         10  BAN-DESCRIPCION     PIC X(20).
001400         10  BAN-DESDE           PIC 9(03).
001410         10  BAN-HASTA           PIC 9(03).
001420         10  BAN-CUENTA          PIC 9(07).
001430 77  WS-IDX-BANDA                PIC 9(02) COMP.
001440 01  WS-SW-BANDA                 PIC X(01).
001450     88  BANDA-HALLADA           VALUE "S".
001460 01  WS-CUENTA-SIN-BANDA         PIC 9(07) VALUE ZERO.
001470
001480*----------------------------------------------------------------
001490*    CONTEOS POR SUCURSAL (CASILLERO = SUC + 1)
001500*----------------------------------------------------------------
001510 01  TABLA-SUCURSALES.
001520     05  SUC-CUENTA OCCURS 100 TIMES PIC 9(07).
001530 77  WS-IDX-SUC                  PIC 9(03) COMP.
001540
001550 01  WS-CUENTA-ACTIVOS           PIC 9(07) VALUE ZERO.
001560 01  WS-CUENTA-REGISTROS         PIC 9(07) VALUE ZERO.
001570 01  WS-CHECKSUM                 PIC 9(11) VALUE ZERO.
001580
001590*----------------------------------------------------------------
001600*    COPIA DE PRUEBA LEGIBLE (REPORTE_SVC)
001610*----------------------------------------------------------------
001620 01  RSVC-AREA.
001630     05  RSVC-FUNCION            PIC X(01).
001640     05  RSVC-ARCHIVO            PIC X(21).
001650     05  RSVC-TITULO             PIC X(40).
001660     05  RSVC-LINEA              PIC X(132).
001670     05  RSVC-CANT-LINEAS        PIC 9(07).
001680
001690*----------------------------------------------------------------
001700*    NOMBRE DE LA SUCURSAL SEGUN SUCREF (VALIDAR_SUCURSAL)
001710*----------------------------------------------------------------
001720 01  VSU-AREA.
001730     05  VSU-CODIGO              PIC 9(02).
001740     05  VSU-RESULTADO           PIC X(01).
001750         88  VSU-ABIERTA         VALUE "S".
001760         88  VSU-CERRADA         VALUE "C".
001770         88  VSU-INEXISTENTE     VALUE "X".
001780         88  VSU-SIN-REFERENCIAL VALUE "N".
001790     05  VSU-NOMBRE              PIC X(30).
001800     05  VSU-FECHA-CIERRE        PIC 9(08).
001810     05  VSU-SUCESORA            PIC 9(02).
001820 01  WS-LINEA-BANDA.
001830     05  FILLER                  PIC X(08) VALUE "  BANDA ".
001840     05  LBA-CODIGO              PIC 9(02).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  LBA-DESCRIPCION         PIC X(20).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  LBA-CUENTA              PIC ZZZ,ZZ9.
001890     05  FILLER                  PIC X(92) VALUE SPACES.
001900 01  WS-LINEA-SUCURSAL.
001910     05  FILLER                  PIC X(11)
001920             VALUE "  SUCURSAL ".
001930     05  LSU-SUCURSAL            PIC 9(02).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  LSU-CUENTA              PIC ZZZ,ZZ9.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  LSU-NOMBRE              PIC X(30).
001980     05  FILLER                  PIC X(78) VALUE SPACES.
001990 01  WS-LINEA-TRAILER.
002000     05  TRA-ETIQUETA            PIC X(35).
002010     05  TRA-VALOR               PIC ZZZ,ZZZ,ZZ9.
002020     05  FILLER                  PIC X(86) VALUE SPACES.
002030 01  WS-DATO-CONCEPTO            PIC X(35).
002040 01  WS-DATO-CANTIDAD            PIC 9(11).
002050
002060*----------------------------------------------------------------
002070*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002080*----------------------------------------------------------------
002090 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "decl_anual".
002100 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002110 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "decl_anual".
002120 01  WS-ELOG-CODIGO              PIC 9(04).
002130 01  WS-ELOG-MENSAJE             PIC X(59).
002140
002150*----------------------------------------------------------------
002160*    TOTAL DE CONTROL DEL SNAPSHOT PERSSNAP (PERSONA_SNAP)
002170*----------------------------------------------------------------
002180 01  WS-PSN-ARCHIVO              PIC X(17) VALUE "PERSSNAP".
002190 01  WS-PSN-CLAVE-POS            PIC 9(02) VALUE 1.
002200 01  WS-PSN-CLAVE-LON            PIC 9(02) VALUE 8.
002210 01  WS-PSN-RESULTADO            PIC X(01).
002220     88  SNAPSHOT-VALIDO         VALUE "S".
002230 01  WS-PSN-MENSAJE              PIC X(59).
002240
002250 PROCEDURE DIVISION.
002260
002270******************************************************************
002280* 0000-MAINLINE
002290******************************************************************
002300 0000-MAINLINE.
002310     PERFORM 0400-VALIDAR-SNAPSHOT THRU 0400-EXIT.
002320     IF NOT SNAPSHOT-VALIDO
002330         GOBACK
002340     END-IF.
002350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002360     PERFORM 2000-CONTAR-POBLACION THRU 2000-EXIT.
002370     PERFORM 3000-ESCRIBIR-DECLARACION THRU 3000-EXIT.
002380     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002390     GOBACK.
002400
002410******************************************************************
002420* 0400-VALIDAR-SNAPSHOT - EL SNAPSHOT PERSSNAP SE USA SOLO SI SU
002430*     TRAILER BALANCEA (CANTIDAD Y HASH DEL DNI); SI NO, ERRORLOG
002440*     92 Y RETURN-CODE 8 SIN LEER UN SOLO REGISTRO
002450******************************************************************
002460 0400-VALIDAR-SNAPSHOT.
002470     CALL "validar_sobre" USING WS-PSN-ARCHIVO
002480             WS-PSN-CLAVE-POS WS-PSN-CLAVE-LON
002490             WS-PSN-RESULTADO WS-PSN-MENSAJE.
002500     IF NOT SNAPSHOT-VALIDO
002510         DISPLAY " PERSSNAP RECHAZADO: " WS-PSN-MENSAJE
002520         MOVE 92 TO WS-ELOG-CODIGO
002530         MOVE WS-PSN-MENSAJE TO WS-ELOG-MENSAJE
002540         CALL "errorlog" USING WS-ELOG-PROGRAMA
002550                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
002560         MOVE 8 TO RETURN-CODE
002570     END-IF.
002580 0400-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620* 1000-INICIALIZAR - FECHA DE CORTE, BANDAS DEL REFERENCIAL Y
002630*     APERTURA DEL SNAPSHOT
002640******************************************************************
002650 1000-INICIALIZAR.
002660     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002670     MOVE WS-FECHA-HOY(1:4) TO WS-ANO-DECLARADO.
002680     MOVE ZEROS TO TABLA-SUCURSALES.
002690     OPEN INPUT BANDAS-FILE.
002700     IF WS-BAN-STATUS = "00"
002710         PERFORM 1100-CARGAR-BANDA THRU 1100-EXIT
002720             UNTIL FIN-BANDAS
002730         CLOSE BANDAS-FILE
002740     END-IF.
002750     OPEN INPUT PERSONA-FILE.
002760 1000-EXIT.
002770     EXIT.
002780
002790 1100-CARGAR-BANDA.
002800     READ BANDAS-FILE
002810         AT END
002820             SET FIN-BANDAS TO TRUE
002830         NOT AT END
002840             IF WS-CANT-BANDAS < WS-MAX-BANDAS
002850                     AND EBAND-CODIGO IS NUMERIC
002860                 ADD 1 TO WS-CANT-BANDAS
002870                 MOVE EBAND-CODIGO TO BAN-CODIGO(WS-CANT-BANDAS)
002880                 MOVE EBAND-DESCRIPCION TO
002890                     BAN-DESCRIPCION(WS-CANT-BANDAS)
002900                 MOVE EBAND-DESDE TO BAN-DESDE(WS-CANT-BANDAS)
002910                 MOVE EBAND-HASTA TO BAN-HASTA(WS-CANT-BANDAS)
002920                 MOVE ZERO TO BAN-CUENTA(WS-CANT-BANDAS)
002930             END-IF
002940     END-READ.
002950 1100-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990* 2000-CONTAR-POBLACION - UNA PASADA POR EL SNAPSHOT: SOLO LA
003000*     POBLACION ACTIVA ENTRA EN LA DECLARACION
003010******************************************************************
003020 2000-CONTAR-POBLACION.
003030     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
003040         UNTIL FIN-PERSONA.
003050     CLOSE PERSONA-FILE.
003060 2000-EXIT.
003070     EXIT.
003080
003090 2100-LEER-PERSONA.
003100     READ PERSONA-FILE
003110         AT END
003120             SET FIN-PERSONA TO TRUE
003130         NOT AT END
003140             IF PSN-PERSONA(1:3) = "HDR"
003150                     OR PSN-PERSONA(1:3) = "TRL"
003160                 CONTINUE
003170             ELSE
003180                 IF NOT PERS-INACTIVO
003190                     ADD 1 TO WS-CUENTA-ACTIVOS
003200                     PERFORM 2200-ACUMULAR-PERSONA THRU 2200-EXIT
003210                 END-IF
003220             END-IF
003230     END-READ.
003240 2100-EXIT.
003250     EXIT.
003260
003270 2200-ACUMULAR-PERSONA.
003280     MOVE "N" TO WS-SW-BANDA.
003290     PERFORM 2210-BUSCAR-BANDA THRU 2210-EXIT
003300         VARYING WS-IDX-BANDA FROM 1 BY 1
003310             UNTIL WS-IDX-BANDA > WS-CANT-BANDAS
003320                 OR BANDA-HALLADA.
003330     IF NOT BANDA-HALLADA
003340         ADD 1 TO WS-CUENTA-SIN-BANDA
003350     END-IF.
003360     COMPUTE WS-IDX-SUC = PERS-SUCURSAL + 1.
003370     ADD 1 TO SUC-CUENTA(WS-IDX-SUC).
003380 2200-EXIT.
003390     EXIT.
003400
003410 2210-BUSCAR-BANDA.
003420     IF PSN-EDAD >= BAN-DESDE(WS-IDX-BANDA)
003430             AND PSN-EDAD <= BAN-HASTA(WS-IDX-BANDA)
003440         SET BANDA-HALLADA TO TRUE
003450         ADD 1 TO BAN-CUENTA(WS-IDX-BANDA)
003460     END-IF.
003470 2210-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* 3000-ESCRIBIR-DECLARACION - EL ARCHIVO POSICIONAL FIJO DEL
003520*     REGULADOR, CON SU ENCABEZADO Y SU TRAILER DE CHECKSUM
003530******************************************************************
003540 3000-ESCRIBIR-DECLARACION.
003550     MOVE SPACES TO WS-DYN-DECL-FILE.
003560     STRING "DECLARA." WS-ANO-DECLARADO DELIMITED BY SIZE
003570         INTO WS-DYN-DECL-FILE.
003580     OPEN OUTPUT DECL-FILE.
003590     MOVE SPACES TO DECL-RECORD.
003600     MOVE "01" TO DHDR-TIPO.
003610     MOVE WS-ENTIDAD TO DHDR-ENTIDAD.
003620     MOVE WS-FECHA-HOY TO DHDR-FECHA-CORTE.
003630     MOVE WS-ANO-DECLARADO TO DHDR-ANO.
003640     WRITE DECL-RECORD.
003650     PERFORM 3100-ESCRIBIR-BANDA THRU 3100-EXIT
003660         VARYING WS-IDX-BANDA FROM 1 BY 1
003670             UNTIL WS-IDX-BANDA > WS-CANT-BANDAS.
003680     PERFORM 3200-ESCRIBIR-SUCURSAL THRU 3200-EXIT
003690         VARYING WS-IDX-SUC FROM 1 BY 1
003700             UNTIL WS-IDX-SUC > 100.
003710     MOVE SPACES TO DECL-RECORD.
003720     MOVE "09" TO DTRL-TIPO.
003730     MOVE WS-CUENTA-REGISTROS TO DTRL-REGISTROS.
003740     MOVE WS-CHECKSUM TO DTRL-CHECKSUM.
003750     WRITE DECL-RECORD.
003760     CLOSE DECL-FILE.
003770 3000-EXIT.
003780     EXIT.
003790
003800 3100-ESCRIBIR-BANDA.
003810     MOVE SPACES TO DECL-RECORD.
003820     MOVE "02" TO DDET-TIPO.
003830     MOVE BAN-CODIGO(WS-IDX-BANDA) TO DDET-CODIGO.
003840     MOVE BAN-CUENTA(WS-IDX-BANDA) TO DDET-CANTIDAD.
003850     PERFORM 3300-ESCRIBIR-DETALLE THRU 3300-EXIT.
003860 3100-EXIT.
003870     EXIT.
003880
003890 3200-ESCRIBIR-SUCURSAL.
003900     IF SUC-CUENTA(WS-IDX-SUC) = ZERO
003910         GO TO 3200-EXIT
003920     END-IF.
003930     MOVE SPACES TO DECL-RECORD.
003940     MOVE "03" TO DDET-TIPO.
003950     COMPUTE DDET-CODIGO = WS-IDX-SUC - 1.
003960     MOVE SUC-CUENTA(WS-IDX-SUC) TO DDET-CANTIDAD.
003970     PERFORM 3300-ESCRIBIR-DETALLE THRU 3300-EXIT.
003980 3200-EXIT.
003990     EXIT.
004000
004010 3300-ESCRIBIR-DETALLE.
004020     ADD 1 TO WS-CUENTA-REGISTROS.
004030     COMPUTE WS-CHECKSUM = FUNCTION MOD(
004040         WS-CHECKSUM + DDET-CANTIDAD, 100000000000).
004050     WRITE DECL-RECORD.
004060 3300-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 9000-TERMINAR - COPIA DE PRUEBA LEGIBLE, CATALOGO Y AUDITORIA
004110******************************************************************
004120 9000-TERMINAR.
004130     MOVE SPACES TO WS-DYN-REPORT-FILE.
004140     STRING "DECLPRUEBA." WS-ANO-DECLARADO DELIMITED BY SIZE
004150         INTO WS-DYN-REPORT-FILE.
004160     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
004170     MOVE "DECLARACION ANUAL DE POBLACION" TO RSVC-TITULO.
004180     MOVE "A" TO RSVC-FUNCION.
004190     CALL "reporte_svc" USING RSVC-AREA.
004200     MOVE "T" TO RSVC-FUNCION.
004210     MOVE "SECCION,CODIGO,DESCRIPCION,CANTIDAD" TO RSVC-LINEA.
004220     CALL "reporte_svc" USING RSVC-AREA.
004230     MOVE "E" TO RSVC-FUNCION.
004240     MOVE SPACES TO RSVC-LINEA.
004250     STRING " ENTIDAD " WS-ENTIDAD
004260         "  CORTE " WS-FECHA-HOY
004270         "  ANO " WS-ANO-DECLARADO
004280         DELIMITED BY SIZE INTO RSVC-LINEA.
004290     CALL "reporte_svc" USING RSVC-AREA.
004300     MOVE SPACES TO RSVC-LINEA.
004310     CALL "reporte_svc" USING RSVC-AREA.
004320     MOVE "POBLACION ACTIVA POR BANDA DE EDAD:" TO RSVC-LINEA.
004330     CALL "reporte_svc" USING RSVC-AREA.
004340     PERFORM 9100-PROBAR-BANDA THRU 9100-EXIT
004350         VARYING WS-IDX-BANDA FROM 1 BY 1
004360             UNTIL WS-IDX-BANDA > WS-CANT-BANDAS.
004370     MOVE SPACES TO RSVC-LINEA.
004380     CALL "reporte_svc" USING RSVC-AREA.
004390     MOVE "POBLACION ACTIVA POR SUCURSAL:" TO RSVC-LINEA.
004400     CALL "reporte_svc" USING RSVC-AREA.
004410     PERFORM 9200-PROBAR-SUCURSAL THRU 9200-EXIT
004420         VARYING WS-IDX-SUC FROM 1 BY 1
004430             UNTIL WS-IDX-SUC > 100.
004440     MOVE SPACES TO RSVC-LINEA.
004450     CALL "reporte_svc" USING RSVC-AREA.
004460     MOVE SPACES TO WS-LINEA-TRAILER.
004470     MOVE "POBLACION ACTIVA DECLARADA........." TO TRA-ETIQUETA.
004480     MOVE WS-CUENTA-ACTIVOS TO TRA-VALOR.
004490     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004500     CALL "reporte_svc" USING RSVC-AREA.
004510     MOVE "POBLACION ACTIVA DECLARADA" TO WS-DATO-CONCEPTO.
004520     MOVE WS-CUENTA-ACTIVOS TO WS-DATO-CANTIDAD.
004530     PERFORM 9300-DATO-CONTROL THRU 9300-EXIT.
004540     MOVE SPACES TO WS-LINEA-TRAILER.
004550     MOVE "ACTIVOS FUERA DE TODA BANDA........" TO TRA-ETIQUETA.
004560     MOVE WS-CUENTA-SIN-BANDA TO TRA-VALOR.
004570     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004580     CALL "reporte_svc" USING RSVC-AREA.
004590     MOVE "ACTIVOS FUERA DE TODA BANDA" TO WS-DATO-CONCEPTO.
004600     MOVE WS-CUENTA-SIN-BANDA TO WS-DATO-CANTIDAD.
004610     PERFORM 9300-DATO-CONTROL THRU 9300-EXIT.
004620     MOVE SPACES TO WS-LINEA-TRAILER.
004630     MOVE "REGISTROS DE DETALLE DECLARADOS...." TO TRA-ETIQUETA.
004640     MOVE WS-CUENTA-REGISTROS TO TRA-VALOR.
004650     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004660     CALL "reporte_svc" USING RSVC-AREA.
004670     MOVE "REGISTROS DE DETALLE DECLARADOS" TO WS-DATO-CONCEPTO.
004680     MOVE WS-CUENTA-REGISTROS TO WS-DATO-CANTIDAD.
004690     PERFORM 9300-DATO-CONTROL THRU 9300-EXIT.
004700     MOVE SPACES TO WS-LINEA-TRAILER.
004710     MOVE "CHECKSUM DEL TRAILER..............." TO TRA-ETIQUETA.
004720     MOVE WS-CHECKSUM TO TRA-VALOR.
004730     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
004740     CALL "reporte_svc" USING RSVC-AREA.
004750     MOVE "CHECKSUM DEL TRAILER" TO WS-DATO-CONCEPTO.
004760     MOVE WS-CHECKSUM TO WS-DATO-CANTIDAD.
004770     PERFORM 9300-DATO-CONTROL THRU 9300-EXIT.
004780     MOVE "C" TO RSVC-FUNCION.
004790     CALL "reporte_svc" USING RSVC-AREA.
004800     MOVE WS-DYN-DECL-FILE TO WS-CATG-ARCHIVO.
004810     MOVE WS-CUENTA-REGISTROS TO WS-CATG-CANTIDAD.
004820     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
004830             WS-CATG-CANTIDAD.
004840     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
004850     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
004860     CALL "catalogo" USING WS-CATG-ARCHIVO WS-CATG-PROGRAMA
004870             WS-CATG-CANTIDAD.
004880     MOVE WS-CUENTA-ACTIVOS TO WS-AUDT-CANTIDAD.
004890     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004900     DISPLAY " DECLARACION " WS-ANO-DECLARADO ": "
004910         WS-CUENTA-ACTIVOS " ACTIVOS, " WS-CUENTA-REGISTROS
004920         " RENGLONES (" WS-DYN-DECL-FILE ").".
004930 9000-EXIT.
004940     EXIT.
004950
004960 9100-PROBAR-BANDA.
004970     MOVE BAN-CODIGO(WS-IDX-BANDA) TO LBA-CODIGO.
004980     MOVE BAN-DESCRIPCION(WS-IDX-BANDA) TO LBA-DESCRIPCION.
004990     MOVE BAN-CUENTA(WS-IDX-BANDA) TO LBA-CUENTA.
005000     MOVE WS-LINEA-BANDA TO RSVC-LINEA.
005010     CALL "reporte_svc" USING RSVC-AREA.
005020     MOVE "D" TO RSVC-FUNCION.
005030     MOVE SPACES TO RSVC-LINEA.
005040     STRING "BANDA," BAN-CODIGO(WS-IDX-BANDA) ","
005050             DELIMITED BY SIZE
005060             BAN-DESCRIPCION(WS-IDX-BANDA) DELIMITED BY "  "
005070             "," BAN-CUENTA(WS-IDX-BANDA) DELIMITED BY SIZE
005080         INTO RSVC-LINEA.
005090     CALL "reporte_svc" USING RSVC-AREA.
005100     MOVE "E" TO RSVC-FUNCION.
005110 9100-EXIT.
005120     EXIT.
005130
005140 9200-PROBAR-SUCURSAL.
005150     IF SUC-CUENTA(WS-IDX-SUC) = ZERO
005160         GO TO 9200-EXIT
005170     END-IF.
005180     COMPUTE LSU-SUCURSAL = WS-IDX-SUC - 1.
005190     MOVE SUC-CUENTA(WS-IDX-SUC) TO LSU-CUENTA.
005200     MOVE LSU-SUCURSAL TO VSU-CODIGO.
005210     CALL "validar_sucursal" USING VSU-AREA.
005220     MOVE VSU-NOMBRE TO LSU-NOMBRE.
005230     MOVE WS-LINEA-SUCURSAL TO RSVC-LINEA.
005240     CALL "reporte_svc" USING RSVC-AREA.
005250     MOVE "D" TO RSVC-FUNCION.
005260     MOVE SPACES TO RSVC-LINEA.
005270     STRING "SUCURSAL," LSU-SUCURSAL "," DELIMITED BY SIZE
005280             VSU-NOMBRE DELIMITED BY "  "
005290             "," SUC-CUENTA(WS-IDX-SUC) DELIMITED BY SIZE
005300         INTO RSVC-LINEA.
005310     CALL "reporte_svc" USING RSVC-AREA.
005320     MOVE "E" TO RSVC-FUNCION.
005330 9200-EXIT.
005340     EXIT.
005350
005360 9300-DATO-CONTROL.
005370     MOVE "D" TO RSVC-FUNCION.
005380     MOVE SPACES TO RSVC-LINEA.
005390     STRING "CONTROL,," DELIMITED BY SIZE
005400             WS-DATO-CONCEPTO DELIMITED BY "  "
005410             "," WS-DATO-CANTIDAD DELIMITED BY SIZE
005420         INTO RSVC-LINEA.
005430     CALL "reporte_svc" USING RSVC-AREA.
005440     MOVE "E" TO RSVC-FUNCION.
005450 9300-EXIT.
005460     EXIT.
005470
005480 END PROGRAM decl_anual.
