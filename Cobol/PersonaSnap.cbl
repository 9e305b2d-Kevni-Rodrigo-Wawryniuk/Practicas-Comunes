000100******************************************************************
000110* PROGRAM-ID: persona_snap
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    PASADA UNICA POR EL MAESTRO PERSONA PARA TODOS SUS
000170*             LECTORES NOCTURNOS. PERSONAVERIF, PERSONACLASIF,
000180*             PERSONADEMOG, CALIDAD_DATOS, PERSONAEDAD,
000190*             PERSONASELEC Y DECL_ANUAL RECORRIAN CADA UNO TODO
000200*             PERSONAF Y DERIVABAN POR SU CUENTA LA EDAD, LA
000210*             BANDA, LA CLASIFICACION Y LA SUCURSAL. ESTE PASO
000220*             LEE EL MAESTRO UNA SOLA VEZ, EN ORDEN DE DNI, Y
000230*             ESCRIBE EL SNAPSHOT SECUENCIAL PERSSNAP (COPY
000240*             PERSSNAP) CON LOS DERIVADOS YA RESUELTOS, DENTRO
000250*             DEL SOBRE HDR/TRL DE LA CASA (TRL = CANTIDAD +
000260*             HASH DEL DNI, LA REGLA DE VALIDAR_SOBRE), QUE CADA
000270*             LECTOR VERIFICA ANTES DE USARLO. CORRE EN EL CICLO
000280*             APENAS TERMINA EL ULTIMO PASO QUE ESCRIBE EL
000290*             MAESTRO (PERSONAMANTBAT).
000300* TECTONICS:  cobc
000310******************************************************************
000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* 2026-10-15 RW   INITIAL VERSION.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. persona_snap.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS PERS-DNI
000460         FILE STATUS IS WS-PERSONA-STATUS.
000470
000480     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CREF-STATUS.
000510
000520     SELECT BANDAS-FILE ASSIGN TO "EDADBAND"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BAND-STATUS.
000550
000560     SELECT SNAPSHOT-FILE ASSIGN TO "PERSSNAP"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PSN-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PERSONA-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 117 CHARACTERS.
000650 COPY PERSONA.
000660
000670 FD  CLASIREF-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 22 CHARACTERS.
000700 01  CLASIREF-RECORD.
000710     05  CREF-CODIGO             PIC 9(02).
000720     05  CREF-DESCRIPCION        PIC X(20).
000730
000740 FD  BANDAS-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 33 CHARACTERS.
000770 01  BANDAS-RECORD.
000780     05  EBAND-CODIGO            PIC 9(02).
000790     05  FILLER                  PIC X(01).
000800     05  EBAND-DESCRIPCION       PIC X(20).
000810     05  FILLER                  PIC X(01).
000820     05  EBAND-DESDE             PIC 9(03).
000830     05  FILLER                  PIC X(01).
000840     05  EBAND-HASTA             PIC 9(03).
000850     05  FILLER                  PIC X(01).
000860     05  EBAND-MARCA-MAYORIA     PIC X(01).
000870
000880 FD  SNAPSHOT-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 180 CHARACTERS.
000910 COPY PERSSNAP.
000920
000930 WORKING-STORAGE SECTION.
000940 COPY CLASIF.
000950
000960 01  WS-PERSONA-STATUS           PIC X(02).
000970 01  WS-CREF-STATUS              PIC X(02).
000980 01  WS-BAND-STATUS              PIC X(02).
000990 01  WS-PSN-STATUS               PIC X(02).
001000 01  WS-FECHA-HOY                PIC X(08).
001010 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001020 01  WS-FECHA-NUMERICA           PIC 9(08).
001030 01  WS-EDAD-MAYORIA             PIC 9(02) VALUE 18.
001040
001050 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001060     88  FIN-PERSONA             VALUE "S".
001070 01  WS-EOF-CLASIREF             PIC X(01) VALUE "N".
001080     88  FIN-CLASIREF            VALUE "S".
001090 01  WS-EOF-BANDAS               PIC X(01) VALUE "N".
001100     88  FIN-BANDAS              VALUE "S".
001110
001120 01  WS-IDX-CARGA                PIC 9(02) COMP.
001130 01  WS-CANT-CLASIF-CARGADAS     PIC 9(02) COMP VALUE ZERO.
001140 01  WS-CANT-BANDAS-ARCHIVO      PIC 9(02) VALUE ZERO.
001150
001160*----------------------------------------------------------------
001170*    BANDAS DE EDAD POR DEFECTO, LAS MISMAS DE PERSONADEMOG, PARA
001180*    CUANDO EL REFERENCIAL EDADBAND NO ESTA DISPONIBLE
001190*----------------------------------------------------------------
001200 01  WS-BANDAS-LITERAL.
001210     05  FILLER PIC X(26) VALUE "000017MENORES             ".
001220     05  FILLER PIC X(26) VALUE "018029JOVENES             ".
001230     05  FILLER PIC X(26) VALUE "030049ADULTOS             ".
001240     05  FILLER PIC X(26) VALUE "050064MAYORES             ".
001250     05  FILLER PIC X(26) VALUE "065999TERCERA EDAD        ".
001260 01  TABLA-BANDAS REDEFINES WS-BANDAS-LITERAL.
001270     05  BANDA-ENTRADA OCCURS 5 TIMES INDEXED BY BANDA-IDX.
001280         10  BANDA-DESDE         PIC 9(03).
001290         10  BANDA-HASTA         PIC 9(03).
001300         10  BANDA-DESCRIPCION   PIC X(20).
001310 01  WS-CANT-BANDAS              PIC 9(02) VALUE 5.
001320
001330*----------------------------------------------------------------
001340*    TOTALES DE CONTROL DEL SOBRE (MISMA REGLA QUE VALIDAR_SOBRE:
001350*    SUMA DEL DNI MODULO 10**11)
001360*----------------------------------------------------------------
001370 01  WS-CUENTA-PERSONAS          PIC 9(07) VALUE ZERO.
001380 01  WS-CUENTA-ACTIVAS           PIC 9(07) VALUE ZERO.
001390 01  WS-HASH-DNI                 PIC 9(11) VALUE ZERO.
001400
001410*----------------------------------------------------------------
001420*    CAMPOS PARA ERRORLOG Y AUDITORIA COMPARTIDOS
001430*----------------------------------------------------------------
001440 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "persona_snap".
001450 01  WS-ELOG-CODIGO              PIC 9(04).
001460 01  WS-ELOG-MENSAJE             PIC X(59).
001470 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "persona_snap".
001480 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001490
001500 PROCEDURE DIVISION.
001510
001520******************************************************************
001530* 0000-MAINLINE
001540******************************************************************
001550 0000-MAINLINE.
001560     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001570     IF WS-PERSONA-STATUS = "00"
001580         PERFORM 2000-ESCRIBIR-SNAPSHOT THRU 2000-EXIT
001590         PERFORM 9000-TERMINAR THRU 9000-EXIT
001600     END-IF.
001610     GOBACK.
001620
001630******************************************************************
001640* 1000-INICIALIZAR - FECHA DE NEGOCIO, MAYORIA, REFERENCIALES Y
001650*     APERTURA DEL MAESTRO. SIN MAESTRO NO HAY SNAPSHOT: SE AVISA
001660*     POR ERRORLOG Y EL PASO TERMINA CON RETURN-CODE 8, ASI NINGUN
001670*     LECTOR USA EL SNAPSHOT DE OTRO DIA
001680******************************************************************
001690 1000-INICIALIZAR.
001700     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001710     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
001720     CALL "edad_mayoria" USING WS-EDAD-MAYORIA.
001730     OPEN INPUT CLASIREF-FILE.
001740     IF WS-CREF-STATUS = "00"
001750         PERFORM 1100-CARGAR-CLASIFICACION THRU 1100-EXIT
001760             UNTIL FIN-CLASIREF
001770         CLOSE CLASIREF-FILE
001780     END-IF.
001790     PERFORM 1200-CARGAR-BANDAS THRU 1200-EXIT.
001800     OPEN INPUT PERSONA-FILE.
001810     IF WS-PERSONA-STATUS NOT = "00"
001820         DISPLAY " PERSONAF NO DISPONIBLE, SIN SNAPSHOT."
001830         MOVE 92 TO WS-ELOG-CODIGO
001840         MOVE "PERSONAF NO DISPONIBLE: NO SE GENERO PERSSNAP"
001850             TO WS-ELOG-MENSAJE
001860         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
001870                 WS-ELOG-MENSAJE
001880         MOVE 8 TO RETURN-CODE
001890         GO TO 1000-EXIT
001900     END-IF.
001910     OPEN OUTPUT SNAPSHOT-FILE.
001920     MOVE SPACES TO PERSSNAP-ENCABEZADO.
001930     MOVE "HDR" TO PSNH-TIPO.
001940     MOVE "PERSONAF" TO PSNH-ORIGEN.
001950     MOVE WS-FECHA-NUMERICA TO PSNH-FECHA.
001960     WRITE PERSSNAP-ENCABEZADO.
001970 1000-EXIT.
001980     EXIT.
001990
002000 1100-CARGAR-CLASIFICACION.
002010     READ CLASIREF-FILE
002020         AT END
002030             SET FIN-CLASIREF TO TRUE
002040         NOT AT END
002050             IF CLASIREF-RECORD(1:3) = "HDR"
002060                     OR CLASIREF-RECORD(1:3) = "TRL"
002070                 CONTINUE
002080             ELSE
002090             IF WS-CANT-CLASIF-CARGADAS < 5
002100                 ADD 1 TO WS-CANT-CLASIF-CARGADAS
002110                 MOVE CREF-CODIGO TO
002120                     CLAS-CODIGO(WS-CANT-CLASIF-CARGADAS)
002130                 MOVE CREF-DESCRIPCION TO
002140                     CLAS-DESCRIPCION(WS-CANT-CLASIF-CARGADAS)
002150             END-IF
002160             END-IF
002170     END-READ.
002180 1100-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220* 1200-CARGAR-BANDAS - REEMPLAZA LAS BANDAS POR DEFECTO CON LAS
002230*     DEL REFERENCIAL EDADBAND, SI EXISTE (MISMA CARGA QUE
002240*     PERSONADEMOG, QUE CUENTA POR LA POSICION DE LA BANDA)
002250******************************************************************
002260 1200-CARGAR-BANDAS.
002270     OPEN INPUT BANDAS-FILE.
002280     IF WS-BAND-STATUS NOT = "00"
002290         GO TO 1200-EXIT
002300     END-IF.
002310     PERFORM 1210-LEER-BANDA THRU 1210-EXIT
002320         UNTIL FIN-BANDAS.
002330     CLOSE BANDAS-FILE.
002340     IF WS-CANT-BANDAS-ARCHIVO > ZERO
002350         MOVE WS-CANT-BANDAS-ARCHIVO TO WS-CANT-BANDAS
002360     END-IF.
002370 1200-EXIT.
002380     EXIT.
002390
002400 1210-LEER-BANDA.
002410     READ BANDAS-FILE
002420         AT END
002430             SET FIN-BANDAS TO TRUE
002440         NOT AT END
002450             IF WS-CANT-BANDAS-ARCHIVO < 5
002460                     AND EBAND-DESDE IS NUMERIC
002470                     AND EBAND-HASTA IS NUMERIC
002480                 ADD 1 TO WS-CANT-BANDAS-ARCHIVO
002490                 MOVE EBAND-DESDE TO
002500                     BANDA-DESDE(WS-CANT-BANDAS-ARCHIVO)
002510                 MOVE EBAND-HASTA TO
002520                     BANDA-HASTA(WS-CANT-BANDAS-ARCHIVO)
002530                 MOVE EBAND-DESCRIPCION TO
002540                     BANDA-DESCRIPCION(WS-CANT-BANDAS-ARCHIVO)
002550             END-IF
002560     END-READ.
002570 1210-EXIT.
002580     EXIT.
002590
002600******************************************************************
002610* 2000-ESCRIBIR-SNAPSHOT - UNA PASADA POR TODO EL MAESTRO (ACTIVOS
002620*     E INACTIVOS: CADA LECTOR SIGUE FILTRANDO COMO ANTES) Y EL
002630*     TRAILER CON LOS TOTALES DE CONTROL
002640******************************************************************
002650 2000-ESCRIBIR-SNAPSHOT.
002660     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
002670         UNTIL FIN-PERSONA.
002680     MOVE SPACES TO PERSSNAP-TRAILER.
002690     MOVE "TRL" TO PSNT-TIPO.
002700     MOVE WS-CUENTA-PERSONAS TO PSNT-CANTIDAD.
002710     MOVE WS-HASH-DNI TO PSNT-HASH.
002720     WRITE PERSSNAP-TRAILER.
002730 2000-EXIT.
002740     EXIT.
002750
002760 2100-LEER-PERSONA.
002770     READ PERSONA-FILE NEXT RECORD
002780         AT END
002790             SET FIN-PERSONA TO TRUE
002800         NOT AT END
002810             PERFORM 2200-RESOLVER-DERIVADOS THRU 2200-EXIT
002820             WRITE PERSSNAP-RECORD
002830             ADD 1 TO WS-CUENTA-PERSONAS
002840             IF NOT PERS-INACTIVO
002850                 ADD 1 TO WS-CUENTA-ACTIVAS
002860             END-IF
002870             COMPUTE WS-HASH-DNI = FUNCTION MOD(
002880                 WS-HASH-DNI + PERS-DNI, 100000000000)
002890     END-READ.
002900 2100-EXIT.
002910     EXIT.
002920
002930******************************************************************
002940* 2200-RESOLVER-DERIVADOS - LA IMAGEN DEL MAESTRO MAS LOS CAMPOS
002950*     QUE LOS LECTORES CALCULABAN CADA UNO POR SU LADO
002960******************************************************************
002970 2200-RESOLVER-DERIVADOS.
002980     MOVE SPACES TO PERSSNAP-RECORD.
002990     MOVE PERSONA-RECORD TO PSN-PERSONA.
003000     IF PERS-FECHA-NACIMIENTO > ZERO
003010         COMPUTE PSN-EDAD =
003020             (WS-FECHA-NUMERICA - PERS-FECHA-NACIMIENTO) / 10000
003030         SET PSN-EDAD-DERIVADA TO TRUE
003040     ELSE
003050         MOVE PERS-EDAD TO PSN-EDAD
003060         SET PSN-EDAD-REGISTRADA TO TRUE
003070     END-IF.
003080     IF PSN-EDAD >= WS-EDAD-MAYORIA
003090         SET PSN-ES-MAYOR TO TRUE
003100     ELSE
003110         SET PSN-ES-MENOR TO TRUE
003120     END-IF.
003130
003140     MOVE ZERO TO PSN-BANDA-IDX.
003150     PERFORM 2210-UBICAR-BANDA THRU 2210-EXIT
003160         VARYING WS-IDX-CARGA FROM 1 BY 1
003170             UNTIL WS-IDX-CARGA > WS-CANT-BANDAS
003180                 OR PSN-BANDA-IDX > ZERO.
003190
003200     MOVE ZERO TO PSN-CLASIF-IDX.
003210     PERFORM 2220-UBICAR-CLASIF THRU 2220-EXIT
003220         VARYING WS-IDX-CARGA FROM 1 BY 1
003230             UNTIL WS-IDX-CARGA > WS-CANT-CLASIF-CARGADAS
003240                 OR PSN-CLASIF-IDX > ZERO.
003250
003260     IF PERS-SUCURSAL = ZERO
003270         MOVE 01 TO PSN-SUCURSAL
003280     ELSE
003290         MOVE PERS-SUCURSAL TO PSN-SUCURSAL
003300     END-IF.
003310 2200-EXIT.
003320     EXIT.
003330
003340 2210-UBICAR-BANDA.
003350     IF PSN-EDAD >= BANDA-DESDE(WS-IDX-CARGA)
003360             AND PSN-EDAD <= BANDA-HASTA(WS-IDX-CARGA)
003370         MOVE WS-IDX-CARGA TO PSN-BANDA-IDX
003380         MOVE BANDA-DESCRIPCION(WS-IDX-CARGA)
003390             TO PSN-BANDA-DESCRIPCION
003400     END-IF.
003410 2210-EXIT.
003420     EXIT.
003430
003440 2220-UBICAR-CLASIF.
003450     IF CLAS-CODIGO(WS-IDX-CARGA) = PERS-CLASIF-CODIGO
003460         MOVE WS-IDX-CARGA TO PSN-CLASIF-IDX
003470         MOVE CLAS-DESCRIPCION(WS-IDX-CARGA)
003480             TO PSN-CLASIF-DESCRIPCION
003490     END-IF.
003500 2220-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 9000-TERMINAR - CIERRA Y DEJA LA CORRIDA EN LA AUDITORIA
003550******************************************************************
003560 9000-TERMINAR.
003570     CLOSE PERSONA-FILE.
003580     CLOSE SNAPSHOT-FILE.
003590     MOVE WS-CUENTA-PERSONAS TO WS-AUDT-CANTIDAD.
003600     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
003610     DISPLAY " PERSSNAP GENERADO: " WS-CUENTA-PERSONAS
003620         " REGISTRO(S), " WS-CUENTA-ACTIVAS " ACTIVO(S)".
003630 9000-EXIT.
003640     EXIT.
003650
003660 END PROGRAM persona_snap.
