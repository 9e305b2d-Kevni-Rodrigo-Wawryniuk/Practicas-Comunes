000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* 2026-09-01 RW   INITIAL VERSION.
000350* 2026-10-15 RW   LAS ENTRADAS DEL DNI POSTERIORES A LA FOTO BASE
000360*                 Y HASTA LA FECHA PEDIDA LLEGAN POR
000370*                 JOURNAL_LECTOR (INDICE PJRNIDX SOBRE LAS
000380*                 GENERACIONES MENSUALES DE PERSJRNL): YA NO SE
000390*                 RECORRE TODO EL JOURNAL.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. persona_asof.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BKPGEN-FILE ASSIGN TO "BKPGEN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-GEN-STATUS.
000500
000510     SELECT RESG-FILE ASSIGN DYNAMIC WS-NOMBRE-RESG
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RSG-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BKPGEN-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 39 CHARACTERS.
000600 01  BKPGEN-RECORD.
000610     05  GEN-FECHA               PIC 9(08).
000620     05  FILLER                  PIC X(01).
000630     05  GEN-ARCHIVO             PIC X(21).
000640     05  FILLER                  PIC X(01).
000650     05  GEN-CANTIDAD            PIC 9(07).
000660
000670 FD  RESG-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 117 CHARACTERS.
000700 01  RESG-RECORD                 PIC X(117).
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-GEN-STATUS               PIC X(02).
000740 01  WS-RSG-STATUS               PIC X(02).
000750
000760 01  JOURNAL-RECORD.
000770     05  PJRN-TIMESTAMP          PIC X(21).
000780     05  FILLER                  PIC X(01).
000790     05  PJRN-PROGRAMA           PIC X(20).
000800     05  FILLER                  PIC X(01).
000810     05  PJRN-ACCION             PIC X(01).
000820     05  FILLER                  PIC X(01).
000830     05  PJRN-IMAGEN-ANTES       PIC X(117).
000840     05  FILLER                  PIC X(01).
000850     05  PJRN-IMAGEN-DESPUES     PIC X(117).
000860     05  FILLER                  PIC X(01).
000870     05  PJRN-HASH               PIC 9(11).
000880
000890*----------------------------------------------------------------
000900*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
000910*----------------------------------------------------------------
000920 01  JLC-AREA.
000930     05  JLC-FUNCION             PIC X(01).
000940     05  JLC-GEN-DESDE           PIC 9(06).
000950     05  JLC-GEN-HASTA           PIC 9(06).
000960     05  JLC-DNI                 PIC 9(08).
000970     05  JLC-FECHA-DESDE         PIC 9(08).
000980     05  JLC-FECHA-HASTA         PIC 9(08).
000990     05  JLC-RESULTADO           PIC X(01).
001000         88  JLC-OK              VALUE "0".
001010     05  JLC-GENERACION          PIC 9(06).
001020     05  JLC-ORDINAL             PIC 9(07).
001030     05  JLC-MENSAJE             PIC X(40).
001040
001050 01  WS-EOF-GEN                  PIC X(01) VALUE "N".
001060     88  FIN-GENERACIONES        VALUE "S".
001070 01  WS-EOF-RESG                 PIC X(01) VALUE "N".
001080     88  FIN-RESGUARDO           VALUE "S".
001090 01  WS-EOF-JRN                  PIC X(01) VALUE "N".
001100     88  FIN-JOURNAL             VALUE "S".
001110
001120 01  WS-DNI-BUSCADO              PIC X(08).
001130 01  WS-FECHA-PEDIDA             PIC X(08).
001140 01  WS-FECHA-BASE               PIC 9(08) VALUE ZERO.
001150 01  WS-NOMBRE-RESG              PIC X(21) VALUE SPACES.
001160
001170*----------------------------------------------------------------
001180*    ESTADO RECONSTRUIDO: LA IMAGEN VIGENTE Y SI EL REGISTRO
001190*    EXISTE EN EL PUNTO DEL TIEMPO RECORRIDO
001200*----------------------------------------------------------------
001210 01  WS-IMAGEN-VIGENTE           PIC X(117) VALUE SPACES.
001220 01  WS-IMAGEN-CAMPOS REDEFINES WS-IMAGEN-VIGENTE.
001230     05  VIG-DNI                 PIC 9(08).
001240     05  VIG-DNI-DV              PIC 9(01).
001250     05  VIG-NOMBRE              PIC X(30).
001260     05  VIG-EDAD                PIC 9(03).
001270     05  VIG-MAYORDEEDAD         PIC X(01).
001280     05  VIG-CLASIF              PIC 9(02).
001290     05  VIG-FECHA-NACIMIENTO    PIC 9(08).
001300     05  VIG-ESTADO              PIC X(01).
001310     05  VIG-FECHA-BAJA          PIC 9(08).
001320     05  VIG-SUCURSAL            PIC 9(02).
001330     05  VIG-CALLE               PIC X(20).
001340     05  VIG-NUMERO              PIC 9(05).
001350     05  VIG-LOCALIDAD           PIC X(20).
001360     05  VIG-CODIGO-POSTAL       PIC X(08).
001370 01  WS-SW-EXISTE                PIC X(01) VALUE "N".
001380     88  REGISTRO-EXISTE         VALUE "S".
001390 01  WS-CUENTA-APLICADAS         PIC 9(05) VALUE ZERO.
001400
001410*----------------------------------------------------------------
001420*    MARCAS DE INCERTIDUMBRE DE LA RECONSTRUCCION
001430*----------------------------------------------------------------
001440 01  WS-SW-INCIERTA              PIC X(01) VALUE "N".
001450     88  RECONSTRUCCION-INCIERTA VALUE "S".
001460 01  WS-SW-SIN-RESGUARDO         PIC X(01) VALUE "N".
001470 01  WS-SW-SIN-JOURNAL           PIC X(01) VALUE "N".
001480 01  WS-SW-HUECO                 PIC X(01) VALUE "N".
001490
001500 PROCEDURE DIVISION.
001510
001520******************************************************************
001530* 0000-MAINLINE
001540******************************************************************
001550 0000-MAINLINE.
001560     DISPLAY "RECONSTRUCCION A FECHA DE UN REGISTRO PERSONA".
001570     DISPLAY "DNI A RECONSTRUIR: ".
001580     ACCEPT WS-DNI-BUSCADO.
001590     IF WS-DNI-BUSCADO IS NOT NUMERIC
001600         DISPLAY "DNI INVALIDO."
001610         GOBACK
001620     END-IF.
001630     DISPLAY "FECHA PEDIDA (AAAAMMDD): ".
001640     ACCEPT WS-FECHA-PEDIDA.
001650     IF WS-FECHA-PEDIDA IS NOT NUMERIC
001660         DISPLAY "FECHA INVALIDA."
001670         GOBACK
001680     END-IF.
001690     PERFORM 1000-ELEGIR-RESGUARDO THRU 1000-EXIT.
001700     PERFORM 2000-CARGAR-BASE THRU 2000-EXIT.
001710     PERFORM 3000-RODAR-JOURNAL THRU 3000-EXIT.
001720     PERFORM 9000-IMPRIMIR-RESULTADO THRU 9000-EXIT.
001730     GOBACK.
001740
001750******************************************************************
001760* 1000-ELEGIR-RESGUARDO - LA GENERACION PERSBKP MAS CERCANA
001770*     ANTERIOR O IGUAL A LA FECHA PEDIDA, SEGUN BKPGEN
001780******************************************************************
001790 1000-ELEGIR-RESGUARDO.
001800     OPEN INPUT BKPGEN-FILE.
001810     IF WS-GEN-STATUS NOT = "00"
001820         MOVE "S" TO WS-SW-SIN-RESGUARDO
001830         SET RECONSTRUCCION-INCIERTA TO TRUE
001840         GO TO 1000-EXIT
001850     END-IF.
001860     PERFORM 1100-LEER-GENERACION THRU 1100-EXIT
001870         UNTIL FIN-GENERACIONES.
001880     CLOSE BKPGEN-FILE.
001890     IF WS-FECHA-BASE = ZERO
001900         MOVE "S" TO WS-SW-SIN-RESGUARDO
001910         SET RECONSTRUCCION-INCIERTA TO TRUE
001920     END-IF.
001930 1000-EXIT.
001940     EXIT.
001950
001960 1100-LEER-GENERACION.
001970     READ BKPGEN-FILE
001980         AT END
001990             SET FIN-GENERACIONES TO TRUE
002000         NOT AT END
002010             IF GEN-ARCHIVO(1:8) = "PERSBKP."
002020                     AND GEN-FECHA IS NUMERIC
002030                     AND GEN-FECHA <= WS-FECHA-PEDIDA
002040                     AND GEN-FECHA > WS-FECHA-BASE
002050                 MOVE GEN-FECHA TO WS-FECHA-BASE
002060             END-IF
002070     END-READ.
002080 1100-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 2000-CARGAR-BASE - BUSCA EL DNI EN EL RESGUARDO ELEGIDO; SI NO
002130*     FIGURA, EL REGISTRO NO EXISTIA EN ESA FOTO
002140******************************************************************
002150 2000-CARGAR-BASE.
002160     IF WS-FECHA-BASE = ZERO
002170         GO TO 2000-EXIT
002180     END-IF.
002190     MOVE SPACES TO WS-NOMBRE-RESG.
002200     STRING "PERSBKP." WS-FECHA-BASE DELIMITED BY SIZE
002210         INTO WS-NOMBRE-RESG.
002220     OPEN INPUT RESG-FILE.
002230     IF WS-RSG-STATUS NOT = "00"
002240         DISPLAY "EL RESGUARDO " WS-NOMBRE-RESG " FIGURA EN "
002250             "BKPGEN PERO NO SE PUEDE LEER."
002260         MOVE "S" TO WS-SW-SIN-RESGUARDO
002270         SET RECONSTRUCCION-INCIERTA TO TRUE
002280         GO TO 2000-EXIT
002290     END-IF.
002300     PERFORM 2100-BUSCAR-EN-RESGUARDO THRU 2100-EXIT
002310         UNTIL FIN-RESGUARDO OR REGISTRO-EXISTE.
002320     CLOSE RESG-FILE.
002330 2000-EXIT.
002340     EXIT.
002350
002360 2100-BUSCAR-EN-RESGUARDO.
002370     READ RESG-FILE
002380         AT END
002390             SET FIN-RESGUARDO TO TRUE
002400         NOT AT END
002410             IF RESG-RECORD(1:8) = WS-DNI-BUSCADO
002420                 MOVE RESG-RECORD TO WS-IMAGEN-VIGENTE
002430                 SET REGISTRO-EXISTE TO TRUE
002440             END-IF
002450     END-READ.
002460 2100-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500* 3000-RODAR-JOURNAL - APLICA EN ORDEN LAS ENTRADAS DEL JOURNAL
002510*     POSTERIORES A LA FOTO BASE Y HASTA LA FECHA PEDIDA. UNA
002520*     IMAGEN ANTES QUE NO COINCIDE CON EL ESTADO RECONSTRUIDO
002530*     DELATA UN HUECO ENTRE LAS FUENTES.
002540******************************************************************
002550 3000-RODAR-JOURNAL.
002560     MOVE SPACES TO JLC-AREA.
002570     MOVE "D" TO JLC-FUNCION.
002580     MOVE WS-DNI-BUSCADO TO JLC-DNI.
002590     COMPUTE JLC-FECHA-DESDE = WS-FECHA-BASE + 1.
002600     MOVE WS-FECHA-PEDIDA TO JLC-FECHA-HASTA.
002610     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002620     IF NOT JLC-OK
002630         MOVE "S" TO WS-SW-SIN-JOURNAL
002640         SET RECONSTRUCCION-INCIERTA TO TRUE
002650         GO TO 3000-EXIT
002660     END-IF.
002670     PERFORM 3100-LEER-JOURNAL THRU 3100-EXIT
002680         UNTIL FIN-JOURNAL.
002690     MOVE "C" TO JLC-FUNCION.
002700     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002710 3000-EXIT.
002720     EXIT.
002730
002740 3100-LEER-JOURNAL.
002750     MOVE "S" TO JLC-FUNCION.
002760     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002770     IF NOT JLC-OK
002780         SET FIN-JOURNAL TO TRUE
002790         GO TO 3100-EXIT
002800     END-IF.
002810     IF PJRN-TIMESTAMP(1:8) > WS-FECHA-BASE
002820             AND PJRN-TIMESTAMP(1:8) <= WS-FECHA-PEDIDA
002830             AND (PJRN-IMAGEN-ANTES(1:8) = WS-DNI-BUSCADO
002840                 OR PJRN-IMAGEN-DESPUES(1:8) =
002850                     WS-DNI-BUSCADO)
002860         PERFORM 3200-APLICAR-ENTRADA THRU 3200-EXIT
002870     END-IF.
002880 3100-EXIT.
002890     EXIT.
002900
002910 3200-APLICAR-ENTRADA.
002920     ADD 1 TO WS-CUENTA-APLICADAS.
002930*    CONTROL DE CONTINUIDAD: LA IMAGEN ANTES DE LA ENTRADA DEBE
002940*    SER EL ESTADO QUE VENIAMOS RECONSTRUYENDO
002950     IF PJRN-IMAGEN-ANTES(1:8) = WS-DNI-BUSCADO
002960         IF NOT REGISTRO-EXISTE
002970                 OR PJRN-IMAGEN-ANTES NOT = WS-IMAGEN-VIGENTE
002980             MOVE "S" TO WS-SW-HUECO
002990             SET RECONSTRUCCION-INCIERTA TO TRUE
003000         END-IF
003010     ELSE
003020         IF REGISTRO-EXISTE
003030*            UN ALTA SOBRE UN REGISTRO QUE YA EXISTIA
003040             MOVE "S" TO WS-SW-HUECO
003050             SET RECONSTRUCCION-INCIERTA TO TRUE
003060         END-IF
003070     END-IF.
003080     IF PJRN-IMAGEN-DESPUES(1:8) = WS-DNI-BUSCADO
003090         MOVE PJRN-IMAGEN-DESPUES TO WS-IMAGEN-VIGENTE
003100         SET REGISTRO-EXISTE TO TRUE
003110     ELSE
003120*        EL DNI DESAPARECE EN ESTA ENTRADA (PURGA, CAMBIO DE
003130*        CLAVE O FUSION): EL REGISTRO DEJA DE EXISTIR AQUI
003140         MOVE SPACES TO WS-IMAGEN-VIGENTE
003150         MOVE "N" TO WS-SW-EXISTE
003160     END-IF.
003170 3200-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210* 9000-IMPRIMIR-RESULTADO - EL REGISTRO COMO ESTABA, LA FOTO DE
003220*     PARTIDA, LAS ENTRADAS APLICADAS Y LAS MARCAS DE
003230*     INCERTIDUMBRE
003240******************************************************************
003250 9000-IMPRIMIR-RESULTADO.
003260     DISPLAY " ".
003270     DISPLAY "RECONSTRUCCION DEL DNI " WS-DNI-BUSCADO
003280         " AL " WS-FECHA-PEDIDA ":".
003290     IF WS-FECHA-BASE = ZERO
003300         DISPLAY "  SIN RESGUARDO ANTERIOR A LA FECHA: SE RODO "
003310             "EL JOURNAL COMPLETO DESDE EL ORIGEN."
003320     ELSE
003330         DISPLAY "  FOTO DE PARTIDA: PERSBKP." WS-FECHA-BASE
003340     END-IF.
003350     DISPLAY "  ENTRADAS DE JOURNAL APLICADAS: "
003360         WS-CUENTA-APLICADAS.
003370     IF REGISTRO-EXISTE
003380         DISPLAY "  NOMBRE..........: " VIG-NOMBRE
003390         DISPLAY "  EDAD............: " VIG-EDAD
003400         DISPLAY "  CLASIFICACION...: " VIG-CLASIF
003410         DISPLAY "  FECHA NACIMIENTO: " VIG-FECHA-NACIMIENTO
003420         DISPLAY "  ESTADO..........: " VIG-ESTADO
003430         DISPLAY "  FECHA DE BAJA...: " VIG-FECHA-BAJA
003440         DISPLAY "  SUCURSAL........: " VIG-SUCURSAL
003450         DISPLAY "  CALLE...........: " VIG-CALLE
003460         DISPLAY "  NUMERO..........: " VIG-NUMERO
003470         DISPLAY "  LOCALIDAD.......: " VIG-LOCALIDAD
003480         DISPLAY "  CODIGO POSTAL...: " VIG-CODIGO-POSTAL
003490     ELSE
003500         DISPLAY "  EL REGISTRO NO EXISTIA EN ESA FECHA."
003510     END-IF.
003520     IF RECONSTRUCCION-INCIERTA
003530         DISPLAY "  *** RECONSTRUCCION INCIERTA ***"
003540         IF WS-SW-SIN-RESGUARDO = "S"
003550             DISPLAY "  - SIN RESGUARDO BASE UTILIZABLE "
003560                 "(BKPGEN O PERSBKP FALTANTE)."
003570         END-IF
003580         IF WS-SW-SIN-JOURNAL = "S"
003590             DISPLAY "  - EL JOURNAL PERSJRNL NO ESTA "
003600                 "DISPONIBLE."
003610         END-IF
003620         IF WS-SW-HUECO = "S"
003630             DISPLAY "  - HAY UN HUECO: UNA IMAGEN ANTES DEL "
003640                 "JOURNAL NO COINCIDE CON LO RECONSTRUIDO."
003650         END-IF
003660     ELSE
003670         DISPLAY "  RECONSTRUCCION CONTINUA, SIN HUECOS."
003680     END-IF.
003690 9000-EXIT.
003700     EXIT.
003710
003720 END PROGRAM persona_asof.
