000440* 2026-09-01 RW   SHOWS ACTION "F" (FUSION DE DUPLICADOS DE
000450*                 PERSONAMERGE): ANTES = EL ABSORBIDO, DESPUES =
000460*                 EL SOBREVIVIENTE.
000470* 2026-10-15 RW   LEE POR JOURNAL_LECTOR SOLO LAS ENTRADAS DEL DNI
000480*                 (INDICE PJRNIDX SOBRE LAS GENERACIONES MENSUALES
000490*                 DE PERSJRNL) EN VEZ DE RECORRER TODO EL JOURNAL.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. PersonaHist.
000530
000540 ENVIRONMENT DIVISION.
000550
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580 01  JOURNAL-RECORD.
000590     05  PJRN-TIMESTAMP              PIC X(21).
000600     05  FILLER                      PIC X(01).
000610     05  PJRN-PROGRAMA               PIC X(20).
000620     05  FILLER                      PIC X(01).
000630     05  PJRN-ACCION                 PIC X(01).
000640     05  FILLER                      PIC X(01).
000650     05  PJRN-IMAGEN-ANTES.
000660         10  PJRN-ANT-DNI            PIC 9(08).
000670         10  PJRN-ANT-DNI-DV         PIC 9(01).
000680         10  PJRN-ANT-NOMBRE         PIC X(30).
000690         10  PJRN-ANT-EDAD           PIC 9(03).
000700         10  PJRN-ANT-MAYORDEEDAD    PIC X(01).
000710         10  PJRN-ANT-CLASIF         PIC 9(02).
000720         10  PJRN-ANT-FECHA-NAC      PIC 9(08).
000730         10  PJRN-ANT-ESTADO         PIC X(01).
000740         10  PJRN-ANT-FECHA-BAJA     PIC 9(08).
000750         10  PJRN-ANT-SUCURSAL       PIC 9(02).
000760         10  PJRN-ANT-DIRECCION      PIC X(53).
000770     05  FILLER                      PIC X(01).
000780     05  PJRN-IMAGEN-DESPUES.
000790         10  PJRN-DES-DNI            PIC 9(08).
000800         10  PJRN-DES-DNI-DV         PIC 9(01).
000810         10  PJRN-DES-NOMBRE         PIC X(30).
000820         10  PJRN-DES-EDAD           PIC 9(03).
000830         10  PJRN-DES-MAYORDEEDAD    PIC X(01).
000840         10  PJRN-DES-CLASIF         PIC 9(02).
000850         10  PJRN-DES-FECHA-NAC      PIC 9(08).
000860         10  PJRN-DES-ESTADO         PIC X(01).
000870         10  PJRN-DES-FECHA-BAJA     PIC 9(08).
000880         10  PJRN-DES-SUCURSAL       PIC 9(02).
000890         10  PJRN-DES-DIRECCION      PIC X(53).
000900     05  FILLER                      PIC X(01).
000910     05  PJRN-HASH                   PIC X(11).
000920
000930*----------------------------------------------------------------
000940*    PEDIDO A JOURNAL_LECTOR (GENERACIONES MENSUALES DE PERSJRNL)
000950*----------------------------------------------------------------
000960 01  JLC-AREA.
000970     05  JLC-FUNCION             PIC X(01).
000980     05  JLC-GEN-DESDE           PIC 9(06).
000990     05  JLC-GEN-HASTA           PIC 9(06).
001000     05  JLC-DNI                 PIC 9(08).
001010     05  JLC-FECHA-DESDE         PIC 9(08).
001020     05  JLC-FECHA-HASTA         PIC 9(08).
001030     05  JLC-RESULTADO           PIC X(01).
001040         88  JLC-OK              VALUE "0".
001050     05  JLC-GENERACION          PIC 9(06).
001060     05  JLC-ORDINAL             PIC 9(07).
001070     05  JLC-MENSAJE             PIC X(40).
001080
001090 01  WS-EOF-JRNL                 PIC X(01) VALUE "N".
001100     88  FIN-JRNL                VALUE "S".
001110 01  WS-DNI-BUSCADO              PIC 9(08).
001120 01  WS-DNI-ENMASCARADO          PIC X(08).
001130 01  WS-CUENTA-MOSTRADAS         PIC 9(05) VALUE ZERO.
001140
001150 PROCEDURE DIVISION.
001160
001170******************************************************************
001180* 0000-MAINLINE
001190******************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001220     IF JLC-OK
001230         PERFORM 2000-RECORRER-JOURNAL THRU 2000-EXIT
001240         MOVE "C" TO JLC-FUNCION
001250         CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD
001260     ELSE
001270         DISPLAY "NO HAY JOURNAL DE CAMBIOS (PERSJRNL)."
001280     END-IF.
001290     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001300     STOP RUN.
001310
001320******************************************************************
001330* 1000-INICIALIZAR - PIDE EL DNI A CONSULTAR Y PIDE SUS ENTRADAS
001340*     DEL JOURNAL, DE TODAS LAS FECHAS
001350******************************************************************
001360 1000-INICIALIZAR.
001370     DISPLAY "DNI a consultar: ".
001380     ACCEPT WS-DNI-BUSCADO.
001390     CALL "enmascarar_dni" USING WS-DNI-BUSCADO
001400         WS-DNI-ENMASCARADO.
001410     DISPLAY "HISTORIAL DE CAMBIOS DEL DNI " WS-DNI-ENMASCARADO.
001420     MOVE SPACES TO JLC-AREA.
001430     MOVE "D" TO JLC-FUNCION.
001440     MOVE WS-DNI-BUSCADO TO JLC-DNI.
001450     MOVE ZERO TO JLC-FECHA-DESDE.
001460     MOVE 99999999 TO JLC-FECHA-HASTA.
001470     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
001480 1000-EXIT.
001490     EXIT.
001500
001510******************************************************************
001520* 2000-RECORRER-JOURNAL - MUESTRA LAS ENTRADAS CUYO DNI (ANTES O
001530*     DESPUES) COINCIDE CON EL PEDIDO, EN ORDEN DE FECHA
001540******************************************************************
001550 2000-RECORRER-JOURNAL.
001560     PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
001570         UNTIL FIN-JRNL.
001580 2000-EXIT.
001590     EXIT.
001600
001610 2100-LEER-ENTRADA.
001620     MOVE "S" TO JLC-FUNCION.
001630     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
001640     IF NOT JLC-OK
001650         SET FIN-JRNL TO TRUE
001660         GO TO 2100-EXIT
001670     END-IF.
001680     IF PJRN-ANT-DNI = WS-DNI-BUSCADO
001690             OR PJRN-DES-DNI = WS-DNI-BUSCADO
001700         PERFORM 2200-MOSTRAR-ENTRADA THRU 2200-EXIT
001710     END-IF.
001720 2100-EXIT.
001730     EXIT.
001740
001750 2200-MOSTRAR-ENTRADA.
001760     ADD 1 TO WS-CUENTA-MOSTRADAS.
001770     DISPLAY " ".
001780     DISPLAY " FECHA/HORA: " PJRN-TIMESTAMP
001790         "  PROGRAMA: " PJRN-PROGRAMA.
001800     EVALUATE PJRN-ACCION
001810         WHEN "A"
001820             DISPLAY " ACCION....: ALTA"
001830         WHEN "M"
001840             DISPLAY " ACCION....: MODIFICACION"
001850         WHEN "B"
001860             DISPLAY " ACCION....: BAJA"
001870         WHEN "P"
001880             DISPLAY " ACCION....: PURGA"
001890         WHEN "C"
001900             DISPLAY " ACCION....: CAMBIO DE DNI"
001910         WHEN "F"
001920             DISPLAY " ACCION....: FUSION DE DUPLICADOS"
001930         WHEN "T"
001940             DISPLAY " ACCION....: TRANSFERENCIA DE SUCURSAL"
001950         WHEN "R"
001960             DISPLAY " ACCION....: RESTAURACION DESDE ARCHIVO"
001970         WHEN OTHER
001980             DISPLAY " ACCION....: " PJRN-ACCION
001990     END-EVALUATE.
002000     IF PJRN-IMAGEN-ANTES NOT = SPACES
002010         DISPLAY " ANTES.....: " PJRN-ANT-NOMBRE
002020             " EDAD " PJRN-ANT-EDAD
002030             " CLASIF " PJRN-ANT-CLASIF
002040     END-IF.
002050     IF PJRN-IMAGEN-DESPUES NOT = SPACES
002060         DISPLAY " DESPUES...: " PJRN-DES-NOMBRE
002070             " EDAD " PJRN-DES-EDAD
002080             " CLASIF " PJRN-DES-CLASIF
002090     END-IF.
002100 2200-EXIT.
002110     EXIT.
002120
002130******************************************************************
002140* 9000-TERMINAR - INFORMA CUANTAS ENTRADAS SE ENCONTRARON
002150******************************************************************
002160 9000-TERMINAR.
002170     DISPLAY " ".
002180     DISPLAY " ENTRADAS ENCONTRADAS: " WS-CUENTA-MOSTRADAS.
002190 9000-EXIT.
002200     EXIT.
002210
002220 END PROGRAM PersonaHist.
