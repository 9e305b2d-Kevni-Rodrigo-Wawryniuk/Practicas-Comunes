000100******************************************************************
000110* PROGRAM-ID: aviso_conflicto
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE NOTICE FOR A CONCURRENT-CHANGE CONFLICT
000170*             IN THE ONLINE MAINTENANCE PROGRAMS (PERSONAMANT,
000180*             PERSONAMERGE, PERSONAAPROB). THE CALLER HAS
000190*             ALREADY DECIDED NOT TO REWRITE; THIS SHOWS THE
000200*             OPERATOR WHAT THE OTHER SESSION DID AND ASKS THEM
000210*             TO REDO THEIR CHANGE, AND WRITES ERRORLOG 106
000220*             UNDER THE CALLER'S NAME. AVC-TIPO:
000230*                 M  THE RECORD CHANGED SINCE IT WAS READ: THE
000240*                    FIELDS THAT DIFFER (AS READ / AS IT IS NOW)
000250*                    AND THE LAST JOURNAL ENTRY OF THE DNI FOR
000260*                    THE BUSINESS DAY (PROGRAM, ACTION, TIME).
000270*                 D  THE RECORD IS NO LONGER ON THE MASTER UNDER
000280*                    THAT DNI (RE-KEYED), WITH THE SAME JOURNAL
000290*                    ENTRY.
000300*                 R  THE DNI IS HELD BY ANOTHER SESSION (SEE
000310*                    RESERVA_DNI): WHO HOLDS IT AND SINCE WHEN.
000320* TECTONICS:  cobc
000330******************************************************************
000340* MODIFICATION HISTORY
000350* DATE       INIT DESCRIPTION
000360* 2026-10-15 RW   INITIAL VERSION.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. aviso_conflicto.
000400
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430
000440*----------------------------------------------------------------
000450*    LAS DOS IMAGENES CAMPO POR CAMPO (LEIDA Y ACTUAL)
000460*----------------------------------------------------------------
000470 01  WS-REG-LEIDO                PIC X(117).
000480 01  WS-CAMPOS-LEIDO REDEFINES WS-REG-LEIDO.
000490     05  LEI-DNI                 PIC 9(08).
000500     05  LEI-DNI-DV              PIC 9(01).
000510     05  LEI-NOMBRE              PIC X(30).
000520     05  LEI-EDAD                PIC 9(03).
000530     05  LEI-MAYORDEEDAD         PIC X(01).
000540     05  LEI-CLASIF              PIC 9(02).
000550     05  LEI-FECHA-NAC           PIC 9(08).
000560     05  LEI-ESTADO              PIC X(01).
000570     05  LEI-FECHA-BAJA          PIC 9(08).
000580     05  LEI-SUCURSAL            PIC 9(02).
000590     05  LEI-DIRECCION           PIC X(53).
000600 01  WS-REG-ACTUAL               PIC X(117).
000610 01  WS-CAMPOS-ACTUAL REDEFINES WS-REG-ACTUAL.
000620     05  ACT-DNI                 PIC 9(08).
000630     05  ACT-DNI-DV              PIC 9(01).
000640     05  ACT-NOMBRE              PIC X(30).
000650     05  ACT-EDAD                PIC 9(03).
000660     05  ACT-MAYORDEEDAD         PIC X(01).
000670     05  ACT-CLASIF              PIC 9(02).
000680     05  ACT-FECHA-NAC           PIC 9(08).
000690     05  ACT-ESTADO              PIC X(01).
000700     05  ACT-FECHA-BAJA          PIC 9(08).
000710     05  ACT-SUCURSAL            PIC 9(02).
000720     05  ACT-DIRECCION           PIC X(53).
000730 01  WS-DNI-NUMERICO             PIC 9(08).
000740 01  WS-DNI-ENMASCARADO          PIC X(08).
000750
000760*----------------------------------------------------------------
000770*    ULTIMA ENTRADA DEL JOURNAL PARA EL DNI EN EL DIA DE NEGOCIO
000780*----------------------------------------------------------------
000790 01  WS-FECHA-NEGOCIO            PIC X(08).
000800 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000810 01  WS-SW-ULTIMA                PIC X(01) VALUE "N".
000820     88  HAY-ULTIMA-ENTRADA      VALUE "S".
000830 01  WS-EOF-JOURNAL              PIC X(01) VALUE "N".
000840     88  FIN-JOURNAL             VALUE "S".
000850 01  WS-ULT-TIMESTAMP            PIC X(14).
000860 01  WS-ULT-PROGRAMA             PIC X(20).
000870 01  WS-ULT-ACCION               PIC X(01).
000880 01  JOURNAL-RECORD.
000890     05  PJRN-TIMESTAMP          PIC X(21).
000900     05  FILLER                  PIC X(01).
000910     05  PJRN-PROGRAMA           PIC X(20).
000920     05  FILLER                  PIC X(01).
000930     05  PJRN-ACCION             PIC X(01).
000940     05  FILLER                  PIC X(01).
000950     05  PJRN-IMAGEN-ANTES       PIC X(117).
000960     05  FILLER                  PIC X(01).
000970     05  PJRN-IMAGEN-DESPUES     PIC X(117).
000980     05  FILLER                  PIC X(01).
000990     05  PJRN-HASH               PIC 9(11).
001000 01  JLC-AREA.
001010     05  JLC-FUNCION             PIC X(01).
001020     05  JLC-GEN-DESDE           PIC 9(06).
001030     05  JLC-GEN-HASTA           PIC 9(06).
001040     05  JLC-DNI                 PIC 9(08).
001050     05  JLC-FECHA-DESDE         PIC 9(08).
001060     05  JLC-FECHA-HASTA         PIC 9(08).
001070     05  JLC-RESULTADO           PIC X(01).
001080         88  JLC-OK              VALUE "0".
001090     05  JLC-GENERACION          PIC 9(06).
001100     05  JLC-ORDINAL             PIC 9(07).
001110     05  JLC-MENSAJE             PIC X(40).
001120
001130*----------------------------------------------------------------
001140*    CAMPOS PARA ERRORLOG COMPARTIDO
001150*----------------------------------------------------------------
001160 01  WS-ELOG-CODIGO              PIC 9(04) VALUE 106.
001170 01  WS-ELOG-MENSAJE             PIC X(59).
001180 01  WS-OTRO-PROGRAMA            PIC X(20).
001190
001200 LINKAGE SECTION.
001210 01  AVC-AREA.
001220     05  AVC-PROGRAMA            PIC X(20).
001230     05  AVC-OPERADOR            PIC X(08).
001240     05  AVC-DNI                 PIC 9(08).
001250     05  AVC-TIPO                PIC X(01).
001260         88  AVC-MODIFICADO      VALUE "M".
001270         88  AVC-DESAPARECIDO    VALUE "D".
001280         88  AVC-RETENIDO        VALUE "R".
001290     05  AVC-IMAGEN-LEIDA        PIC X(117).
001300     05  AVC-IMAGEN-ACTUAL       PIC X(117).
001310     05  AVC-TEN-OPERADOR        PIC X(08).
001320     05  AVC-TEN-PROGRAMA        PIC X(20).
001330     05  AVC-TEN-MOMENTO         PIC X(14).
001340
001350 PROCEDURE DIVISION USING AVC-AREA.
001360
001370******************************************************************
001380* 0000-MAINLINE
001390******************************************************************
001400 0000-MAINLINE.
001410     MOVE AVC-DNI TO WS-DNI-NUMERICO.
001420     CALL "enmascarar_dni" USING WS-DNI-NUMERICO
001430         WS-DNI-ENMASCARADO.
001440     MOVE SPACES TO WS-OTRO-PROGRAMA.
001450     DISPLAY " ".
001460     EVALUATE TRUE
001470         WHEN AVC-RETENIDO
001480             PERFORM 3000-MOSTRAR-RETENCION THRU 3000-EXIT
001490         WHEN OTHER
001500             PERFORM 1000-MOSTRAR-CAMBIO THRU 1000-EXIT
001510             PERFORM 2000-ULTIMO-JOURNAL THRU 2000-EXIT
001520     END-EVALUATE.
001530     DISPLAY "SU CAMBIO NO SE GRABO. VUELVA A LEER LA PERSONA "
001540         "Y REHAGALO SOBRE LO QUE HAY AHORA.".
001550     PERFORM 8000-REGISTRAR-ERROR THRU 8000-EXIT.
001560     GOBACK.
001570
001580******************************************************************
001590* 1000-MOSTRAR-CAMBIO - LOS CAMPOS QUE CAMBIO LA OTRA SESION
001600******************************************************************
001610 1000-MOSTRAR-CAMBIO.
001620     IF AVC-DESAPARECIDO
001630         DISPLAY "*** CONFLICTO: LA PERSONA " WS-DNI-ENMASCARADO
001640             " YA NO ESTA EN EL MAESTRO CON ESE DNI ***"
001650         GO TO 1000-EXIT
001660     END-IF.
001670     DISPLAY "*** CONFLICTO: OTRA SESION CAMBIO LA PERSONA "
001680         WS-DNI-ENMASCARADO " DESDE QUE USTED LA LEYO ***".
001690     MOVE AVC-IMAGEN-LEIDA TO WS-REG-LEIDO.
001700     MOVE AVC-IMAGEN-ACTUAL TO WS-REG-ACTUAL.
001710     IF LEI-NOMBRE NOT = ACT-NOMBRE
001720         DISPLAY "NOMBRE        LEIDO: " LEI-NOMBRE
001730         DISPLAY "              AHORA: " ACT-NOMBRE
001740     END-IF.
001750     IF LEI-FECHA-NAC NOT = ACT-FECHA-NAC
001760         DISPLAY "FECHA NAC.    LEIDO: " LEI-FECHA-NAC
001770         DISPLAY "              AHORA: " ACT-FECHA-NAC
001780     END-IF.
001790     IF LEI-CLASIF NOT = ACT-CLASIF
001800         DISPLAY "CLASIFICACION LEIDO: " LEI-CLASIF
001810         DISPLAY "              AHORA: " ACT-CLASIF
001820     END-IF.
001830     IF LEI-ESTADO NOT = ACT-ESTADO
001840             OR LEI-FECHA-BAJA NOT = ACT-FECHA-BAJA
001850         DISPLAY "ESTADO        LEIDO: " LEI-ESTADO " "
001860             LEI-FECHA-BAJA
001870         DISPLAY "              AHORA: " ACT-ESTADO " "
001880             ACT-FECHA-BAJA
001890     END-IF.
001900     IF LEI-SUCURSAL NOT = ACT-SUCURSAL
001910         DISPLAY "SUCURSAL      LEIDO: " LEI-SUCURSAL
001920         DISPLAY "              AHORA: " ACT-SUCURSAL
001930     END-IF.
001940     IF LEI-DIRECCION NOT = ACT-DIRECCION
001950         DISPLAY "DIRECCION     LEIDO: " LEI-DIRECCION
001960         DISPLAY "              AHORA: " ACT-DIRECCION
001970     END-IF.
001980 1000-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020* 2000-ULTIMO-JOURNAL - QUIEN HIZO EL OTRO CAMBIO: LA ULTIMA
002030*     ENTRADA DEL DNI EN EL JOURNAL DEL DIA DE NEGOCIO
002040******************************************************************
002050 2000-ULTIMO-JOURNAL.
002060     MOVE "N" TO WS-SW-ULTIMA.
002070     MOVE "N" TO WS-EOF-JOURNAL.
002080     CALL "fecha_negocio" USING WS-FECHA-NEGOCIO WS-SUFIJO-CICLO.
002090     MOVE SPACES TO JLC-AREA.
002100     MOVE "D" TO JLC-FUNCION.
002110     MOVE AVC-DNI TO JLC-DNI.
002120     MOVE WS-FECHA-NEGOCIO TO JLC-FECHA-DESDE.
002130     MOVE WS-FECHA-NEGOCIO TO JLC-FECHA-HASTA.
002140     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002150     IF JLC-OK
002160         PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
002170             UNTIL FIN-JOURNAL
002180     END-IF.
002190     MOVE "C" TO JLC-FUNCION.
002200     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002210     IF NOT HAY-ULTIMA-ENTRADA
002220         DISPLAY "EL JOURNAL DEL DIA NO TIENE ENTRADAS DE ESTE "
002230             "DNI."
002240         GO TO 2000-EXIT
002250     END-IF.
002260     MOVE WS-ULT-PROGRAMA TO WS-OTRO-PROGRAMA.
002270     DISPLAY "ULTIMO CAMBIO: " WS-ULT-PROGRAMA " ACCION "
002280         WS-ULT-ACCION " A LAS " WS-ULT-TIMESTAMP(9:2) ":"
002290         WS-ULT-TIMESTAMP(11:2) ":" WS-ULT-TIMESTAMP(13:2).
002300 2000-EXIT.
002310     EXIT.
002320
002330 2100-LEER-ENTRADA.
002340     MOVE "S" TO JLC-FUNCION.
002350     CALL "journal_lector" USING JLC-AREA JOURNAL-RECORD.
002360     IF NOT JLC-OK
002370         SET FIN-JOURNAL TO TRUE
002380         GO TO 2100-EXIT
002390     END-IF.
002400     SET HAY-ULTIMA-ENTRADA TO TRUE.
002410     MOVE PJRN-TIMESTAMP(1:14) TO WS-ULT-TIMESTAMP.
002420     MOVE PJRN-PROGRAMA TO WS-ULT-PROGRAMA.
002430     MOVE PJRN-ACCION TO WS-ULT-ACCION.
002440 2100-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480* 3000-MOSTRAR-RETENCION - QUIEN RETIENE EL DNI Y DESDE CUANDO
002490******************************************************************
002500 3000-MOSTRAR-RETENCION.
002510     MOVE AVC-TEN-PROGRAMA TO WS-OTRO-PROGRAMA.
002520     DISPLAY "*** CONFLICTO: LA PERSONA " WS-DNI-ENMASCARADO
002530         " ESTA RETENIDA POR OTRA SESION ***".
002540     DISPLAY "RETENIDA POR " AVC-TEN-PROGRAMA " OPERADOR "
002550         AVC-TEN-OPERADOR " DESDE LAS " AVC-TEN-MOMENTO(9:2)
002560         ":" AVC-TEN-MOMENTO(11:2) ".".
002570     DISPLAY "ESPERE A QUE ESA SESION TERMINE.".
002580 3000-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620* 8000-REGISTRAR-ERROR - CADA CONFLICTO QUEDA EN ERRORLOG (106)
002630*     A NOMBRE DEL PROGRAMA QUE LO DETECTO
002640******************************************************************
002650 8000-REGISTRAR-ERROR.
002660     MOVE SPACES TO WS-ELOG-MENSAJE.
002670     STRING "CONFLICTO " AVC-TIPO " DNI " WS-DNI-ENMASCARADO
002680         " OP " DELIMITED BY SIZE
002690         AVC-OPERADOR DELIMITED BY SPACE
002700         " VS " DELIMITED BY SIZE
002710         WS-OTRO-PROGRAMA DELIMITED BY SPACE
002720         INTO WS-ELOG-MENSAJE.
002730     CALL "errorlog" USING AVC-PROGRAMA WS-ELOG-CODIGO
002740             WS-ELOG-MENSAJE.
002750 8000-EXIT.
002760     EXIT.
002770
002780 END PROGRAM aviso_conflicto.
