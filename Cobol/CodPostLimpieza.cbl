000100******************************************************************
000110* PROGRAM-ID: CodPostLimpieza
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    ONE-TIME CLEANUP LIST OF THE ADDRESSES ALREADY ON
000170*             PERSONAF THAT DO NOT PASS THE POSTAL-CODE CHECK
000180*             THE ENTRY PROGRAMS NOW APPLY (VALIDAR_CP AGAINST
000190*             CPOSTREF). READS THE WHOLE MASTER, ACTIVE AND
000200*             INACTIVE, AND LISTS EVERY PERSONA WHOSE CODIGO
000210*             POSTAL IS NOT IN THE REFERENCE OR WHOSE LOCALIDAD
000220*             IS NOT THE ONE OF ITS CODE, WITH THE SUGGESTED
000230*             CORRECTION: THE REFERENCE LOCALIDAD FOR THE CODE,
000240*             OR FOR AN UNKNOWN CODE THE CODE THE REFERENCE
000250*             HOLDS FOR THAT LOCALIDAD. THE FIXES GO IN THROUGH
000260*             PERSONAMANTBAT AS ORDINARY MODIFICATIONS; NOTHING
000270*             IS CHANGED HERE. OUTPUT CPLIMPIA.AAAAMMDD THROUGH
000280*             REPORTE_SVC. WITHOUT CPOSTREF THERE IS NOTHING TO
000290*             CHECK AGAINST AND THE RUN ENDS WITH RC 8.
000300* TECTONICS:  cobc
000310******************************************************************
000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* 2026-10-15 RW   INITIAL VERSION.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CodPostLimpieza.
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
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PERSONA-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 117 CHARACTERS.
000530 COPY PERSONA.
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-PERSONA-STATUS           PIC X(02).
000570 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
000580     88  FIN-PERSONA             VALUE "S".
000590
000600*----------------------------------------------------------------
000610*    PRESENCIA DEL REFERENCIAL Y VEREDICTO DE VALIDAR_CP
000620*----------------------------------------------------------------
000630 01  WS-NOMBRE-CPOSTREF          PIC X(20) VALUE "CPOSTREF".
000640 01  WS-RC-CPOSTREF              PIC S9(09) COMP-5.
000650 01  WS-INFO-ARCHIVO.
000660     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
000670     05  FILLER                  PIC X(08).
000680 01  WS-VCP-RESULTADO            PIC X(01).
000690     88  VCP-CP-INEXISTENTE      VALUE "C".
000700     88  VCP-LOCALIDAD-DISTINTA  VALUE "L".
000710 01  WS-VCP-LOCALIDAD-REF        PIC X(20).
000720 01  WS-VCP-PROVINCIA-REF        PIC X(20).
000730 01  WS-VCP-CODIGO-SUGERIDO      PIC X(08).
000740
000750*----------------------------------------------------------------
000760*    CONTADORES DE CONTROL DE LA CORRIDA
000770*----------------------------------------------------------------
000780 01  WS-CUENTA-LEIDAS            PIC 9(07) VALUE ZERO.
000790 01  WS-CUENTA-REVISADAS         PIC 9(07) VALUE ZERO.
000800 01  WS-CUENTA-CP-INEXISTENTE    PIC 9(07) VALUE ZERO.
000810 01  WS-CUENTA-LOC-DISTINTA      PIC 9(07) VALUE ZERO.
000820 01  WS-CUENTA-SIN-SUGERENCIA    PIC 9(07) VALUE ZERO.
000830 01  WS-CUENTA-LISTADOS          PIC 9(07) VALUE ZERO.
000840
000850*----------------------------------------------------------------
000860*    REPORTE POR EL SERVICIO COMPARTIDO
000870*----------------------------------------------------------------
000880 01  WS-FECHA-HOY                PIC X(08).
000890 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000900 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
000910 01  RSVC-AREA.
000920     05  RSVC-FUNCION            PIC X(01).
000930     05  RSVC-ARCHIVO            PIC X(21).
000940     05  RSVC-TITULO             PIC X(40).
000950     05  RSVC-LINEA              PIC X(132).
000960     05  RSVC-CANT-LINEAS        PIC 9(07).
000970
000980 01  WS-LINEA-ENCABEZADO-COL.
000990     05  FILLER                  PIC X(12) VALUE "  DNI".
001000     05  FILLER                  PIC X(22) VALUE "NOMBRE".
001010     05  FILLER                  PIC X(10) VALUE "CP".
001020     05  FILLER                  PIC X(22) VALUE "LOCALIDAD".
001030     05  FILLER                  PIC X(16) VALUE "PROBLEMA".
001040     05  FILLER                  PIC X(50)
001050             VALUE "CORRECCION SUGERIDA".
001060 01  WS-LINEA-DETALLE.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DET-DNI                 PIC X(08).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DET-NOMBRE              PIC X(20).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DET-CODIGO-POSTAL       PIC X(08).
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DET-LOCALIDAD           PIC X(20).
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  DET-PROBLEMA            PIC X(14).
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  DET-SUG-CODIGO-POSTAL   PIC X(08).
001190     05  FILLER                  PIC X(01) VALUE SPACE.
001200     05  DET-SUG-LOCALIDAD       PIC X(20).
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001220     05  DET-SUG-PROVINCIA       PIC X(20).
001230 01  WS-LINEA-TRAILER.
001240     05  TRA-ETIQUETA            PIC X(35).
001250     05  TRA-VALOR               PIC ZZZ,ZZ9.
001260     05  FILLER                  PIC X(90) VALUE SPACES.
001270 01  WS-DNI-ENMASCARADO          PIC X(08).
001280
001290*----------------------------------------------------------------
001300*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
001310*----------------------------------------------------------------
001320 01  WS-ELOG-PROGRAMA            PIC X(20)
001330         VALUE "CodPostLimpieza".
001340 01  WS-ELOG-CODIGO              PIC 9(04).
001350 01  WS-ELOG-MENSAJE             PIC X(59).
001360 01  WS-AUDT-PROGRAMA            PIC X(20)
001370         VALUE "CodPostLimpieza".
001380 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001390 01  WS-CATG-ARCHIVO             PIC X(21).
001400 01  WS-CATG-CANTIDAD            PIC 9(07).
001410
001420 PROCEDURE DIVISION.
001430
001440******************************************************************
001450* 0000-MAINLINE
001460******************************************************************
001470 0000-MAINLINE.
001480     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-CPOSTREF
001490         WS-INFO-ARCHIVO
001500         RETURNING WS-RC-CPOSTREF.
001510     IF WS-RC-CPOSTREF NOT = ZERO
001520         DISPLAY "CPOSTREF NO DISPONIBLE, NO HAY CONTRA QUE "
001530             "VALIDAR LOS DOMICILIOS."
001540         MOVE 62 TO WS-ELOG-CODIGO
001550         MOVE "CPOSTREF NO DISPONIBLE - LIMPIEZA NO EJECUTADA"
001560             TO WS-ELOG-MENSAJE
001570         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
001580                 WS-ELOG-MENSAJE
001590         MOVE 8 TO RETURN-CODE
001600         GOBACK
001610     END-IF.
001620     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001630     IF WS-PERSONA-STATUS NOT = "00"
001640         DISPLAY "PERSONAF NO DISPONIBLE, SIN LISTA DE "
001650             "LIMPIEZA."
001660         GOBACK
001670     END-IF.
001680     PERFORM 2000-RECORRER-MAESTRO THRU 2000-EXIT.
001690     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001700     GOBACK.
001710
001720******************************************************************
001730* 1000-INICIALIZAR - ABRE EL MAESTRO Y EL REPORTE
001740******************************************************************
001750 1000-INICIALIZAR.
001760     OPEN INPUT PERSONA-FILE.
001770     IF WS-PERSONA-STATUS NOT = "00"
001780         GO TO 1000-EXIT
001790     END-IF.
001800     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001810     STRING "CPLIMPIA." WS-FECHA-HOY DELIMITED BY SIZE
001820         WS-SUFIJO-CICLO DELIMITED BY SPACE
001830         INTO WS-DYN-REPORT-FILE.
001840     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
001850     MOVE "DOMICILIOS A CORREGIR SEGUN CPOSTREF"
001860         TO RSVC-TITULO.
001870     MOVE "A" TO RSVC-FUNCION.
001880     CALL "reporte_svc" USING RSVC-AREA.
001890     MOVE "E" TO RSVC-FUNCION.
001900     MOVE WS-LINEA-ENCABEZADO-COL TO RSVC-LINEA.
001910     CALL "reporte_svc" USING RSVC-AREA.
001920 1000-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960* 2000-RECORRER-MAESTRO - TODO PERSONAF EN ORDEN DE DNI; SOLO SE
001970*     REVISAN LOS REGISTROS CON CODIGO POSTAL CARGADO (LOS SIN
001980*     DOMICILIO O INCOMPLETOS LOS LISTA DOMICILIO_MES)
001990******************************************************************
002000 2000-RECORRER-MAESTRO.
002010     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
002020         UNTIL FIN-PERSONA.
002030     CLOSE PERSONA-FILE.
002040 2000-EXIT.
002050     EXIT.
002060
002070 2100-LEER-PERSONA.
002080     READ PERSONA-FILE NEXT RECORD
002090         AT END
002100             SET FIN-PERSONA TO TRUE
002110         NOT AT END
002120             ADD 1 TO WS-CUENTA-LEIDAS
002130             IF PERS-CODIGO-POSTAL NOT = SPACES
002140                 ADD 1 TO WS-CUENTA-REVISADAS
002150                 PERFORM 2200-VALIDAR-DOMICILIO THRU 2200-EXIT
002160             END-IF
002170     END-READ.
002180 2100-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220* 2200-VALIDAR-DOMICILIO - UNA LINEA POR DOMICILIO QUE NO PASA,
002230*     CON LA CORRECCION QUE SUGIERE EL REFERENCIAL
002240******************************************************************
002250 2200-VALIDAR-DOMICILIO.
002260     CALL "validar_cp" USING PERS-CODIGO-POSTAL PERS-LOCALIDAD
002270             WS-VCP-RESULTADO WS-VCP-LOCALIDAD-REF
002280             WS-VCP-PROVINCIA-REF WS-VCP-CODIGO-SUGERIDO.
002290     IF NOT VCP-CP-INEXISTENTE AND NOT VCP-LOCALIDAD-DISTINTA
002300         GO TO 2200-EXIT
002310     END-IF.
002320     MOVE SPACES TO WS-LINEA-DETALLE.
002330     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
002340     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
002350     MOVE PERS-NOMBRE TO DET-NOMBRE.
002360     MOVE PERS-CODIGO-POSTAL TO DET-CODIGO-POSTAL.
002370     MOVE PERS-LOCALIDAD TO DET-LOCALIDAD.
002380     IF VCP-CP-INEXISTENTE
002390         ADD 1 TO WS-CUENTA-CP-INEXISTENTE
002400         MOVE "CP INEXISTENTE" TO DET-PROBLEMA
002410         IF WS-VCP-CODIGO-SUGERIDO = SPACES
002420             ADD 1 TO WS-CUENTA-SIN-SUGERENCIA
002430             MOVE "SIN SUGERENCIA" TO DET-SUG-LOCALIDAD
002440         ELSE
002450             MOVE WS-VCP-CODIGO-SUGERIDO TO DET-SUG-CODIGO-POSTAL
002460             MOVE WS-VCP-LOCALIDAD-REF TO DET-SUG-LOCALIDAD
002470             MOVE WS-VCP-PROVINCIA-REF TO DET-SUG-PROVINCIA
002480         END-IF
002490     ELSE
002500         ADD 1 TO WS-CUENTA-LOC-DISTINTA
002510         MOVE "LOCALIDAD" TO DET-PROBLEMA
002520         MOVE PERS-CODIGO-POSTAL TO DET-SUG-CODIGO-POSTAL
002530         MOVE WS-VCP-LOCALIDAD-REF TO DET-SUG-LOCALIDAD
002540         MOVE WS-VCP-PROVINCIA-REF TO DET-SUG-PROVINCIA
002550     END-IF.
002560     ADD 1 TO WS-CUENTA-LISTADOS.
002570     MOVE WS-LINEA-DETALLE TO RSVC-LINEA.
002580     CALL "reporte_svc" USING RSVC-AREA.
002590 2200-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630* 9000-TERMINAR - TOTALES, CIERRE DEL REPORTE, AUDITORIA Y
002640*     CATALOGO
002650******************************************************************
002660 9000-TERMINAR.
002670     MOVE SPACES TO RSVC-LINEA.
002680     CALL "reporte_svc" USING RSVC-AREA.
002690     MOVE SPACES TO WS-LINEA-TRAILER.
002700     MOVE "REGISTROS LEIDOS DEL MAESTRO......." TO TRA-ETIQUETA.
002710     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
002720     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
002730     CALL "reporte_svc" USING RSVC-AREA.
002740     MOVE "CON CODIGO POSTAL (REVISADOS)......" TO TRA-ETIQUETA.
002750     MOVE WS-CUENTA-REVISADAS TO TRA-VALOR.
002760     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
002770     CALL "reporte_svc" USING RSVC-AREA.
002780     MOVE "CODIGO POSTAL INEXISTENTE.........." TO TRA-ETIQUETA.
002790     MOVE WS-CUENTA-CP-INEXISTENTE TO TRA-VALOR.
002800     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
002810     CALL "reporte_svc" USING RSVC-AREA.
002820     MOVE "  DE ELLOS SIN SUGERENCIA.........." TO TRA-ETIQUETA.
002830     MOVE WS-CUENTA-SIN-SUGERENCIA TO TRA-VALOR.
002840     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
002850     CALL "reporte_svc" USING RSVC-AREA.
002860     MOVE "LOCALIDAD QUE NO ES LA DEL CODIGO.." TO TRA-ETIQUETA.
002870     MOVE WS-CUENTA-LOC-DISTINTA TO TRA-VALOR.
002880     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
002890     CALL "reporte_svc" USING RSVC-AREA.
002900     MOVE "TOTAL DOMICILIOS A CORREGIR........" TO TRA-ETIQUETA.
002910     MOVE WS-CUENTA-LISTADOS TO TRA-VALOR.
002920     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
002930     CALL "reporte_svc" USING RSVC-AREA.
002940     MOVE "C" TO RSVC-FUNCION.
002950     CALL "reporte_svc" USING RSVC-AREA.
002960     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
002970     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
002980     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
002990     MOVE WS-CUENTA-LISTADOS TO WS-CATG-CANTIDAD.
003000     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
003010             WS-CATG-CANTIDAD.
003020     DISPLAY " DOMICILIOS A CORREGIR: " WS-CUENTA-LISTADOS
003030         " EN " WS-DYN-REPORT-FILE.
003040 9000-EXIT.
003050     EXIT.
003060
003070 END PROGRAM CodPostLimpieza.
