000100******************************************************************
000110* PROGRAM-ID: PersonaNormNom
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    NAME STANDARDIZATION OVER THE PERSONA MASTER.
000170*             EVERY ACTIVE PERS-NOMBRE GOES THROUGH THE SHARED
000180*             NORMALIZAR_NOMBRE RULES (MAYUSCULAS, ESPACIOS,
000190*             ACENTOS, ABREVIATURAS NOMABREV) AND THE ONES THAT
000200*             WOULD CHANGE ARE LISTED WITH THE OLD AND THE NEW
000210*             SPELLING (DNI ENMASCARADO). TWO MODES:
000220*                 PROPUESTA (POR DEFECTO) - NADA SE REGRABA; EL
000230*                     REPORTE NOMPROP.AAAAMMDD ES LA LISTA DE
000240*                     CAMBIOS PARA REVISAR CON EL NEGOCIO.
000250*                 APLICACION (MARCA NOMAPLIC EN DISCO) - CADA
000260*                     CAMBIO SE REGRABA EN PERSONAF Y SE
000270*                     JOURNALIZA CON ACCION "M", ASI PERSONAHIST
000280*                     MUESTRA QUE SE LIMPIO; EL REPORTE ES
000290*                     NOMNORM.AAAAMMDD.
000300*             SAME SHAPE AS THE RECLASIM SIMULATION OF
000310*             PERSONARECLAS, WITH THE SAFE MODE AS THE DEFAULT
000320*             BECAUSE THIS STEP TOUCHES EVERY NAME AT ONCE.
000330* TECTONICS:  cobc
000340******************************************************************
000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 RW   INITIAL VERSION.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PersonaNormNom.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS PERS-DNI
000490         FILE STATUS IS WS-PERSONA-STATUS.
000500
000510     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PERSONA-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 117 CHARACTERS.
000600 COPY PERSONA.
000610
000620 FD  REPORT-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  REPORT-RECORD               PIC X(80).
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-PERSONA-STATUS           PIC X(02).
000690 01  WS-RPT-STATUS               PIC X(02).
000700 01  WS-FECHA-HOY                PIC X(08).
000710 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000720 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
000730 01  WS-CATG-ARCHIVO             PIC X(21).
000740 01  WS-CATG-CANTIDAD            PIC 9(07).
000750
000760 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
000770     88  FIN-PERSONA             VALUE "S".
000780
000790*----------------------------------------------------------------
000800*    MODO DE LA CORRIDA: SIN LA MARCA NOMAPLIC SOLO SE PROPONE;
000810*    CON ELLA SE REGRABA Y SE JOURNALIZA
000820*----------------------------------------------------------------
000830 01  WS-SW-APLICACION            PIC X(01) VALUE "N".
000840     88  MODO-APLICACION         VALUE "S".
000850 01  WS-NOMBRE-MARCA             PIC X(20) VALUE "NOMAPLIC".
000860 01  WS-RC-MARCA                 PIC S9(09) COMP-5.
000870 01  WS-INFO-ARCHIVO.
000880     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
000890     05  FILLER                  PIC X(08).
000900
000910*----------------------------------------------------------------
000920*    CAMPOS DE TRABAJO DE LA NORMALIZACION
000930*----------------------------------------------------------------
000940 01  WS-NOMBRE-ANTERIOR          PIC X(30).
000950 01  WS-NOMBRE-NORMALIZADO       PIC X(30).
000960
000970*----------------------------------------------------------------
000980*    CONTADORES DE CONTROL DE LA CORRIDA
000990*----------------------------------------------------------------
001000 01  WS-CUENTA-LEIDAS            PIC 9(07) VALUE ZERO.
001010 01  WS-CUENTA-CAMBIADAS         PIC 9(07) VALUE ZERO.
001020 01  WS-CUENTA-ERRORES           PIC 9(07) VALUE ZERO.
001030
001040*----------------------------------------------------------------
001050*    LINEAS DEL REPORTE DE NORMALIZACION
001060*----------------------------------------------------------------
001070 01  WS-LINEA-TITULO             PIC X(50)
001080         VALUE "NORMALIZACION DE NOMBRES DEL MAESTRO PERSONA".
001090 01  WS-LINEA-FECHA.
001100     05  FILLER                  PIC X(21)
001110             VALUE "FECHA DE EJECUCION: ".
001120     05  WS-FECHA-EDITADA        PIC X(08).
001130     05  FILLER                  PIC X(51) VALUE SPACES.
001140 01  WS-LINEA-ENCABEZADO.
001150     05  FILLER                  PIC X(10) VALUE "DNI".
001160     05  FILLER                  PIC X(33) VALUE "NOMBRE ACTUAL".
001170     05  FILLER                  PIC X(37)
001180             VALUE "NOMBRE NORMALIZADO".
001190 01  WS-LINEA-DETALLE.
001200     05  DET-DNI                 PIC X(08).
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  DET-NOMBRE-ANTERIOR     PIC X(30).
001230     05  FILLER                  PIC X(03) VALUE " > ".
001240     05  DET-NOMBRE-NUEVO        PIC X(30).
001250     05  FILLER                  PIC X(07) VALUE SPACES.
001260 01  WS-LINEA-TRAILER.
001270     05  TRA-ETIQUETA            PIC X(35).
001280     05  TRA-VALOR               PIC ZZZ,ZZ9.
001290     05  FILLER                  PIC X(38) VALUE SPACES.
001300 01  WS-DNI-ENMASCARADO          PIC X(08).
001310
001320*----------------------------------------------------------------
001330*    CAMPOS PARA EL JOURNAL DE CAMBIOS Y LA AUDITORIA COMPARTIDA
001340*----------------------------------------------------------------
001350 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "PersonaNormNom".
001360 01  WS-JRNL-ACCION              PIC X(01) VALUE "M".
001370 01  WS-IMAGEN-ANTES             PIC X(117).
001380 01  WS-IMAGEN-DESPUES           PIC X(117).
001390 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaNormNom".
001400 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001410
001420 PROCEDURE DIVISION.
001430
001440******************************************************************
001450* 0000-MAINLINE
001460******************************************************************
001470 0000-MAINLINE.
001480     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001490     PERFORM 2000-PROCESAR-PERSONAS THRU 2000-EXIT.
001500     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001510     GOBACK.
001520
001530******************************************************************
001540* 1000-INICIALIZAR - DECIDE EL MODO Y ABRE MAESTRO Y REPORTE
001550******************************************************************
001560 1000-INICIALIZAR.
001570     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-MARCA
001580         WS-INFO-ARCHIVO
001590         RETURNING WS-RC-MARCA.
001600     IF WS-RC-MARCA = ZERO
001610         SET MODO-APLICACION TO TRUE
001620         DISPLAY "MARCA NOMAPLIC: LOS NOMBRES SE REGRABAN."
001630         OPEN I-O PERSONA-FILE
001640     ELSE
001650         DISPLAY "SIN MARCA NOMAPLIC: SOLO PROPUESTA, EL "
001660             "MAESTRO NO SE TOCA."
001670         OPEN INPUT PERSONA-FILE
001680     END-IF.
001690     CALL "fecha_negocio" USING WS-FECHA-HOY
001700             WS-SUFIJO-CICLO.
001710     IF MODO-APLICACION
001720         STRING "NOMNORM." WS-FECHA-HOY DELIMITED BY SIZE
001730             WS-SUFIJO-CICLO DELIMITED BY SPACE
001740             INTO WS-DYN-REPORT-FILE
001750     ELSE
001760         STRING "NOMPROP." WS-FECHA-HOY DELIMITED BY SIZE
001770             WS-SUFIJO-CICLO DELIMITED BY SPACE
001780             INTO WS-DYN-REPORT-FILE
001790     END-IF.
001800     OPEN OUTPUT REPORT-FILE.
001810     MOVE WS-LINEA-TITULO TO REPORT-RECORD.
001820     WRITE REPORT-RECORD.
001830     MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA.
001840     MOVE WS-LINEA-FECHA TO REPORT-RECORD.
001850     WRITE REPORT-RECORD.
001860     IF NOT MODO-APLICACION
001870         MOVE "*** PROPUESTA - NINGUN CAMBIO APLICADO ***"
001880             TO REPORT-RECORD
001890         WRITE REPORT-RECORD
001900     END-IF.
001910     MOVE WS-LINEA-ENCABEZADO TO REPORT-RECORD.
001920     WRITE REPORT-RECORD.
001930 1000-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970* 2000-PROCESAR-PERSONAS - RECORRE TODO EL MAESTRO PERSONA
001980******************************************************************
001990 2000-PROCESAR-PERSONAS.
002000     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
002010         UNTIL FIN-PERSONA.
002020 2000-EXIT.
002030     EXIT.
002040
002050 2100-LEER-PERSONA.
002060     READ PERSONA-FILE NEXT RECORD
002070         AT END
002080             SET FIN-PERSONA TO TRUE
002090         NOT AT END
002100             IF NOT PERS-INACTIVO
002110                 ADD 1 TO WS-CUENTA-LEIDAS
002120                 PERFORM 2200-NORMALIZAR-PERSONA THRU 2200-EXIT
002130             END-IF
002140     END-READ.
002150 2100-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190* 2200-NORMALIZAR-PERSONA - APLICA LAS REGLAS COMPARTIDAS Y, SI
002200*     EL NOMBRE CAMBIA, LO PROPONE O LO REGRABA SEGUN EL MODO
002210******************************************************************
002220 2200-NORMALIZAR-PERSONA.
002230     MOVE PERS-NOMBRE TO WS-NOMBRE-ANTERIOR.
002240     CALL "normalizar_nombre" USING WS-NOMBRE-ANTERIOR
002250             WS-NOMBRE-NORMALIZADO.
002260     IF WS-NOMBRE-NORMALIZADO = WS-NOMBRE-ANTERIOR
002270         GO TO 2200-EXIT
002280     END-IF.
002290     IF NOT MODO-APLICACION
002300         ADD 1 TO WS-CUENTA-CAMBIADAS
002310         PERFORM 2400-ESCRIBIR-DETALLE THRU 2400-EXIT
002320         GO TO 2200-EXIT
002330     END-IF.
002340     PERFORM 2300-APLICAR-CAMBIO THRU 2300-EXIT.
002350 2200-EXIT.
002360     EXIT.
002370
002380 2300-APLICAR-CAMBIO.
002390     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
002400     MOVE WS-NOMBRE-NORMALIZADO TO PERS-NOMBRE.
002410     REWRITE PERSONA-RECORD
002420         INVALID KEY
002430             ADD 1 TO WS-CUENTA-ERRORES
002440             CALL "enmascarar_dni" USING PERS-DNI
002450                 WS-DNI-ENMASCARADO
002460             DISPLAY "ERROR AL NORMALIZAR EL DNI "
002470                 WS-DNI-ENMASCARADO
002480         NOT INVALID KEY
002490             ADD 1 TO WS-CUENTA-CAMBIADAS
002500             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
002510             CALL "persona_journal" USING WS-JRNL-PROGRAMA
002520                     WS-JRNL-ACCION WS-IMAGEN-ANTES
002530                     WS-IMAGEN-DESPUES
002540             PERFORM 2400-ESCRIBIR-DETALLE THRU 2400-EXIT
002550     END-REWRITE.
002560 2300-EXIT.
002570     EXIT.
002580
002590 2400-ESCRIBIR-DETALLE.
002600     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
002610     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
002620     MOVE WS-NOMBRE-ANTERIOR TO DET-NOMBRE-ANTERIOR.
002630     MOVE WS-NOMBRE-NORMALIZADO TO DET-NOMBRE-NUEVO.
002640     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
002650     WRITE REPORT-RECORD.
002660 2400-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700* 9000-TERMINAR - TRAILER, CIERRE Y AUDITORIA
002710******************************************************************
002720 9000-TERMINAR.
002730     MOVE SPACES TO WS-LINEA-TRAILER.
002740     MOVE "NOMBRES EVALUADOS..................." TO TRA-ETIQUETA.
002750     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
002760     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
002770     WRITE REPORT-RECORD.
002780     MOVE SPACES TO WS-LINEA-TRAILER.
002790     IF MODO-APLICACION
002800         MOVE "NOMBRES NORMALIZADOS................"
002810             TO TRA-ETIQUETA
002820     ELSE
002830         MOVE "NOMBRES QUE CAMBIARIAN.............."
002840             TO TRA-ETIQUETA
002850     END-IF.
002860     MOVE WS-CUENTA-CAMBIADAS TO TRA-VALOR.
002870     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
002880     WRITE REPORT-RECORD.
002890     IF WS-CUENTA-ERRORES > ZERO
002900         MOVE SPACES TO WS-LINEA-TRAILER
002910         MOVE "ERRORES AL REGRABAR................"
002920             TO TRA-ETIQUETA
002930         MOVE WS-CUENTA-ERRORES TO TRA-VALOR
002940         MOVE WS-LINEA-TRAILER TO REPORT-RECORD
002950         WRITE REPORT-RECORD
002960     END-IF.
002970     CLOSE PERSONA-FILE.
002980     CLOSE REPORT-FILE.
002990     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
003000     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
003010     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
003020     MOVE WS-CUENTA-CAMBIADAS TO WS-CATG-CANTIDAD.
003030     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
003040             WS-CATG-CANTIDAD.
003050     DISPLAY " NOMBRES A NORMALIZAR / NORMALIZADOS: "
003060         WS-CUENTA-CAMBIADAS.
003070 9000-EXIT.
003080     EXIT.
003090
003100 END PROGRAM PersonaNormNom.
