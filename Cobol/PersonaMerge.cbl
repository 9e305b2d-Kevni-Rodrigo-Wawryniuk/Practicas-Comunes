000390* 2026-09-01 RW   LA SESION RESPETA EL CANDADO CICLOLOCK COMO
000400*                 PERSONAMANT: UNA FUSION NO PUEDE INTERCALARSE
000410*                 CON EL CICLO EN CURSO.
000420* 2026-10-15 RW   UN ABSORBIDO FALLECIDO (ESTADO F) TAMBIEN SE
000430*                 RECHAZA: LA FUSION LO PASARIA A I Y PERDERIA LA
000440*                 MARCA DEL REGISTRO CIVIL.
000450* 2026-10-15 RW   LOS DOS DNI QUEDAN RETENIDOS (RESERVA_DNI)
000460*                 MIENTRAS DURA LA FUSION Y SE LIBERAN AL
000470*                 TERMINAR; LOS QUE DEJE UNA SESION CORTADA LOS
000480*                 LIBERA LA PROXIMA SESION DEL OPERADOR O EL
000490*                 VENCIMIENTO. ANTES DE REGRABAR SE RELEEN AMBOS
000500*                 Y SE COMPARAN CON LO LEIDO AL EMPEZAR: SI OTRA
000510*                 SESION LOS CAMBIO, LA FUSION NO SE APLICA
000520*                 (AVISO_CONFLICTO, ERRORLOG 106).
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. PersonaMerge.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS PERS-DNI
000640         FILE STATUS IS WS-PERSONA-STATUS.
000650
000660     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-LOCK-STATUS.
000690
000700     SELECT SESION-FILE ASSIGN TO "SESION"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SES-STATUS.
000730
000740     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  LOCK-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 14 CHARACTERS.
000830 01  LOCK-RECORD.
000840     05  LOCK-FECHA              PIC 9(08).
000850     05  LOCK-HORA               PIC X(06).
000860
000870 FD  PERSONA-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 117 CHARACTERS.
000900 COPY PERSONA.
000910
000920 FD  SESION-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 08 CHARACTERS.
000950 01  SESION-RECORD.
000960     05  SES-OPERADOR            PIC X(08).
000970
000980 FD  REPORT-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  REPORT-RECORD               PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-PERSONA-STATUS           PIC X(02).
001050 01  WS-RPT-STATUS               PIC X(02).
001060
001070*----------------------------------------------------------------
001080*    EL PAR CONFIRMADO: SOBREVIVIENTE Y PERDEDOR EN MEMORIA
001090*----------------------------------------------------------------
001100 01  WS-DNI-SOBREVIVE            PIC 9(08).
001110 01  WS-DNI-PIERDE               PIC 9(08).
001120 01  WS-REG-SOBREVIVE            PIC X(117).
001130 01  WS-CAMPOS-SOBREVIVE REDEFINES WS-REG-SOBREVIVE.
001140     05  SOB-DNI                 PIC 9(08).
001150     05  SOB-DNI-DV              PIC 9(01).
001160     05  SOB-NOMBRE              PIC X(30).
001170     05  SOB-EDAD                PIC 9(03).
001180     05  SOB-MAYORDEEDAD         PIC X(01).
001190     05  SOB-CLASIF              PIC 9(02).
001200     05  SOB-FECHA-NAC           PIC 9(08).
001210     05  SOB-ESTADO              PIC X(01).
001220     05  SOB-FECHA-BAJA          PIC 9(08).
001230     05  SOB-SUCURSAL            PIC 9(02).
001240     05  SOB-DIRECCION           PIC X(53).
001250 01  WS-REG-PIERDE               PIC X(117).
001260 01  WS-CAMPOS-PIERDE REDEFINES WS-REG-PIERDE.
001270     05  PRD-DNI                 PIC 9(08).
001280     05  PRD-DNI-DV              PIC 9(01).
001290     05  PRD-NOMBRE              PIC X(30).
001300     05  PRD-EDAD                PIC 9(03).
001310     05  PRD-MAYORDEEDAD         PIC X(01).
001320     05  PRD-CLASIF              PIC 9(02).
001330     05  PRD-FECHA-NAC           PIC 9(08).
001340     05  PRD-ESTADO              PIC X(01).
001350     05  PRD-FECHA-BAJA          PIC 9(08).
001360     05  PRD-SUCURSAL            PIC 9(02).
001370     05  PRD-DIRECCION           PIC X(53).
001380
001390*----------------------------------------------------------------
001400*    ELECCION CAMPO POR CAMPO (1 = SOBREVIVIENTE, 2 = PERDEDOR)
001410*----------------------------------------------------------------
001420 01  WS-ELECCION                 PIC X(01).
001430 01  WS-CONFIRMA                 PIC X(01).
001440 01  WS-SW-ABANDONA              PIC X(01) VALUE "N".
001450     88  MERGE-ABANDONADO        VALUE "S".
001460
001470*----------------------------------------------------------------
001480*    FECHA DE NEGOCIO, JOURNAL Y REPORTE DE FUSIONES
001490*----------------------------------------------------------------
001500 01  WS-FECHA-HOY                PIC X(08).
001510 01  WS-FECHA-NUMERICA           PIC 9(08).
001520 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001530 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001540 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "PersonaMerge".
001550 01  WS-JRNL-ACCION              PIC X(01).
001560 01  WS-IMAGEN-ANTES             PIC X(117).
001570 01  WS-IMAGEN-DESPUES           PIC X(117).
001580 01  WS-DNI-MASK-SOBREVIVE       PIC X(08).
001590 01  WS-DNI-MASK-PIERDE          PIC X(08).
001600 01  WS-LINEA-MERGE.
001610     05  FILLER                  PIC X(09) VALUE "FUSION:  ".
001620     05  MRG-SOBREVIVE           PIC X(08).
001630     05  FILLER                  PIC X(09) VALUE " ABSORBE ".
001640     05  MRG-PIERDE              PIC X(08).
001650     05  FILLER                  PIC X(09) VALUE "  FECHA: ".
001660     05  MRG-FECHA               PIC 9(08).
001670     05  FILLER                  PIC X(29) VALUE SPACES.
001680
001690*----------------------------------------------------------------
001700*    CAMPOS PARA AUDITORIA Y CATALOGO COMPARTIDOS
001710*----------------------------------------------------------------
001720 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaMerge".
001730 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001740 01  WS-LOCK-STATUS              PIC X(02).
001750 01  WS-CATG-ARCHIVO             PIC X(21).
001760 01  WS-CATG-CANTIDAD            PIC 9(07).
001770
001780*----------------------------------------------------------------
001790*    CAMBIOS CONCURRENTES: LOS DOS DNI RETENIDOS DURANTE LA
001800*    SESION Y LAS IMAGENES TAL COMO SE LEYERON AL EMPEZAR
001810*----------------------------------------------------------------
001820 01  WS-SES-STATUS               PIC X(02).
001830 01  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001840 01  WS-SESION-ID                PIC X(14) VALUE SPACES.
001850 01  WS-LEIDO-SOBREVIVE          PIC X(117).
001860 01  WS-LEIDO-PIERDE             PIC X(117).
001870 01  WS-DNI-VERIFICA             PIC 9(08).
001880 01  WS-IMAGEN-VERIFICA          PIC X(117).
001890 01  RSVA-AREA.
001900     05  RSVA-FUNCION            PIC X(01).
001910     05  RSVA-DNI                PIC 9(08).
001920     05  RSVA-SESION             PIC X(14).
001930     05  RSVA-OPERADOR           PIC X(08).
001940     05  RSVA-PROGRAMA           PIC X(20).
001950     05  RSVA-RESULTADO          PIC X(01).
001960         88  RSVA-OK             VALUE "0".
001970         88  RSVA-RETENIDO       VALUE "1".
001980     05  RSVA-TEN-OPERADOR       PIC X(08).
001990     05  RSVA-TEN-PROGRAMA       PIC X(20).
002000     05  RSVA-TEN-MOMENTO        PIC X(14).
002010     05  RSVA-LIBERADAS          PIC 9(03).
002020 01  AVC-AREA.
002030     05  AVC-PROGRAMA            PIC X(20).
002040     05  AVC-OPERADOR            PIC X(08).
002050     05  AVC-DNI                 PIC 9(08).
002060     05  AVC-TIPO                PIC X(01).
002070     05  AVC-IMAGEN-LEIDA        PIC X(117).
002080     05  AVC-IMAGEN-ACTUAL       PIC X(117).
002090     05  AVC-TEN-OPERADOR        PIC X(08).
002100     05  AVC-TEN-PROGRAMA        PIC X(20).
002110     05  AVC-TEN-MOMENTO         PIC X(14).
002120
002130 PROCEDURE DIVISION.
002140
002150******************************************************************
002160* 0000-MAINLINE
002170******************************************************************
002180 0000-MAINLINE.
002190*    EL MISMO CANDADO QUE RESPETA PERSONAMANT: CON EL CICLO
002200*    CORRIENDO, NINGUNA SESION PUEDE TOCAR EL MAESTRO
002210     OPEN INPUT LOCK-FILE.
002220     IF WS-LOCK-STATUS = "00"
002230         CLOSE LOCK-FILE
002240         DISPLAY "EL CICLO DIARIO ESTA EN EJECUCION (CANDADO "
002250             "CICLOLOCK). INTENTE CUANDO TERMINE."
002260         STOP RUN
002270     END-IF.
002280     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002290     IF MERGE-ABANDONADO
002300         PERFORM 8000-LIBERAR-RESERVAS THRU 8000-EXIT
002310         STOP RUN
002320     END-IF.
002330     PERFORM 2000-ELEGIR-CAMPOS THRU 2000-EXIT.
002340     PERFORM 3000-CONFIRMAR-Y-APLICAR THRU 3000-EXIT.
002350     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002360     PERFORM 8000-LIBERAR-RESERVAS THRU 8000-EXIT.
002370     STOP RUN.
002380
002390******************************************************************
002400* 1000-INICIALIZAR - LEE EL PAR CONFIRMADO Y GUARDA AMBAS
002410*     IMAGENES EN MEMORIA
002420******************************************************************
002430 1000-INICIALIZAR.
002440     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002450     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
002460     PERFORM 1100-INICIAR-SESION THRU 1100-EXIT.
002470     OPEN I-O PERSONA-FILE.
002480     IF WS-PERSONA-STATUS NOT = "00"
002490         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
002500             WS-PERSONA-STATUS ")."
002510         SET MERGE-ABANDONADO TO TRUE
002520         GO TO 1000-EXIT
002530     END-IF.
002540     DISPLAY "DNI que SOBREVIVE: ".
002550     ACCEPT WS-DNI-SOBREVIVE.
002560     DISPLAY "DNI que se RETIRA (absorbido): ".
002570     ACCEPT WS-DNI-PIERDE.
002580     IF WS-DNI-SOBREVIVE = WS-DNI-PIERDE
002590         DISPLAY "ERROR: LOS DOS DNI SON EL MISMO."
002600         SET MERGE-ABANDONADO TO TRUE
002610         CLOSE PERSONA-FILE
002620         GO TO 1000-EXIT
002630     END-IF.
002640     MOVE WS-DNI-SOBREVIVE TO PERS-DNI.
002650     READ PERSONA-FILE
002660         INVALID KEY
002670             DISPLAY "ERROR: SOBREVIVIENTE NO ENCONTRADO."
002680             SET MERGE-ABANDONADO TO TRUE
002690     END-READ.
002700     IF MERGE-ABANDONADO
002710         CLOSE PERSONA-FILE
002720         GO TO 1000-EXIT
002730     END-IF.
002740     MOVE PERSONA-RECORD TO WS-REG-SOBREVIVE.
002750     MOVE WS-DNI-PIERDE TO PERS-DNI.
002760     READ PERSONA-FILE
002770         INVALID KEY
002780             DISPLAY "ERROR: ABSORBIDO NO ENCONTRADO."
002790             SET MERGE-ABANDONADO TO TRUE
002800     END-READ.
002810     IF MERGE-ABANDONADO
002820         CLOSE PERSONA-FILE
002830         GO TO 1000-EXIT
002840     END-IF.
002850     MOVE PERSONA-RECORD TO WS-REG-PIERDE.
002860     IF PRD-ESTADO = "I" OR "F"
002870         DISPLAY "ERROR: EL ABSORBIDO YA ESTA INACTIVO."
002880         SET MERGE-ABANDONADO TO TRUE
002890         CLOSE PERSONA-FILE
002900         GO TO 1000-EXIT
002910     END-IF.
002920     MOVE WS-REG-SOBREVIVE TO WS-LEIDO-SOBREVIVE.
002930     MOVE WS-REG-PIERDE TO WS-LEIDO-PIERDE.
002940*    LOS DOS DNI QUEDAN RETENIDOS HASTA EL FINAL DE LA SESION
002950     MOVE WS-DNI-SOBREVIVE TO WS-DNI-VERIFICA.
002960     PERFORM 1200-RETENER-DNI THRU 1200-EXIT.
002970     IF NOT MERGE-ABANDONADO
002980         MOVE WS-DNI-PIERDE TO WS-DNI-VERIFICA
002990         PERFORM 1200-RETENER-DNI THRU 1200-EXIT
003000     END-IF.
003010     IF MERGE-ABANDONADO
003020         CLOSE PERSONA-FILE
003030     END-IF.
003040 1000-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080* 1100-INICIAR-SESION - OPERADOR Y MOMENTO QUE IDENTIFICAN LA
003090*     SESION; LO QUE HAYA QUEDADO RETENIDO POR UNA SESION
003100*     ANTERIOR DEL MISMO OPERADOR (CORTADA SIN TERMINAR) SE LIBERA
003110******************************************************************
003120 1100-INICIAR-SESION.
003130     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESION-ID.
003140     OPEN INPUT SESION-FILE.
003150     IF WS-SES-STATUS = "00"
003160         READ SESION-FILE
003170             NOT AT END
003180                 MOVE SES-OPERADOR TO WS-OPERADOR
003190         END-READ
003200         CLOSE SESION-FILE
003210     END-IF.
003220     MOVE "I" TO RSVA-FUNCION.
003230     PERFORM 1300-LLAMAR-RESERVA THRU 1300-EXIT.
003240     IF RSVA-LIBERADAS > ZERO
003250         DISPLAY "SE LIBERARON " RSVA-LIBERADAS " DNI RETENIDOS "
003260             "POR UNA SESION ANTERIOR SUYA QUE NO TERMINO."
003270     END-IF.
003280 1100-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320*    RETIENE WS-DNI-VERIFICA; SI LO TIENE OTRA SESION SE AVISA Y
003330*    LA FUSION SE ABANDONA
003340*----------------------------------------------------------------
003350 1200-RETENER-DNI.
003360     MOVE "T" TO RSVA-FUNCION.
003370     MOVE WS-DNI-VERIFICA TO RSVA-DNI.
003380     PERFORM 1300-LLAMAR-RESERVA THRU 1300-EXIT.
003390     IF RSVA-OK
003400         GO TO 1200-EXIT
003410     END-IF.
003420     SET MERGE-ABANDONADO TO TRUE.
003430     IF NOT RSVA-RETENIDO
003440         DISPLAY "ERROR: NO SE PUDO RETENER EL DNI (REGISTRO "
003450             "DNIRESV)."
003460         GO TO 1200-EXIT
003470     END-IF.
003480     MOVE SPACES TO AVC-AREA.
003490     MOVE "R" TO AVC-TIPO.
003500     MOVE WS-DNI-VERIFICA TO AVC-DNI.
003510     MOVE RSVA-TEN-OPERADOR TO AVC-TEN-OPERADOR.
003520     MOVE RSVA-TEN-PROGRAMA TO AVC-TEN-PROGRAMA.
003530     MOVE RSVA-TEN-MOMENTO TO AVC-TEN-MOMENTO.
003540     PERFORM 3200-AVISAR-CONFLICTO THRU 3200-EXIT.
003550 1200-EXIT.
003560     EXIT.
003570
003580 1300-LLAMAR-RESERVA.
003590     MOVE WS-SESION-ID TO RSVA-SESION.
003600     MOVE WS-OPERADOR TO RSVA-OPERADOR.
003610     MOVE WS-JRNL-PROGRAMA TO RSVA-PROGRAMA.
003620     CALL "reserva_dni" USING RSVA-AREA.
003630 1300-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 2000-ELEGIR-CAMPOS - CAMPO POR CAMPO, EL REVISOR ELIGE CUAL DE
003680*     LOS DOS VALORES QUEDA EN EL SOBREVIVIENTE (1 = EL DEL
003690*     SOBREVIVIENTE, 2 = EL DEL ABSORBIDO)
003700******************************************************************
003710 2000-ELEGIR-CAMPOS.
003720     DISPLAY "NOMBRE 1) " SOB-NOMBRE.
003730     DISPLAY "       2) " PRD-NOMBRE.
003740     PERFORM 2100-LEER-ELECCION THRU 2100-EXIT.
003750     IF WS-ELECCION = "2"
003760         MOVE PRD-NOMBRE TO SOB-NOMBRE
003770     END-IF.
003780     DISPLAY "FECHA NACIMIENTO 1) " SOB-FECHA-NAC.
003790     DISPLAY "                 2) " PRD-FECHA-NAC.
003800     PERFORM 2100-LEER-ELECCION THRU 2100-EXIT.
003810     IF WS-ELECCION = "2"
003820         MOVE PRD-FECHA-NAC TO SOB-FECHA-NAC
003830         MOVE PRD-EDAD TO SOB-EDAD
003840         MOVE PRD-MAYORDEEDAD TO SOB-MAYORDEEDAD
003850     END-IF.
003860     DISPLAY "CLASIFICACION 1) " SOB-CLASIF.
003870     DISPLAY "              2) " PRD-CLASIF.
003880     PERFORM 2100-LEER-ELECCION THRU 2100-EXIT.
003890     IF WS-ELECCION = "2"
003900         MOVE PRD-CLASIF TO SOB-CLASIF
003910     END-IF.
003920     DISPLAY "SUCURSAL 1) " SOB-SUCURSAL.
003930     DISPLAY "         2) " PRD-SUCURSAL.
003940     PERFORM 2100-LEER-ELECCION THRU 2100-EXIT.
003950     IF WS-ELECCION = "2"
003960         MOVE PRD-SUCURSAL TO SOB-SUCURSAL
003970     END-IF.
003980     DISPLAY "DIRECCION 1) " SOB-DIRECCION.
003990     DISPLAY "          2) " PRD-DIRECCION.
004000     PERFORM 2100-LEER-ELECCION THRU 2100-EXIT.
004010     IF WS-ELECCION = "2"
004020         MOVE PRD-DIRECCION TO SOB-DIRECCION
004030     END-IF.
004040 2000-EXIT.
004050     EXIT.
004060
004070 2100-LEER-ELECCION.
004080     DISPLAY "Queda el valor (1/2): ".
004090     ACCEPT WS-ELECCION.
004100     IF WS-ELECCION NOT = "1" AND WS-ELECCION NOT = "2"
004110         MOVE "1" TO WS-ELECCION
004120     END-IF.
004130 2100-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 3000-CONFIRMAR-Y-APLICAR - CONFIRMACION FINAL; REGRABA EL
004180*     SOBREVIVIENTE (JOURNAL M) Y RETIRA EL ABSORBIDO COMO
004190*     INACTIVO (JOURNAL B) CON LA ENTRADA DE ENLACE "F"
004200******************************************************************
004210 3000-CONFIRMAR-Y-APLICAR.
004220     DISPLAY "CONFIRMA LA FUSION (S/N)? ".
004230     ACCEPT WS-CONFIRMA.
004240     IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
004250         DISPLAY "FUSION CANCELADA."
004260         SET MERGE-ABANDONADO TO TRUE
004270         CLOSE PERSONA-FILE
004280         GO TO 3000-EXIT
004290     END-IF.
004300*    NADA SE REGRABA SI OTRA SESION TOCO CUALQUIERA DE LOS DOS
004310*    DESDE QUE SE LEYERON
004320     MOVE WS-DNI-SOBREVIVE TO WS-DNI-VERIFICA.
004330     MOVE WS-LEIDO-SOBREVIVE TO WS-IMAGEN-VERIFICA.
004340     PERFORM 3100-VERIFICAR-VIGENCIA THRU 3100-EXIT.
004350     IF NOT MERGE-ABANDONADO
004360         MOVE WS-DNI-PIERDE TO WS-DNI-VERIFICA
004370         MOVE WS-LEIDO-PIERDE TO WS-IMAGEN-VERIFICA
004380         PERFORM 3100-VERIFICAR-VIGENCIA THRU 3100-EXIT
004390     END-IF.
004400     IF MERGE-ABANDONADO
004410         DISPLAY "FUSION NO APLICADA."
004420         CLOSE PERSONA-FILE
004430         GO TO 3000-EXIT
004440     END-IF.
004450     MOVE WS-DNI-SOBREVIVE TO PERS-DNI.
004460     READ PERSONA-FILE
004470         INVALID KEY
004480             DISPLAY "ERROR AL RELEER EL SOBREVIVIENTE."
004490             SET MERGE-ABANDONADO TO TRUE
004500             CLOSE PERSONA-FILE
004510             GO TO 3000-EXIT
004520     END-READ.
004530     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
004540     MOVE WS-REG-SOBREVIVE TO PERSONA-RECORD.
004550     REWRITE PERSONA-RECORD
004560         INVALID KEY
004570             DISPLAY "ERROR AL REGRABAR EL SOBREVIVIENTE."
004580             SET MERGE-ABANDONADO TO TRUE
004590             CLOSE PERSONA-FILE
004600             GO TO 3000-EXIT
004610     END-REWRITE.
004620     MOVE "M" TO WS-JRNL-ACCION.
004630     MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES.
004640     CALL "persona_journal" USING WS-JRNL-PROGRAMA
004650             WS-JRNL-ACCION WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
004660     MOVE WS-DNI-PIERDE TO PERS-DNI.
004670     READ PERSONA-FILE
004680         INVALID KEY
004690             DISPLAY "ERROR AL RELEER EL ABSORBIDO."
004700             SET MERGE-ABANDONADO TO TRUE
004710             CLOSE PERSONA-FILE
004720             GO TO 3000-EXIT
004730     END-READ.
004740*    LA IMAGEN TODAVIA ACTIVA DEL ABSORBIDO ES LA PRUEBA DE SU
004750*    RETIRO: SE CAPTURA ANTES DE REGRABAR
004760     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
004770     SET PERS-INACTIVO TO TRUE.
004780     MOVE WS-FECHA-NUMERICA TO PERS-FECHA-BAJA.
004790     REWRITE PERSONA-RECORD
004800         INVALID KEY
004810             DISPLAY "ERROR AL RETIRAR EL ABSORBIDO."
004820             SET MERGE-ABANDONADO TO TRUE
004830             CLOSE PERSONA-FILE
004840             GO TO 3000-EXIT
004850     END-REWRITE.
004860*    EL RETIRO DEL ABSORBIDO SE JOURNALIZA COMO BAJA (ANTES =
004870*    AUN ACTIVO, DESPUES = RETIRADO): LA TRANSICION QUE LA
004880*    CUADRATURA DIARIA CUENTA COMO BAJA
004890     MOVE "B" TO WS-JRNL-ACCION.
004900     MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES.
004910     CALL "persona_journal" USING WS-JRNL-PROGRAMA
004920             WS-JRNL-ACCION WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
004930*    LA ENTRADA DE ENLACE "F": ANTES = EL ABSORBIDO TODAVIA
004940*    ACTIVO, DESPUES = EL SOBREVIVIENTE FINAL. LA HISTORIA DE
004950*    CUALQUIERA DE LOS DOS DNI MUESTRA LA FUSION, Y LA
004960*    TRANSICION (ACTIVO -> ACTIVO) ES NEUTRA PARA LA CUADRATURA
004970*    PORQUE EL MOVIMIENTO DE POBLACION YA LO CONTO LA BAJA
004980     MOVE "F" TO WS-JRNL-ACCION.
004990     MOVE WS-REG-SOBREVIVE TO WS-IMAGEN-DESPUES.
005000     CALL "persona_journal" USING WS-JRNL-PROGRAMA
005010             WS-JRNL-ACCION WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
005020     CLOSE PERSONA-FILE.
005030     ADD 1 TO WS-AUDT-CANTIDAD.
005040     DISPLAY "FUSION APLICADA.".
005050 3000-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 3100-VERIFICAR-VIGENCIA - WS-DNI-VERIFICA SIGUE RETENIDO POR LA
005100*     SESION (LA RETENCION SE RENUEVA) Y EL MAESTRO SIGUE CON LA
005110*     IMAGEN LEIDA AL EMPEZAR (WS-IMAGEN-VERIFICA)
005120******************************************************************
005130 3100-VERIFICAR-VIGENCIA.
005140     PERFORM 1200-RETENER-DNI THRU 1200-EXIT.
005150     IF MERGE-ABANDONADO
005160         GO TO 3100-EXIT
005170     END-IF.
005180     MOVE SPACES TO AVC-AREA.
005190     MOVE WS-DNI-VERIFICA TO AVC-DNI.
005200     MOVE WS-IMAGEN-VERIFICA TO AVC-IMAGEN-LEIDA.
005210     MOVE WS-DNI-VERIFICA TO PERS-DNI.
005220     READ PERSONA-FILE
005230         INVALID KEY
005240             SET MERGE-ABANDONADO TO TRUE
005250             MOVE "D" TO AVC-TIPO
005260             PERFORM 3200-AVISAR-CONFLICTO THRU 3200-EXIT
005270             GO TO 3100-EXIT
005280     END-READ.
005290     IF PERSONA-RECORD NOT = WS-IMAGEN-VERIFICA
005300         SET MERGE-ABANDONADO TO TRUE
005310         MOVE "M" TO AVC-TIPO
005320         MOVE PERSONA-RECORD TO AVC-IMAGEN-ACTUAL
005330         PERFORM 3200-AVISAR-CONFLICTO THRU 3200-EXIT
005340     END-IF.
005350 3100-EXIT.
005360     EXIT.
005370
005380 3200-AVISAR-CONFLICTO.
005390     MOVE WS-JRNL-PROGRAMA TO AVC-PROGRAMA.
005400     MOVE WS-OPERADOR TO AVC-OPERADOR.
005410     CALL "aviso_conflicto" USING AVC-AREA.
005420 3200-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 8000-LIBERAR-RESERVAS - SUELTA LOS DNI RETENIDOS POR LA SESION,
005470*     SE HAYA APLICADO O NO LA FUSION
005480******************************************************************
005490 8000-LIBERAR-RESERVAS.
005500     MOVE "X" TO RSVA-FUNCION.
005510     PERFORM 1300-LLAMAR-RESERVA THRU 1300-EXIT.
005520 8000-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 9000-TERMINAR - AGREGA LA FUSION AL REPORTE DEL DIA, CATALOGO
005570*     Y AUDITORIA
005580******************************************************************
005590 9000-TERMINAR.
005600     IF MERGE-ABANDONADO
005610         GO TO 9000-EXIT
005620     END-IF.
005630     STRING "MERGERPT." WS-FECHA-HOY DELIMITED BY SIZE
005640         WS-SUFIJO-CICLO DELIMITED BY SPACE
005650         INTO WS-DYN-REPORT-FILE.
005660     OPEN EXTEND REPORT-FILE.
005670     IF WS-RPT-STATUS NOT = "00"
005680         OPEN OUTPUT REPORT-FILE
005690     END-IF.
005700     CALL "enmascarar_dni" USING WS-DNI-SOBREVIVE
005710         WS-DNI-MASK-SOBREVIVE.
005720     CALL "enmascarar_dni" USING WS-DNI-PIERDE
005730         WS-DNI-MASK-PIERDE.
005740     MOVE WS-DNI-MASK-SOBREVIVE TO MRG-SOBREVIVE.
005750     MOVE WS-DNI-MASK-PIERDE TO MRG-PIERDE.
005760     MOVE WS-FECHA-NUMERICA TO MRG-FECHA.
005770     MOVE WS-LINEA-MERGE TO REPORT-RECORD.
005780     WRITE REPORT-RECORD.
005790     CLOSE REPORT-FILE.
005800     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005810     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005820     MOVE WS-AUDT-CANTIDAD TO WS-CATG-CANTIDAD.
005830     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
005840             WS-CATG-CANTIDAD.
005850 9000-EXIT.
005860     EXIT.
005870
005880 END PROGRAM PersonaMerge.
