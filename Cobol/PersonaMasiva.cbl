000100******************************************************************
000110* PROGRAM-ID: PersonaMasiva
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CRITERIA-DRIVEN MASS UPDATE OF THE PERSONA
000170*             MASTER, IN PLACE OF THE HAND-BUILT PERSTRAN
000180*             DECKS ("EVERY ACTIVE PERSON IN LOCALIDAD X GOES
000190*             TO CODIGO POSTAL Y"). MASCTL CARRIES TWO CARDS:
000200*             THE SELECTION, IN THE SELCTL STYLE (BLANK = NO
000210*             FILTER), WITH LOCALIDAD AND CODIGO POSTAL ADDED
000220*                 COL 01    ESTADO (A/I)
000230*                 COL 03-04 SUCURSAL
000240*                 COL 06-07 CLASIFICACION
000250*                 COL 09-11 EDAD DESDE
000260*                 COL 13-15 EDAD HASTA
000270*                 COL 17    MAYORIA (S/N)
000280*                 COL 19-38 LOCALIDAD
000290*                 COL 40-47 CODIGO POSTAL
000300*             AND THE CHANGE
000310*                 COL 01-08 CAMPO: CLASIF, SUCURSAL, CALLE,
000320*                           NUMERO, LOCALID (LA LOCALIDAD) O CP
000330*                 COL 10-39 NUEVO VALOR
000340*                 COL 41-48 RIGE DESDE AAAAMMDD (BLANCO = YA)
000350*             PERS-DNI AND PERS-ESTADO ARE REFUSED: THEY HAVE
000360*             THEIR OWN CONTROLLED PATHS (PERSONAMANT, THE
000370*             BAJA APPROVAL, DEFUNCIONBAT). THE FIRST RUN ONLY
000380*             PRINTS THE PREVIEW MASPREV.AAAAMMDD (DNI
000390*             ENMASCARADO, VALOR ACTUAL Y NUEVO, CANTIDAD) AND
000400*             LEAVES THE CHANGE PENDING IN PENDAPRO (ACCION
000410*             "U", THE TWO CARDS IN PEND-IMAGEN) FOR A SECOND
000420*             OPERATOR IN PERSONAAPROB. ONCE APPROVED, THE
000430*             NEXT RUN WITH THE SAME CARDS APPLIES IT RECORD
000440*             BY RECORD, EACH REWRITE JOURNALED THROUGH
000450*             PERSONA_JOURNAL, WITH A CHECKPOINT (CHECKMAS)
000460*             EVERY 100 RECORDS READ: A RUN THAT FAILS IS
000470*             RESUBMITTED AS IT IS AND RESUMES AFTER THE LAST
000480*             DNI CHECKPOINTED. THE RESULT IS PRINTED IN
000490*             MASAPL.AAAAMMDD AND THE PENDAPRO ENTRY IS LEFT
000500*             AS EJECUTADO ("E").
000510* TECTONICS:  cobc
000520******************************************************************
000530* MODIFICATION HISTORY
000540* DATE       INIT DESCRIPTION
000550* 2026-10-15 RW   INITIAL VERSION. LA PROPUESTA CON APROBACION
000560*                 SIGUE A PERSONAREVERSO; EL CHECKPOINT, A
000570*                 CICLODIARIO.
000580* 2026-10-15 RW   EL NUEVO VALOR DE SUCURSAL SE VALIDA CONTRA EL
000590*                 REFERENCIAL SUCREF (VALIDAR_SUCURSAL): NO SE
000600*                 ASIGNA EN MASA UN CODIGO INEXISTENTE NI UNA
000610*                 SUCURSAL CERRADA.
000620* 2026-10-15 RW   LA LOCALIDAD SE PIDE EN LA TARJETA COMO LOCALID
000630*                 (EL CAMPO ES DE 8 POSICIONES; "LOCALIDAD" NO
000640*                 ENTRABA Y LA TARJETA SE RECHAZABA).
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. PersonaMasiva.
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT LOCK-FILE ASSIGN TO "CICLOLOCK"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-LOCK-STATUS.
000750
000760     SELECT SESION-FILE ASSIGN TO "SESION"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-SES-STATUS.
000790
000800     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-OPE-STATUS.
000830
000840     SELECT MASCTL-FILE ASSIGN TO "MASCTL"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-MAS-STATUS.
000870
000880     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS PERS-DNI
000920         FILE STATUS IS WS-PERSONA-STATUS.
000930
000940     SELECT PENDAPRO-FILE ASSIGN TO "PENDAPRO"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-PEND-STATUS.
000970
000980     SELECT CHECK-FILE ASSIGN TO "CHECKMAS"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-CHECK-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  LOCK-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 14 CHARACTERS.
001070 01  LOCK-RECORD.
001080     05  LOCK-FECHA              PIC 9(08).
001090     05  LOCK-HORA               PIC X(06).
001100
001110 FD  SESION-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 08 CHARACTERS.
001140 01  SESION-RECORD.
001150     05  SES-OPERADOR            PIC X(08).
001160
001170 FD  OPERADORES-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 51 CHARACTERS.
001200 01  OPERADORES-RECORD.
001210     05  OPE-ID                  PIC X(08).
001220     05  FILLER                  PIC X(01).
001230     05  OPE-NOMBRE              PIC X(20).
001240     05  FILLER                  PIC X(01).
001250     05  OPE-PERMISOS            PIC X(10).
001260     05  FILLER                  PIC X(01).
001270     05  OPE-ESTADO              PIC X(01).
001280         88  OPE-INHABILITADO    VALUE "I" "S".
001290     05  FILLER                  PIC X(01).
001300     05  OPE-FECHA-ESTADO        PIC 9(08).
001310
001320 FD  MASCTL-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 48 CHARACTERS.
001350 01  MASCTL-RECORD               PIC X(48).
001360
001370 FD  PERSONA-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 117 CHARACTERS.
001400 COPY PERSONA.
001410
001420 FD  PENDAPRO-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 157 CHARACTERS.
001450 01  PENDIENTE-RECORD.
001460     05  PEND-ESTADO             PIC X(01).
001470     05  FILLER                  PIC X(01).
001480     05  PEND-ACCION             PIC X(01).
001490     05  FILLER                  PIC X(01).
001500     05  PEND-FECHA              PIC 9(08).
001510     05  FILLER                  PIC X(01).
001520     05  PEND-SOLICITANTE        PIC X(08).
001530     05  FILLER                  PIC X(01).
001540     05  PEND-DNI                PIC 9(08).
001550     05  FILLER                  PIC X(01).
001560     05  PEND-IMAGEN             PIC X(117).
001570     05  FILLER                  PIC X(01).
001580     05  PEND-APROBADOR          PIC X(08).
001590
001600 FD  CHECK-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 71 CHARACTERS.
001630 01  CHECK-RECORD.
001640     05  CHK-SOLICITUD           PIC X(14).
001650     05  FILLER                  PIC X(01).
001660     05  CHK-ULTIMO-DNI          PIC 9(08).
001670     05  FILLER                  PIC X(01).
001680     05  CHK-LEIDOS              PIC 9(07).
001690     05  FILLER                  PIC X(01).
001700     05  CHK-APLICADOS           PIC 9(07).
001710     05  FILLER                  PIC X(01).
001720     05  CHK-SIN-CAMBIO          PIC 9(07).
001730     05  FILLER                  PIC X(01).
001740     05  CHK-ERRORES             PIC 9(07).
001750     05  FILLER                  PIC X(01).
001760     05  CHK-REPORTE             PIC X(15).
001770
001780 WORKING-STORAGE SECTION.
001790 01  WS-LOCK-STATUS              PIC X(02).
001800 01  WS-SES-STATUS               PIC X(02).
001810 01  WS-OPE-STATUS               PIC X(02).
001820 01  WS-MAS-STATUS               PIC X(02).
001830 01  WS-PERSONA-STATUS           PIC X(02).
001840 01  WS-PEND-STATUS              PIC X(02).
001850 01  WS-CHECK-STATUS             PIC X(02).
001860
001870 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
001880     88  FIN-OPERADORES          VALUE "S".
001890 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001900     88  FIN-PERSONA             VALUE "S".
001910 01  WS-EOF-PEND                 PIC X(01) VALUE "N".
001920     88  FIN-PENDIENTES          VALUE "S".
001930
001940 01  WS-FECHA-HOY                PIC 9(08).
001950 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001960 01  WS-DNI-ENMASCARADO          PIC X(08).
001970
001980*----------------------------------------------------------------
001990*    TARJETAS DE MASCTL: SELECCION (ESTILO SELCTL) Y CAMBIO
002000*----------------------------------------------------------------
002010 01  WS-TARJETA-SELECCION.
002020     05  MSEL-ESTADO             PIC X(01).
002030     05  FILLER                  PIC X(01).
002040     05  MSEL-SUCURSAL           PIC X(02).
002050     05  MSEL-SUCURSAL-N REDEFINES MSEL-SUCURSAL
002060                                 PIC 9(02).
002070     05  FILLER                  PIC X(01).
002080     05  MSEL-CLASIF             PIC X(02).
002090     05  MSEL-CLASIF-N REDEFINES MSEL-CLASIF
002100                                 PIC 9(02).
002110     05  FILLER                  PIC X(01).
002120     05  MSEL-EDAD-DESDE         PIC X(03).
002130     05  MSEL-EDAD-DESDE-N REDEFINES MSEL-EDAD-DESDE
002140                                 PIC 9(03).
002150     05  FILLER                  PIC X(01).
002160     05  MSEL-EDAD-HASTA         PIC X(03).
002170     05  MSEL-EDAD-HASTA-N REDEFINES MSEL-EDAD-HASTA
002180                                 PIC 9(03).
002190     05  FILLER                  PIC X(01).
002200     05  MSEL-MAYORIA            PIC X(01).
002210     05  FILLER                  PIC X(01).
002220     05  MSEL-LOCALIDAD          PIC X(20).
002230     05  FILLER                  PIC X(01).
002240     05  MSEL-CODIGO-POSTAL      PIC X(08).
002250 01  WS-TARJETA-CAMBIO.
002260     05  MCAM-CAMPO              PIC X(08).
002270         88  CAMPO-CLASIF        VALUE "CLASIF".
002280         88  CAMPO-SUCURSAL      VALUE "SUCURSAL".
002290         88  CAMPO-CALLE         VALUE "CALLE".
002300         88  CAMPO-NUMERO        VALUE "NUMERO".
002310         88  CAMPO-LOCALIDAD     VALUE "LOCALID".
002320         88  CAMPO-CP            VALUE "CP".
002330         88  CAMPO-CONTROLADO    VALUE "DNI" "DNI-DV" "ESTADO"
002340                                       "BAJA".
002350     05  FILLER                  PIC X(01).
002360     05  MCAM-VALOR              PIC X(30).
002370     05  FILLER                  PIC X(01).
002380     05  MCAM-VIGENCIA           PIC X(08).
002390     05  MCAM-VIGENCIA-N REDEFINES MCAM-VIGENCIA
002400                                 PIC 9(08).
002410 01  WS-CANT-TARJETAS            PIC 9(02) VALUE ZERO.
002420 01  WS-SW-TARJETAS              PIC X(01) VALUE "N".
002430     88  TARJETAS-VALIDAS        VALUE "S".
002440 01  WS-MOTIVO-RECHAZO           PIC X(59) VALUE SPACES.
002450
002460*----------------------------------------------------------------
002470*    NUEVO VALOR YA CONVERTIDO AL FORMATO DEL CAMPO
002480*----------------------------------------------------------------
002490 01  WS-NUEVO-NUMERICO           PIC 9(05).
002500 01  WS-NUEVO-TEXTO              PIC X(20).
002510 01  WS-VALOR-ANTES              PIC X(20).
002520 01  WS-VALOR-DESPUES            PIC X(20).
002530 01  WS-NUMERO-EDITADO           PIC 9(05).
002540 01  WS-VCP-RESULTADO            PIC X(01).
002550     88  VCP-CP-INEXISTENTE      VALUE "C".
002560 01  WS-VCP-LOCALIDAD-REF        PIC X(20).
002570 01  WS-VCP-PROVINCIA-REF        PIC X(20).
002580 01  WS-VCP-CODIGO-SUGERIDO      PIC X(08).
002590
002600*----------------------------------------------------------------
002610*    NUEVA SUCURSAL CONTRA SUCREF (VALIDAR_SUCURSAL)
002620*----------------------------------------------------------------
002630 01  VSU-AREA.
002640     05  VSU-CODIGO              PIC 9(02).
002650     05  VSU-RESULTADO           PIC X(01).
002660         88  VSU-ABIERTA         VALUE "S".
002670         88  VSU-CERRADA         VALUE "C".
002680         88  VSU-INEXISTENTE     VALUE "X".
002690         88  VSU-SIN-REFERENCIAL VALUE "N".
002700     05  VSU-NOMBRE              PIC X(30).
002710     05  VSU-FECHA-CIERRE        PIC 9(08).
002720     05  VSU-SUCESORA            PIC 9(02).
002730
002740*----------------------------------------------------------------
002750*    CLAVE DEL CAMBIO MASIVO: LAS DOS TARJETAS, EL MOMENTO DE
002760*    LA SOLICITUD Y LA CANTIDAD DE LA VISTA PREVIA. VIAJA EN
002770*    PEND-IMAGEN; LA APROBACION VALE SOLO PARA ESAS TARJETAS.
002780*----------------------------------------------------------------
002790 01  WS-CLAVE-MASIVA.
002800     05  CLM-TARJETAS.
002810         10  CLM-SELECCION       PIC X(47).
002820         10  CLM-CAMBIO          PIC X(48).
002830     05  CLM-SOLICITUD           PIC X(14).
002840     05  CLM-CANTIDAD            PIC 9(07).
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860 01  WS-CLAVE-HALLADA            PIC X(117).
002870 01  WS-ESTADO-HALLADO           PIC X(01) VALUE SPACE.
002880     88  SIN-PENDIENTE           VALUE SPACE "R" "E".
002890     88  PENDIENTE-ABIERTO       VALUE "P".
002900     88  CAMBIO-APROBADO         VALUE "A".
002910 01  WS-SOLICITANTE              PIC X(08) VALUE SPACES.
002920 01  WS-SW-REGISTRADO            PIC X(01) VALUE "N".
002930     88  SOLICITANTE-REGISTRADO  VALUE "S".
002940
002950*----------------------------------------------------------------
002960*    PENDAPRO EN MEMORIA PARA DEJAR EL CAMBIO COMO EJECUTADO
002970*    (EL MISMO TOPE QUE PERSONAAPROB)
002980*----------------------------------------------------------------
002990 01  WS-MAX-PENDIENTES           PIC 9(03) VALUE 200.
003000 01  WS-CANT-PENDIENTES          PIC 9(03) VALUE ZERO.
003010 01  WS-SW-PEND-DEMAS            PIC X(01) VALUE "N".
003020     88  PENDIENTES-DESBORDADOS  VALUE "S".
003030 01  TABLA-PENDIENTES.
003040     05  PENT-REGISTRO OCCURS 200 TIMES PIC X(157).
003050 01  WS-IDX-PEND                 PIC 9(03) COMP.
003060
003070*----------------------------------------------------------------
003080*    RECORRIDA, CHECKPOINT Y CONTADORES
003090*----------------------------------------------------------------
003100 01  WS-MODO                     PIC X(01).
003110     88  MODO-VISTA-PREVIA       VALUE "V".
003120     88  MODO-APLICACION         VALUE "A".
003130 01  WS-SW-SELECCIONADA          PIC X(01).
003140     88  PERSONA-SELECCIONADA    VALUE "S".
003150 01  WS-SW-REANUDADA             PIC X(01) VALUE "N".
003160     88  CORRIDA-REANUDADA       VALUE "S".
003170 01  WS-DNI-REANUDA              PIC 9(08) VALUE ZERO.
003180 01  WS-INTERVALO-CHECK          PIC 9(03) VALUE 100.
003190 01  WS-DESDE-CHECK              PIC 9(03) VALUE ZERO.
003200 01  WS-CUENTA-LEIDOS            PIC 9(07) VALUE ZERO.
003210 01  WS-CUENTA-SELECCIONADOS     PIC 9(07) VALUE ZERO.
003220 01  WS-CUENTA-APLICADOS         PIC 9(07) VALUE ZERO.
003230 01  WS-CUENTA-SIN-CAMBIO        PIC 9(07) VALUE ZERO.
003240 01  WS-CUENTA-ERRORES           PIC 9(07) VALUE ZERO.
003250 01  WS-IMAGEN-ANTES             PIC X(117).
003260 01  WS-IMAGEN-DESPUES           PIC X(117).
003270 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "PersonaMasiva".
003280 01  WS-JRNL-ACCION              PIC X(01) VALUE "M".
003290
003300*----------------------------------------------------------------
003310*    REPORTES VIA REPORTE_SVC
003320*----------------------------------------------------------------
003330 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
003340 01  RSVC-AREA.
003350     05  RSVC-FUNCION            PIC X(01).
003360     05  RSVC-ARCHIVO            PIC X(21).
003370     05  RSVC-TITULO             PIC X(40).
003380     05  RSVC-LINEA              PIC X(132).
003390     05  RSVC-CANT-LINEAS        PIC 9(07).
003400 01  WS-LINEA-COLUMNAS.
003410     05  FILLER                  PIC X(12) VALUE "  DNI".
003420     05  FILLER                  PIC X(32) VALUE "NOMBRE".
003430     05  FILLER                  PIC X(22) VALUE "VALOR ACTUAL".
003440     05  FILLER                  PIC X(66) VALUE "VALOR NUEVO".
003450 01  WS-LINEA-PERSONA.
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  LMV-DNI                 PIC X(08).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  LMV-NOMBRE              PIC X(30).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  LMV-ANTES               PIC X(20).
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  LMV-DESPUES             PIC X(20).
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  LMV-NOTA                PIC X(44).
003560 01  WS-LINEA-TOTAL.
003570     05  FILLER                  PIC X(02) VALUE SPACES.
003580     05  LTO-ETIQUETA            PIC X(36).
003590     05  LTO-VALOR               PIC Z,ZZZ,ZZ9.
003600     05  FILLER                  PIC X(85) VALUE SPACES.
003610
003620*----------------------------------------------------------------
003630*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
003640*----------------------------------------------------------------
003650 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "PersonaMasiva".
003660 01  WS-ELOG-CODIGO              PIC 9(04) VALUE 95.
003670 01  WS-ELOG-MENSAJE             PIC X(59).
003680 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaMasiva".
003690 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003700 01  WS-CATG-ARCHIVO             PIC X(21).
003710 01  WS-CATG-CANTIDAD            PIC 9(07).
003720
003730 PROCEDURE DIVISION.
003740
003750******************************************************************
003760* 0000-MAINLINE
003770******************************************************************
003780 0000-MAINLINE.
003790*    EL MISMO CANDADO QUE RESPETAN PERSONAMANT Y PERSONAAPROB
003800     OPEN INPUT LOCK-FILE.
003810     IF WS-LOCK-STATUS = "00"
003820         CLOSE LOCK-FILE
003830         DISPLAY "EL CICLO DIARIO ESTA EN EJECUCION (CANDADO "
003840             "CICLOLOCK). INTENTE CUANDO TERMINE."
003850         GOBACK
003860     END-IF.
003870     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003880     PERFORM 1000-LEER-TARJETAS THRU 1000-EXIT.
003890     IF NOT TARJETAS-VALIDAS
003900         DISPLAY "MASCTL RECHAZADA: " WS-MOTIVO-RECHAZO
003910         MOVE WS-MOTIVO-RECHAZO TO WS-ELOG-MENSAJE
003920         CALL "errorlog" USING WS-ELOG-PROGRAMA
003930                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
003940         MOVE 8 TO RETURN-CODE
003950         GOBACK
003960     END-IF.
003970     PERFORM 1300-BUSCAR-PENDIENTE THRU 1300-EXIT.
003980     EVALUATE TRUE
003990         WHEN PENDIENTE-ABIERTO
004000             DISPLAY "EL CAMBIO MASIVO YA ESTA PENDIENTE DE "
004010                 "APROBACION. RESUELVALO EN PERSONAAPROB."
004020             GOBACK
004030         WHEN CAMBIO-APROBADO
004040             SET MODO-APLICACION TO TRUE
004050         WHEN OTHER
004060             SET MODO-VISTA-PREVIA TO TRUE
004070     END-EVALUATE.
004080     IF MODO-APLICACION
004090         IF MCAM-VIGENCIA NOT = SPACES
004100                 AND MCAM-VIGENCIA-N > WS-FECHA-HOY
004110             DISPLAY "CAMBIO APROBADO; RIGE DESDE EL "
004120                 MCAM-VIGENCIA ". NO SE APLICA TODAVIA."
004130             GOBACK
004140         END-IF
004150         PERFORM 3000-APLICAR-CAMBIO THRU 3000-EXIT
004160         PERFORM 9000-TERMINAR THRU 9000-EXIT
004170         GOBACK
004180     END-IF.
004190     PERFORM 1500-IDENTIFICAR-SOLICITANTE THRU 1500-EXIT.
004200     IF NOT SOLICITANTE-REGISTRADO
004210         DISPLAY "OPERADOR NO REGISTRADO EN OPERADORES. FIN."
004220         GOBACK
004230     END-IF.
004240     PERFORM 2000-VISTA-PREVIA THRU 2000-EXIT.
004250     IF WS-CUENTA-SELECCIONADOS > WS-CUENTA-SIN-CAMBIO
004260         PERFORM 6000-REGISTRAR-PENDIENTE THRU 6000-EXIT
004270     ELSE
004280         DISPLAY "NINGUNA PERSONA CAMBIARIA: NO SE REGISTRA "
004290             "PENDIENTE."
004300     END-IF.
004310     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004320     GOBACK.
004330
004340******************************************************************
004350* 1000-LEER-TARJETAS - LEE LAS DOS TARJETAS DE MASCTL Y LAS
004360*     VALIDA. DNI Y ESTADO NO SE CAMBIAN EN MASA
004370******************************************************************
004380 1000-LEER-TARJETAS.
004390     OPEN INPUT MASCTL-FILE.
004400     IF WS-MAS-STATUS NOT = "00"
004410         MOVE "SIN TARJETAS MASCTL" TO WS-MOTIVO-RECHAZO
004420         GO TO 1000-EXIT
004430     END-IF.
004440     MOVE SPACES TO WS-TARJETA-SELECCION WS-TARJETA-CAMBIO.
004450     READ MASCTL-FILE
004460         NOT AT END
004470             ADD 1 TO WS-CANT-TARJETAS
004480             MOVE MASCTL-RECORD TO WS-TARJETA-SELECCION
004490     END-READ.
004500     READ MASCTL-FILE
004510         NOT AT END
004520             ADD 1 TO WS-CANT-TARJETAS
004530             MOVE MASCTL-RECORD TO WS-TARJETA-CAMBIO
004540     END-READ.
004550     CLOSE MASCTL-FILE.
004560     IF WS-CANT-TARJETAS < 2
004570         MOVE "MASCTL NECESITA TARJETA DE SELECCION Y DE CAMBIO"
004580             TO WS-MOTIVO-RECHAZO
004590         GO TO 1000-EXIT
004600     END-IF.
004610     PERFORM 1100-VALIDAR-SELECCION THRU 1100-EXIT.
004620     IF WS-MOTIVO-RECHAZO NOT = SPACES
004630         GO TO 1000-EXIT
004640     END-IF.
004650     PERFORM 1200-VALIDAR-CAMBIO THRU 1200-EXIT.
004660     IF WS-MOTIVO-RECHAZO NOT = SPACES
004670         GO TO 1000-EXIT
004680     END-IF.
004690     MOVE WS-TARJETA-SELECCION TO CLM-SELECCION.
004700     MOVE WS-TARJETA-CAMBIO TO CLM-CAMBIO.
004710     SET TARJETAS-VALIDAS TO TRUE.
004720 1000-EXIT.
004730     EXIT.
004740
004750 1100-VALIDAR-SELECCION.
004760     IF MSEL-ESTADO NOT = SPACE AND MSEL-ESTADO NOT = "A"
004770             AND MSEL-ESTADO NOT = "I"
004780         MOVE "ESTADO DE SELECCION INVALIDO (A/I)"
004790             TO WS-MOTIVO-RECHAZO
004800         GO TO 1100-EXIT
004810     END-IF.
004820     IF (MSEL-SUCURSAL NOT = SPACES
004830                 AND MSEL-SUCURSAL IS NOT NUMERIC)
004840             OR (MSEL-CLASIF NOT = SPACES
004850                 AND MSEL-CLASIF IS NOT NUMERIC)
004860             OR (MSEL-EDAD-DESDE NOT = SPACES
004870                 AND MSEL-EDAD-DESDE IS NOT NUMERIC)
004880             OR (MSEL-EDAD-HASTA NOT = SPACES
004890                 AND MSEL-EDAD-HASTA IS NOT NUMERIC)
004900         MOVE "SUCURSAL, CLASIFICACION O EDAD NO NUMERICA"
004910             TO WS-MOTIVO-RECHAZO
004920         GO TO 1100-EXIT
004930     END-IF.
004940     IF MSEL-MAYORIA NOT = SPACE AND MSEL-MAYORIA NOT = "S"
004950             AND MSEL-MAYORIA NOT = "N"
004960         MOVE "MAYORIA DE SELECCION INVALIDA (S/N)"
004970             TO WS-MOTIVO-RECHAZO
004980     END-IF.
004990 1100-EXIT.
005000     EXIT.
005010
005020 1200-VALIDAR-CAMBIO.
005030     IF CAMPO-CONTROLADO
005040         MOVE "DNI Y ESTADO NO VAN EN MASA: TIENEN SU CIRCUITO"
005050             TO WS-MOTIVO-RECHAZO
005060         GO TO 1200-EXIT
005070     END-IF.
005080     IF MCAM-VIGENCIA NOT = SPACES
005090             AND MCAM-VIGENCIA IS NOT NUMERIC
005100         MOVE "FECHA DE VIGENCIA INVALIDA" TO WS-MOTIVO-RECHAZO
005110         GO TO 1200-EXIT
005120     END-IF.
005130     MOVE SPACES TO WS-NUEVO-TEXTO.
005140     MOVE ZERO TO WS-NUEVO-NUMERICO.
005150     EVALUATE TRUE
005160         WHEN CAMPO-CLASIF
005170         WHEN CAMPO-SUCURSAL
005180             IF MCAM-VALOR(1:2) IS NOT NUMERIC
005190                     OR MCAM-VALOR(3:28) NOT = SPACES
005200                 MOVE "EL NUEVO VALOR DEBE SER DE DOS DIGITOS"
005210                     TO WS-MOTIVO-RECHAZO
005220             ELSE
005230                 MOVE MCAM-VALOR(1:2) TO WS-NUEVO-NUMERICO
005240                 IF CAMPO-SUCURSAL
005250                     PERFORM 1220-VALIDAR-SUCURSAL THRU 1220-EXIT
005260                 END-IF
005270             END-IF
005280         WHEN CAMPO-NUMERO
005290             IF MCAM-VALOR(1:5) IS NOT NUMERIC
005300                     OR MCAM-VALOR(6:25) NOT = SPACES
005310                 MOVE "EL NUEVO NUMERO DEBE SER DE CINCO DIGITOS"
005320                     TO WS-MOTIVO-RECHAZO
005330             ELSE
005340                 MOVE MCAM-VALOR(1:5) TO WS-NUEVO-NUMERICO
005350             END-IF
005360         WHEN CAMPO-CALLE
005370         WHEN CAMPO-LOCALIDAD
005380             IF MCAM-VALOR(1:20) = SPACES
005390                     OR MCAM-VALOR(21:10) NOT = SPACES
005400                 MOVE "CALLE O LOCALIDAD VACIA O DE MAS DE 20"
005410                     TO WS-MOTIVO-RECHAZO
005420             ELSE
005430                 MOVE MCAM-VALOR(1:20) TO WS-NUEVO-TEXTO
005440             END-IF
005450         WHEN CAMPO-CP
005460             PERFORM 1210-VALIDAR-CP THRU 1210-EXIT
005470         WHEN OTHER
005480             MOVE SPACES TO WS-MOTIVO-RECHAZO
005490             STRING "CAMPO " DELIMITED BY SIZE
005500                 MCAM-CAMPO DELIMITED BY SPACE
005510                 " NO ADMITIDO EN LA ACTUALIZACION MASIVA"
005520                 DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
005530     END-EVALUATE.
005540 1200-EXIT.
005550     EXIT.
005560
005570*    UN CODIGO QUE NO ESTA EN CPOSTREF NO SE ASIGNA EN MASA;
005580*    LA LOCALIDAD DISTINTA ES SOLO AVISO, COMO EN PERSONAMANT
005590 1210-VALIDAR-CP.
005600     IF MCAM-VALOR(1:8) = SPACES
005610             OR MCAM-VALOR(9:22) NOT = SPACES
005620         MOVE "CODIGO POSTAL VACIO O DE MAS DE 8"
005630             TO WS-MOTIVO-RECHAZO
005640         GO TO 1210-EXIT
005650     END-IF.
005660     MOVE MCAM-VALOR(1:8) TO WS-NUEVO-TEXTO.
005670     CALL "validar_cp" USING WS-NUEVO-TEXTO(1:8) MSEL-LOCALIDAD
005680             WS-VCP-RESULTADO WS-VCP-LOCALIDAD-REF
005690             WS-VCP-PROVINCIA-REF WS-VCP-CODIGO-SUGERIDO.
005700     IF VCP-CP-INEXISTENTE
005710         MOVE SPACES TO WS-MOTIVO-RECHAZO
005720         STRING "CODIGO POSTAL " WS-NUEVO-TEXTO(1:8)
005730             " INEXISTENTE EN CPOSTREF" DELIMITED BY SIZE
005740             INTO WS-MOTIVO-RECHAZO
005750     END-IF.
005760 1210-EXIT.
005770     EXIT.
005780
005790*    UN CODIGO QUE NO ESTA EN SUCREF, O DE UNA SUCURSAL CERRADA,
005800*    NO SE ASIGNA EN MASA
005810 1220-VALIDAR-SUCURSAL.
005820     MOVE MCAM-VALOR(1:2) TO VSU-CODIGO.
005830     CALL "validar_sucursal" USING VSU-AREA.
005840     IF VSU-INEXISTENTE
005850         MOVE SPACES TO WS-MOTIVO-RECHAZO
005860         STRING "SUCURSAL " MCAM-VALOR(1:2)
005870             " INEXISTENTE EN SUCREF" DELIMITED BY SIZE
005880             INTO WS-MOTIVO-RECHAZO
005890     END-IF.
005900     IF VSU-CERRADA
005910         MOVE SPACES TO WS-MOTIVO-RECHAZO
005920         STRING "SUCURSAL " MCAM-VALOR(1:2) " CERRADA EL "
005930             VSU-FECHA-CIERRE "; SUCESORA " VSU-SUCESORA
005940             DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
005950     END-IF.
005960 1220-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000* 1300-BUSCAR-PENDIENTE - LA ULTIMA ENTRADA "U" DE PENDAPRO CON
006010*     ESTAS MISMAS TARJETAS DICE EN QUE PUNTO ESTA EL CAMBIO
006020******************************************************************
006030 1300-BUSCAR-PENDIENTE.
006040     MOVE SPACE TO WS-ESTADO-HALLADO.
006050     OPEN INPUT PENDAPRO-FILE.
006060     IF WS-PEND-STATUS NOT = "00"
006070         GO TO 1300-EXIT
006080     END-IF.
006090     PERFORM 1310-LEER-PENDIENTE THRU 1310-EXIT
006100         UNTIL FIN-PENDIENTES.
006110     CLOSE PENDAPRO-FILE.
006120 1300-EXIT.
006130     EXIT.
006140
006150 1310-LEER-PENDIENTE.
006160     READ PENDAPRO-FILE
006170         AT END
006180             SET FIN-PENDIENTES TO TRUE
006190             GO TO 1310-EXIT
006200     END-READ.
006210     IF PEND-ACCION = "U"
006220             AND PEND-IMAGEN(1:95) = CLM-TARJETAS
006230         MOVE PEND-ESTADO TO WS-ESTADO-HALLADO
006240         MOVE PEND-IMAGEN TO WS-CLAVE-HALLADA
006250     END-IF.
006260 1310-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 1500-IDENTIFICAR-SOLICITANTE - TOMA EL OPERADOR DE LA SESION
006310*     DEL MENU (O LO PIDE) Y LO VERIFICA CONTRA OPERADORES
006320******************************************************************
006330 1500-IDENTIFICAR-SOLICITANTE.
006340     OPEN INPUT SESION-FILE.
006350     IF WS-SES-STATUS = "00"
006360         READ SESION-FILE
006370             NOT AT END
006380                 MOVE SES-OPERADOR TO WS-SOLICITANTE
006390         END-READ
006400         CLOSE SESION-FILE
006410     END-IF.
006420     IF WS-SOLICITANTE = SPACES
006430         DISPLAY "ID DE OPERADOR QUE SOLICITA EL CAMBIO: "
006440         ACCEPT WS-SOLICITANTE
006450     END-IF.
006460     OPEN INPUT OPERADORES-FILE.
006470     IF WS-OPE-STATUS NOT = "00"
006480         DISPLAY "SIN ARCHIVO OPERADORES NO PUEDE VERIFICARSE "
006490             "AL SOLICITANTE."
006500         GO TO 1500-EXIT
006510     END-IF.
006520     PERFORM 1510-BUSCAR-OPERADOR THRU 1510-EXIT
006530         UNTIL FIN-OPERADORES.
006540     CLOSE OPERADORES-FILE.
006550 1500-EXIT.
006560     EXIT.
006570
006580 1510-BUSCAR-OPERADOR.
006590     READ OPERADORES-FILE
006600         AT END
006610             SET FIN-OPERADORES TO TRUE
006620         NOT AT END
006630             IF OPE-ID = WS-SOLICITANTE
006640                     AND NOT OPE-INHABILITADO
006650                 SET SOLICITANTE-REGISTRADO TO TRUE
006660                 SET FIN-OPERADORES TO TRUE
006670             END-IF
006680     END-READ.
006690 1510-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 2000-VISTA-PREVIA - RECORRE EL MAESTRO SIN TOCARLO Y LISTA
006740*     EN MASPREV.AAAAMMDD A QUIEN CAMBIARIA Y COMO
006750******************************************************************
006760 2000-VISTA-PREVIA.
006770     OPEN INPUT PERSONA-FILE.
006780     IF WS-PERSONA-STATUS NOT = "00"
006790         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
006800             WS-PERSONA-STATUS ")."
006810         MOVE 8 TO RETURN-CODE
006820         GO TO 2000-EXIT
006830     END-IF.
006840     MOVE FUNCTION CURRENT-DATE(1:14) TO CLM-SOLICITUD.
006850     STRING "MASPREV." WS-FECHA-HOY DELIMITED BY SIZE
006860         WS-SUFIJO-CICLO DELIMITED BY SPACE
006870         INTO WS-DYN-REPORT-FILE.
006880     MOVE "VISTA PREVIA DE ACTUALIZACION MASIVA" TO RSVC-TITULO.
006890     MOVE "A" TO RSVC-FUNCION.
006900     PERFORM 5000-ENCABEZAR-REPORTE THRU 5000-EXIT.
006910     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
006920         UNTIL FIN-PERSONA.
006930     CLOSE PERSONA-FILE.
006940     PERFORM 5200-TOTALES THRU 5200-EXIT.
006950     COMPUTE CLM-CANTIDAD =
006960         WS-CUENTA-SELECCIONADOS - WS-CUENTA-SIN-CAMBIO.
006970     MOVE SPACES TO RSVC-LINEA.
006980     STRING "PERSONAS QUE CAMBIARIAN: " CLM-CANTIDAD
006990         DELIMITED BY SIZE INTO RSVC-LINEA.
007000     CALL "reporte_svc" USING RSVC-AREA.
007010     MOVE "C" TO RSVC-FUNCION.
007020     CALL "reporte_svc" USING RSVC-AREA.
007030     DISPLAY "VISTA PREVIA EN " WS-DYN-REPORT-FILE.
007040     DISPLAY " PERSONAS QUE CAMBIARIAN: " CLM-CANTIDAD.
007050 2000-EXIT.
007060     EXIT.
007070
007080 2100-LEER-PERSONA.
007090     READ PERSONA-FILE NEXT RECORD
007100         AT END
007110             SET FIN-PERSONA TO TRUE
007120             GO TO 2100-EXIT
007130     END-READ.
007140     ADD 1 TO WS-CUENTA-LEIDOS.
007150     PERFORM 4000-EVALUAR-SELECCION THRU 4000-EXIT.
007160     IF NOT PERSONA-SELECCIONADA
007170         GO TO 2100-EXIT
007180     END-IF.
007190     ADD 1 TO WS-CUENTA-SELECCIONADOS.
007200     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
007210     PERFORM 4100-APLICAR-VALOR THRU 4100-EXIT.
007220     IF PERSONA-RECORD = WS-IMAGEN-ANTES
007230         ADD 1 TO WS-CUENTA-SIN-CAMBIO
007240         GO TO 2100-EXIT
007250     END-IF.
007260     MOVE SPACES TO LMV-NOTA.
007270     PERFORM 5100-LINEA-PERSONA THRU 5100-EXIT.
007280 2100-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 3000-APLICAR-CAMBIO - APLICA EL CAMBIO APROBADO REGISTRO POR
007330*     REGISTRO CON SU JOURNAL. SI CHECKMAS TIENE UN CHECKPOINT
007340*     DE ESTA MISMA SOLICITUD, SE REANUDA DESPUES DE SU DNI
007350******************************************************************
007360 3000-APLICAR-CAMBIO.
007370     MOVE WS-CLAVE-HALLADA TO WS-CLAVE-MASIVA.
007380     PERFORM 3100-LEER-CHECKPOINT THRU 3100-EXIT.
007390     OPEN I-O PERSONA-FILE.
007400     IF WS-PERSONA-STATUS NOT = "00"
007410         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
007420             WS-PERSONA-STATUS ")."
007430         MOVE 8 TO RETURN-CODE
007440         GO TO 3000-EXIT
007450     END-IF.
007460     MOVE "APLICACION DE ACTUALIZACION MASIVA" TO RSVC-TITULO.
007470     IF CORRIDA-REANUDADA
007480         MOVE "R" TO RSVC-FUNCION
007490         CALL "reporte_svc" USING RSVC-AREA
007500         MOVE "E" TO RSVC-FUNCION
007510         MOVE SPACES TO RSVC-LINEA
007520         STRING "CORRIDA REANUDADA DESPUES DEL DNI "
007530             WS-DNI-REANUDA DELIMITED BY SIZE INTO RSVC-LINEA
007540         CALL "reporte_svc" USING RSVC-AREA
007550         MOVE WS-DNI-REANUDA TO PERS-DNI
007560         START PERSONA-FILE KEY IS GREATER THAN PERS-DNI
007570             INVALID KEY
007580                 SET FIN-PERSONA TO TRUE
007590         END-START
007600     ELSE
007610         STRING "MASAPL." WS-FECHA-HOY DELIMITED BY SIZE
007620             WS-SUFIJO-CICLO DELIMITED BY SPACE
007630             INTO WS-DYN-REPORT-FILE
007640         MOVE "A" TO RSVC-FUNCION
007650         PERFORM 5000-ENCABEZAR-REPORTE THRU 5000-EXIT
007660     END-IF.
007670     PERFORM 3200-APLICAR-PERSONA THRU 3200-EXIT
007680         UNTIL FIN-PERSONA.
007690     CLOSE PERSONA-FILE.
007700     PERFORM 5200-TOTALES THRU 5200-EXIT.
007710     MOVE "APLICADOS.........................." TO LTO-ETIQUETA.
007720     MOVE WS-CUENTA-APLICADOS TO LTO-VALOR.
007730     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
007740     CALL "reporte_svc" USING RSVC-AREA.
007750     MOVE "ERRORES DE REGRABACION............." TO LTO-ETIQUETA.
007760     MOVE WS-CUENTA-ERRORES TO LTO-VALOR.
007770     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
007780     CALL "reporte_svc" USING RSVC-AREA.
007790     MOVE "C" TO RSVC-FUNCION.
007800     CALL "reporte_svc" USING RSVC-AREA.
007810     PERFORM 3500-BORRAR-CHECKPOINT THRU 3500-EXIT.
007820     PERFORM 6100-MARCAR-EJECUTADO THRU 6100-EXIT.
007830     MOVE WS-CUENTA-APLICADOS TO WS-AUDT-CANTIDAD.
007840     IF WS-CUENTA-ERRORES > ZERO
007850         MOVE SPACES TO WS-ELOG-MENSAJE
007860         STRING "ACTUALIZACION MASIVA CON " WS-CUENTA-ERRORES
007870             " ERRORES DE REGRABACION" DELIMITED BY SIZE
007880             INTO WS-ELOG-MENSAJE
007890         CALL "errorlog" USING WS-ELOG-PROGRAMA
007900                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
007910         MOVE 4 TO RETURN-CODE
007920     END-IF.
007930     DISPLAY "ACTUALIZACION MASIVA APLICADA: "
007940         WS-CUENTA-APLICADOS " PERSONAS. REPORTE "
007950         WS-DYN-REPORT-FILE.
007960 3000-EXIT.
007970     EXIT.
007980
007990 3100-LEER-CHECKPOINT.
008000     OPEN INPUT CHECK-FILE.
008010     IF WS-CHECK-STATUS NOT = "00"
008020         GO TO 3100-EXIT
008030     END-IF.
008040     READ CHECK-FILE
008050         NOT AT END
008060             IF CHK-SOLICITUD = CLM-SOLICITUD
008070                     AND CHK-ULTIMO-DNI IS NUMERIC
008080                 SET CORRIDA-REANUDADA TO TRUE
008090                 MOVE CHK-ULTIMO-DNI TO WS-DNI-REANUDA
008100                 MOVE CHK-LEIDOS TO WS-CUENTA-LEIDOS
008110                 MOVE CHK-APLICADOS TO WS-CUENTA-APLICADOS
008120                 MOVE CHK-SIN-CAMBIO TO WS-CUENTA-SIN-CAMBIO
008130                 MOVE CHK-ERRORES TO WS-CUENTA-ERRORES
008140                 MOVE CHK-REPORTE TO WS-DYN-REPORT-FILE
008150                 MOVE CHK-REPORTE TO RSVC-ARCHIVO
008160             END-IF
008170     END-READ.
008180     CLOSE CHECK-FILE.
008190 3100-EXIT.
008200     EXIT.
008210
008220 3200-APLICAR-PERSONA.
008230     READ PERSONA-FILE NEXT RECORD
008240         AT END
008250             SET FIN-PERSONA TO TRUE
008260             GO TO 3200-EXIT
008270     END-READ.
008280     ADD 1 TO WS-CUENTA-LEIDOS.
008290     PERFORM 4000-EVALUAR-SELECCION THRU 4000-EXIT.
008300     IF PERSONA-SELECCIONADA
008310         PERFORM 3300-REGRABAR-PERSONA THRU 3300-EXIT
008320     END-IF.
008330     ADD 1 TO WS-DESDE-CHECK.
008340     IF WS-DESDE-CHECK >= WS-INTERVALO-CHECK
008350         PERFORM 3400-ESCRIBIR-CHECKPOINT THRU 3400-EXIT
008360     END-IF.
008370 3200-EXIT.
008380     EXIT.
008390
008400*    UNA PERSONA QUE YA TIENE EL VALOR NUEVO (POR EJEMPLO, LA
008410*    REGRABADA ANTES DE UNA CAIDA) NO SE VUELVE A TOCAR
008420 3300-REGRABAR-PERSONA.
008430     ADD 1 TO WS-CUENTA-SELECCIONADOS.
008440     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
008450     PERFORM 4100-APLICAR-VALOR THRU 4100-EXIT.
008460     IF PERSONA-RECORD = WS-IMAGEN-ANTES
008470         ADD 1 TO WS-CUENTA-SIN-CAMBIO
008480         GO TO 3300-EXIT
008490     END-IF.
008500     REWRITE PERSONA-RECORD
008510         INVALID KEY
008520             ADD 1 TO WS-CUENTA-ERRORES
008530             MOVE "ERROR AL REGRABAR, SIN CAMBIO" TO LMV-NOTA
008540         NOT INVALID KEY
008550             ADD 1 TO WS-CUENTA-APLICADOS
008560             MOVE SPACES TO LMV-NOTA
008570             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
008580             CALL "persona_journal" USING WS-JRNL-PROGRAMA
008590                     WS-JRNL-ACCION WS-IMAGEN-ANTES
008600                     WS-IMAGEN-DESPUES
008610     END-REWRITE.
008620     PERFORM 5100-LINEA-PERSONA THRU 5100-EXIT.
008630 3300-EXIT.
008640     EXIT.
008650
008660******************************************************************
008670* 3400-ESCRIBIR-CHECKPOINT - GRABA EL ULTIMO DNI PROCESADO Y
008680*     LOS CONTADORES, PARA REANUDAR UNA CORRIDA CAIDA
008690******************************************************************
008700 3400-ESCRIBIR-CHECKPOINT.
008710     MOVE ZERO TO WS-DESDE-CHECK.
008720     MOVE SPACES TO CHECK-RECORD.
008730     MOVE CLM-SOLICITUD TO CHK-SOLICITUD.
008740     MOVE PERS-DNI TO CHK-ULTIMO-DNI.
008750     MOVE WS-CUENTA-LEIDOS TO CHK-LEIDOS.
008760     MOVE WS-CUENTA-APLICADOS TO CHK-APLICADOS.
008770     MOVE WS-CUENTA-SIN-CAMBIO TO CHK-SIN-CAMBIO.
008780     MOVE WS-CUENTA-ERRORES TO CHK-ERRORES.
008790     MOVE WS-DYN-REPORT-FILE TO CHK-REPORTE.
008800     OPEN OUTPUT CHECK-FILE.
008810     WRITE CHECK-RECORD.
008820     CLOSE CHECK-FILE.
008830 3400-EXIT.
008840     EXIT.
008850
008860 3500-BORRAR-CHECKPOINT.
008870     MOVE SPACES TO CHECK-RECORD.
008880     OPEN OUTPUT CHECK-FILE.
008890     WRITE CHECK-RECORD.
008900     CLOSE CHECK-FILE.
008910 3500-EXIT.
008920     EXIT.
008930
008940******************************************************************
008950* 4000-EVALUAR-SELECCION - LA PERSONA ENTRA SI CUMPLE TODOS LOS
008960*     CRITERIOS NO EN BLANCO DE LA TARJETA DE SELECCION
008970******************************************************************
008980 4000-EVALUAR-SELECCION.
008990     MOVE "N" TO WS-SW-SELECCIONADA.
009000     IF MSEL-ESTADO = "A" AND PERS-INACTIVO
009010         GO TO 4000-EXIT
009020     END-IF.
009030     IF MSEL-ESTADO = "I" AND NOT PERS-INACTIVO
009040         GO TO 4000-EXIT
009050     END-IF.
009060     IF MSEL-SUCURSAL NOT = SPACES
009070             AND PERS-SUCURSAL NOT = MSEL-SUCURSAL-N
009080         GO TO 4000-EXIT
009090     END-IF.
009100     IF MSEL-CLASIF NOT = SPACES
009110             AND PERS-CLASIF-CODIGO NOT = MSEL-CLASIF-N
009120         GO TO 4000-EXIT
009130     END-IF.
009140     IF MSEL-EDAD-DESDE NOT = SPACES
009150             AND PERS-EDAD < MSEL-EDAD-DESDE-N
009160         GO TO 4000-EXIT
009170     END-IF.
009180     IF MSEL-EDAD-HASTA NOT = SPACES
009190             AND PERS-EDAD > MSEL-EDAD-HASTA-N
009200         GO TO 4000-EXIT
009210     END-IF.
009220     IF MSEL-MAYORIA NOT = SPACE
009230             AND PERS-MAYORDEEDAD NOT = MSEL-MAYORIA
009240         GO TO 4000-EXIT
009250     END-IF.
009260     IF MSEL-LOCALIDAD NOT = SPACES
009270             AND FUNCTION UPPER-CASE(PERS-LOCALIDAD) NOT =
009280                 FUNCTION UPPER-CASE(MSEL-LOCALIDAD)
009290         GO TO 4000-EXIT
009300     END-IF.
009310     IF MSEL-CODIGO-POSTAL NOT = SPACES
009320             AND PERS-CODIGO-POSTAL NOT = MSEL-CODIGO-POSTAL
009330         GO TO 4000-EXIT
009340     END-IF.
009350     SET PERSONA-SELECCIONADA TO TRUE.
009360 4000-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400* 4100-APLICAR-VALOR - PONE EL NUEVO VALOR EN EL REGISTRO EN
009410*     CURSO Y DEJA LOS VALORES ANTERIOR Y NUEVO PARA EL REPORTE
009420******************************************************************
009430 4100-APLICAR-VALOR.
009440     MOVE SPACES TO WS-VALOR-ANTES WS-VALOR-DESPUES.
009450     EVALUATE TRUE
009460         WHEN CAMPO-CLASIF
009470             MOVE PERS-CLASIF-CODIGO TO WS-VALOR-ANTES
009480             MOVE WS-NUEVO-NUMERICO TO PERS-CLASIF-CODIGO
009490             MOVE PERS-CLASIF-CODIGO TO WS-VALOR-DESPUES
009500         WHEN CAMPO-SUCURSAL
009510             MOVE PERS-SUCURSAL TO WS-VALOR-ANTES
009520             MOVE WS-NUEVO-NUMERICO TO PERS-SUCURSAL
009530             MOVE PERS-SUCURSAL TO WS-VALOR-DESPUES
009540         WHEN CAMPO-NUMERO
009550             MOVE PERS-NUMERO TO WS-VALOR-ANTES
009560             MOVE WS-NUEVO-NUMERICO TO PERS-NUMERO
009570             MOVE PERS-NUMERO TO WS-VALOR-DESPUES
009580         WHEN CAMPO-CALLE
009590             MOVE PERS-CALLE TO WS-VALOR-ANTES
009600             MOVE WS-NUEVO-TEXTO TO PERS-CALLE
009610             MOVE PERS-CALLE TO WS-VALOR-DESPUES
009620         WHEN CAMPO-LOCALIDAD
009630             MOVE PERS-LOCALIDAD TO WS-VALOR-ANTES
009640             MOVE WS-NUEVO-TEXTO TO PERS-LOCALIDAD
009650             MOVE PERS-LOCALIDAD TO WS-VALOR-DESPUES
009660         WHEN CAMPO-CP
009670             MOVE PERS-CODIGO-POSTAL TO WS-VALOR-ANTES
009680             MOVE WS-NUEVO-TEXTO TO PERS-CODIGO-POSTAL
009690             MOVE PERS-CODIGO-POSTAL TO WS-VALOR-DESPUES
009700     END-EVALUATE.
009710 4100-EXIT.
009720     EXIT.
009730
009740******************************************************************
009750* 5000-ENCABEZAR-REPORTE - ABRE EL REPORTE Y TRANSCRIBE LAS
009760*     TARJETAS, LA SOLICITUD Y LAS COLUMNAS
009770******************************************************************
009780 5000-ENCABEZAR-REPORTE.
009790     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
009800     CALL "reporte_svc" USING RSVC-AREA.
009810     MOVE "E" TO RSVC-FUNCION.
009820     MOVE SPACES TO RSVC-LINEA.
009830     STRING "SELECCION: " WS-TARJETA-SELECCION
009840         DELIMITED BY SIZE INTO RSVC-LINEA.
009850     CALL "reporte_svc" USING RSVC-AREA.
009860     MOVE SPACES TO RSVC-LINEA.
009870     STRING "CAMBIO:    " WS-TARJETA-CAMBIO
009880         DELIMITED BY SIZE INTO RSVC-LINEA.
009890     CALL "reporte_svc" USING RSVC-AREA.
009900     MOVE SPACES TO RSVC-LINEA.
009910     IF MODO-APLICACION
009920         STRING "SOLICITUD " CLM-SOLICITUD
009930             "  PERSONAS EN LA VISTA PREVIA: " CLM-CANTIDAD
009940             DELIMITED BY SIZE INTO RSVC-LINEA
009950     ELSE
009960         STRING "SOLICITUD " CLM-SOLICITUD " DE "
009970             WS-SOLICITANTE DELIMITED BY SIZE INTO RSVC-LINEA
009980     END-IF.
009990     CALL "reporte_svc" USING RSVC-AREA.
010000     MOVE SPACES TO RSVC-LINEA.
010010     CALL "reporte_svc" USING RSVC-AREA.
010020     MOVE WS-LINEA-COLUMNAS TO RSVC-LINEA.
010030     CALL "reporte_svc" USING RSVC-AREA.
010040 5000-EXIT.
010050     EXIT.
010060
010070 5100-LINEA-PERSONA.
010080     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
010090     MOVE WS-DNI-ENMASCARADO TO LMV-DNI.
010100     MOVE PERS-NOMBRE TO LMV-NOMBRE.
010110     MOVE WS-VALOR-ANTES TO LMV-ANTES.
010120     MOVE WS-VALOR-DESPUES TO LMV-DESPUES.
010130     MOVE WS-LINEA-PERSONA TO RSVC-LINEA.
010140     CALL "reporte_svc" USING RSVC-AREA.
010150 5100-EXIT.
010160     EXIT.
010170
010180 5200-TOTALES.
010190     MOVE SPACES TO RSVC-LINEA.
010200     CALL "reporte_svc" USING RSVC-AREA.
010210     MOVE "REGISTROS LEIDOS..................." TO LTO-ETIQUETA.
010220     MOVE WS-CUENTA-LEIDOS TO LTO-VALOR.
010230     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
010240     CALL "reporte_svc" USING RSVC-AREA.
010250     MOVE "SELECCIONADOS......................" TO LTO-ETIQUETA.
010260     MOVE WS-CUENTA-SELECCIONADOS TO LTO-VALOR.
010270     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
010280     CALL "reporte_svc" USING RSVC-AREA.
010290     MOVE "YA TENIAN EL VALOR NUEVO..........." TO LTO-ETIQUETA.
010300     MOVE WS-CUENTA-SIN-CAMBIO TO LTO-VALOR.
010310     MOVE WS-LINEA-TOTAL TO RSVC-LINEA.
010320     CALL "reporte_svc" USING RSVC-AREA.
010330 5200-EXIT.
010340     EXIT.
010350
010360******************************************************************
010370* 6000-REGISTRAR-PENDIENTE - DEJA EL CAMBIO PENDIENTE EN
010380*     PENDAPRO. PEND-IMAGEN LLEVA LAS TARJETAS Y LA SOLICITUD.
010390******************************************************************
010400 6000-REGISTRAR-PENDIENTE.
010410     OPEN EXTEND PENDAPRO-FILE.
010420     IF WS-PEND-STATUS NOT = "00"
010430         OPEN OUTPUT PENDAPRO-FILE
010440     END-IF.
010450     MOVE SPACES TO PENDIENTE-RECORD.
010460     MOVE "P" TO PEND-ESTADO.
010470     MOVE "U" TO PEND-ACCION.
010480     MOVE WS-FECHA-HOY TO PEND-FECHA.
010490     MOVE WS-SOLICITANTE TO PEND-SOLICITANTE.
010500     MOVE ZEROS TO PEND-DNI.
010510     MOVE WS-CLAVE-MASIVA TO PEND-IMAGEN.
010520     WRITE PENDIENTE-RECORD.
010530     CLOSE PENDAPRO-FILE.
010540     DISPLAY "CAMBIO MASIVO REGISTRADO COMO PENDIENTE DE "
010550         "APROBACION.".
010560 6000-EXIT.
010570     EXIT.
010580
010590******************************************************************
010600* 6100-MARCAR-EJECUTADO - LA ENTRADA APROBADA PASA A "E" PARA
010610*     QUE UNA NUEVA CORRIDA CON LAS MISMAS TARJETAS NO LA VUELVA
010620*     A APLICAR (PEDIRIA UNA APROBACION NUEVA)
010630******************************************************************
010640 6100-MARCAR-EJECUTADO.
010650     MOVE "N" TO WS-EOF-PEND.
010660     OPEN INPUT PENDAPRO-FILE.
010670     IF WS-PEND-STATUS NOT = "00"
010680         GO TO 6100-EXIT
010690     END-IF.
010700     PERFORM 6110-CARGAR-PENDIENTE THRU 6110-EXIT
010710         UNTIL FIN-PENDIENTES.
010720     CLOSE PENDAPRO-FILE.
010730     IF PENDIENTES-DESBORDADOS
010740         DISPLAY "PENDAPRO TIENE MAS DE " WS-MAX-PENDIENTES
010750             " ENTRADAS: MARQUE LA SOLICITUD " CLM-SOLICITUD
010760             " COMO EJECUTADA AL DEPURARLO."
010770         GO TO 6100-EXIT
010780     END-IF.
010790     OPEN OUTPUT PENDAPRO-FILE.
010800     PERFORM 6120-GRABAR-PENDIENTE THRU 6120-EXIT
010810         VARYING WS-IDX-PEND FROM 1 BY 1
010820             UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES.
010830     CLOSE PENDAPRO-FILE.
010840 6100-EXIT.
010850     EXIT.
010860
010870 6110-CARGAR-PENDIENTE.
010880     READ PENDAPRO-FILE
010890         AT END
010900             SET FIN-PENDIENTES TO TRUE
010910             GO TO 6110-EXIT
010920     END-READ.
010930     IF WS-CANT-PENDIENTES >= WS-MAX-PENDIENTES
010940         SET PENDIENTES-DESBORDADOS TO TRUE
010950         GO TO 6110-EXIT
010960     END-IF.
010970     IF PEND-ACCION = "U" AND PEND-ESTADO = "A"
010980             AND PEND-IMAGEN = WS-CLAVE-MASIVA
010990         MOVE "E" TO PEND-ESTADO
011000     END-IF.
011010     ADD 1 TO WS-CANT-PENDIENTES.
011020     MOVE PENDIENTE-RECORD TO PENT-REGISTRO(WS-CANT-PENDIENTES).
011030 6110-EXIT.
011040     EXIT.
011050
011060 6120-GRABAR-PENDIENTE.
011070     MOVE PENT-REGISTRO(WS-IDX-PEND) TO PENDIENTE-RECORD.
011080     WRITE PENDIENTE-RECORD.
011090 6120-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130* 9000-TERMINAR - AUDITORIA Y CATALOGO DEL REPORTE
011140******************************************************************
011150 9000-TERMINAR.
011160     IF WS-DYN-REPORT-FILE = SPACES
011170         GO TO 9000-EXIT
011180     END-IF.
011190     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
011200     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
011210     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
011220     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
011230             WS-CATG-CANTIDAD.
011240 9000-EXIT.
011250     EXIT.
011260
011270 END PROGRAM PersonaMasiva.
