000100******************************************************************
000110* PROGRAM-ID: calendario_mant
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MAINTENANCE DIALOG OVER THE CALENDAR FILE READ BY
000170*             CICLO_DIARIO AND THE OTHER DATE-DRIVEN JOBS. THE
000180*             OPERATOR LISTS A MONTH, MARKS A DATE AS FERIADO
000190*             ("F"), MARKS IT AS A CIERRE DE PERIODO DAY ("C"),
000200*             OR RETURNS IT TO A PLAIN BUSINESS DAY ("H"). EACH
000210*             CHANGE ASKS FOR THE REASON AND IS APPENDED TO
000220*             CALCAMB WITH WHO MADE IT AND WHEN; THE CHANGES OF
000230*             A DATE CAN BE LISTED BACK FROM HERE. DATES BEFORE
000240*             THE BUSINESS DATE ARE ALREADY PROCESSED AND ARE
000250*             NOT CHANGED. CALENDAR IS REWRITTEN IN DATE ORDER
000260*             AT THE END OF THE SESSION.
000270* TECTONICS:  cobc
000280******************************************************************
000290* MODIFICATION HISTORY
000300* DATE       INIT DESCRIPTION
000310* 2026-10-15 RW   INITIAL VERSION. LA TABLA EN MEMORIA Y EL
000320*                 REGRABADO SIGUEN A RETEN_LEGAL.
000330* 2026-10-15 RW   "SIN REGISTRO (SE TOMA HABIL)": EL TEXTO
000340*                 ANTERIOR NO ENTRABA EN WS-DESCRIPCION-TIPO.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. calendario_mant.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CAL-STATUS.
000450
000460     SELECT CALCAMB-FILE ASSIGN TO "CALCAMB"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CAMB-STATUS.
000490
000500     SELECT SESION-FILE ASSIGN TO "SESION"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SES-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CALENDAR-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 09 CHARACTERS.
000590 01  CALENDAR-RECORD.
000600     05  CAL-FECHA               PIC 9(08).
000610     05  CAL-TIPO                PIC X(01).
000620
000630 FD  CALCAMB-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 79 CHARACTERS.
000660 COPY CALCAMB.
000670
000680 FD  SESION-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 08 CHARACTERS.
000710 01  SESION-RECORD.
000720     05  SES-OPERADOR            PIC X(08).
000730
000740 WORKING-STORAGE SECTION.
000750 01  WS-CAL-STATUS               PIC X(02).
000760 01  WS-CAMB-STATUS              PIC X(02).
000770 01  WS-SES-STATUS               PIC X(02).
000780 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000790     88  FIN-ARCHIVO             VALUE "S".
000800
000810*----------------------------------------------------------------
000820*    CALENDARIO EN MEMORIA, ORDENADO POR FECHA
000830*----------------------------------------------------------------
000840 01  WS-MAX-DIAS                 PIC 9(04) VALUE 2500.
000850 01  WS-CANT-DIAS                PIC 9(04) VALUE ZERO.
000860 01  WS-SW-DIAS-DEMAS            PIC X(01) VALUE "N".
000870     88  CALENDARIO-DESBORDADO   VALUE "S".
000880 01  TABLA-CALENDARIO.
000890     05  CALT-ENTRADA OCCURS 2500 TIMES.
000900         10  CALT-FECHA          PIC 9(08).
000910         10  CALT-TIPO           PIC X(01).
000920 01  WS-IDX-DIA                  PIC 9(04) COMP.
000930 01  WS-IDX-HALLADO              PIC 9(04) COMP.
000940 01  WS-IDX-DESTINO              PIC 9(04) COMP.
000950 01  WS-SW-LUGAR                 PIC X(01) VALUE "N".
000960     88  LUGAR-HALLADO           VALUE "S".
000970 01  WS-SW-HUBO-CAMBIOS          PIC X(01) VALUE "N".
000980     88  HUBO-CAMBIOS            VALUE "S".
000990 01  WS-CANT-CAMBIOS             PIC 9(05) VALUE ZERO.
001000
001010*----------------------------------------------------------------
001020*    FECHAS Y DIA DE LA SEMANA
001030*----------------------------------------------------------------
001040 01  WS-FECHA-HOY                PIC X(08).
001050 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001060 01  WS-FECHA-NUEVA              PIC 9(08).
001070 01  WS-FECHA-NUEVA-X REDEFINES WS-FECHA-NUEVA.
001080     05  WS-NUEVA-AAAAMM         PIC 9(06).
001090     05  WS-NUEVA-DD             PIC 9(02).
001100 01  WS-MES-PEDIDO               PIC 9(06).
001110 01  WS-MES-PEDIDO-X REDEFINES WS-MES-PEDIDO.
001120     05  WS-PEDIDO-AAAA          PIC 9(04).
001130     05  WS-PEDIDO-MM            PIC 9(02).
001140 01  WS-DIA-DEL-MES              PIC 9(02).
001150 01  WS-DIA-ENTERO               PIC 9(07).
001160 01  WS-DIA-SEMANA               PIC 9(01).
001170 01  WS-NOMBRES-DIAS             PIC X(21)
001180         VALUE "LUNMARMIEJUEVIESABDOM".
001190 01  WS-NOMBRES-DIAS-T REDEFINES WS-NOMBRES-DIAS.
001200     05  WS-NOMBRE-DIA           PIC X(03) OCCURS 7 TIMES.
001210 01  WS-TIPO-ACTUAL              PIC X(01).
001220 01  WS-DESCRIPCION-TIPO         PIC X(30).
001230 01  WS-CUENTA-LISTADOS          PIC 9(05).
001240
001250*----------------------------------------------------------------
001260*    DIALOGO
001270*----------------------------------------------------------------
001280 01  WS-OPCION                   PIC 9(01) VALUE ZERO.
001290 01  WS-FECHA-ALFA               PIC X(08).
001300 01  WS-MES-ALFA                 PIC X(06).
001310 01  WS-TIPO-PEDIDO              PIC X(01).
001320 01  WS-TIPO-ANTES               PIC X(01).
001330 01  WS-MOTIVO-NUEVO             PIC X(40).
001340 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE SPACES.
001350
001360*----------------------------------------------------------------
001370*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
001380*----------------------------------------------------------------
001390 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE
001400         "calendario_mant".
001410 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001420
001430 PROCEDURE DIVISION.
001440
001450******************************************************************
001460* 0000-MAINLINE
001470******************************************************************
001480 0000-MAINLINE.
001490     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001500     PERFORM 1000-CARGAR-CALENDARIO THRU 1000-EXIT.
001510     IF CALENDARIO-DESBORDADO
001520         DISPLAY "CALENDAR TIENE MAS DE " WS-MAX-DIAS " FECHAS:"
001530             " NO SE ABRE LA SESION."
001540         GOBACK
001550     END-IF.
001560     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
001570     PERFORM 2000-MENU THRU 2000-EXIT
001580         UNTIL WS-OPCION = 6.
001590     IF HUBO-CAMBIOS
001600         PERFORM 9000-REGRABAR-CALENDARIO THRU 9000-EXIT
001610     END-IF.
001620     MOVE WS-CANT-CAMBIOS TO WS-AUDT-CANTIDAD.
001630     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
001640     GOBACK.
001650
001660******************************************************************
001670* 1000-CARGAR-CALENDARIO - CADA FECHA SE UBICA EN ORDEN; SI UNA
001680*     FECHA VIENE REPETIDA QUEDA EL TIPO DEL ULTIMO REGISTRO
001690******************************************************************
001700 1000-CARGAR-CALENDARIO.
001710     MOVE "N" TO WS-EOF-ARCHIVO.
001720     OPEN INPUT CALENDAR-FILE.
001730     IF WS-CAL-STATUS = "00"
001740         PERFORM 1100-LEER-CALENDARIO THRU 1100-EXIT
001750             UNTIL FIN-ARCHIVO
001760         CLOSE CALENDAR-FILE
001770     END-IF.
001780 1000-EXIT.
001790     EXIT.
001800
001810 1100-LEER-CALENDARIO.
001820     READ CALENDAR-FILE
001830         AT END
001840             SET FIN-ARCHIVO TO TRUE
001850             GO TO 1100-EXIT
001860     END-READ.
001870     IF CAL-FECHA IS NOT NUMERIC
001880         GO TO 1100-EXIT
001890     END-IF.
001900     MOVE CAL-FECHA TO WS-FECHA-NUEVA.
001910     PERFORM 3500-BUSCAR-FECHA THRU 3500-EXIT.
001920     IF WS-IDX-HALLADO > ZERO
001930         MOVE CAL-TIPO TO CALT-TIPO(WS-IDX-HALLADO)
001940         GO TO 1100-EXIT
001950     END-IF.
001960     IF WS-CANT-DIAS >= WS-MAX-DIAS
001970         SET CALENDARIO-DESBORDADO TO TRUE
001980         SET FIN-ARCHIVO TO TRUE
001990         GO TO 1100-EXIT
002000     END-IF.
002010     MOVE CAL-TIPO TO WS-TIPO-PEDIDO.
002020     PERFORM 3600-INSERTAR-FECHA THRU 3600-EXIT.
002030 1100-EXIT.
002040     EXIT.
002050
002060 1500-IDENTIFICAR-OPERADOR.
002070     OPEN INPUT SESION-FILE.
002080     IF WS-SES-STATUS = "00"
002090         READ SESION-FILE
002100             NOT AT END
002110                 MOVE SES-OPERADOR TO WS-OPERADOR-ACTUAL
002120         END-READ
002130         CLOSE SESION-FILE
002140     END-IF.
002150     IF WS-OPERADOR-ACTUAL = SPACES
002160         DISPLAY "ID DE OPERADOR: "
002170         ACCEPT WS-OPERADOR-ACTUAL
002180     END-IF.
002190 1500-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230* 2000-MENU - VER UN MES, MARCAR Y DESMARCAR FECHAS, VER CAMBIOS
002240******************************************************************
002250 2000-MENU.
002260     DISPLAY "1. VER UN MES".
002270     DISPLAY "2. MARCAR FERIADO".
002280     DISPLAY "3. DEJAR COMO DIA HABIL (DESMARCAR FERIADO O "
002290         "CIERRE)".
002300     DISPLAY "4. MARCAR DIA DE CIERRE".
002310     DISPLAY "5. VER CAMBIOS DE UNA FECHA".
002320     DISPLAY "6. SALIR".
002330     DISPLAY "Seleccione una opcion: ".
002340     ACCEPT WS-OPCION.
002350     EVALUATE WS-OPCION
002360         WHEN 1  PERFORM 3000-VER-MES THRU 3000-EXIT
002370         WHEN 2
002380             MOVE "F" TO WS-TIPO-PEDIDO
002390             PERFORM 4000-CAMBIAR-FECHA THRU 4000-EXIT
002400         WHEN 3
002410             MOVE "H" TO WS-TIPO-PEDIDO
002420             PERFORM 4000-CAMBIAR-FECHA THRU 4000-EXIT
002430         WHEN 4
002440             MOVE "C" TO WS-TIPO-PEDIDO
002450             PERFORM 4000-CAMBIAR-FECHA THRU 4000-EXIT
002460         WHEN 5  PERFORM 5000-VER-CAMBIOS THRU 5000-EXIT
002470         WHEN 6  CONTINUE
002480         WHEN OTHER
002490             DISPLAY "OPCION INVALIDA."
002500     END-EVALUATE.
002510 2000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550* 3000-VER-MES - CADA DIA DEL MES CON SU DIA DE LA SEMANA Y SU
002560*     TIPO; UN DIA SIN REGISTRO SE INFORMA COMO TAL
002570******************************************************************
002580 3000-VER-MES.
002590     DISPLAY "Mes (AAAAMM): ".
002600     ACCEPT WS-MES-ALFA.
002610     IF WS-MES-ALFA IS NOT NUMERIC
002620         DISPLAY "MES INVALIDO."
002630         GO TO 3000-EXIT
002640     END-IF.
002650     MOVE WS-MES-ALFA TO WS-MES-PEDIDO.
002660     IF WS-PEDIDO-MM < 1 OR WS-PEDIDO-MM > 12
002670         DISPLAY "MES INVALIDO."
002680         GO TO 3000-EXIT
002690     END-IF.
002700     MOVE ZERO TO WS-CUENTA-LISTADOS.
002710     PERFORM 3100-VER-DIA THRU 3100-EXIT
002720         VARYING WS-DIA-DEL-MES FROM 1 BY 1
002730             UNTIL WS-DIA-DEL-MES > 31.
002740 3000-EXIT.
002750     EXIT.
002760
002770 3100-VER-DIA.
002780     MOVE WS-MES-PEDIDO TO WS-NUEVA-AAAAMM.
002790     MOVE WS-DIA-DEL-MES TO WS-NUEVA-DD.
002800     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUEVA) NOT = ZERO
002810         GO TO 3100-EXIT
002820     END-IF.
002830     COMPUTE WS-DIA-ENTERO =
002840         FUNCTION INTEGER-OF-DATE(WS-FECHA-NUEVA).
002850     COMPUTE WS-DIA-SEMANA =
002860         FUNCTION MOD(WS-DIA-ENTERO - 1, 7) + 1.
002870     PERFORM 3500-BUSCAR-FECHA THRU 3500-EXIT.
002880     IF WS-IDX-HALLADO > ZERO
002890         MOVE CALT-TIPO(WS-IDX-HALLADO) TO WS-TIPO-ACTUAL
002900     ELSE
002910         MOVE "-" TO WS-TIPO-ACTUAL
002920     END-IF.
002930     PERFORM 3200-DESCRIBIR-TIPO THRU 3200-EXIT.
002940     DISPLAY " " WS-FECHA-NUEVA " " WS-NOMBRE-DIA(WS-DIA-SEMANA)
002950         " " WS-TIPO-ACTUAL " " WS-DESCRIPCION-TIPO.
002960 3100-EXIT.
002970     EXIT.
002980
002990 3200-DESCRIBIR-TIPO.
003000     EVALUATE WS-TIPO-ACTUAL
003010         WHEN "H"
003020             MOVE "HABIL" TO WS-DESCRIPCION-TIPO
003030         WHEN "F"
003040             MOVE "FERIADO" TO WS-DESCRIPCION-TIPO
003050         WHEN "C"
003060             MOVE "CIERRE DE PERIODO" TO WS-DESCRIPCION-TIPO
003070         WHEN "-"
003080             MOVE "SIN REGISTRO (SE TOMA HABIL)" TO
003090                 WS-DESCRIPCION-TIPO
003100         WHEN OTHER
003110             MOVE "TIPO DESCONOCIDO" TO WS-DESCRIPCION-TIPO
003120     END-EVALUATE.
003130 3200-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170* 3500-BUSCAR-FECHA - POSICION DE WS-FECHA-NUEVA EN LA TABLA, O
003180*     CERO SI NO ESTA
003190******************************************************************
003200 3500-BUSCAR-FECHA.
003210     MOVE ZERO TO WS-IDX-HALLADO.
003220     PERFORM 3510-COMPARAR-FECHA THRU 3510-EXIT
003230         VARYING WS-IDX-DIA FROM 1 BY 1
003240             UNTIL WS-IDX-DIA > WS-CANT-DIAS
003250                 OR WS-IDX-HALLADO > ZERO.
003260 3500-EXIT.
003270     EXIT.
003280
003290 3510-COMPARAR-FECHA.
003300     IF CALT-FECHA(WS-IDX-DIA) = WS-FECHA-NUEVA
003310         MOVE WS-IDX-DIA TO WS-IDX-HALLADO
003320     END-IF.
003330 3510-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370* 3600-INSERTAR-FECHA - ALTA DE WS-FECHA-NUEVA CON WS-TIPO-PEDIDO
003380*     EN SU LUGAR: LAS FECHAS POSTERIORES CORREN UN LUGAR
003390******************************************************************
003400 3600-INSERTAR-FECHA.
003410     COMPUTE WS-IDX-DESTINO = WS-CANT-DIAS + 1.
003420     MOVE "N" TO WS-SW-LUGAR.
003430     PERFORM 3610-CORRER-FECHA THRU 3610-EXIT
003440         VARYING WS-IDX-DIA FROM WS-CANT-DIAS BY -1
003450             UNTIL WS-IDX-DIA < 1 OR LUGAR-HALLADO.
003460     MOVE WS-FECHA-NUEVA TO CALT-FECHA(WS-IDX-DESTINO).
003470     MOVE WS-TIPO-PEDIDO TO CALT-TIPO(WS-IDX-DESTINO).
003480     ADD 1 TO WS-CANT-DIAS.
003490     MOVE WS-IDX-DESTINO TO WS-IDX-HALLADO.
003500 3600-EXIT.
003510     EXIT.
003520
003530 3610-CORRER-FECHA.
003540     IF CALT-FECHA(WS-IDX-DIA) > WS-FECHA-NUEVA
003550         MOVE CALT-ENTRADA(WS-IDX-DIA) TO
003560             CALT-ENTRADA(WS-IDX-DIA + 1)
003570         MOVE WS-IDX-DIA TO WS-IDX-DESTINO
003580     ELSE
003590         SET LUGAR-HALLADO TO TRUE
003600     END-IF.
003610 3610-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650* 4000-CAMBIAR-FECHA - LA FECHA PASA A WS-TIPO-PEDIDO (F, H O C),
003660*     CON MOTIVO OBLIGATORIO; EL CAMBIO QUEDA EN CALCAMB
003670******************************************************************
003680 4000-CAMBIAR-FECHA.
003690     DISPLAY "Fecha (AAAAMMDD): ".
003700     ACCEPT WS-FECHA-ALFA.
003710     IF WS-FECHA-ALFA IS NOT NUMERIC
003720         DISPLAY "FECHA INVALIDA."
003730         GO TO 4000-EXIT
003740     END-IF.
003750     MOVE WS-FECHA-ALFA TO WS-FECHA-NUEVA.
003760     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUEVA) NOT = ZERO
003770         DISPLAY "FECHA INVALIDA."
003780         GO TO 4000-EXIT
003790     END-IF.
003800     IF WS-FECHA-ALFA < WS-FECHA-HOY
003810         DISPLAY "LA FECHA ES ANTERIOR A LA FECHA DE NEGOCIO "
003820             WS-FECHA-HOY ": YA FUE PROCESADA."
003830         GO TO 4000-EXIT
003840     END-IF.
003850     PERFORM 3500-BUSCAR-FECHA THRU 3500-EXIT.
003860     IF WS-IDX-HALLADO > ZERO
003870         MOVE CALT-TIPO(WS-IDX-HALLADO) TO WS-TIPO-ANTES
003880     ELSE
003890         MOVE "-" TO WS-TIPO-ANTES
003900     END-IF.
003910     EVALUATE TRUE
003920         WHEN WS-TIPO-PEDIDO = "F" AND WS-TIPO-ANTES = "F"
003930             DISPLAY "LA FECHA YA ES FERIADO."
003940             GO TO 4000-EXIT
003950         WHEN WS-TIPO-PEDIDO = "H"
003960                 AND (WS-TIPO-ANTES = "H" OR WS-TIPO-ANTES = "-")
003970             DISPLAY "LA FECHA YA ES DIA HABIL."
003980             GO TO 4000-EXIT
003990         WHEN WS-TIPO-PEDIDO = "C" AND WS-TIPO-ANTES = "C"
004000             DISPLAY "LA FECHA YA ES DIA DE CIERRE."
004010             GO TO 4000-EXIT
004020         WHEN WS-TIPO-PEDIDO = "C" AND WS-TIPO-ANTES = "F"
004030             DISPLAY "LA FECHA ES FERIADO: DEJELA COMO DIA "
004040                 "HABIL ANTES DE MARCARLA DE CIERRE."
004050             GO TO 4000-EXIT
004060     END-EVALUATE.
004070     IF WS-IDX-HALLADO = ZERO AND WS-CANT-DIAS >= WS-MAX-DIAS
004080         DISPLAY "EL CALENDARIO ESTA LLENO."
004090         GO TO 4000-EXIT
004100     END-IF.
004110     DISPLAY "Motivo del cambio: ".
004120     ACCEPT WS-MOTIVO-NUEVO.
004130     IF WS-MOTIVO-NUEVO = SPACES
004140         DISPLAY "EL MOTIVO ES OBLIGATORIO. NO SE CAMBIA."
004150         GO TO 4000-EXIT
004160     END-IF.
004170     IF WS-IDX-HALLADO > ZERO
004180         MOVE WS-TIPO-PEDIDO TO CALT-TIPO(WS-IDX-HALLADO)
004190     ELSE
004200         PERFORM 3600-INSERTAR-FECHA THRU 3600-EXIT
004210     END-IF.
004220     PERFORM 4100-GRABAR-CAMBIO THRU 4100-EXIT.
004230     SET HUBO-CAMBIOS TO TRUE.
004240     ADD 1 TO WS-CANT-CAMBIOS.
004250     DISPLAY "FECHA " WS-FECHA-NUEVA " PASA DE " WS-TIPO-ANTES
004260         " A " WS-TIPO-PEDIDO ".".
004270 4000-EXIT.
004280     EXIT.
004290
004300 4100-GRABAR-CAMBIO.
004310     OPEN EXTEND CALCAMB-FILE.
004320     IF WS-CAMB-STATUS NOT = "00"
004330         OPEN OUTPUT CALCAMB-FILE
004340     END-IF.
004350     MOVE SPACES TO CALCAMB-RECORD.
004360     MOVE FUNCTION CURRENT-DATE(1:14) TO CCAM-MOMENTO.
004370     MOVE WS-OPERADOR-ACTUAL TO CCAM-OPERADOR.
004380     SET CCAM-DEL-DIALOGO TO TRUE.
004390     MOVE WS-FECHA-NUEVA TO CCAM-FECHA.
004400     MOVE WS-TIPO-ANTES TO CCAM-TIPO-ANTES.
004410     MOVE WS-TIPO-PEDIDO TO CCAM-TIPO-DESPUES.
004420     MOVE WS-MOTIVO-NUEVO TO CCAM-MOTIVO.
004430     WRITE CALCAMB-RECORD.
004440     CLOSE CALCAMB-FILE.
004450 4100-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 5000-VER-CAMBIOS - QUIEN CAMBIO UNA FECHA, CUANDO Y POR QUE
004500******************************************************************
004510 5000-VER-CAMBIOS.
004520     DISPLAY "Fecha (AAAAMMDD): ".
004530     ACCEPT WS-FECHA-ALFA.
004540     IF WS-FECHA-ALFA IS NOT NUMERIC
004550         DISPLAY "FECHA INVALIDA."
004560         GO TO 5000-EXIT
004570     END-IF.
004580     MOVE WS-FECHA-ALFA TO WS-FECHA-NUEVA.
004590     MOVE ZERO TO WS-CUENTA-LISTADOS.
004600     MOVE "N" TO WS-EOF-ARCHIVO.
004610     OPEN INPUT CALCAMB-FILE.
004620     IF WS-CAMB-STATUS = "00"
004630         PERFORM 5100-LEER-CAMBIO THRU 5100-EXIT
004640             UNTIL FIN-ARCHIVO
004650         CLOSE CALCAMB-FILE
004660     END-IF.
004670     IF WS-CUENTA-LISTADOS = ZERO
004680         DISPLAY "LA FECHA NO TIENE CAMBIOS REGISTRADOS."
004690     END-IF.
004700 5000-EXIT.
004710     EXIT.
004720
004730 5100-LEER-CAMBIO.
004740     READ CALCAMB-FILE
004750         AT END
004760             SET FIN-ARCHIVO TO TRUE
004770             GO TO 5100-EXIT
004780     END-READ.
004790     IF CCAM-FECHA IS NOT NUMERIC
004800         GO TO 5100-EXIT
004810     END-IF.
004820     IF CCAM-FECHA NOT = WS-FECHA-NUEVA
004830         GO TO 5100-EXIT
004840     END-IF.
004850     ADD 1 TO WS-CUENTA-LISTADOS.
004860     DISPLAY " " CCAM-MOMENTO " " CCAM-OPERADOR " "
004870         CCAM-ORIGEN " " CCAM-TIPO-ANTES " -> "
004880         CCAM-TIPO-DESPUES " " CCAM-MOTIVO.
004890 5100-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 9000-REGRABAR-CALENDARIO - EN ORDEN DE FECHA
004940******************************************************************
004950 9000-REGRABAR-CALENDARIO.
004960     OPEN OUTPUT CALENDAR-FILE.
004970     PERFORM 9100-GRABAR-UNA THRU 9100-EXIT
004980         VARYING WS-IDX-DIA FROM 1 BY 1
004990             UNTIL WS-IDX-DIA > WS-CANT-DIAS.
005000     CLOSE CALENDAR-FILE.
005010     DISPLAY "CALENDARIO REGRABADO.".
005020 9000-EXIT.
005030     EXIT.
005040
005050 9100-GRABAR-UNA.
005060     MOVE CALT-FECHA(WS-IDX-DIA) TO CAL-FECHA.
005070     MOVE CALT-TIPO(WS-IDX-DIA) TO CAL-TIPO.
005080     WRITE CALENDAR-RECORD.
005090 9100-EXIT.
005100     EXIT.
005110
005120 END PROGRAM calendario_mant.
