000100******************************************************************
000110* PROGRAM-ID: sucursal_mant
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MAINTENANCE DIALOG OVER THE SUCREF BRANCH
000170*             REFERENCE (COPY SUCURSAL) THAT VALIDAR_SUCURSAL
000180*             SERVES TO PERSONAMANT, PERSONAMANTBAT, PERSONAIMPORT
000190*             AND THE REPORTS. THE OPERATOR LISTS THE BRANCHES,
000200*             OPENS A NEW ONE (CODE 01-99, NEVER REUSING THE
000210*             CODE OF A CLOSED BRANCH) OR CHANGES THE NAME,
000220*             ADDRESS OR MANAGER OF AN OPEN ONE. CLOSING A
000230*             BRANCH IS NOT DONE HERE: IT MOVES PEOPLE AND IS
000240*             SUCURSALCIERRE'S, WITH ITS APPROVAL. EACH CHANGE
000250*             IS APPENDED TO SUCCAMB WITH WHO MADE IT AND WHEN,
000260*             AND THE CHANGES OF A BRANCH CAN BE LISTED BACK
000270*             FROM HERE. SUCREF IS REWRITTEN IN CODE ORDER AT
000280*             THE END OF THE SESSION.
000290* TECTONICS:  cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320* DATE       INIT DESCRIPTION
000330* 2026-10-15 RW   INITIAL VERSION. EL DIALOGO Y EL REGISTRO DE
000340*                 CAMBIOS SIGUEN A CALENDARIO_MANT.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. sucursal_mant.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SUCREF-FILE ASSIGN TO "SUCREF"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SUC-STATUS.
000450
000460     SELECT SUCCAMB-FILE ASSIGN TO "SUCCAMB"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CAMB-STATUS.
000490
000500     SELECT SESION-FILE ASSIGN TO "SESION"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SES-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  SUCREF-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 128 CHARACTERS.
000590 COPY SUCURSAL.
000600
000610 FD  SUCCAMB-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 154 CHARACTERS.
000640 01  SUCCAMB-RECORD.
000650     05  SCAM-MOMENTO            PIC X(14).
000660     05  FILLER                  PIC X(01).
000670     05  SCAM-OPERADOR           PIC X(08).
000680     05  FILLER                  PIC X(01).
000690     05  SCAM-ACCION             PIC X(01).
000700     05  FILLER                  PIC X(01).
000710     05  SCAM-IMAGEN             PIC X(128).
000720     05  SCAM-IMAGEN-R REDEFINES SCAM-IMAGEN.
000730         10  SCAM-CODIGO         PIC 9(02).
000740         10  FILLER              PIC X(126).
000750
000760 FD  SESION-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 08 CHARACTERS.
000790 01  SESION-RECORD.
000800     05  SES-OPERADOR            PIC X(08).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-SUC-STATUS               PIC X(02).
000840 01  WS-CAMB-STATUS              PIC X(02).
000850 01  WS-SES-STATUS               PIC X(02).
000860 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000870     88  FIN-ARCHIVO             VALUE "S".
000880
000890*----------------------------------------------------------------
000900*    SUCREF EN MEMORIA (CASILLERO = SUC + 1), YA EN ORDEN DE
000910*    CODIGO PARA EL LISTADO Y EL REGRABADO
000920*----------------------------------------------------------------
000930 01  TABLA-SUCURSALES.
000940     05  SUCT-REGISTRO OCCURS 100 TIMES PIC X(128).
000950 01  WS-IDX-SUC                  PIC 9(03) COMP.
000960 01  WS-CANT-SUCURSALES          PIC 9(03) VALUE ZERO.
000970 01  WS-SW-HUBO-CAMBIOS          PIC X(01) VALUE "N".
000980     88  HUBO-CAMBIOS            VALUE "S".
000990 01  WS-CANT-CAMBIOS             PIC 9(05) VALUE ZERO.
001000
001010*----------------------------------------------------------------
001020*    SUCURSAL EN TRABAJO (MISMO FORMATO QUE SUCREF-RECORD)
001030*----------------------------------------------------------------
001040 01  WS-SUCURSAL-TRABAJO.
001050     05  SUCW-CODIGO             PIC 9(02).
001060     05  FILLER                  PIC X(01).
001070     05  SUCW-NOMBRE             PIC X(30).
001080     05  FILLER                  PIC X(01).
001090     05  SUCW-DIRECCION          PIC X(40).
001100     05  FILLER                  PIC X(01).
001110     05  SUCW-RESPONSABLE        PIC X(30).
001120     05  FILLER                  PIC X(01).
001130     05  SUCW-ESTADO             PIC X(01).
001140         88  SUCW-ABIERTA        VALUE "A".
001150         88  SUCW-CERRADA        VALUE "C".
001160     05  FILLER                  PIC X(01).
001170     05  SUCW-FECHA-APERTURA     PIC 9(08).
001180     05  FILLER                  PIC X(01).
001190     05  SUCW-FECHA-CIERRE       PIC 9(08).
001200     05  FILLER                  PIC X(01).
001210     05  SUCW-SUCESORA           PIC 9(02).
001220
001230*----------------------------------------------------------------
001240*    DIALOGO
001250*----------------------------------------------------------------
001260 01  WS-OPCION                   PIC 9(01) VALUE ZERO.
001270 01  WS-FECHA-HOY                PIC X(08).
001280 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001290 01  WS-CODIGO-ALFA              PIC X(02).
001300 01  WS-CODIGO                   PIC 9(02).
001310 01  WS-FECHA-ALFA               PIC X(08).
001320 01  WS-FECHA-NUEVA              PIC 9(08).
001330 01  WS-NOMBRE-NUEVO             PIC X(30).
001340 01  WS-DIRECCION-NUEVA          PIC X(40).
001350 01  WS-RESPONSABLE-NUEVO        PIC X(30).
001360 01  WS-ACCION-CAMBIO            PIC X(01).
001370 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE SPACES.
001380 01  WS-CUENTA-LISTADOS          PIC 9(05).
001390 01  WS-DESCRIPCION-ESTADO       PIC X(08).
001400
001410*----------------------------------------------------------------
001420*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
001430*----------------------------------------------------------------
001440 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE
001450         "sucursal_mant".
001460 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001470
001480 PROCEDURE DIVISION.
001490
001500******************************************************************
001510* 0000-MAINLINE
001520******************************************************************
001530 0000-MAINLINE.
001540     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001550     PERFORM 1000-CARGAR-SUCREF THRU 1000-EXIT.
001560     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
001570     PERFORM 2000-MENU THRU 2000-EXIT
001580         UNTIL WS-OPCION = 5.
001590     IF HUBO-CAMBIOS
001600         PERFORM 9000-REGRABAR-SUCREF THRU 9000-EXIT
001610     END-IF.
001620     MOVE WS-CANT-CAMBIOS TO WS-AUDT-CANTIDAD.
001630     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
001640     GOBACK.
001650
001660******************************************************************
001670* 1000-CARGAR-SUCREF - CADA LINEA VA A SU CASILLERO; UN CODIGO
001680*     REPETIDO QUEDA CON SU ULTIMA LINEA (LA MISMA REGLA DE
001690*     VALIDAR_SUCURSAL)
001700******************************************************************
001710 1000-CARGAR-SUCREF.
001720     MOVE SPACES TO TABLA-SUCURSALES.
001730     MOVE "N" TO WS-EOF-ARCHIVO.
001740     OPEN INPUT SUCREF-FILE.
001750     IF WS-SUC-STATUS = "00"
001760         PERFORM 1100-LEER-SUCREF THRU 1100-EXIT
001770             UNTIL FIN-ARCHIVO
001780         CLOSE SUCREF-FILE
001790     END-IF.
001800 1000-EXIT.
001810     EXIT.
001820
001830 1100-LEER-SUCREF.
001840     READ SUCREF-FILE
001850         AT END
001860             SET FIN-ARCHIVO TO TRUE
001870             GO TO 1100-EXIT
001880     END-READ.
001890     IF SUC-CODIGO IS NOT NUMERIC
001900         GO TO 1100-EXIT
001910     END-IF.
001920     COMPUTE WS-IDX-SUC = SUC-CODIGO + 1.
001930     IF SUCT-REGISTRO(WS-IDX-SUC) = SPACES
001940         ADD 1 TO WS-CANT-SUCURSALES
001950     END-IF.
001960     MOVE SUCREF-RECORD TO SUCT-REGISTRO(WS-IDX-SUC).
001970 1100-EXIT.
001980     EXIT.
001990
002000 1500-IDENTIFICAR-OPERADOR.
002010     OPEN INPUT SESION-FILE.
002020     IF WS-SES-STATUS = "00"
002030         READ SESION-FILE
002040             NOT AT END
002050                 MOVE SES-OPERADOR TO WS-OPERADOR-ACTUAL
002060         END-READ
002070         CLOSE SESION-FILE
002080     END-IF.
002090     IF WS-OPERADOR-ACTUAL = SPACES
002100         DISPLAY "ID DE OPERADOR: "
002110         ACCEPT WS-OPERADOR-ACTUAL
002120     END-IF.
002130 1500-EXIT.
002140     EXIT.
002150
002160******************************************************************
002170* 2000-MENU - LISTAR, ALTA, MODIFICACION, VER CAMBIOS
002180******************************************************************
002190 2000-MENU.
002200     DISPLAY "1. LISTAR SUCURSALES".
002210     DISPLAY "2. ALTA DE SUCURSAL".
002220     DISPLAY "3. MODIFICAR NOMBRE, DIRECCION O RESPONSABLE".
002230     DISPLAY "4. VER CAMBIOS DE UNA SUCURSAL".
002240     DISPLAY "5. SALIR".
002250     DISPLAY "(EL CIERRE DE UNA SUCURSAL SE HACE CON "
002260         "SUCURSALCIERRE.)".
002270     DISPLAY "Seleccione una opcion: ".
002280     ACCEPT WS-OPCION.
002290     EVALUATE WS-OPCION
002300         WHEN 1  PERFORM 3000-LISTAR THRU 3000-EXIT
002310         WHEN 2  PERFORM 4000-ALTA THRU 4000-EXIT
002320         WHEN 3  PERFORM 5000-MODIFICACION THRU 5000-EXIT
002330         WHEN 4  PERFORM 6000-VER-CAMBIOS THRU 6000-EXIT
002340         WHEN 5  CONTINUE
002350         WHEN OTHER
002360             DISPLAY "OPCION INVALIDA."
002370     END-EVALUATE.
002380 2000-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420* 3000-LISTAR - TODAS LAS SUCURSALES, ABIERTAS Y CERRADAS
002430******************************************************************
002440 3000-LISTAR.
002450     MOVE ZERO TO WS-CUENTA-LISTADOS.
002460     PERFORM 3100-LISTAR-UNA THRU 3100-EXIT
002470         VARYING WS-IDX-SUC FROM 1 BY 1
002480             UNTIL WS-IDX-SUC > 100.
002490     IF WS-CUENTA-LISTADOS = ZERO
002500         DISPLAY "SUCREF NO TIENE SUCURSALES."
002510     END-IF.
002520 3000-EXIT.
002530     EXIT.
002540
002550 3100-LISTAR-UNA.
002560     IF SUCT-REGISTRO(WS-IDX-SUC) = SPACES
002570         GO TO 3100-EXIT
002580     END-IF.
002590     ADD 1 TO WS-CUENTA-LISTADOS.
002600     MOVE SUCT-REGISTRO(WS-IDX-SUC) TO WS-SUCURSAL-TRABAJO.
002610     PERFORM 3200-MOSTRAR-SUCURSAL THRU 3200-EXIT.
002620 3100-EXIT.
002630     EXIT.
002640
002650 3200-MOSTRAR-SUCURSAL.
002660     IF SUCW-CERRADA
002670         MOVE "CERRADA" TO WS-DESCRIPCION-ESTADO
002680     ELSE
002690         MOVE "ABIERTA" TO WS-DESCRIPCION-ESTADO
002700     END-IF.
002710     DISPLAY " " SUCW-CODIGO " " SUCW-NOMBRE " "
002720         WS-DESCRIPCION-ESTADO " DESDE " SUCW-FECHA-APERTURA.
002730     DISPLAY "    " SUCW-DIRECCION " RESP. " SUCW-RESPONSABLE.
002740     IF SUCW-CERRADA
002750         DISPLAY "    CERRADA EL " SUCW-FECHA-CIERRE
002760             ", SUS PERSONAS PASARON A LA " SUCW-SUCESORA
002770     END-IF.
002780 3200-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 3500-PEDIR-CODIGO - CODIGO DE DOS DIGITOS 01-99; CERO EN
002830*     WS-CODIGO SI NO ES VALIDO
002840******************************************************************
002850 3500-PEDIR-CODIGO.
002860     MOVE ZERO TO WS-CODIGO.
002870     DISPLAY "Codigo de sucursal (01-99): ".
002880     ACCEPT WS-CODIGO-ALFA.
002890     IF WS-CODIGO-ALFA IS NOT NUMERIC
002900             OR WS-CODIGO-ALFA = "00"
002910         DISPLAY "CODIGO INVALIDO."
002920         GO TO 3500-EXIT
002930     END-IF.
002940     MOVE WS-CODIGO-ALFA TO WS-CODIGO.
002950     COMPUTE WS-IDX-SUC = WS-CODIGO + 1.
002960 3500-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000* 4000-ALTA - SUCURSAL NUEVA, ABIERTA DESDE LA FECHA INFORMADA
003010*     (EN BLANCO, LA FECHA DE NEGOCIO). EL CODIGO DE UNA
003020*     SUCURSAL CERRADA NO SE REUTILIZA: SUS PERSONAS, SU JOURNAL
003030*     Y SUS REPORTES VIEJOS LO SIGUEN NOMBRANDO.
003040******************************************************************
003050 4000-ALTA.
003060     PERFORM 3500-PEDIR-CODIGO THRU 3500-EXIT.
003070     IF WS-CODIGO = ZERO
003080         GO TO 4000-EXIT
003090     END-IF.
003100     IF SUCT-REGISTRO(WS-IDX-SUC) NOT = SPACES
003110         MOVE SUCT-REGISTRO(WS-IDX-SUC) TO WS-SUCURSAL-TRABAJO
003120         IF SUCW-CERRADA
003130             DISPLAY "EL CODIGO ES DE UNA SUCURSAL CERRADA EL "
003140                 SUCW-FECHA-CIERRE ": NO SE REUTILIZA."
003150         ELSE
003160             DISPLAY "LA SUCURSAL YA EXISTE."
003170         END-IF
003180         GO TO 4000-EXIT
003190     END-IF.
003200     DISPLAY "Nombre: ".
003210     ACCEPT WS-NOMBRE-NUEVO.
003220     IF WS-NOMBRE-NUEVO = SPACES
003230         DISPLAY "EL NOMBRE ES OBLIGATORIO. NO SE DA DE ALTA."
003240         GO TO 4000-EXIT
003250     END-IF.
003260     DISPLAY "Direccion: ".
003270     ACCEPT WS-DIRECCION-NUEVA.
003280     DISPLAY "Responsable: ".
003290     ACCEPT WS-RESPONSABLE-NUEVO.
003300     DISPLAY "Fecha de apertura (AAAAMMDD, blanco = "
003310         WS-FECHA-HOY "): ".
003320     ACCEPT WS-FECHA-ALFA.
003330     IF WS-FECHA-ALFA = SPACES
003340         MOVE WS-FECHA-HOY TO WS-FECHA-ALFA
003350     END-IF.
003360     IF WS-FECHA-ALFA IS NOT NUMERIC
003370         DISPLAY "FECHA INVALIDA. NO SE DA DE ALTA."
003380         GO TO 4000-EXIT
003390     END-IF.
003400     MOVE WS-FECHA-ALFA TO WS-FECHA-NUEVA.
003410     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUEVA) NOT = ZERO
003420         DISPLAY "FECHA INVALIDA. NO SE DA DE ALTA."
003430         GO TO 4000-EXIT
003440     END-IF.
003450     MOVE SPACES TO WS-SUCURSAL-TRABAJO.
003460     MOVE WS-CODIGO TO SUCW-CODIGO.
003470     MOVE WS-NOMBRE-NUEVO TO SUCW-NOMBRE.
003480     MOVE WS-DIRECCION-NUEVA TO SUCW-DIRECCION.
003490     MOVE WS-RESPONSABLE-NUEVO TO SUCW-RESPONSABLE.
003500     SET SUCW-ABIERTA TO TRUE.
003510     MOVE WS-FECHA-NUEVA TO SUCW-FECHA-APERTURA.
003520     MOVE ZERO TO SUCW-FECHA-CIERRE SUCW-SUCESORA.
003530     MOVE WS-SUCURSAL-TRABAJO TO SUCT-REGISTRO(WS-IDX-SUC).
003540     ADD 1 TO WS-CANT-SUCURSALES.
003550     MOVE "A" TO WS-ACCION-CAMBIO.
003560     PERFORM 4100-GRABAR-CAMBIO THRU 4100-EXIT.
003570     DISPLAY "SUCURSAL " SUCW-CODIGO " DADA DE ALTA.".
003580 4000-EXIT.
003590     EXIT.
003600
003610 4100-GRABAR-CAMBIO.
003620     OPEN EXTEND SUCCAMB-FILE.
003630     IF WS-CAMB-STATUS NOT = "00"
003640         OPEN OUTPUT SUCCAMB-FILE
003650     END-IF.
003660     MOVE SPACES TO SUCCAMB-RECORD.
003670     MOVE FUNCTION CURRENT-DATE(1:14) TO SCAM-MOMENTO.
003680     MOVE WS-OPERADOR-ACTUAL TO SCAM-OPERADOR.
003690     MOVE WS-ACCION-CAMBIO TO SCAM-ACCION.
003700     MOVE WS-SUCURSAL-TRABAJO TO SCAM-IMAGEN.
003710     WRITE SUCCAMB-RECORD.
003720     CLOSE SUCCAMB-FILE.
003730     SET HUBO-CAMBIOS TO TRUE.
003740     ADD 1 TO WS-CANT-CAMBIOS.
003750 4100-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 5000-MODIFICACION - NOMBRE, DIRECCION Y RESPONSABLE DE UNA
003800*     SUCURSAL ABIERTA; UN DATO EN BLANCO QUEDA COMO ESTABA
003810******************************************************************
003820 5000-MODIFICACION.
003830     PERFORM 3500-PEDIR-CODIGO THRU 3500-EXIT.
003840     IF WS-CODIGO = ZERO
003850         GO TO 5000-EXIT
003860     END-IF.
003870     IF SUCT-REGISTRO(WS-IDX-SUC) = SPACES
003880         DISPLAY "LA SUCURSAL NO EXISTE."
003890         GO TO 5000-EXIT
003900     END-IF.
003910     MOVE SUCT-REGISTRO(WS-IDX-SUC) TO WS-SUCURSAL-TRABAJO.
003920     PERFORM 3200-MOSTRAR-SUCURSAL THRU 3200-EXIT.
003930     IF SUCW-CERRADA
003940         DISPLAY "LA SUCURSAL ESTA CERRADA: NO SE MODIFICA."
003950         GO TO 5000-EXIT
003960     END-IF.
003970     DISPLAY "Nombre (blanco = sin cambio): ".
003980     ACCEPT WS-NOMBRE-NUEVO.
003990     DISPLAY "Direccion (blanco = sin cambio): ".
004000     ACCEPT WS-DIRECCION-NUEVA.
004010     DISPLAY "Responsable (blanco = sin cambio): ".
004020     ACCEPT WS-RESPONSABLE-NUEVO.
004030     IF WS-NOMBRE-NUEVO NOT = SPACES
004040         MOVE WS-NOMBRE-NUEVO TO SUCW-NOMBRE
004050     END-IF.
004060     IF WS-DIRECCION-NUEVA NOT = SPACES
004070         MOVE WS-DIRECCION-NUEVA TO SUCW-DIRECCION
004080     END-IF.
004090     IF WS-RESPONSABLE-NUEVO NOT = SPACES
004100         MOVE WS-RESPONSABLE-NUEVO TO SUCW-RESPONSABLE
004110     END-IF.
004120     IF WS-SUCURSAL-TRABAJO = SUCT-REGISTRO(WS-IDX-SUC)
004130         DISPLAY "SIN CAMBIOS."
004140         GO TO 5000-EXIT
004150     END-IF.
004160     MOVE WS-SUCURSAL-TRABAJO TO SUCT-REGISTRO(WS-IDX-SUC).
004170     MOVE "M" TO WS-ACCION-CAMBIO.
004180     PERFORM 4100-GRABAR-CAMBIO THRU 4100-EXIT.
004190     DISPLAY "SUCURSAL " SUCW-CODIGO " MODIFICADA.".
004200 5000-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240* 6000-VER-CAMBIOS - QUIEN CAMBIO UNA SUCURSAL Y CUANDO (ALTA,
004250*     MODIFICACION, Y EL CIERRE QUE DEJA SUCURSALCIERRE)
004260******************************************************************
004270 6000-VER-CAMBIOS.
004280     PERFORM 3500-PEDIR-CODIGO THRU 3500-EXIT.
004290     IF WS-CODIGO = ZERO
004300         GO TO 6000-EXIT
004310     END-IF.
004320     MOVE ZERO TO WS-CUENTA-LISTADOS.
004330     MOVE "N" TO WS-EOF-ARCHIVO.
004340     OPEN INPUT SUCCAMB-FILE.
004350     IF WS-CAMB-STATUS = "00"
004360         PERFORM 6100-LEER-CAMBIO THRU 6100-EXIT
004370             UNTIL FIN-ARCHIVO
004380         CLOSE SUCCAMB-FILE
004390     END-IF.
004400     IF WS-CUENTA-LISTADOS = ZERO
004410         DISPLAY "LA SUCURSAL NO TIENE CAMBIOS REGISTRADOS."
004420     END-IF.
004430 6000-EXIT.
004440     EXIT.
004450
004460 6100-LEER-CAMBIO.
004470     READ SUCCAMB-FILE
004480         AT END
004490             SET FIN-ARCHIVO TO TRUE
004500             GO TO 6100-EXIT
004510     END-READ.
004520     IF SCAM-CODIGO IS NOT NUMERIC
004530         GO TO 6100-EXIT
004540     END-IF.
004550     IF SCAM-CODIGO NOT = WS-CODIGO
004560         GO TO 6100-EXIT
004570     END-IF.
004580     ADD 1 TO WS-CUENTA-LISTADOS.
004590     MOVE SCAM-IMAGEN TO WS-SUCURSAL-TRABAJO.
004600     DISPLAY " " SCAM-MOMENTO " " SCAM-OPERADOR " "
004610         SCAM-ACCION " " SUCW-NOMBRE.
004620     DISPLAY "    " SUCW-DIRECCION " RESP. " SUCW-RESPONSABLE.
004630     IF SUCW-CERRADA
004640         DISPLAY "    CERRADA EL " SUCW-FECHA-CIERRE
004650             ", SUCESORA " SUCW-SUCESORA
004660     END-IF.
004670 6100-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 9000-REGRABAR-SUCREF - EN ORDEN DE CODIGO
004720******************************************************************
004730 9000-REGRABAR-SUCREF.
004740     OPEN OUTPUT SUCREF-FILE.
004750     PERFORM 9100-GRABAR-UNA THRU 9100-EXIT
004760         VARYING WS-IDX-SUC FROM 1 BY 1
004770             UNTIL WS-IDX-SUC > 100.
004780     CLOSE SUCREF-FILE.
004790     DISPLAY "SUCREF REGRABADO: " WS-CANT-SUCURSALES
004800         " SUCURSALES.".
004810 9000-EXIT.
004820     EXIT.
004830
004840 9100-GRABAR-UNA.
004850     IF SUCT-REGISTRO(WS-IDX-SUC) NOT = SPACES
004860         MOVE SUCT-REGISTRO(WS-IDX-SUC) TO SUCREF-RECORD
004870         WRITE SUCREF-RECORD
004880     END-IF.
004890 9100-EXIT.
004900     EXIT.
004910
004920 END PROGRAM sucursal_mant.
