000100******************************************************************
000110* PROGRAM-ID: normalizar_nombre
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE STANDARDIZATION OF A PERS-NOMBRE. THE
000170*             CALLER PASSES THE NAME AS KEYED OR RECEIVED AND
000180*             GETS BACK THE SHOP'S CANONICAL FORM:
000190*                 - ACCENTED VOWELS (AND C CEDILLA) FOLDED TO
000200*                   THE PLAIN LETTER, IN UTF-8 (2 BYTES) OR IN
000210*                   LATIN-1 (1 BYTE); THE ENIE IS KEPT AS ENIE
000220*                 - EVERYTHING IN UPPER CASE
000230*                 - NO LEADING BLANKS, ONE BLANK BETWEEN WORDS
000240*                 - AGREED ABBREVIATIONS (REFERENCE NOMABREV,
000250*                   LOADED ONCE PER RUN UNIT) EXPANDED, AS LONG
000260*                   AS THE RESULT STILL FITS IN 30 POSITIONS
000270*             THE SAME ROUTINE SERVES THE NIGHTLY CLEAN-UP
000280*             (PERSONANORMNOM) AND THE ENTRY POINTS
000290*             (PERSONAMANT, PERSONAMANTBAT, PERSONAIMPORT), SO
000300*             A NAME CLEANED AT NIGHT IS NOT UNDONE NEXT DAY.
000310*             WITHOUT NOMABREV NOTHING IS EXPANDED; THE OTHER
000320*             RULES STILL APPLY.
000330* TECTONICS:  cobc
000340******************************************************************
000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* 2026-10-15 RW   INITIAL VERSION.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. normalizar_nombre.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ABREV-FILE ASSIGN TO "NOMABREV"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ABR-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ABREV-FILE
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 30 CHARACTERS.
000540 01  ABREV-RECORD.
000550     05  ABR-ABREVIATURA         PIC X(10).
000560     05  ABR-EXPANSION           PIC X(20).
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-ABR-STATUS               PIC X(02).
000600 01  WS-EOF-ABREV                PIC X(01) VALUE "N".
000610     88  FIN-ABREV               VALUE "S".
000620 01  WS-SW-CARGADO               PIC X(01) VALUE "N".
000630     88  REFERENCIAL-CARGADO     VALUE "S".
000640
000650*----------------------------------------------------------------
000660*    NOMABREV EN MEMORIA (EN MAYUSCULAS, CON EL LARGO UTIL DE
000670*    CADA EXPANSION)
000680*----------------------------------------------------------------
000690 01  WS-MAX-ABREV                PIC 9(03) VALUE 200.
000700 01  WS-CANT-ABREV               PIC 9(03) VALUE ZERO.
000710 01  WS-CANT-PERDIDAS            PIC 9(05) VALUE ZERO.
000720 01  TABLA-ABREV.
000730     05  ABT-ENTRADA OCCURS 200 TIMES.
000740         10  ABT-ABREVIATURA     PIC X(10).
000750         10  ABT-EXPANSION       PIC X(20).
000760         10  ABT-LONGITUD        PIC 9(02).
000770 01  WS-IDX-ABT                  PIC 9(03) COMP.
000780 01  WS-IDX-HALLADO              PIC 9(03) COMP VALUE ZERO.
000790 01  WS-LON-EXPANSION            PIC 9(02) COMP.
000800
000810*----------------------------------------------------------------
000820*    PRIMERA PASADA: PLEGADO DE ACENTOS, BYTE A BYTE
000830*----------------------------------------------------------------
000840 01  WS-PLEGADO                  PIC X(30).
000850 01  WS-IDX-ENTRADA              PIC 9(02) COMP.
000860 01  WS-IDX-PLEGADO              PIC 9(02) COMP.
000870 01  WS-BYTE                     PIC X(01).
000880 01  WS-BYTE-SIGUIENTE           PIC X(01).
000890 01  WS-LETRA-BASE               PIC X(01).
000900 01  WS-MINUSCULAS               PIC X(26)
000910         VALUE "abcdefghijklmnopqrstuvwxyz".
000920 01  WS-MAYUSCULAS               PIC X(26)
000930         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000940
000950*----------------------------------------------------------------
000960*    SEGUNDA Y TERCERA PASADA: PALABRAS, ESPACIOS Y
000970*    ABREVIATURAS
000980*----------------------------------------------------------------
000990 01  WS-COMPACTO                 PIC X(30).
001000 01  WS-LON-COMPACTO             PIC 9(02) COMP.
001010 01  WS-PUNTERO                  PIC 9(02) COMP.
001020 01  WS-PALABRA                  PIC X(30).
001030 01  WS-LON-PALABRA              PIC 9(02) COMP.
001040 01  WS-ARMADO                   PIC X(30).
001050 01  WS-LON-ARMADO               PIC 9(02) COMP.
001060 01  WS-CRECIMIENTO              PIC 9(02) COMP.
001070 01  WS-SW-EXPANDIR              PIC X(01) VALUE "N".
001080     88  EXPANDIR-ABREVIATURA    VALUE "S".
001090 01  WS-SW-FASE                  PIC X(01) VALUE "C".
001100     88  FASE-COMPACTAR          VALUE "C".
001110     88  FASE-EXPANDIR           VALUE "E".
001120
001130 LINKAGE SECTION.
001140 01  NNOM-ENTRADA                PIC X(30).
001150 01  NNOM-SALIDA                 PIC X(30).
001160
001170 PROCEDURE DIVISION USING NNOM-ENTRADA NNOM-SALIDA.
001180
001190******************************************************************
001200* 0000-MAINLINE - CARGA LAS ABREVIATURAS EN EL PRIMER LLAMADO Y
001210*     DEVUELVE EL NOMBRE NORMALIZADO
001220******************************************************************
001230 0000-MAINLINE.
001240     IF NOT REFERENCIAL-CARGADO
001250         PERFORM 1000-CARGAR-ABREVIATURAS THRU 1000-EXIT
001260     END-IF.
001270     PERFORM 2000-PLEGAR-ACENTOS THRU 2000-EXIT.
001280     INSPECT WS-PLEGADO
001290         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
001300     PERFORM 3000-COMPACTAR-ESPACIOS THRU 3000-EXIT.
001310     PERFORM 4000-EXPANDIR-ABREVIATURAS THRU 4000-EXIT.
001320     MOVE WS-ARMADO TO NNOM-SALIDA.
001330     GOBACK.
001340
001350******************************************************************
001360* 1000-CARGAR-ABREVIATURAS - LEE NOMABREV (ABREVIATURA X10,
001370*     EXPANSION X20). LINEAS CON ALGUNO DE LOS DOS EN BLANCO SE
001380*     IGNORAN; SIN ARCHIVO NO HAY EXPANSIONES.
001390******************************************************************
001400 1000-CARGAR-ABREVIATURAS.
001410     SET REFERENCIAL-CARGADO TO TRUE.
001420     MOVE "N" TO WS-EOF-ABREV.
001430     OPEN INPUT ABREV-FILE.
001440     IF WS-ABR-STATUS NOT = "00"
001450         GO TO 1000-EXIT
001460     END-IF.
001470     PERFORM 1100-LEER-ABREVIATURA THRU 1100-EXIT
001480         UNTIL FIN-ABREV.
001490     CLOSE ABREV-FILE.
001500     IF WS-CANT-PERDIDAS > ZERO
001510         DISPLAY "ATENCION: TABLA NOMABREV LLENA, "
001520             WS-CANT-PERDIDAS " ABREVIATURAS SIN CARGAR."
001530     END-IF.
001540 1000-EXIT.
001550     EXIT.
001560
001570 1100-LEER-ABREVIATURA.
001580     READ ABREV-FILE
001590         AT END
001600             SET FIN-ABREV TO TRUE
001610             GO TO 1100-EXIT
001620     END-READ.
001630     IF ABR-ABREVIATURA = SPACES OR ABR-EXPANSION = SPACES
001640         GO TO 1100-EXIT
001650     END-IF.
001660     IF WS-CANT-ABREV NOT < WS-MAX-ABREV
001670         ADD 1 TO WS-CANT-PERDIDAS
001680         GO TO 1100-EXIT
001690     END-IF.
001700     ADD 1 TO WS-CANT-ABREV.
001710     MOVE ABR-ABREVIATURA TO ABT-ABREVIATURA(WS-CANT-ABREV).
001720     MOVE ABR-EXPANSION TO ABT-EXPANSION(WS-CANT-ABREV).
001730     INSPECT ABT-ABREVIATURA(WS-CANT-ABREV)
001740         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
001750     INSPECT ABT-EXPANSION(WS-CANT-ABREV)
001760         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
001770     PERFORM 1150-MEDIR-EXPANSION THRU 1150-EXIT
001780         VARYING WS-LON-EXPANSION FROM 20 BY -1
001790             UNTIL WS-LON-EXPANSION < 1
001800                 OR ABT-EXPANSION(WS-CANT-ABREV)
001810                     (WS-LON-EXPANSION:1) NOT = SPACE.
001820     MOVE WS-LON-EXPANSION TO ABT-LONGITUD(WS-CANT-ABREV).
001830 1100-EXIT.
001840     EXIT.
001850
001860 1150-MEDIR-EXPANSION.
001870     CONTINUE.
001880 1150-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920* 2000-PLEGAR-ACENTOS - COPIA LA ENTRADA A WS-PLEGADO CAMBIANDO
001930*     CADA VOCAL ACENTUADA POR LA LETRA SIMPLE. UN PAR UTF-8
001940*     (C3 + CONTINUACION) OCUPA UN SOLO BYTE A LA SALIDA, SALVO
001950*     LA ENIE, QUE SE CONSERVA (EN MAYUSCULA) EN SUS DOS BYTES.
001960******************************************************************
001970 2000-PLEGAR-ACENTOS.
001980     MOVE SPACES TO WS-PLEGADO.
001990     MOVE ZERO TO WS-IDX-PLEGADO.
002000     MOVE 1 TO WS-IDX-ENTRADA.
002010     PERFORM 2100-PLEGAR-BYTE THRU 2100-EXIT
002020         UNTIL WS-IDX-ENTRADA > 30.
002030 2000-EXIT.
002040     EXIT.
002050
002060 2100-PLEGAR-BYTE.
002070     MOVE NNOM-ENTRADA(WS-IDX-ENTRADA:1) TO WS-BYTE.
002080     MOVE SPACE TO WS-BYTE-SIGUIENTE.
002090     IF WS-IDX-ENTRADA < 30
002100         MOVE NNOM-ENTRADA(WS-IDX-ENTRADA + 1:1)
002110             TO WS-BYTE-SIGUIENTE
002120     END-IF.
002130*    UN BYTE ALTO SEGUIDO DE UNA CONTINUACION (80-BF) ES UN
002140*    CARACTER UTF-8; SOLO LOS DE LA PAGINA C3 SE PLIEGAN, EL
002150*    RESTO PASA TAL CUAL
002160     IF WS-BYTE NOT < X"C2"
002170             AND WS-BYTE-SIGUIENTE NOT < X"80"
002180             AND WS-BYTE-SIGUIENTE NOT > X"BF"
002190         IF WS-BYTE = X"C3"
002200             PERFORM 2200-PLEGAR-UTF8 THRU 2200-EXIT
002210         ELSE
002220             ADD 1 TO WS-IDX-PLEGADO
002230             MOVE WS-BYTE TO WS-PLEGADO(WS-IDX-PLEGADO:1)
002240             ADD 1 TO WS-IDX-PLEGADO
002250             MOVE WS-BYTE-SIGUIENTE
002260                 TO WS-PLEGADO(WS-IDX-PLEGADO:1)
002270         END-IF
002280         ADD 2 TO WS-IDX-ENTRADA
002290     ELSE
002300         PERFORM 2300-PLEGAR-LATIN1 THRU 2300-EXIT
002310         ADD 1 TO WS-IDX-ENTRADA
002320     END-IF.
002330 2100-EXIT.
002340     EXIT.
002350
002360 2200-PLEGAR-UTF8.
002370     IF WS-BYTE-SIGUIENTE = X"B1" OR WS-BYTE-SIGUIENTE = X"91"
002380         ADD 1 TO WS-IDX-PLEGADO
002390         MOVE X"C3" TO WS-PLEGADO(WS-IDX-PLEGADO:1)
002400         ADD 1 TO WS-IDX-PLEGADO
002410         MOVE X"91" TO WS-PLEGADO(WS-IDX-PLEGADO:1)
002420         GO TO 2200-EXIT
002430     END-IF.
002440     EVALUATE WS-BYTE-SIGUIENTE
002450         WHEN X"80" THRU X"85"
002460         WHEN X"A0" THRU X"A5"
002470             MOVE "A" TO WS-LETRA-BASE
002480         WHEN X"87"
002490         WHEN X"A7"
002500             MOVE "C" TO WS-LETRA-BASE
002510         WHEN X"88" THRU X"8B"
002520         WHEN X"A8" THRU X"AB"
002530             MOVE "E" TO WS-LETRA-BASE
002540         WHEN X"8C" THRU X"8F"
002550         WHEN X"AC" THRU X"AF"
002560             MOVE "I" TO WS-LETRA-BASE
002570         WHEN X"92" THRU X"96"
002580         WHEN X"B2" THRU X"B6"
002590             MOVE "O" TO WS-LETRA-BASE
002600         WHEN X"99" THRU X"9C"
002610         WHEN X"B9" THRU X"BC"
002620             MOVE "U" TO WS-LETRA-BASE
002630         WHEN OTHER
002640*            OTRO CARACTER UTF-8: PASA SIN TOCAR
002650             ADD 1 TO WS-IDX-PLEGADO
002660             MOVE WS-BYTE TO WS-PLEGADO(WS-IDX-PLEGADO:1)
002670             MOVE WS-BYTE-SIGUIENTE TO WS-LETRA-BASE
002680     END-EVALUATE.
002690     ADD 1 TO WS-IDX-PLEGADO.
002700     MOVE WS-LETRA-BASE TO WS-PLEGADO(WS-IDX-PLEGADO:1).
002710 2200-EXIT.
002720     EXIT.
002730
002740 2300-PLEGAR-LATIN1.
002750     EVALUATE WS-BYTE
002760         WHEN X"C0" THRU X"C5"
002770         WHEN X"E0" THRU X"E5"
002780             MOVE "A" TO WS-LETRA-BASE
002790         WHEN X"C7"
002800         WHEN X"E7"
002810             MOVE "C" TO WS-LETRA-BASE
002820         WHEN X"C8" THRU X"CB"
002830         WHEN X"E8" THRU X"EB"
002840             MOVE "E" TO WS-LETRA-BASE
002850         WHEN X"CC" THRU X"CF"
002860         WHEN X"EC" THRU X"EF"
002870             MOVE "I" TO WS-LETRA-BASE
002880         WHEN X"D1"
002890         WHEN X"F1"
002900             MOVE X"D1" TO WS-LETRA-BASE
002910         WHEN X"D2" THRU X"D6"
002920         WHEN X"F2" THRU X"F6"
002930             MOVE "O" TO WS-LETRA-BASE
002940         WHEN X"D9" THRU X"DC"
002950         WHEN X"F9" THRU X"FC"
002960             MOVE "U" TO WS-LETRA-BASE
002970         WHEN OTHER
002980             MOVE WS-BYTE TO WS-LETRA-BASE
002990     END-EVALUATE.
003000     ADD 1 TO WS-IDX-PLEGADO.
003010     MOVE WS-LETRA-BASE TO WS-PLEGADO(WS-IDX-PLEGADO:1).
003020 2300-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060* 3000-COMPACTAR-ESPACIOS - REARMA EL NOMBRE PALABRA POR PALABRA:
003070*     SIN BLANCOS AL COMIENZO Y CON UNO SOLO ENTRE PALABRAS
003080******************************************************************
003090 3000-COMPACTAR-ESPACIOS.
003100     SET FASE-COMPACTAR TO TRUE.
003110     MOVE WS-PLEGADO TO WS-COMPACTO.
003120     PERFORM 3100-RECORRER-PALABRAS THRU 3100-EXIT.
003130     MOVE WS-ARMADO TO WS-COMPACTO.
003140     MOVE WS-LON-ARMADO TO WS-LON-COMPACTO.
003150 3000-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 3100-RECORRER-PALABRAS - SEPARA WS-COMPACTO EN PALABRAS Y LAS
003200*     AGREGA A WS-ARMADO; EN LA FASE DE EXPANSION CADA PALABRA
003210*     SE BUSCA ANTES EN LA TABLA DE ABREVIATURAS
003220******************************************************************
003230 3100-RECORRER-PALABRAS.
003240     MOVE SPACES TO WS-ARMADO.
003250     MOVE ZERO TO WS-LON-ARMADO.
003260     MOVE ZERO TO WS-CRECIMIENTO.
003270     MOVE 1 TO WS-PUNTERO.
003280     PERFORM 3200-TOMAR-PALABRA THRU 3200-EXIT
003290         UNTIL WS-PUNTERO > 30.
003300 3100-EXIT.
003310     EXIT.
003320
003330 3200-TOMAR-PALABRA.
003340     MOVE SPACES TO WS-PALABRA.
003350     MOVE ZERO TO WS-LON-PALABRA.
003360     UNSTRING WS-COMPACTO DELIMITED BY ALL SPACE
003370         INTO WS-PALABRA COUNT IN WS-LON-PALABRA
003380         WITH POINTER WS-PUNTERO
003390     END-UNSTRING.
003400     IF WS-LON-PALABRA = ZERO
003410         GO TO 3200-EXIT
003420     END-IF.
003430     IF FASE-EXPANDIR
003440         PERFORM 4100-BUSCAR-ABREVIATURA THRU 4100-EXIT
003450     END-IF.
003460     IF WS-LON-ARMADO > ZERO
003470         IF WS-LON-ARMADO + 1 + WS-LON-PALABRA > 30
003480             GO TO 3200-EXIT
003490         END-IF
003500         ADD 1 TO WS-LON-ARMADO
003510     END-IF.
003520     MOVE WS-PALABRA(1:WS-LON-PALABRA)
003530         TO WS-ARMADO(WS-LON-ARMADO + 1:WS-LON-PALABRA).
003540     ADD WS-LON-PALABRA TO WS-LON-ARMADO.
003550 3200-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* 4000-EXPANDIR-ABREVIATURAS - SEGUNDA VUELTA SOBRE EL NOMBRE YA
003600*     COMPACTADO, REEMPLAZANDO LAS ABREVIATURAS ACORDADAS
003610******************************************************************
003620 4000-EXPANDIR-ABREVIATURAS.
003630     IF WS-CANT-ABREV = ZERO OR WS-LON-COMPACTO = ZERO
003640         GO TO 4000-EXIT
003650     END-IF.
003660     SET FASE-EXPANDIR TO TRUE.
003670     PERFORM 3100-RECORRER-PALABRAS THRU 3100-EXIT.
003680 4000-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* 4100-BUSCAR-ABREVIATURA - SI LA PALABRA ES UNA ABREVIATURA Y LA
003730*     EXPANSION ENTRA (EL NOMBRE COMPACTADO MAS LO QUE YA CRECIO
003740*     NO PASA DE 30), LA PALABRA SE REEMPLAZA; SI NO ENTRA, QUEDA
003750*     ABREVIADA
003760******************************************************************
003770 4100-BUSCAR-ABREVIATURA.
003780     IF WS-LON-PALABRA > 10
003790         GO TO 4100-EXIT
003800     END-IF.
003810     MOVE ZERO TO WS-IDX-HALLADO.
003820     PERFORM 4110-COMPARAR-ABREVIATURA THRU 4110-EXIT
003830         VARYING WS-IDX-ABT FROM 1 BY 1
003840             UNTIL WS-IDX-ABT > WS-CANT-ABREV
003850                 OR WS-IDX-HALLADO > ZERO.
003860     IF WS-IDX-HALLADO = ZERO
003870         GO TO 4100-EXIT
003880     END-IF.
003890     MOVE "N" TO WS-SW-EXPANDIR.
003900     IF ABT-LONGITUD(WS-IDX-HALLADO) NOT > WS-LON-PALABRA
003910         SET EXPANDIR-ABREVIATURA TO TRUE
003920     ELSE
003930         IF WS-LON-COMPACTO + WS-CRECIMIENTO
003940                 + ABT-LONGITUD(WS-IDX-HALLADO)
003950                 - WS-LON-PALABRA NOT > 30
003960             SET EXPANDIR-ABREVIATURA TO TRUE
003970             COMPUTE WS-CRECIMIENTO = WS-CRECIMIENTO
003980                 + ABT-LONGITUD(WS-IDX-HALLADO)
003990                 - WS-LON-PALABRA
004000         END-IF
004010     END-IF.
004020     IF EXPANDIR-ABREVIATURA
004030         MOVE ABT-EXPANSION(WS-IDX-HALLADO) TO WS-PALABRA
004040         MOVE ABT-LONGITUD(WS-IDX-HALLADO) TO WS-LON-PALABRA
004050     END-IF.
004060 4100-EXIT.
004070     EXIT.
004080
004090 4110-COMPARAR-ABREVIATURA.
004100     IF ABT-ABREVIATURA(WS-IDX-ABT) = WS-PALABRA(1:10)
004110         MOVE WS-IDX-ABT TO WS-IDX-HALLADO
004120     END-IF.
004130 4110-EXIT.
004140     EXIT.
004150
004160 END PROGRAM normalizar_nombre.
