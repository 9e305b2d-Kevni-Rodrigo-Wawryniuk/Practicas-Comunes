000100******************************************************************
000110* PROGRAM-ID: conciliar_catalogo
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    RECONCILES THE CATALOGO OF PRODUCED FILES AGAINST
000170*             WHAT IS REALLY ON DISK, FOR EVERY DATED FAMILY
000180*             (NAMES FAMILIA.AAAAMMDD[SUFIJO]). IT LISTS:
000190*                 HUERFANO   A DATED FILE PRESENT IN THE
000200*                            DIRECTORY BUT NEVER CATALOGUED
000210*                 FANTASMA   A CATALOGUED FILE THAT IS NOT ON
000220*                            DISK (AND THAT LIMPIEZA HAD NO
000230*                            REASON TO PURGE: STILL WITHIN ITS
000240*                            RETENCTL RETENTION, OR UNDER AN
000250*                            ACTIVE RETENLEG HOLD) - THAT IS HOW
000260*                            A DISTRIBUIR RECIPIENT ENDS UP WITH
000270*                            AN EMPTY BUNDLE
000280*                 CANTIDAD   A FILE WHOSE RECORD COUNT NO LONGER
000290*                            MATCHES THE COUNT REGISTERED WHEN
000300*                            IT WAS CATALOGUED
000310*             ON REPORT CATCONC.AAAAMMDD (REPORTE_SVC,
000320*             CATALOGUED), EACH ONE ALSO THROUGH ERRORLOG: 86
000330*             HUERFANO, 87 FANTASMA, 88 CANTIDAD. ANY DIFFERENCE
000340*             ENDS WITH RETURN-CODE 4.
000350*             THE DIRECTORY CONTENTS COME FROM DIRLISTA, ONE FILE
000360*             NAME PER LINE, WRITTEN BY THE STEP AHEAD OF THIS
000370*             ONE (LS -1 > DIRLISTA); WITHOUT IT ONLY THE
000380*             CATALOGUED SIDE IS CHECKED.
000390*             CATCCTL CARDS (OPTIONAL):
000400*                 F FAMILIA  M DD   HOW THE FAMILY IS COUNTED:
000410*                                   M = L  COUNT LINES, LESS DD
000420*                                          LINES THAT ARE NOT
000430*                                          RECORDS (HDR/TRL = 02)
000440*                                   M = X  FAMILY LEFT OUT OF
000450*                                          THE RECONCILIATION
000460*                                   FAMILIES NOT LISTED ARE
000470*                                   CHECKED FOR PRESENCE ONLY
000480*                                   (REPORT COUNTS ARE NOT
000490*                                   RECORD COUNTS)
000500*                 C SUPERVIS        SUPERVISED RETROACTIVE
000510*                                   CATALOGUING OF THE ORPHANS:
000520*                                   THE SUPERVISOR MUST FIGURE IN
000530*                                   AUTORIZA AND RECONFIRM THE
000540*                                   CLAVE AT THE CONSOLE
000550*                                   (CREDENCIAL); EACH ORPHAN IS
000560*                                   THEN REGISTERED THROUGH
000570*                                   CATALOGO WITH ITS COUNTED
000580*                                   RECORDS. A REFUSED
000590*                                   CONFIRMATION IS ERRORLOG 89.
000600* TECTONICS:  cobc
000610******************************************************************
000620* MODIFICATION HISTORY
000630* DATE       INIT DESCRIPTION
000640* 2026-10-15 RW   INITIAL VERSION.
000650* 2026-10-15 RW   LAS COPIAS FECHADAS DE LOS DECKS DE ENTRADA
000660*                 (COBOL/COPY/DECKS.CPY) TOMAN LA RETENCION DE LA
000670*                 FAMILIA ENTRADAS, COMO EN LIMPIEZA; UNA
000680*                 RETENCION LEGAL LAS ALCANZA POR ENTRADAS O POR
000690*                 EL NOMBRE DEL DECK.
000700* 2026-10-15 RW   LFE-SUPERVISOR DE 9 POSICIONES: "NO PEDIDA"
000710*                 SALIA CORTADO EN LA LINEA DE FECHA.
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. conciliar_catalogo.
000750
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT CATCCTL-FILE ASSIGN TO "CATCCTL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CTL-STATUS.
000820
000830     SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CAT-STATUS.
000860
000870     SELECT DIRLISTA-FILE ASSIGN TO "DIRLISTA"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-DIR-STATUS.
000900
000910     SELECT CONTEO-FILE ASSIGN DYNAMIC WS-DYN-CONTEO
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CNT-STATUS.
000940
000950     SELECT RETEN-FILE ASSIGN TO "RETENCTL"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RET-STATUS.
000980
000990     SELECT RETENLEG-FILE ASSIGN TO "RETENLEG"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RLEG-STATUS.
001020
001030     SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZA"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-AUT-STATUS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  CATCCTL-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 15 CHARACTERS.
001120 01  CATCCTL-RECORD.
001130     05  CTL-TIPO                PIC X(01).
001140     05  FILLER                  PIC X(01).
001150     05  CTL-FAMILIA             PIC X(08).
001160     05  FILLER                  PIC X(01).
001170     05  CTL-MODO                PIC X(01).
001180     05  FILLER                  PIC X(01).
001190     05  CTL-DESCUENTO           PIC X(02).
001200 01  CATCCTL-SUPERVISION.
001210     05  FILLER                  PIC X(02).
001220     05  CTL-SUPERVISOR          PIC X(08).
001230     05  FILLER                  PIC X(05).
001240
001250 FD  CATALOGO-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 59 CHARACTERS.
001280 01  CATALOGO-RECORD.
001290     05  CATG-FECHA              PIC 9(08).
001300     05  FILLER                  PIC X(01).
001310     05  CATG-ARCHIVO            PIC X(21).
001320     05  FILLER                  PIC X(01).
001330     05  CATG-PROGRAMA           PIC X(20).
001340     05  FILLER                  PIC X(01).
001350     05  CATG-CANTIDAD           PIC 9(07).
001360
001370 FD  DIRLISTA-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400 01  DIRLISTA-RECORD.
001410     05  DIRL-ARCHIVO            PIC X(21).
001420     05  DIRL-RESTO              PIC X(59).
001430
001440 FD  CONTEO-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 1024 CHARACTERS.
001470 01  CONTEO-RECORD               PIC X(1024).
001480
001490 FD  RETEN-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 13 CHARACTERS.
001520 01  RETEN-RECORD.
001530     05  RET-FAMILIA             PIC X(08).
001540     05  RET-DIAS                PIC 9(05).
001550
001560 FD  RETENLEG-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 61 CHARACTERS.
001590 01  RETENLEG-RECORD.
001600     05  RLEG-ESTADO             PIC X(01).
001610     05  FILLER                  PIC X(01).
001620     05  RLEG-TIPO               PIC X(01).
001630     05  FILLER                  PIC X(01).
001640     05  RLEG-FECHA              PIC 9(08).
001650     05  FILLER                  PIC X(01).
001660     05  RLEG-FAMILIA            PIC X(08).
001670     05  FILLER                  PIC X(01).
001680     05  RLEG-QUIEN              PIC X(08).
001690     05  FILLER                  PIC X(01).
001700     05  RLEG-MOTIVO             PIC X(30).
001710
001720 FD  AUTORIZA-FILE
001730     LABEL RECORDS ARE STANDARD
001740     RECORD CONTAINS 08 CHARACTERS.
001750 01  AUTORIZA-RECORD.
001760     05  AUT-ID                  PIC X(08).
001770
001780 WORKING-STORAGE SECTION.
001790 01  WS-CTL-STATUS               PIC X(02).
001800 01  WS-CAT-STATUS               PIC X(02).
001810 01  WS-DIR-STATUS               PIC X(02).
001820 01  WS-CNT-STATUS               PIC X(02).
001830 01  WS-RET-STATUS               PIC X(02).
001840 01  WS-RLEG-STATUS              PIC X(02).
001850 01  WS-AUT-STATUS               PIC X(02).
001860 01  WS-FECHA-HOY                PIC X(08).
001870 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001880 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001890 01  WS-DYN-CONTEO               PIC X(21) VALUE SPACES.
001900
001910 01  WS-EOF-CTL                  PIC X(01) VALUE "N".
001920     88  FIN-CATCCTL             VALUE "S".
001930 01  WS-EOF-CAT                  PIC X(01) VALUE "N".
001940     88  FIN-CATALOGO            VALUE "S".
001950 01  WS-EOF-DIR                  PIC X(01) VALUE "N".
001960     88  FIN-DIRLISTA            VALUE "S".
001970 01  WS-EOF-CNT                  PIC X(01) VALUE "N".
001980     88  FIN-CONTEO              VALUE "S".
001990 01  WS-EOF-RET                  PIC X(01) VALUE "N".
002000     88  FIN-RETENCION           VALUE "S".
002010 01  WS-EOF-RLEG                 PIC X(01) VALUE "N".
002020     88  FIN-RETENLEG            VALUE "S".
002030 01  WS-EOF-AUT                  PIC X(01) VALUE "N".
002040     88  FIN-AUTORIZA            VALUE "S".
002050
002060*----------------------------------------------------------------
002070*    FAMILIAS DEL CATCCTL: COMO SE CUENTA CADA UNA
002080*----------------------------------------------------------------
002090 01  WS-MAX-CONTROLES            PIC 9(02) VALUE 50.
002100 01  WS-CANT-CONTROLES           PIC 9(02) VALUE ZERO.
002110 01  TABLA-CONTROLES.
002120     05  CTLF-ENTRADA OCCURS 50 TIMES.
002130         10  CTLF-FAMILIA        PIC X(08).
002140         10  CTLF-MODO           PIC X(01).
002150         10  CTLF-DESCUENTO      PIC 9(02).
002160 01  WS-IDX-CONTROL              PIC 9(02) COMP.
002170 01  WS-MODO-FAMILIA             PIC X(01).
002180     88  FAMILIA-CONTADA         VALUE "L".
002190     88  FAMILIA-EXCLUIDA        VALUE "X".
002200 01  WS-DESCUENTO-FAMILIA        PIC 9(02).
002210 01  WS-SUPERVISOR               PIC X(08) VALUE SPACES.
002220
002230*----------------------------------------------------------------
002240*    TABLA DE RETENCIONES POR FAMILIA (DEL RETENCTL) Y
002250*    RETENCIONES LEGALES ACTIVAS (RETENLEG), COMO LIMPIEZA: UN
002260*    ARCHIVO QUE LIMPIEZA YA PUDO BORRAR NO ES UN FANTASMA
002270*----------------------------------------------------------------
002280 01  WS-MAX-FAMILIAS             PIC 9(02) VALUE 30.
002290 01  WS-CANT-FAMILIAS            PIC 9(02) VALUE ZERO.
002300 01  TABLA-RETENCIONES.
002310     05  RETN-ENTRADA OCCURS 30 TIMES.
002320         10  RETN-FAMILIA        PIC X(08).
002330         10  RETN-DIAS           PIC 9(05).
002340 01  WS-DIAS-DEFECTO             PIC 9(05) VALUE 90.
002350 01  WS-IDX-FAMILIA              PIC 9(02) COMP.
002360 01  WS-DIAS-RETENCION           PIC 9(05).
002370*    LA FAMILIA DE RETENCION DE UNA COPIA DE DECK ES ENTRADAS
002380 COPY DECKS.
002390 01  WS-IDX-DECK                 PIC 9(02) COMP.
002400 01  WS-FAMILIA-RETENCION        PIC X(08).
002410 01  WS-MAX-RETENLEG             PIC 9(02) VALUE 50.
002420 01  WS-CANT-RETENLEG            PIC 9(02) VALUE ZERO.
002430 01  TABLA-RETENLEG.
002440     05  RLET-ENTRADA OCCURS 50 TIMES.
002450         10  RLET-TIPO           PIC X(01).
002460         10  RLET-FECHA          PIC 9(08).
002470         10  RLET-FAMILIA        PIC X(08).
002480 01  WS-IDX-RLEG                 PIC 9(02) COMP.
002490 01  WS-SW-RETENIDO              PIC X(01) VALUE "N".
002500     88  ARCHIVO-RETENIDO        VALUE "S".
002510 01  WS-DIA-HOY-ENTERO           PIC 9(07) COMP.
002520 01  WS-DIA-ARCH-ENTERO          PIC 9(07) COMP.
002530 01  WS-DIAS-ANTIGUEDAD          PIC S9(07) COMP.
002540
002550*----------------------------------------------------------------
002560*    CATALOGO CARGADO: UNA ENTRADA POR ARCHIVO FECHADO (SI SE
002570*    CATALOGO MAS DE UNA VEZ, VALE LA ULTIMA)
002580*----------------------------------------------------------------
002590 01  WS-MAX-CATALOGO             PIC 9(04) VALUE 5000.
002600 01  WS-CANT-CATALOGO            PIC 9(04) VALUE ZERO.
002610 01  TABLA-CATALOGO.
002620     05  TCAT-ENTRADA OCCURS 5000 TIMES.
002630         10  TCAT-ARCHIVO        PIC X(21).
002640         10  TCAT-FAMILIA        PIC X(08).
002650         10  TCAT-FECHA          PIC 9(08).
002660         10  TCAT-CANTIDAD       PIC 9(07).
002670 01  WS-IDX-CAT                  PIC 9(04) COMP.
002680 01  WS-IDX-HALLADO              PIC 9(04) COMP.
002690 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
002700
002710*----------------------------------------------------------------
002720*    HUERFANOS PENDIENTES DE CATALOGACION RETROACTIVA
002730*----------------------------------------------------------------
002740 01  WS-MAX-HUERFANOS            PIC 9(03) VALUE 500.
002750 01  WS-CANT-HUERFANOS           PIC 9(03) VALUE ZERO.
002760 01  TABLA-HUERFANOS.
002770     05  HUER-ENTRADA OCCURS 500 TIMES.
002780         10  HUER-ARCHIVO        PIC X(21).
002790         10  HUER-CANTIDAD       PIC 9(07).
002800 01  WS-IDX-HUER                 PIC 9(03) COMP.
002810
002820*----------------------------------------------------------------
002830*    NOMBRE FECHADO EN EVALUACION
002840*----------------------------------------------------------------
002850 01  WS-NOMBRE-ARCHIVO           PIC X(21).
002860 01  WS-NOMBRE-FAMILIA           PIC X(08).
002870 01  WS-NOMBRE-RESTO             PIC X(21).
002880 01  WS-NOMBRE-RESTO-R REDEFINES WS-NOMBRE-RESTO.
002890     05  WS-NOMBRE-FECHA         PIC X(08).
002900     05  FILLER                  PIC X(13).
002910 01  WS-LON-FAMILIA              PIC 9(02) COMP.
002920 01  WS-SW-FECHADO               PIC X(01) VALUE "N".
002930     88  NOMBRE-FECHADO          VALUE "S".
002940 01  WS-RC-ARCHIVO               PIC S9(09) COMP-5.
002950 01  WS-INFO-ARCHIVO.
002960     05  WS-TAMANO-ARCHIVO       PIC 9(18) COMP.
002970     05  FILLER                  PIC X(08).
002980 01  WS-LINEAS-CONTADAS          PIC 9(07).
002990 01  WS-REGISTROS-CONTADOS       PIC 9(07).
003000
003010*----------------------------------------------------------------
003020*    SUPERVISION DE LA CATALOGACION RETROACTIVA (VER
003030*    CREDENCIAL.CBL)
003040*----------------------------------------------------------------
003050 01  CRED-AREA.
003060     05  CRED-FUNCION            PIC X(01).
003070     05  CRED-OPERADOR           PIC X(08).
003080     05  CRED-CLAVE              PIC X(20).
003090     05  CRED-CLAVE-NUEVA        PIC X(20).
003100     05  CRED-SUPERVISOR         PIC X(08).
003110     05  CRED-RESULTADO          PIC X(01).
003120     05  CRED-MENSAJE            PIC X(40).
003130 01  WS-SW-AUTORIZADO            PIC X(01) VALUE "N".
003140     88  SUPERVISOR-AUTORIZADO   VALUE "S".
003150 01  WS-SW-CLAVE                 PIC X(01) VALUE "N".
003160     88  CLAVE-CONFIRMADA        VALUE "S".
003170
003180*----------------------------------------------------------------
003190*    HALLAZGO EN CURSO Y CONTADORES DE CONTROL
003200*----------------------------------------------------------------
003210 01  WS-HALL-TIPO                PIC X(10).
003220 01  WS-HALL-CODIGO              PIC 9(04).
003230 01  WS-HALL-DETALLE             PIC X(37).
003240 01  WS-ED-CANT-1                PIC Z,ZZZ,ZZ9.
003250 01  WS-ED-CANT-2                PIC Z,ZZZ,ZZ9.
003260 01  WS-CUENTA-ENTRADAS          PIC 9(07) VALUE ZERO.
003270 01  WS-CUENTA-VERIFICADOS       PIC 9(05) VALUE ZERO.
003280 01  WS-CUENTA-PURGADOS          PIC 9(05) VALUE ZERO.
003290 01  WS-CUENTA-LISTADOS          PIC 9(05) VALUE ZERO.
003300 01  WS-CUENTA-DIFERENCIAS       PIC 9(05) VALUE ZERO.
003310 01  WS-CUENTA-FANTASMAS         PIC 9(05) VALUE ZERO.
003320 01  WS-CUENTA-CANTIDAD          PIC 9(05) VALUE ZERO.
003330 01  WS-CUENTA-CATALOGADOS       PIC 9(05) VALUE ZERO.
003340
003350*----------------------------------------------------------------
003360*    LINEAS DEL REPORTE (REPORTE_SVC)
003370*----------------------------------------------------------------
003380 01  RSVC-AREA.
003390     05  RSVC-FUNCION            PIC X(01).
003400     05  RSVC-ARCHIVO            PIC X(21).
003410     05  RSVC-TITULO             PIC X(40).
003420     05  RSVC-LINEA              PIC X(132).
003430     05  RSVC-CANT-LINEAS        PIC 9(07).
003440 01  WS-LINEA-FECHA.
003450     05  FILLER                  PIC X(21)
003460             VALUE "FECHA DE EJECUCION: ".
003470     05  LFE-FECHA               PIC X(08).
003480     05  FILLER                  PIC X(15)
003490             VALUE "  DIRLISTA:    ".
003500     05  LFE-DIRLISTA            PIC X(11).
003510     05  FILLER                  PIC X(15)
003520             VALUE "  SUPERVISION: ".
003530     05  LFE-SUPERVISOR          PIC X(09).
003540     05  FILLER                  PIC X(53) VALUE SPACES.
003550 01  WS-LINEA-TITULOS.
003560     05  FILLER                  PIC X(12) VALUE "DIFERENCIA".
003570     05  FILLER                  PIC X(23) VALUE "ARCHIVO".
003580     05  FILLER                  PIC X(97) VALUE "DETALLE".
003590 01  WS-LINEA-HALLAZGO.
003600     05  LHA-TIPO                PIC X(10).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  LHA-ARCHIVO             PIC X(21).
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640     05  LHA-DETALLE             PIC X(37).
003650     05  FILLER                  PIC X(60) VALUE SPACES.
003660 01  WS-LINEA-TRAILER.
003670     05  TRA-ETIQUETA            PIC X(35).
003680     05  TRA-VALOR               PIC ZZZ,ZZ9.
003690     05  FILLER                  PIC X(90) VALUE SPACES.
003700
003710*----------------------------------------------------------------
003720*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
003730*----------------------------------------------------------------
003740 01  WS-ELOG-PROGRAMA            PIC X(20)
003750             VALUE "conciliar_catalogo".
003760 01  WS-ELOG-CODIGO              PIC 9(04).
003770 01  WS-ELOG-MENSAJE             PIC X(59).
003780 01  WS-AUDT-PROGRAMA            PIC X(20)
003790             VALUE "conciliar_catalogo".
003800 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
003810 01  WS-CATG-ARCHIVO             PIC X(21).
003820 01  WS-CATG-CANTIDAD            PIC 9(07).
003830
003840 PROCEDURE DIVISION.
003850
003860******************************************************************
003870* 0000-MAINLINE
003880******************************************************************
003890 0000-MAINLINE.
003900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003910     PERFORM 2000-CARGAR-CATALOGO THRU 2000-EXIT.
003920     PERFORM 3000-VERIFICAR-CATALOGADO THRU 3000-EXIT
003930         VARYING WS-IDX-CAT FROM 1 BY 1
003940             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO.
003950     PERFORM 4000-RECORRER-DIRECTORIO THRU 4000-EXIT.
003960     IF WS-SUPERVISOR NOT = SPACES
003970             AND WS-CANT-HUERFANOS > ZERO
003980         PERFORM 5000-CATALOGAR-HUERFANOS THRU 5000-EXIT
003990     END-IF.
004000     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004010     GOBACK.
004020
004030******************************************************************
004040* 1000-INICIALIZAR - FECHA DE NEGOCIO, TARJETAS, RETENCIONES Y
004050*     ENCABEZADO DEL REPORTE
004060******************************************************************
004070 1000-INICIALIZAR.
004080     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
004090     COMPUTE WS-DIA-HOY-ENTERO =
004100         FUNCTION INTEGER-OF-DATE(FUNCTION
004110             NUMVAL(WS-FECHA-HOY)).
004120     PERFORM 1100-CARGAR-CONTROLES THRU 1100-EXIT.
004130     PERFORM 1200-CARGAR-RETENCIONES THRU 1200-EXIT.
004140     PERFORM 1300-CARGAR-RETENCIONES-LEGALES THRU 1300-EXIT.
004150     STRING "CATCONC." WS-FECHA-HOY DELIMITED BY SIZE
004160         WS-SUFIJO-CICLO DELIMITED BY SPACE
004170         INTO WS-DYN-REPORT-FILE.
004180     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
004190     MOVE "CONCILIACION DEL CATALOGO CON EL DISCO"
004200       TO RSVC-TITULO.
004210     MOVE "A" TO RSVC-FUNCION.
004220     CALL "reporte_svc" USING RSVC-AREA.
004230     MOVE "E" TO RSVC-FUNCION.
004240     MOVE WS-FECHA-HOY TO LFE-FECHA.
004250     OPEN INPUT DIRLISTA-FILE.
004260     IF WS-DIR-STATUS = "00"
004270         MOVE "RECIBIDO" TO LFE-DIRLISTA
004280         CLOSE DIRLISTA-FILE
004290     ELSE
004300         MOVE "NO RECIBIDO" TO LFE-DIRLISTA
004310     END-IF.
004320     IF WS-SUPERVISOR = SPACES
004330         MOVE "NO PEDIDA" TO LFE-SUPERVISOR
004340     ELSE
004350         MOVE WS-SUPERVISOR TO LFE-SUPERVISOR
004360     END-IF.
004370     MOVE WS-LINEA-FECHA TO RSVC-LINEA.
004380     CALL "reporte_svc" USING RSVC-AREA.
004390     MOVE SPACES TO RSVC-LINEA.
004400     CALL "reporte_svc" USING RSVC-AREA.
004410     MOVE WS-LINEA-TITULOS TO RSVC-LINEA.
004420     CALL "reporte_svc" USING RSVC-AREA.
004430 1000-EXIT.
004440     EXIT.
004450
004460*    CATCCTL: "F" COMO SE CUENTA UNA FAMILIA, "C" EL SUPERVISOR
004470*    DE LA CATALOGACION RETROACTIVA
004480 1100-CARGAR-CONTROLES.
004490     OPEN INPUT CATCCTL-FILE.
004500     IF WS-CTL-STATUS NOT = "00"
004510         GO TO 1100-EXIT
004520     END-IF.
004530     PERFORM 1110-LEER-CONTROL THRU 1110-EXIT
004540         UNTIL FIN-CATCCTL.
004550     CLOSE CATCCTL-FILE.
004560 1100-EXIT.
004570     EXIT.
004580
004590 1110-LEER-CONTROL.
004600     READ CATCCTL-FILE
004610         AT END
004620             SET FIN-CATCCTL TO TRUE
004630             GO TO 1110-EXIT
004640     END-READ.
004650     IF CTL-TIPO = "C"
004660         MOVE CTL-SUPERVISOR TO WS-SUPERVISOR
004670         GO TO 1110-EXIT
004680     END-IF.
004690     IF CTL-TIPO NOT = "F" OR CTL-FAMILIA = SPACES
004700             OR WS-CANT-CONTROLES NOT < WS-MAX-CONTROLES
004710         GO TO 1110-EXIT
004720     END-IF.
004730     ADD 1 TO WS-CANT-CONTROLES.
004740     MOVE CTL-FAMILIA TO CTLF-FAMILIA(WS-CANT-CONTROLES).
004750     MOVE CTL-MODO TO CTLF-MODO(WS-CANT-CONTROLES).
004760     IF CTL-DESCUENTO IS NUMERIC
004770         MOVE CTL-DESCUENTO TO CTLF-DESCUENTO(WS-CANT-CONTROLES)
004780     ELSE
004790         MOVE ZERO TO CTLF-DESCUENTO(WS-CANT-CONTROLES)
004800     END-IF.
004810 1110-EXIT.
004820     EXIT.
004830
004840 1200-CARGAR-RETENCIONES.
004850     OPEN INPUT RETEN-FILE.
004860     IF WS-RET-STATUS NOT = "00"
004870         GO TO 1200-EXIT
004880     END-IF.
004890     PERFORM 1210-LEER-RETENCION THRU 1210-EXIT
004900         UNTIL FIN-RETENCION.
004910     CLOSE RETEN-FILE.
004920 1200-EXIT.
004930     EXIT.
004940
004950 1210-LEER-RETENCION.
004960     READ RETEN-FILE
004970         AT END
004980             SET FIN-RETENCION TO TRUE
004990         NOT AT END
005000             IF WS-CANT-FAMILIAS < WS-MAX-FAMILIAS
005010                     AND RET-DIAS IS NUMERIC
005020                 ADD 1 TO WS-CANT-FAMILIAS
005030                 MOVE RET-FAMILIA TO
005040                     RETN-FAMILIA(WS-CANT-FAMILIAS)
005050                 MOVE RET-DIAS TO RETN-DIAS(WS-CANT-FAMILIAS)
005060             END-IF
005070     END-READ.
005080 1210-EXIT.
005090     EXIT.
005100
005110 1300-CARGAR-RETENCIONES-LEGALES.
005120     OPEN INPUT RETENLEG-FILE.
005130     IF WS-RLEG-STATUS NOT = "00"
005140         GO TO 1300-EXIT
005150     END-IF.
005160     PERFORM 1310-LEER-RETENCION-LEGAL THRU 1310-EXIT
005170         UNTIL FIN-RETENLEG.
005180     CLOSE RETENLEG-FILE.
005190 1300-EXIT.
005200     EXIT.
005210
005220 1310-LEER-RETENCION-LEGAL.
005230     READ RETENLEG-FILE
005240         AT END
005250             SET FIN-RETENLEG TO TRUE
005260         NOT AT END
005270             IF RLEG-ESTADO = "A"
005280                     AND WS-CANT-RETENLEG < WS-MAX-RETENLEG
005290                 ADD 1 TO WS-CANT-RETENLEG
005300                 MOVE RLEG-TIPO TO
005310                     RLET-TIPO(WS-CANT-RETENLEG)
005320                 MOVE RLEG-FECHA TO
005330                     RLET-FECHA(WS-CANT-RETENLEG)
005340                 MOVE RLEG-FAMILIA TO
005350                     RLET-FAMILIA(WS-CANT-RETENLEG)
005360             END-IF
005370     END-READ.
005380 1310-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 2000-CARGAR-CATALOGO - CADA ARCHIVO FECHADO CATALOGADO, UNA
005430*     SOLA VEZ; UNA RECATALOGACION (REPROCESO) PISA LA CANTIDAD
005440******************************************************************
005450 2000-CARGAR-CATALOGO.
005460     OPEN INPUT CATALOGO-FILE.
005470     IF WS-CAT-STATUS NOT = "00"
005480         DISPLAY "NO HAY CATALOGO DE SALIDAS, SOLO SE BUSCAN "
005490             "HUERFANOS."
005500         GO TO 2000-EXIT
005510     END-IF.
005520     PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
005530         UNTIL FIN-CATALOGO.
005540     CLOSE CATALOGO-FILE.
005550 2000-EXIT.
005560     EXIT.
005570
005580 2100-LEER-ENTRADA.
005590     READ CATALOGO-FILE
005600         AT END
005610             SET FIN-CATALOGO TO TRUE
005620             GO TO 2100-EXIT
005630     END-READ.
005640     ADD 1 TO WS-CUENTA-ENTRADAS.
005650     MOVE CATG-ARCHIVO TO WS-NOMBRE-ARCHIVO.
005660     PERFORM 7000-ANALIZAR-NOMBRE THRU 7000-EXIT.
005670     IF NOT NOMBRE-FECHADO
005680         GO TO 2100-EXIT
005690     END-IF.
005700     PERFORM 7100-BUSCAR-EN-CATALOGO THRU 7100-EXIT.
005710     IF WS-IDX-HALLADO = ZERO
005720         IF WS-CANT-CATALOGO NOT < WS-MAX-CATALOGO
005730             ADD 1 TO WS-CANT-PERDIDOS
005740             GO TO 2100-EXIT
005750         END-IF
005760         ADD 1 TO WS-CANT-CATALOGO
005770         MOVE WS-CANT-CATALOGO TO WS-IDX-HALLADO
005780         MOVE CATG-ARCHIVO TO TCAT-ARCHIVO(WS-IDX-HALLADO)
005790         MOVE WS-NOMBRE-FAMILIA TO TCAT-FAMILIA(WS-IDX-HALLADO)
005800     END-IF.
005810     MOVE CATG-FECHA TO TCAT-FECHA(WS-IDX-HALLADO).
005820     MOVE CATG-CANTIDAD TO TCAT-CANTIDAD(WS-IDX-HALLADO).
005830 2100-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870* 3000-VERIFICAR-CATALOGADO - EL ARCHIVO DEBE ESTAR (SALVO QUE
005880*     LIMPIEZA YA LO HAYA PODIDO BORRAR) Y, SI LA FAMILIA SE
005890*     CUENTA, CON LA CANTIDAD REGISTRADA
005900******************************************************************
005910 3000-VERIFICAR-CATALOGADO.
005920     MOVE TCAT-FAMILIA(WS-IDX-CAT) TO WS-NOMBRE-FAMILIA.
005930     PERFORM 7200-MODO-DE-FAMILIA THRU 7200-EXIT.
005940     IF FAMILIA-EXCLUIDA
005950         GO TO 3000-EXIT
005960     END-IF.
005970     MOVE TCAT-ARCHIVO(WS-IDX-CAT) TO WS-NOMBRE-ARCHIVO.
005980     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ARCHIVO
005990         WS-INFO-ARCHIVO
006000         RETURNING WS-RC-ARCHIVO.
006010     IF WS-RC-ARCHIVO NOT = ZERO
006020         PERFORM 3100-EVALUAR-AUSENCIA THRU 3100-EXIT
006030         GO TO 3000-EXIT
006040     END-IF.
006050     ADD 1 TO WS-CUENTA-VERIFICADOS.
006060     IF NOT FAMILIA-CONTADA
006070         GO TO 3000-EXIT
006080     END-IF.
006090     PERFORM 7300-CONTAR-REGISTROS THRU 7300-EXIT.
006100     IF WS-REGISTROS-CONTADOS = TCAT-CANTIDAD(WS-IDX-CAT)
006110         GO TO 3000-EXIT
006120     END-IF.
006130     MOVE TCAT-CANTIDAD(WS-IDX-CAT) TO WS-ED-CANT-1.
006140     MOVE WS-REGISTROS-CONTADOS TO WS-ED-CANT-2.
006150     MOVE SPACES TO WS-HALL-DETALLE.
006160     STRING "CATALOGO " WS-ED-CANT-1 " DISCO " WS-ED-CANT-2
006170         DELIMITED BY SIZE INTO WS-HALL-DETALLE.
006180     MOVE "CANTIDAD" TO WS-HALL-TIPO.
006190     MOVE 88 TO WS-HALL-CODIGO.
006200     ADD 1 TO WS-CUENTA-CANTIDAD.
006210     PERFORM 8000-REGISTRAR-DIFERENCIA THRU 8000-EXIT.
006220 3000-EXIT.
006230     EXIT.
006240
006250*    AUSENTE: PASADA LA RETENCION Y SIN RETENCION LEGAL ES UNA
006260*    PURGA NORMAL; SI NO, ES UN FANTASMA
006270 3100-EVALUAR-AUSENCIA.
006280     PERFORM 7400-BUSCAR-RETENCION THRU 7400-EXIT.
006290     COMPUTE WS-DIA-ARCH-ENTERO =
006300         FUNCTION INTEGER-OF-DATE(TCAT-FECHA(WS-IDX-CAT)).
006310     COMPUTE WS-DIAS-ANTIGUEDAD =
006320         WS-DIA-HOY-ENTERO - WS-DIA-ARCH-ENTERO.
006330     IF WS-DIAS-ANTIGUEDAD > WS-DIAS-RETENCION
006340         PERFORM 7500-VERIFICAR-RETENCION-LEGAL THRU 7500-EXIT
006350         IF NOT ARCHIVO-RETENIDO
006360             ADD 1 TO WS-CUENTA-PURGADOS
006370             GO TO 3100-EXIT
006380         END-IF
006390     END-IF.
006400     MOVE SPACES TO WS-HALL-DETALLE.
006410     STRING "CATALOGADO EL " TCAT-FECHA(WS-IDX-CAT)
006420         ", AUSENTE" DELIMITED BY SIZE
006430         INTO WS-HALL-DETALLE.
006440     MOVE "FANTASMA" TO WS-HALL-TIPO.
006450     MOVE 87 TO WS-HALL-CODIGO.
006460     ADD 1 TO WS-CUENTA-FANTASMAS.
006470     PERFORM 8000-REGISTRAR-DIFERENCIA THRU 8000-EXIT.
006480 3100-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520* 4000-RECORRER-DIRECTORIO - CADA ARCHIVO FECHADO DEL DIRLISTA
006530*     QUE EL CATALOGO NO CONOCE ES UN HUERFANO
006540******************************************************************
006550 4000-RECORRER-DIRECTORIO.
006560     OPEN INPUT DIRLISTA-FILE.
006570     IF WS-DIR-STATUS NOT = "00"
006580         DISPLAY "SIN DIRLISTA: NO SE BUSCAN HUERFANOS."
006590         GO TO 4000-EXIT
006600     END-IF.
006610     PERFORM 4100-LEER-DIRECTORIO THRU 4100-EXIT
006620         UNTIL FIN-DIRLISTA.
006630     CLOSE DIRLISTA-FILE.
006640 4000-EXIT.
006650     EXIT.
006660
006670 4100-LEER-DIRECTORIO.
006680     READ DIRLISTA-FILE
006690         AT END
006700             SET FIN-DIRLISTA TO TRUE
006710             GO TO 4100-EXIT
006720     END-READ.
006730     IF DIRL-RESTO NOT = SPACES
006740*        MAS LARGO QUE UN NOMBRE CATALOGABLE: NO ES NUESTRO
006750         GO TO 4100-EXIT
006760     END-IF.
006770     MOVE DIRL-ARCHIVO TO WS-NOMBRE-ARCHIVO.
006780     PERFORM 7000-ANALIZAR-NOMBRE THRU 7000-EXIT.
006790     IF NOT NOMBRE-FECHADO
006800         GO TO 4100-EXIT
006810     END-IF.
006820     PERFORM 7200-MODO-DE-FAMILIA THRU 7200-EXIT.
006830     IF FAMILIA-EXCLUIDA
006840         GO TO 4100-EXIT
006850     END-IF.
006860     ADD 1 TO WS-CUENTA-LISTADOS.
006870     PERFORM 7100-BUSCAR-EN-CATALOGO THRU 7100-EXIT.
006880     IF WS-IDX-HALLADO NOT = ZERO
006890         GO TO 4100-EXIT
006900     END-IF.
006910     PERFORM 7300-CONTAR-REGISTROS THRU 7300-EXIT.
006920     MOVE WS-REGISTROS-CONTADOS TO WS-ED-CANT-2.
006930     MOVE SPACES TO WS-HALL-DETALLE.
006940     STRING "NUNCA CATALOGADO, " WS-ED-CANT-2 " REG."
006950         DELIMITED BY SIZE INTO WS-HALL-DETALLE.
006960     MOVE "HUERFANO" TO WS-HALL-TIPO.
006970     MOVE 86 TO WS-HALL-CODIGO.
006980     PERFORM 8000-REGISTRAR-DIFERENCIA THRU 8000-EXIT.
006990     IF WS-CANT-HUERFANOS < WS-MAX-HUERFANOS
007000         ADD 1 TO WS-CANT-HUERFANOS
007010         MOVE WS-NOMBRE-ARCHIVO TO
007020             HUER-ARCHIVO(WS-CANT-HUERFANOS)
007030         MOVE WS-REGISTROS-CONTADOS TO
007040             HUER-CANTIDAD(WS-CANT-HUERFANOS)
007050     END-IF.
007060 4100-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 5000-CATALOGAR-HUERFANOS - SOLO CON EL SUPERVISOR DE LA
007110*     TARJETA "C" AUTORIZADO Y SU CLAVE RECONFIRMADA; CADA
007120*     HUERFANO SE REGISTRA CON LOS REGISTROS CONTADOS
007130******************************************************************
007140 5000-CATALOGAR-HUERFANOS.
007150     PERFORM 5100-VERIFICAR-AUTORIZACION THRU 5100-EXIT.
007160     IF SUPERVISOR-AUTORIZADO
007170         PERFORM 5200-CONFIRMAR-CLAVE THRU 5200-EXIT
007180     END-IF.
007190     IF NOT SUPERVISOR-AUTORIZADO OR NOT CLAVE-CONFIRMADA
007200         MOVE SPACES TO WS-ELOG-MENSAJE
007210         STRING "CATALOGACION RETROACTIVA DENEGADA A "
007220             WS-SUPERVISOR DELIMITED BY SIZE
007230             INTO WS-ELOG-MENSAJE
007240         MOVE 89 TO WS-ELOG-CODIGO
007250         CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
007260                 WS-ELOG-MENSAJE
007270         MOVE SPACES TO RSVC-LINEA
007280         CALL "reporte_svc" USING RSVC-AREA
007290         MOVE WS-ELOG-MENSAJE TO RSVC-LINEA
007300         CALL "reporte_svc" USING RSVC-AREA
007310         DISPLAY " " WS-ELOG-MENSAJE
007320         GO TO 5000-EXIT
007330     END-IF.
007340     MOVE SPACES TO RSVC-LINEA.
007350     CALL "reporte_svc" USING RSVC-AREA.
007360     PERFORM 5300-CATALOGAR-HUERFANO THRU 5300-EXIT
007370         VARYING WS-IDX-HUER FROM 1 BY 1
007380             UNTIL WS-IDX-HUER > WS-CANT-HUERFANOS.
007390 5000-EXIT.
007400     EXIT.
007410
007420 5100-VERIFICAR-AUTORIZACION.
007430     MOVE "N" TO WS-SW-AUTORIZADO.
007440     OPEN INPUT AUTORIZA-FILE.
007450     IF WS-AUT-STATUS NOT = "00"
007460         GO TO 5100-EXIT
007470     END-IF.
007480     PERFORM 5110-BUSCAR-AUTORIZACION THRU 5110-EXIT
007490         UNTIL FIN-AUTORIZA.
007500     CLOSE AUTORIZA-FILE.
007510 5100-EXIT.
007520     EXIT.
007530
007540 5110-BUSCAR-AUTORIZACION.
007550     READ AUTORIZA-FILE
007560         AT END
007570             SET FIN-AUTORIZA TO TRUE
007580         NOT AT END
007590             IF AUT-ID = WS-SUPERVISOR
007600                 SET SUPERVISOR-AUTORIZADO TO TRUE
007610                 SET FIN-AUTORIZA TO TRUE
007620             END-IF
007630     END-READ.
007640 5110-EXIT.
007650     EXIT.
007660
007670*    LA CLAVE SE TIPEA EN LA CONSOLA; SIN CREDOPER (MODO
007680*    LEGADO) NO HAY CONTRA QUE VERIFICAR Y BASTA AUTORIZA
007690 5200-CONFIRMAR-CLAVE.
007700     MOVE "N" TO WS-SW-CLAVE.
007710     MOVE SPACES TO CRED-AREA.
007720     MOVE "V" TO CRED-FUNCION.
007730     MOVE WS-SUPERVISOR TO CRED-OPERADOR.
007740     MOVE WS-SUPERVISOR TO CRED-SUPERVISOR.
007750     DISPLAY "CATALOGACION RETROACTIVA DE " WS-CANT-HUERFANOS
007760         " HUERFANO(S)".
007770     DISPLAY "CLAVE DEL SUPERVISOR " WS-SUPERVISOR ": ".
007780     ACCEPT CRED-CLAVE.
007790     CALL "credencial" USING CRED-AREA.
007800     MOVE SPACES TO CRED-CLAVE.
007810     EVALUATE CRED-RESULTADO
007820         WHEN "0"
007830         WHEN "L"
007840             SET CLAVE-CONFIRMADA TO TRUE
007850         WHEN OTHER
007860             DISPLAY CRED-MENSAJE
007870     END-EVALUATE.
007880 5200-EXIT.
007890     EXIT.
007900
007910 5300-CATALOGAR-HUERFANO.
007920     MOVE HUER-ARCHIVO(WS-IDX-HUER) TO WS-CATG-ARCHIVO.
007930     MOVE HUER-CANTIDAD(WS-IDX-HUER) TO WS-CATG-CANTIDAD.
007940     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007950             WS-CATG-CANTIDAD.
007960     ADD 1 TO WS-CUENTA-CATALOGADOS.
007970     MOVE HUER-CANTIDAD(WS-IDX-HUER) TO WS-ED-CANT-2.
007980     MOVE SPACES TO WS-HALL-DETALLE.
007990     STRING "POR " WS-SUPERVISOR DELIMITED BY SPACE
008000         ", " WS-ED-CANT-2 " REG." DELIMITED BY SIZE
008010         INTO WS-HALL-DETALLE.
008020     MOVE "CATALOGADO" TO LHA-TIPO.
008030     MOVE HUER-ARCHIVO(WS-IDX-HUER) TO LHA-ARCHIVO.
008040     MOVE WS-HALL-DETALLE TO LHA-DETALLE.
008050     MOVE WS-LINEA-HALLAZGO TO RSVC-LINEA.
008060     CALL "reporte_svc" USING RSVC-AREA.
008070 5300-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110* 7000-ANALIZAR-NOMBRE - FAMILIA (HASTA 8) + "." + AAAAMMDD
008120*     (+ SUFIJO DE CICLO): SOLO ESOS NOMBRES SE CONCILIAN
008130******************************************************************
008140 7000-ANALIZAR-NOMBRE.
008150     MOVE "N" TO WS-SW-FECHADO.
008160     MOVE SPACES TO WS-NOMBRE-FAMILIA WS-NOMBRE-RESTO.
008170     MOVE ZERO TO WS-LON-FAMILIA.
008180     UNSTRING WS-NOMBRE-ARCHIVO DELIMITED BY "."
008190         INTO WS-NOMBRE-FAMILIA COUNT IN WS-LON-FAMILIA
008200              WS-NOMBRE-RESTO.
008210     IF WS-LON-FAMILIA = ZERO OR WS-LON-FAMILIA > 8
008220         GO TO 7000-EXIT
008230     END-IF.
008240     IF WS-NOMBRE-FECHA IS NUMERIC
008250         SET NOMBRE-FECHADO TO TRUE
008260     END-IF.
008270 7000-EXIT.
008280     EXIT.
008290
008300 7100-BUSCAR-EN-CATALOGO.
008310     MOVE ZERO TO WS-IDX-HALLADO.
008320     PERFORM 7110-COMPARAR-ARCHIVO THRU 7110-EXIT
008330         VARYING WS-IDX-CAT FROM 1 BY 1
008340             UNTIL WS-IDX-CAT > WS-CANT-CATALOGO
008350                 OR WS-IDX-HALLADO NOT = ZERO.
008360 7100-EXIT.
008370     EXIT.
008380
008390 7110-COMPARAR-ARCHIVO.
008400     IF TCAT-ARCHIVO(WS-IDX-CAT) = WS-NOMBRE-ARCHIVO
008410         MOVE WS-IDX-CAT TO WS-IDX-HALLADO
008420     END-IF.
008430 7110-EXIT.
008440     EXIT.
008450
008460 7200-MODO-DE-FAMILIA.
008470     MOVE "P" TO WS-MODO-FAMILIA.
008480     MOVE ZERO TO WS-DESCUENTO-FAMILIA.
008490     PERFORM 7210-COMPARAR-CONTROL THRU 7210-EXIT
008500         VARYING WS-IDX-CONTROL FROM 1 BY 1
008510             UNTIL WS-IDX-CONTROL > WS-CANT-CONTROLES.
008520 7200-EXIT.
008530     EXIT.
008540
008550 7210-COMPARAR-CONTROL.
008560     IF CTLF-FAMILIA(WS-IDX-CONTROL) = WS-NOMBRE-FAMILIA
008570         MOVE CTLF-MODO(WS-IDX-CONTROL) TO WS-MODO-FAMILIA
008580         MOVE CTLF-DESCUENTO(WS-IDX-CONTROL)
008590           TO WS-DESCUENTO-FAMILIA
008600     END-IF.
008610 7210-EXIT.
008620     EXIT.
008630
008640*    LINEAS DEL ARCHIVO, MENOS LAS QUE LA FAMILIA NO CUENTA COMO
008650*    REGISTROS (SOBRE, ENCABEZADO CSV)
008660 7300-CONTAR-REGISTROS.
008670     MOVE ZERO TO WS-LINEAS-CONTADAS WS-REGISTROS-CONTADOS.
008680     MOVE WS-NOMBRE-ARCHIVO TO WS-DYN-CONTEO.
008690     OPEN INPUT CONTEO-FILE.
008700     IF WS-CNT-STATUS NOT = "00"
008710         GO TO 7300-EXIT
008720     END-IF.
008730     MOVE "N" TO WS-EOF-CNT.
008740     PERFORM 7310-LEER-LINEA THRU 7310-EXIT
008750         UNTIL FIN-CONTEO.
008760     CLOSE CONTEO-FILE.
008770     IF FAMILIA-CONTADA
008780             AND WS-LINEAS-CONTADAS > WS-DESCUENTO-FAMILIA
008790         SUBTRACT WS-DESCUENTO-FAMILIA FROM WS-LINEAS-CONTADAS
008800             GIVING WS-REGISTROS-CONTADOS
008810     ELSE
008820         IF NOT FAMILIA-CONTADA
008830             MOVE WS-LINEAS-CONTADAS TO WS-REGISTROS-CONTADOS
008840         END-IF
008850     END-IF.
008860 7300-EXIT.
008870     EXIT.
008880
008890 7310-LEER-LINEA.
008900     READ CONTEO-FILE
008910         AT END
008920             SET FIN-CONTEO TO TRUE
008930         NOT AT END
008940             ADD 1 TO WS-LINEAS-CONTADAS
008950     END-READ.
008960 7310-EXIT.
008970     EXIT.
008980
008990 7400-BUSCAR-RETENCION.
009000     MOVE WS-DIAS-DEFECTO TO WS-DIAS-RETENCION.
009010     MOVE WS-NOMBRE-FAMILIA TO WS-FAMILIA-RETENCION.
009020     PERFORM 7420-COMPARAR-DECK THRU 7420-EXIT
009030         VARYING WS-IDX-DECK FROM 1 BY 1
009040             UNTIL WS-IDX-DECK > WS-CANT-DECKS.
009050     PERFORM 7410-COMPARAR-FAMILIA THRU 7410-EXIT
009060         VARYING WS-IDX-FAMILIA FROM 1 BY 1
009070             UNTIL WS-IDX-FAMILIA > WS-CANT-FAMILIAS.
009080 7400-EXIT.
009090     EXIT.
009100
009110 7410-COMPARAR-FAMILIA.
009120     IF RETN-FAMILIA(WS-IDX-FAMILIA) = WS-FAMILIA-RETENCION
009130         MOVE RETN-DIAS(WS-IDX-FAMILIA) TO WS-DIAS-RETENCION
009140     END-IF.
009150 7410-EXIT.
009160     EXIT.
009170
009180 7420-COMPARAR-DECK.
009190     IF DECK-NOMBRE(WS-IDX-DECK) = WS-NOMBRE-FAMILIA
009200         MOVE WS-FAMILIA-ENTRADAS TO WS-FAMILIA-RETENCION
009210     END-IF.
009220 7420-EXIT.
009230     EXIT.
009240
009250 7500-VERIFICAR-RETENCION-LEGAL.
009260     MOVE "N" TO WS-SW-RETENIDO.
009270     PERFORM 7510-COMPARAR-RETENCION THRU 7510-EXIT
009280         VARYING WS-IDX-RLEG FROM 1 BY 1
009290             UNTIL WS-IDX-RLEG > WS-CANT-RETENLEG
009300                 OR ARCHIVO-RETENIDO.
009310 7500-EXIT.
009320     EXIT.
009330
009340 7510-COMPARAR-RETENCION.
009350     IF RLET-TIPO(WS-IDX-RLEG) = "F"
009360             AND RLET-FECHA(WS-IDX-RLEG) = TCAT-FECHA(WS-IDX-CAT)
009370         SET ARCHIVO-RETENIDO TO TRUE
009380     END-IF.
009390     IF RLET-TIPO(WS-IDX-RLEG) = "A"
009400             AND (RLET-FAMILIA(WS-IDX-RLEG) = WS-NOMBRE-FAMILIA
009410               OR RLET-FAMILIA(WS-IDX-RLEG) =
009420                  WS-FAMILIA-RETENCION)
009430         SET ARCHIVO-RETENIDO TO TRUE
009440     END-IF.
009450 7510-EXIT.
009460     EXIT.
009470
009480******************************************************************
009490* 8000-REGISTRAR-DIFERENCIA - LINEA DEL REPORTE Y ENTRADA DE
009500*     ERRORLOG (DE AHI AL REPORTE DE EXCEPCIONES)
009510******************************************************************
009520 8000-REGISTRAR-DIFERENCIA.
009530     ADD 1 TO WS-CUENTA-DIFERENCIAS.
009540     MOVE WS-HALL-TIPO TO LHA-TIPO.
009550     MOVE WS-NOMBRE-ARCHIVO TO LHA-ARCHIVO.
009560     MOVE WS-HALL-DETALLE TO LHA-DETALLE.
009570     MOVE WS-LINEA-HALLAZGO TO RSVC-LINEA.
009580     CALL "reporte_svc" USING RSVC-AREA.
009590     MOVE WS-HALL-CODIGO TO WS-ELOG-CODIGO.
009600     MOVE SPACES TO WS-ELOG-MENSAJE.
009610     STRING WS-NOMBRE-ARCHIVO " " WS-HALL-DETALLE
009620         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
009630     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
009640             WS-ELOG-MENSAJE.
009650 8000-EXIT.
009660     EXIT.
009670
009680******************************************************************
009690* 9000-TERMINAR - TOTALES, CATALOGO, AUDITORIA Y RETURN-CODE
009700******************************************************************
009710 9000-TERMINAR.
009720     IF WS-CUENTA-DIFERENCIAS = ZERO
009730         MOVE "CATALOGO Y DISCO CONCILIAN." TO RSVC-LINEA
009740         CALL "reporte_svc" USING RSVC-AREA
009750     END-IF.
009760     IF WS-CANT-PERDIDOS > ZERO
009770         DISPLAY "ATENCION: TABLA DEL CATALOGO LLENA, "
009780             WS-CANT-PERDIDOS " ARCHIVO(S) SIN CONCILIAR."
009790         MOVE SPACES TO RSVC-LINEA
009800         STRING "ATENCION: TABLA LLENA, " WS-CANT-PERDIDOS
009810             " ARCHIVO(S) SIN CONCILIAR." DELIMITED BY SIZE
009820             INTO RSVC-LINEA
009830         CALL "reporte_svc" USING RSVC-AREA
009840     END-IF.
009850     MOVE SPACES TO RSVC-LINEA.
009860     CALL "reporte_svc" USING RSVC-AREA.
009870     MOVE SPACES TO WS-LINEA-TRAILER.
009880     MOVE "ENTRADAS DEL CATALOGO LEIDAS......." TO TRA-ETIQUETA.
009890     MOVE WS-CUENTA-ENTRADAS TO TRA-VALOR.
009900     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
009910     CALL "reporte_svc" USING RSVC-AREA.
009920     MOVE SPACES TO WS-LINEA-TRAILER.
009930     MOVE "CATALOGADOS PRESENTES EN DISCO....." TO TRA-ETIQUETA.
009940     MOVE WS-CUENTA-VERIFICADOS TO TRA-VALOR.
009950     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
009960     CALL "reporte_svc" USING RSVC-AREA.
009970     MOVE SPACES TO WS-LINEA-TRAILER.
009980     MOVE "PURGADOS POR RETENCION............." TO TRA-ETIQUETA.
009990     MOVE WS-CUENTA-PURGADOS TO TRA-VALOR.
010000     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
010010     CALL "reporte_svc" USING RSVC-AREA.
010020     MOVE SPACES TO WS-LINEA-TRAILER.
010030     MOVE "ARCHIVOS FECHADOS EN DIRLISTA......" TO TRA-ETIQUETA.
010040     MOVE WS-CUENTA-LISTADOS TO TRA-VALOR.
010050     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
010060     CALL "reporte_svc" USING RSVC-AREA.
010070     MOVE SPACES TO WS-LINEA-TRAILER.
010080     MOVE "HUERFANOS (NO CATALOGADOS)........." TO TRA-ETIQUETA.
010090     MOVE WS-CANT-HUERFANOS TO TRA-VALOR.
010100     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
010110     CALL "reporte_svc" USING RSVC-AREA.
010120     MOVE SPACES TO WS-LINEA-TRAILER.
010130     MOVE "FANTASMAS (AUSENTES DEL DISCO)....." TO TRA-ETIQUETA.
010140     MOVE WS-CUENTA-FANTASMAS TO TRA-VALOR.
010150     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
010160     CALL "reporte_svc" USING RSVC-AREA.
010170     MOVE SPACES TO WS-LINEA-TRAILER.
010180     MOVE "CANTIDADES DISTINTAS..............." TO TRA-ETIQUETA.
010190     MOVE WS-CUENTA-CANTIDAD TO TRA-VALOR.
010200     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
010210     CALL "reporte_svc" USING RSVC-AREA.
010220     MOVE SPACES TO WS-LINEA-TRAILER.
010230     MOVE "HUERFANOS CATALOGADOS AHORA........" TO TRA-ETIQUETA.
010240     MOVE WS-CUENTA-CATALOGADOS TO TRA-VALOR.
010250     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
010260     CALL "reporte_svc" USING RSVC-AREA.
010270     MOVE "C" TO RSVC-FUNCION.
010280     CALL "reporte_svc" USING RSVC-AREA.
010290     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
010300     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
010310     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
010320             WS-CATG-CANTIDAD.
010330     MOVE WS-CUENTA-ENTRADAS TO WS-AUDT-CANTIDAD.
010340     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
010350     DISPLAY " CONCILIACION DEL CATALOGO: " WS-CUENTA-DIFERENCIAS
010360         " DIFERENCIA(S), " WS-CUENTA-CATALOGADOS
010370         " HUERFANO(S) CATALOGADO(S).".
010380     IF WS-CUENTA-DIFERENCIAS > ZERO
010390         MOVE 4 TO RETURN-CODE
010400     END-IF.
010410 9000-EXIT.
010420     EXIT.
010430
010440 END PROGRAM conciliar_catalogo.
