000100******************************************************************
000110* PROGRAM-ID: recert_operador
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    QUARTERLY ACCESS RECERTIFICATION OF OPERADORES.
000170*             THE CAMPAIGN LIVES IN RECERTIF, ONE LINE PER
000180*             OPERATOR:
000190*                 TRIMESTRE 9(05) (AAAAT) + SP + OPERADOR X(08) +
000200*                 SP + ESTADO X(01) + SP + PLAZO 9(08) + SP +
000210*                 SUPERVISOR X(08) + SP + FECHA FIRMA 9(08)
000220*             ESTADO P PENDING, C CERTIFIED (BY CREDENCIAL_ADMIN,
000230*             ACTION K), S SUSPENDED FOR MISSING THE PLAZO, X NO
000240*             LONGER AN ACTIVE OPERATOR. EACH RUN, ON THE REAL
000250*             DATE:
000260*               - PAST THE PLAZO, EVERY OPERATOR STILL PENDING IS
000270*                 SUSPENDED: OPE-ESTADO "S" IN OPERADORES, AN "S"
000280*                 ENTRY IN CREDJRNL (SUPERVISOR "SISTEMA") AND A
000290*                 PENDING ALERT IN ALERTAS.
000300*               - WITH NO CAMPAIGN, OR WITH THE LAST ONE CLOSED
000310*                 AND FROM AN EARLIER QUARTER, A NEW CAMPAIGN IS
000320*                 OPENED WITH EVERY ACTIVE OPERATOR PENDING AND
000330*                 THE PLAZO TODAY PLUS THE DAYS OF THE ACCESCTL
000340*                 CARD (SECOND FIELD, 30 WITHOUT A CARD).
000350*             IT ALWAYS PRINTS THE CAMPAIGN AS REPORT
000360*             RECERT.AAAAMMDD THROUGH REPORTE_SVC: EVERY OPERATOR
000370*             WITH NOMBRE, OPE-PERMISOS, LAST ACTIVITY (SEE
000380*             ULTIMA_ACTIVIDAD), ESTADO AND WHO SIGNED OR A LINE
000390*             TO SIGN ON. ANY SUSPENSION ENDS WITH RETURN-CODE 4
000400*             AND ERRORLOG 78; AN OPERADORES OR RECERTIF LARGER
000410*             THAN THE TABLES IS LEFT UNTOUCHED WITH RETURN-CODE
000420*             8.
000430* TECTONICS:  cobc
000440******************************************************************
000450* MODIFICATION HISTORY
000460* DATE       INIT DESCRIPTION
000470* 2026-10-15 RW   INITIAL VERSION.
000480* 2026-10-15 RW   "(NO EN OPERADORES)" EN LA COLUMNA NOMBRE: EL
000490*                 TEXTO ANTERIOR NO ENTRABA EN LOP-NOMBRE.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. recert_operador.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ACCESCTL-FILE ASSIGN TO "ACCESCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ACC-STATUS.
000600
000610     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OPE-STATUS.
000640
000650     SELECT RECERTIF-FILE ASSIGN TO "RECERTIF"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RCT-STATUS.
000680
000690     SELECT CREDJRNL-FILE ASSIGN TO "CREDJRNL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CJR-STATUS.
000720
000730     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-ALR-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ACCESCTL-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 06 CHARACTERS.
000820 01  ACCESCTL-RECORD.
000830     05  ACC-DIAS-INACTIVIDAD    PIC 9(03).
000840     05  ACC-DIAS-RECERT         PIC 9(03).
000850
000860 FD  OPERADORES-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 51 CHARACTERS.
000890 01  OPERADORES-RECORD.
000900     05  OPE-ID                  PIC X(08).
000910     05  FILLER                  PIC X(01).
000920     05  OPE-NOMBRE              PIC X(20).
000930     05  FILLER                  PIC X(01).
000940     05  OPE-PERMISOS            PIC X(10).
000950     05  FILLER                  PIC X(01).
000960     05  OPE-ESTADO              PIC X(01).
000970         88  OPE-INHABILITADO    VALUE "I" "S".
000980     05  FILLER                  PIC X(01).
000990     05  OPE-FECHA-ESTADO        PIC 9(08).
001000
001010 FD  RECERTIF-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 43 CHARACTERS.
001040 01  RECERTIF-RECORD.
001050     05  RCT-TRIMESTRE           PIC 9(05).
001060     05  FILLER                  PIC X(01).
001070     05  RCT-OPERADOR            PIC X(08).
001080     05  FILLER                  PIC X(01).
001090     05  RCT-ESTADO              PIC X(01).
001100         88  RCT-PENDIENTE       VALUE "P".
001110         88  RCT-CERTIFICADO     VALUE "C".
001120         88  RCT-SUSPENDIDO      VALUE "S".
001130         88  RCT-DADO-DE-BAJA    VALUE "X".
001140     05  FILLER                  PIC X(01).
001150     05  RCT-PLAZO               PIC 9(08).
001160     05  FILLER                  PIC X(01).
001170     05  RCT-SUPERVISOR          PIC X(08).
001180     05  FILLER                  PIC X(01).
001190     05  RCT-FECHA-FIRMA         PIC 9(08).
001200
001210 FD  CREDJRNL-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 82 CHARACTERS.
001240 01  CREDJRNL-RECORD.
001250     05  CRDJ-TIMESTAMP          PIC X(21).
001260     05  FILLER                  PIC X(01).
001270     05  CRDJ-ACCION             PIC X(01).
001280     05  FILLER                  PIC X(01).
001290     05  CRDJ-OPERADOR           PIC X(08).
001300     05  FILLER                  PIC X(01).
001310     05  CRDJ-SUPERVISOR         PIC X(08).
001320     05  FILLER                  PIC X(01).
001330     05  CRDJ-DETALLE            PIC X(40).
001340
001350 FD  ALERTAS-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 104 CHARACTERS.
001380 01  ALERTAS-RECORD.
001390     05  ALR-ESTADO              PIC X(01).
001400     05  FILLER                  PIC X(01).
001410     05  ALR-TIMESTAMP           PIC X(21).
001420     05  FILLER                  PIC X(01).
001430     05  ALR-PROGRAMA            PIC X(20).
001440     05  FILLER                  PIC X(01).
001450     05  ALR-MENSAJE             PIC X(59).
001460
001470 WORKING-STORAGE SECTION.
001480 01  WS-ACC-STATUS               PIC X(02).
001490 01  WS-OPE-STATUS               PIC X(02).
001500 01  WS-RCT-STATUS               PIC X(02).
001510 01  WS-CJR-STATUS               PIC X(02).
001520 01  WS-ALR-STATUS               PIC X(02).
001530 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
001540     88  FIN-OPERADORES          VALUE "S".
001550 01  WS-EOF-RCT                  PIC X(01) VALUE "N".
001560     88  FIN-RECERTIF            VALUE "S".
001570 01  WS-SW-OPE-CAMBIOS           PIC X(01) VALUE "N".
001580     88  HUBO-CAMBIOS-OPERADORES VALUE "S".
001590 01  WS-SW-RCT-CAMBIOS           PIC X(01) VALUE "N".
001600     88  HUBO-CAMBIOS-RECERTIF   VALUE "S".
001610 01  WS-SW-CAMPANA-NUEVA         PIC X(01) VALUE "N".
001620     88  CAMPANA-NUEVA           VALUE "S".
001630
001640*----------------------------------------------------------------
001650*    POLITICA (TARJETA ACCESCTL)
001660*----------------------------------------------------------------
001670 01  WS-DIAS-PLAZO               PIC 9(03) VALUE 30.
001680
001690*----------------------------------------------------------------
001700*    FECHAS: LOS PLAZOS DE ACCESO CORREN SOBRE LA FECHA REAL, EL
001710*    NOMBRE DEL REPORTE SOBRE LA FECHA DE NEGOCIO
001720*----------------------------------------------------------------
001730 01  WS-FECHA-HOY                PIC X(08).
001740 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001750 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001760 01  WS-TIMESTAMP                PIC X(21).
001770 01  WS-FECHA-REAL               PIC 9(08).
001780 01  WS-FECHA-REAL-R REDEFINES WS-FECHA-REAL.
001790     05  WS-ANIO-REAL            PIC 9(04).
001800     05  WS-MES-REAL             PIC 9(02).
001810     05  WS-DIA-REAL             PIC 9(02).
001820 01  WS-TRIMESTRE-DEL-ANIO       PIC 9(01).
001830 01  WS-TRIMESTRE-ACTUAL         PIC 9(05).
001840 01  WS-DIA-JULIANO              PIC 9(07).
001850 01  WS-FECHA-PLAZO              PIC 9(08).
001860
001870*----------------------------------------------------------------
001880*    OPERADORES Y CAMPANA EN MEMORIA (SE REGRABAN COMPLETOS)
001890*----------------------------------------------------------------
001900 01  WS-MAX-OPERADORES           PIC 9(03) VALUE 200.
001910 01  WS-CANT-OPERADORES          PIC 9(03) VALUE ZERO.
001920 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
001930 01  TABLA-OPERADORES.
001940     05  OPI-ENTRADA OCCURS 200 TIMES.
001950         10  OPI-REGISTRO        PIC X(51).
001960 01  WS-IDX-OPER                 PIC 9(03) COMP.
001970 01  WS-IDX-HALLADO              PIC 9(03) COMP VALUE ZERO.
001980 01  WS-MAX-RECERT               PIC 9(03) VALUE 200.
001990 01  WS-CANT-RECERT              PIC 9(03) VALUE ZERO.
002000 01  TABLA-RECERT.
002010     05  RCTT-ENTRADA OCCURS 200 TIMES.
002020         10  RCTT-REGISTRO       PIC X(43).
002030 01  WS-IDX-RCT                  PIC 9(03) COMP.
002040 01  WS-TRIMESTRE-CAMPANA        PIC 9(05) VALUE ZERO.
002050 01  WS-PLAZO-CAMPANA            PIC 9(08) VALUE ZERO.
002060 01  WS-CANT-PENDIENTES          PIC 9(05) VALUE ZERO.
002070
002080*----------------------------------------------------------------
002090*    AREA DEL SERVICIO ULTIMA_ACTIVIDAD
002100*----------------------------------------------------------------
002110 01  UACT-OPERADOR               PIC X(08).
002120 01  UACT-FECHA                  PIC 9(08).
002130 01  UACT-ORIGEN                 PIC X(01).
002140
002150*----------------------------------------------------------------
002160*    CONTADORES DE LA CORRIDA
002170*----------------------------------------------------------------
002180 01  WS-CUENTA-PENDIENTES        PIC 9(05) VALUE ZERO.
002190 01  WS-CUENTA-CERTIFICADOS      PIC 9(05) VALUE ZERO.
002200 01  WS-CUENTA-SUSPENDIDOS       PIC 9(05) VALUE ZERO.
002210 01  WS-CUENTA-BAJAS             PIC 9(05) VALUE ZERO.
002220 01  WS-CUENTA-SUSP-CORRIDA      PIC 9(05) VALUE ZERO.
002230
002240*----------------------------------------------------------------
002250*    LINEAS DEL REPORTE (REPORTE_SVC)
002260*----------------------------------------------------------------
002270 01  RSVC-AREA.
002280     05  RSVC-FUNCION            PIC X(01).
002290     05  RSVC-ARCHIVO            PIC X(21).
002300     05  RSVC-TITULO             PIC X(40).
002310     05  RSVC-LINEA              PIC X(132).
002320     05  RSVC-CANT-LINEAS        PIC 9(07).
002330 01  WS-LINEA-CAMPANA.
002340     05  FILLER                  PIC X(09) VALUE "CAMPANA ".
002350     05  LCA-ANIO                PIC 9(04).
002360     05  FILLER                  PIC X(02) VALUE "-T".
002370     05  LCA-TRIMESTRE           PIC 9(01).
002380     05  FILLER                  PIC X(17)
002390             VALUE "  PLAZO DE FIRMA ".
002400     05  LCA-PLAZO               PIC 9(08).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  LCA-SITUACION           PIC X(40).
002430     05  FILLER                  PIC X(49) VALUE SPACES.
002440 01  WS-LINEA-ENCABEZADO.
002450     05  FILLER                  PIC X(10) VALUE "OPERADOR".
002460     05  FILLER                  PIC X(22) VALUE "NOMBRE".
002470     05  FILLER                  PIC X(12) VALUE "PERMISOS".
002480     05  FILLER                  PIC X(10) VALUE "ULT.ACTIV".
002490     05  FILLER                  PIC X(14) VALUE "ESTADO".
002500     05  FILLER                  PIC X(64) VALUE "FIRMA".
002510 01  WS-LINEA-OPERADOR.
002520     05  LOP-ID                  PIC X(08).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  LOP-NOMBRE              PIC X(20).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  LOP-PERMISOS            PIC X(10).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  LOP-ACTIVIDAD           PIC X(08).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  LOP-ESTADO              PIC X(12).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  LOP-FIRMA               PIC X(40).
002630     05  FILLER                  PIC X(24) VALUE SPACES.
002640 01  WS-LINEA-FIRMADO.
002650     05  FILLER                  PIC X(04) VALUE "POR ".
002660     05  LFI-SUPERVISOR          PIC X(08).
002670     05  FILLER                  PIC X(04) VALUE " EL ".
002680     05  LFI-FECHA               PIC 9(08).
002690     05  FILLER                  PIC X(16) VALUE SPACES.
002700 01  WS-LINEA-TRAILER.
002710     05  TRA-ETIQUETA            PIC X(35).
002720     05  TRA-VALOR               PIC ZZZ,ZZ9.
002730     05  FILLER                  PIC X(90) VALUE SPACES.
002740
002750*----------------------------------------------------------------
002760*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
002770*----------------------------------------------------------------
002780 01  WS-ELOG-PROGRAMA            PIC X(20)
002790             VALUE "recert_operador".
002800 01  WS-ELOG-CODIGO              PIC 9(04).
002810 01  WS-ELOG-MENSAJE             PIC X(59).
002820 01  WS-AUDT-PROGRAMA            PIC X(20)
002830             VALUE "recert_operador".
002840 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002850 01  WS-CATG-ARCHIVO             PIC X(21).
002860 01  WS-CATG-CANTIDAD            PIC 9(07).
002870
002880 PROCEDURE DIVISION.
002890
002900******************************************************************
002910* 0000-MAINLINE
002920******************************************************************
002930 0000-MAINLINE.
002940     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002950     PERFORM 1500-CARGAR-OPERADORES THRU 1500-EXIT.
002960     PERFORM 2000-CARGAR-CAMPANA THRU 2000-EXIT.
002970     IF WS-CANT-PERDIDOS > ZERO
002980         PERFORM 2500-RECHAZAR-POR-TABLA THRU 2500-EXIT
002990         GOBACK
003000     END-IF.
003010     IF WS-CANT-PENDIENTES > ZERO
003020             AND WS-FECHA-REAL > WS-PLAZO-CAMPANA
003030         PERFORM 3000-VENCER-PENDIENTE THRU 3000-EXIT
003040             VARYING WS-IDX-RCT FROM 1 BY 1
003050                 UNTIL WS-IDX-RCT > WS-CANT-RECERT
003060     END-IF.
003070     IF WS-CANT-RECERT = ZERO
003080             OR (WS-TRIMESTRE-CAMPANA < WS-TRIMESTRE-ACTUAL
003090                 AND WS-CANT-PENDIENTES = ZERO)
003100         PERFORM 4000-ABRIR-CAMPANA THRU 4000-EXIT
003110     END-IF.
003120     IF HUBO-CAMBIOS-OPERADORES
003130         PERFORM 7000-REGRABAR-OPERADORES THRU 7000-EXIT
003140     END-IF.
003150     IF HUBO-CAMBIOS-RECERTIF
003160         PERFORM 7200-REGRABAR-RECERTIF THRU 7200-EXIT
003170     END-IF.
003180     PERFORM 5000-LISTAR-CAMPANA THRU 5000-EXIT.
003190     PERFORM 9000-TERMINAR THRU 9000-EXIT.
003200     GOBACK.
003210
003220******************************************************************
003230* 1000-INICIALIZAR - FECHAS, TRIMESTRE EN CURSO, TARJETA ACCESCTL
003240******************************************************************
003250 1000-INICIALIZAR.
003260     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
003270     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003280     MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-REAL.
003290     COMPUTE WS-TRIMESTRE-DEL-ANIO = (WS-MES-REAL + 2) / 3.
003300     COMPUTE WS-TRIMESTRE-ACTUAL =
003310         WS-ANIO-REAL * 10 + WS-TRIMESTRE-DEL-ANIO.
003320     OPEN INPUT ACCESCTL-FILE.
003330     IF WS-ACC-STATUS NOT = "00"
003340         GO TO 1000-EXIT
003350     END-IF.
003360     READ ACCESCTL-FILE
003370         NOT AT END
003380             IF ACC-DIAS-RECERT IS NUMERIC
003390                     AND ACC-DIAS-RECERT > ZERO
003400                 MOVE ACC-DIAS-RECERT TO WS-DIAS-PLAZO
003410             END-IF
003420     END-READ.
003430     CLOSE ACCESCTL-FILE.
003440 1000-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 1500-CARGAR-OPERADORES - EL ARCHIVO ENTERO A LA TABLA
003490******************************************************************
003500 1500-CARGAR-OPERADORES.
003510     OPEN INPUT OPERADORES-FILE.
003520     IF WS-OPE-STATUS NOT = "00"
003530         GO TO 1500-EXIT
003540     END-IF.
003550     PERFORM 1510-LEER-OPERADOR THRU 1510-EXIT
003560         UNTIL FIN-OPERADORES.
003570     CLOSE OPERADORES-FILE.
003580 1500-EXIT.
003590     EXIT.
003600
003610 1510-LEER-OPERADOR.
003620     READ OPERADORES-FILE
003630         AT END
003640             SET FIN-OPERADORES TO TRUE
003650             GO TO 1510-EXIT
003660     END-READ.
003670     IF OPE-ID = SPACES
003680         GO TO 1510-EXIT
003690     END-IF.
003700     IF WS-CANT-OPERADORES >= WS-MAX-OPERADORES
003710         ADD 1 TO WS-CANT-PERDIDOS
003720         GO TO 1510-EXIT
003730     END-IF.
003740     ADD 1 TO WS-CANT-OPERADORES.
003750     MOVE OPERADORES-RECORD TO OPI-REGISTRO(WS-CANT-OPERADORES).
003760 1510-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* 2000-CARGAR-CAMPANA - RECERTIF ENTERO A LA TABLA: TRIMESTRE Y
003810*     PLAZO DE LA CAMPANA Y CUANTOS SIGUEN PENDIENTES
003820******************************************************************
003830 2000-CARGAR-CAMPANA.
003840     OPEN INPUT RECERTIF-FILE.
003850     IF WS-RCT-STATUS NOT = "00"
003860         GO TO 2000-EXIT
003870     END-IF.
003880     PERFORM 2100-LEER-RECERTIF THRU 2100-EXIT
003890         UNTIL FIN-RECERTIF.
003900     CLOSE RECERTIF-FILE.
003910 2000-EXIT.
003920     EXIT.
003930
003940 2100-LEER-RECERTIF.
003950     READ RECERTIF-FILE
003960         AT END
003970             SET FIN-RECERTIF TO TRUE
003980             GO TO 2100-EXIT
003990     END-READ.
004000     IF RCT-OPERADOR = SPACES OR RCT-TRIMESTRE IS NOT NUMERIC
004010         GO TO 2100-EXIT
004020     END-IF.
004030     IF WS-CANT-RECERT >= WS-MAX-RECERT
004040         ADD 1 TO WS-CANT-PERDIDOS
004050         GO TO 2100-EXIT
004060     END-IF.
004070     ADD 1 TO WS-CANT-RECERT.
004080     MOVE RECERTIF-RECORD TO RCTT-REGISTRO(WS-CANT-RECERT).
004090     MOVE RCT-TRIMESTRE TO WS-TRIMESTRE-CAMPANA.
004100     MOVE RCT-PLAZO TO WS-PLAZO-CAMPANA.
004110     IF RCT-PENDIENTE
004120         ADD 1 TO WS-CANT-PENDIENTES
004130     END-IF.
004140 2100-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 2500-RECHAZAR-POR-TABLA - UN ARCHIVO NO ENTRA EN SU TABLA:
004190*     REGRABARLO PERDERIA LO QUE QUEDO AFUERA, NO SE TOCA NADA
004200******************************************************************
004210 2500-RECHAZAR-POR-TABLA.
004220     DISPLAY "ATENCION: TABLA OPERADORES/RECERTIF LLENA, "
004230         WS-CANT-PERDIDOS " REGISTROS SIN CARGAR.".
004240     MOVE 78 TO WS-ELOG-CODIGO.
004250     MOVE "OPERADORES/RECERTIF EXCEDE LA TABLA - SIN RECERTIFICAR"
004260         TO WS-ELOG-MENSAJE.
004270     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
004280             WS-ELOG-MENSAJE.
004290     MOVE 8 TO RETURN-CODE.
004300 2500-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 3000-VENCER-PENDIENTE - VENCIDO EL PLAZO, EL QUE SIGUE PENDIENTE
004350*     SE SUSPENDE. SI YA NO ES UN OPERADOR ACTIVO QUEDA COMO BAJA.
004360******************************************************************
004370 3000-VENCER-PENDIENTE.
004380     MOVE RCTT-REGISTRO(WS-IDX-RCT) TO RECERTIF-RECORD.
004390     IF NOT RCT-PENDIENTE
004400         GO TO 3000-EXIT
004410     END-IF.
004420     SET HUBO-CAMBIOS-RECERTIF TO TRUE.
004430     PERFORM 3100-BUSCAR-OPERADOR THRU 3100-EXIT.
004440     IF WS-IDX-HALLADO = ZERO
004450         MOVE "X" TO RCT-ESTADO
004460         MOVE RECERTIF-RECORD TO RCTT-REGISTRO(WS-IDX-RCT)
004470         GO TO 3000-EXIT
004480     END-IF.
004490     MOVE OPI-REGISTRO(WS-IDX-HALLADO) TO OPERADORES-RECORD.
004500     IF OPE-INHABILITADO
004510         MOVE "X" TO RCT-ESTADO
004520         MOVE RECERTIF-RECORD TO RCTT-REGISTRO(WS-IDX-RCT)
004530         GO TO 3000-EXIT
004540     END-IF.
004550     MOVE "S" TO RCT-ESTADO.
004560     MOVE RECERTIF-RECORD TO RCTT-REGISTRO(WS-IDX-RCT).
004570     MOVE "S" TO OPE-ESTADO.
004580     MOVE WS-FECHA-REAL TO OPE-FECHA-ESTADO.
004590     MOVE OPERADORES-RECORD TO OPI-REGISTRO(WS-IDX-HALLADO).
004600     SET HUBO-CAMBIOS-OPERADORES TO TRUE.
004610     ADD 1 TO WS-CUENTA-SUSP-CORRIDA.
004620     PERFORM 8000-JOURNALIZAR THRU 8000-EXIT.
004630     MOVE SPACES TO WS-ELOG-MENSAJE.
004640     STRING "OPERADOR " OPE-ID " SUSPENDIDO: NO RECERTIFICADO AL "
004650         RCT-PLAZO DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
004660     PERFORM 8100-GRABAR-ALERTA THRU 8100-EXIT.
004670 3000-EXIT.
004680     EXIT.
004690
004700 3100-BUSCAR-OPERADOR.
004710     MOVE ZERO TO WS-IDX-HALLADO.
004720     PERFORM 3110-COMPARAR-OPERADOR THRU 3110-EXIT
004730         VARYING WS-IDX-OPER FROM 1 BY 1
004740             UNTIL WS-IDX-OPER > WS-CANT-OPERADORES
004750                 OR WS-IDX-HALLADO > ZERO.
004760 3100-EXIT.
004770     EXIT.
004780
004790 3110-COMPARAR-OPERADOR.
004800     IF OPI-REGISTRO(WS-IDX-OPER)(1:8) = RCT-OPERADOR
004810         MOVE WS-IDX-OPER TO WS-IDX-HALLADO
004820     END-IF.
004830 3110-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 4000-ABRIR-CAMPANA - CAMPANA DEL TRIMESTRE EN CURSO: CADA
004880*     OPERADOR ACTIVO QUEDA PENDIENTE DE FIRMA HASTA EL PLAZO. LA
004890*     CAMPANA ANTERIOR (CERRADA) SE REEMPLAZA; SU REPORTE QUEDO
004900*     CATALOGADO EN SU MOMENTO.
004910******************************************************************
004920 4000-ABRIR-CAMPANA.
004930     SET CAMPANA-NUEVA TO TRUE.
004940     SET HUBO-CAMBIOS-RECERTIF TO TRUE.
004950     COMPUTE WS-DIA-JULIANO =
004960         FUNCTION INTEGER-OF-DATE(WS-FECHA-REAL) + WS-DIAS-PLAZO.
004970     COMPUTE WS-FECHA-PLAZO =
004980         FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO).
004990     MOVE WS-TRIMESTRE-ACTUAL TO WS-TRIMESTRE-CAMPANA.
005000     MOVE WS-FECHA-PLAZO TO WS-PLAZO-CAMPANA.
005010     MOVE ZERO TO WS-CANT-RECERT.
005020     PERFORM 4100-AGREGAR-OPERADOR THRU 4100-EXIT
005030         VARYING WS-IDX-OPER FROM 1 BY 1
005040             UNTIL WS-IDX-OPER > WS-CANT-OPERADORES.
005050 4000-EXIT.
005060     EXIT.
005070
005080 4100-AGREGAR-OPERADOR.
005090     MOVE OPI-REGISTRO(WS-IDX-OPER) TO OPERADORES-RECORD.
005100     IF OPE-INHABILITADO
005110         GO TO 4100-EXIT
005120     END-IF.
005130     MOVE SPACES TO RECERTIF-RECORD.
005140     MOVE WS-TRIMESTRE-ACTUAL TO RCT-TRIMESTRE.
005150     MOVE OPE-ID TO RCT-OPERADOR.
005160     MOVE "P" TO RCT-ESTADO.
005170     MOVE WS-FECHA-PLAZO TO RCT-PLAZO.
005180     MOVE ZERO TO RCT-FECHA-FIRMA.
005190     ADD 1 TO WS-CANT-RECERT.
005200     MOVE RECERTIF-RECORD TO RCTT-REGISTRO(WS-CANT-RECERT).
005210 4100-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 5000-LISTAR-CAMPANA - EL REPORTE PARA LA FIRMA DE LOS
005260*     SUPERVISORES: UNA LINEA POR OPERADOR DE LA CAMPANA
005270******************************************************************
005280 5000-LISTAR-CAMPANA.
005290     STRING "RECERT." WS-FECHA-HOY DELIMITED BY SIZE
005300         WS-SUFIJO-CICLO DELIMITED BY SPACE
005310         INTO WS-DYN-REPORT-FILE.
005320     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
005330     MOVE "RECERTIFICACION TRIMESTRAL DE ACCESOS" TO RSVC-TITULO.
005340     MOVE "A" TO RSVC-FUNCION.
005350     CALL "reporte_svc" USING RSVC-AREA.
005360     MOVE "E" TO RSVC-FUNCION.
005370     IF WS-CANT-RECERT = ZERO
005380         MOVE "SIN OPERADORES ACTIVOS: NO HAY CAMPANA ABIERTA."
005390             TO RSVC-LINEA
005400         CALL "reporte_svc" USING RSVC-AREA
005410         GO TO 5000-EXIT
005420     END-IF.
005430     MOVE WS-TRIMESTRE-CAMPANA(1:4) TO LCA-ANIO.
005440     MOVE WS-TRIMESTRE-CAMPANA(5:1) TO LCA-TRIMESTRE.
005450     MOVE WS-PLAZO-CAMPANA TO LCA-PLAZO.
005460     EVALUATE TRUE
005470         WHEN CAMPANA-NUEVA
005480             MOVE "ABIERTA EN ESTA CORRIDA" TO LCA-SITUACION
005490         WHEN WS-FECHA-REAL > WS-PLAZO-CAMPANA
005500             MOVE "CERRADA: PLAZO VENCIDO" TO LCA-SITUACION
005510         WHEN OTHER
005520             MOVE "EN CURSO" TO LCA-SITUACION
005530     END-EVALUATE.
005540     MOVE WS-LINEA-CAMPANA TO RSVC-LINEA.
005550     CALL "reporte_svc" USING RSVC-AREA.
005560     MOVE SPACES TO RSVC-LINEA.
005570     CALL "reporte_svc" USING RSVC-AREA.
005580     MOVE WS-LINEA-ENCABEZADO TO RSVC-LINEA.
005590     CALL "reporte_svc" USING RSVC-AREA.
005600     PERFORM 5100-LISTAR-OPERADOR THRU 5100-EXIT
005610         VARYING WS-IDX-RCT FROM 1 BY 1
005620             UNTIL WS-IDX-RCT > WS-CANT-RECERT.
005630 5000-EXIT.
005640     EXIT.
005650
005660 5100-LISTAR-OPERADOR.
005670     MOVE RCTT-REGISTRO(WS-IDX-RCT) TO RECERTIF-RECORD.
005680     MOVE SPACES TO WS-LINEA-OPERADOR.
005690     MOVE RCT-OPERADOR TO LOP-ID.
005700     PERFORM 3100-BUSCAR-OPERADOR THRU 3100-EXIT.
005710     IF WS-IDX-HALLADO > ZERO
005720         MOVE OPI-REGISTRO(WS-IDX-HALLADO) TO OPERADORES-RECORD
005730         MOVE OPE-NOMBRE TO LOP-NOMBRE
005740         MOVE OPE-PERMISOS TO LOP-PERMISOS
005750     ELSE
005760         MOVE "(NO EN OPERADORES)" TO LOP-NOMBRE
005770     END-IF.
005780     MOVE RCT-OPERADOR TO UACT-OPERADOR.
005790     CALL "ultima_actividad" USING UACT-OPERADOR UACT-FECHA
005800             UACT-ORIGEN.
005810     IF UACT-FECHA = ZERO
005820         MOVE "NINGUNA" TO LOP-ACTIVIDAD
005830     ELSE
005840         MOVE UACT-FECHA TO LOP-ACTIVIDAD
005850     END-IF.
005860     EVALUATE TRUE
005870         WHEN RCT-PENDIENTE
005880             ADD 1 TO WS-CUENTA-PENDIENTES
005890             MOVE "PENDIENTE" TO LOP-ESTADO
005900             MOVE "FIRMA: ______________________________"
005910                 TO LOP-FIRMA
005920         WHEN RCT-CERTIFICADO
005930             ADD 1 TO WS-CUENTA-CERTIFICADOS
005940             MOVE "CERTIFICADO" TO LOP-ESTADO
005950             MOVE RCT-SUPERVISOR TO LFI-SUPERVISOR
005960             MOVE RCT-FECHA-FIRMA TO LFI-FECHA
005970             MOVE WS-LINEA-FIRMADO TO LOP-FIRMA
005980         WHEN RCT-SUSPENDIDO
005990             ADD 1 TO WS-CUENTA-SUSPENDIDOS
006000             MOVE "SUSPENDIDO" TO LOP-ESTADO
006010             MOVE "SIN FIRMA AL VENCER EL PLAZO" TO LOP-FIRMA
006020         WHEN OTHER
006030             ADD 1 TO WS-CUENTA-BAJAS
006040             MOVE "NO ACTIVO" TO LOP-ESTADO
006050     END-EVALUATE.
006060     MOVE WS-LINEA-OPERADOR TO RSVC-LINEA.
006070     CALL "reporte_svc" USING RSVC-AREA.
006080 5100-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 7000-REGRABAR-OPERADORES / 7200-REGRABAR-RECERTIF
006130******************************************************************
006140 7000-REGRABAR-OPERADORES.
006150     OPEN OUTPUT OPERADORES-FILE.
006160     PERFORM 7100-GRABAR-OPERADOR THRU 7100-EXIT
006170         VARYING WS-IDX-OPER FROM 1 BY 1
006180             UNTIL WS-IDX-OPER > WS-CANT-OPERADORES.
006190     CLOSE OPERADORES-FILE.
006200 7000-EXIT.
006210     EXIT.
006220
006230 7100-GRABAR-OPERADOR.
006240     MOVE OPI-REGISTRO(WS-IDX-OPER) TO OPERADORES-RECORD.
006250     WRITE OPERADORES-RECORD.
006260 7100-EXIT.
006270     EXIT.
006280
006290 7200-REGRABAR-RECERTIF.
006300     OPEN OUTPUT RECERTIF-FILE.
006310     PERFORM 7300-GRABAR-RECERTIF THRU 7300-EXIT
006320         VARYING WS-IDX-RCT FROM 1 BY 1
006330             UNTIL WS-IDX-RCT > WS-CANT-RECERT.
006340     CLOSE RECERTIF-FILE.
006350 7200-EXIT.
006360     EXIT.
006370
006380 7300-GRABAR-RECERTIF.
006390     MOVE RCTT-REGISTRO(WS-IDX-RCT) TO RECERTIF-RECORD.
006400     WRITE RECERTIF-RECORD.
006410 7300-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* 8000-JOURNALIZAR - LA SUSPENSION QUEDA EN CREDJRNL COMO ACCION
006460*     "S", FIRMADA POR EL SISTEMA
006470******************************************************************
006480 8000-JOURNALIZAR.
006490     OPEN EXTEND CREDJRNL-FILE.
006500     IF WS-CJR-STATUS NOT = "00"
006510         OPEN OUTPUT CREDJRNL-FILE
006520     END-IF.
006530     MOVE SPACES TO CREDJRNL-RECORD.
006540     MOVE WS-TIMESTAMP TO CRDJ-TIMESTAMP.
006550     MOVE "S" TO CRDJ-ACCION.
006560     MOVE OPE-ID TO CRDJ-OPERADOR.
006570     MOVE "SISTEMA" TO CRDJ-SUPERVISOR.
006580     STRING "NO RECERTIFICADO, PLAZO " RCT-PLAZO
006590         DELIMITED BY SIZE INTO CRDJ-DETALLE.
006600     WRITE CREDJRNL-RECORD.
006610     CLOSE CREDJRNL-FILE.
006620 8000-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660* 8100-GRABAR-ALERTA - EL SUPERVISOR LA VE COMO ALERTA PENDIENTE
006670*     EN EL PROXIMO INGRESO AL MENU
006680******************************************************************
006690 8100-GRABAR-ALERTA.
006700     OPEN EXTEND ALERTAS-FILE.
006710     IF WS-ALR-STATUS NOT = "00"
006720         OPEN OUTPUT ALERTAS-FILE
006730     END-IF.
006740     MOVE SPACES TO ALERTAS-RECORD.
006750     MOVE "P" TO ALR-ESTADO.
006760     MOVE WS-TIMESTAMP TO ALR-TIMESTAMP.
006770     MOVE WS-ELOG-PROGRAMA TO ALR-PROGRAMA.
006780     MOVE WS-ELOG-MENSAJE TO ALR-MENSAJE.
006790     WRITE ALERTAS-RECORD.
006800     CLOSE ALERTAS-FILE.
006810 8100-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 9000-TERMINAR - TOTALES, CIERRE, CATALOGO Y AUDITORIA. UNA
006860*     SUSPENSION EN ESTA CORRIDA DEJA RC 4
006870******************************************************************
006880 9000-TERMINAR.
006890     MOVE SPACES TO RSVC-LINEA.
006900     CALL "reporte_svc" USING RSVC-AREA.
006910     MOVE SPACES TO WS-LINEA-TRAILER.
006920     MOVE "PENDIENTES DE FIRMA................" TO TRA-ETIQUETA.
006930     MOVE WS-CUENTA-PENDIENTES TO TRA-VALOR.
006940     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
006950     CALL "reporte_svc" USING RSVC-AREA.
006960     MOVE SPACES TO WS-LINEA-TRAILER.
006970     MOVE "CERTIFICADOS......................." TO TRA-ETIQUETA.
006980     MOVE WS-CUENTA-CERTIFICADOS TO TRA-VALOR.
006990     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007000     CALL "reporte_svc" USING RSVC-AREA.
007010     MOVE SPACES TO WS-LINEA-TRAILER.
007020     MOVE "SUSPENDIDOS POR FALTA DE FIRMA....." TO TRA-ETIQUETA.
007030     MOVE WS-CUENTA-SUSPENDIDOS TO TRA-VALOR.
007040     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007050     CALL "reporte_svc" USING RSVC-AREA.
007060     MOVE SPACES TO WS-LINEA-TRAILER.
007070     MOVE "  DE ELLOS EN ESTA CORRIDA........." TO TRA-ETIQUETA.
007080     MOVE WS-CUENTA-SUSP-CORRIDA TO TRA-VALOR.
007090     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007100     CALL "reporte_svc" USING RSVC-AREA.
007110     MOVE SPACES TO WS-LINEA-TRAILER.
007120     MOVE "YA NO ACTIVOS AL VENCER............" TO TRA-ETIQUETA.
007130     MOVE WS-CUENTA-BAJAS TO TRA-VALOR.
007140     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
007150     CALL "reporte_svc" USING RSVC-AREA.
007160     MOVE "C" TO RSVC-FUNCION.
007170     CALL "reporte_svc" USING RSVC-AREA.
007180     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
007190     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
007200     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
007210             WS-CATG-CANTIDAD.
007220     MOVE WS-CANT-RECERT TO WS-AUDT-CANTIDAD.
007230     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
007240     DISPLAY " RECERTIFICACION: " WS-CUENTA-PENDIENTES
007250         " PENDIENTE(S), " WS-CUENTA-CERTIFICADOS
007260         " CERTIFICADO(S), " WS-CUENTA-SUSP-CORRIDA
007270         " SUSPENDIDO(S) HOY.".
007280     IF WS-CUENTA-SUSP-CORRIDA = ZERO
007290         GO TO 9000-EXIT
007300     END-IF.
007310     MOVE 78 TO WS-ELOG-CODIGO.
007320     MOVE SPACES TO WS-ELOG-MENSAJE.
007330     STRING "OPERADORES SUSPENDIDOS SIN RECERTIFICAR: "
007340         WS-CUENTA-SUSP-CORRIDA DELIMITED BY SIZE
007350         INTO WS-ELOG-MENSAJE.
007360     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
007370             WS-ELOG-MENSAJE.
007380     MOVE 4 TO RETURN-CODE.
007390 9000-EXIT.
007400     EXIT.
007410
007420 END PROGRAM recert_operador.
