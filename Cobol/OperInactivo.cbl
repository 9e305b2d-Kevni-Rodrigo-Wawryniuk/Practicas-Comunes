000100******************************************************************
000110* PROGRAM-ID: operador_inactivo
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    MONTHLY DORMANT-ACCOUNT SWEEP OVER OPERADORES. FOR
000170*             EVERY ACTIVE OPERATOR THE LAST ACTIVITY IS THE LATER
000180*             OF WHAT ULTIMA_ACTIVIDAD FINDS (LAST OPTION LAUNCHED
000190*             IN LANZALOG, LAST SIGN-ON IN CREDOPER) AND THE DATE
000200*             THE OPERATOR'S ESTADO LAST CHANGED (AN ALTA OR A
000210*             REACTIVATION IN OPERMANTBAT). AN OPERATOR IDLE FOR
000220*             MORE THAN THE DAYS OF THE ACCESCTL CARD IS DISABLED:
000230*             OPE-ESTADO "I" AS OF TODAY, AN "I" ENTRY IN CREDJRNL
000240*             (SUPERVISOR "SISTEMA") AND A PENDING ALERT IN
000250*             ALERTAS FOR THE SUPERVISOR AT THE NEXT MENU SIGN-ON.
000260*             MENUOPERADOR AND THE OTHER OPERADORES READERS REFUSE
000270*             A DISABLED OPERATOR; ONLY OPERMANTBAT (ESTADO "A")
000280*             BRINGS THE OPERATOR BACK.
000290*             AN OPERATOR WITH NO ACTIVITY AND NO ESTADO DATE AT
000300*             ALL (OPERADORES WRITTEN BEFORE THE ESTADO EXISTED)
000310*             IS NOT DISABLED BLIND: TODAY IS STAMPED AS THE
000320*             ESTADO DATE AND THE COUNT STARTS FROM THERE.
000330*             ACCESCTL CARD: DIAS DE INACTIVIDAD 9(03) + DIAS DE
000340*             PLAZO DE RECERTIFICACION 9(03) (THE LATTER FOR
000350*             RECERT_OPERADOR). NO CARD, OR ZERO, MEANS 90 AND 30.
000360*             THE CHANGES GO TO CONTROL REPORT INACTRPT.AAAAMMDD
000370*             THROUGH REPORTE_SVC. ANY OPERATOR DISABLED ENDS WITH
000380*             RETURN-CODE 4 AND ERRORLOG 77; AN OPERADORES LARGER
000390*             THAN THE TABLE IS LEFT UNTOUCHED WITH RETURN-CODE 8.
000400* TECTONICS:  cobc
000410******************************************************************
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* 2026-10-15 RW   INITIAL VERSION.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. operador_inactivo.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ACCESCTL-FILE ASSIGN TO "ACCESCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-ACC-STATUS.
000550
000560     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OPE-STATUS.
000590
000600     SELECT CREDJRNL-FILE ASSIGN TO "CREDJRNL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CJR-STATUS.
000630
000640     SELECT ALERTAS-FILE ASSIGN TO "ALERTAS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ALR-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ACCESCTL-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 06 CHARACTERS.
000730 01  ACCESCTL-RECORD.
000740     05  ACC-DIAS-INACTIVIDAD    PIC 9(03).
000750     05  ACC-DIAS-RECERT         PIC 9(03).
000760
000770 FD  OPERADORES-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 51 CHARACTERS.
000800 01  OPERADORES-RECORD.
000810     05  OPE-ID                  PIC X(08).
000820     05  FILLER                  PIC X(01).
000830     05  OPE-NOMBRE              PIC X(20).
000840     05  FILLER                  PIC X(01).
000850     05  OPE-PERMISOS            PIC X(10).
000860     05  FILLER                  PIC X(01).
000870     05  OPE-ESTADO              PIC X(01).
000880         88  OPE-INHABILITADO    VALUE "I" "S".
000890     05  FILLER                  PIC X(01).
000900     05  OPE-FECHA-ESTADO        PIC 9(08).
000910
000920 FD  CREDJRNL-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 82 CHARACTERS.
000950 01  CREDJRNL-RECORD.
000960     05  CRDJ-TIMESTAMP          PIC X(21).
000970     05  FILLER                  PIC X(01).
000980     05  CRDJ-ACCION             PIC X(01).
000990     05  FILLER                  PIC X(01).
001000     05  CRDJ-OPERADOR           PIC X(08).
001010     05  FILLER                  PIC X(01).
001020     05  CRDJ-SUPERVISOR         PIC X(08).
001030     05  FILLER                  PIC X(01).
001040     05  CRDJ-DETALLE            PIC X(40).
001050
001060 FD  ALERTAS-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 104 CHARACTERS.
001090 01  ALERTAS-RECORD.
001100     05  ALR-ESTADO              PIC X(01).
001110     05  FILLER                  PIC X(01).
001120     05  ALR-TIMESTAMP           PIC X(21).
001130     05  FILLER                  PIC X(01).
001140     05  ALR-PROGRAMA            PIC X(20).
001150     05  FILLER                  PIC X(01).
001160     05  ALR-MENSAJE             PIC X(59).
001170
001180 WORKING-STORAGE SECTION.
001190 01  WS-ACC-STATUS               PIC X(02).
001200 01  WS-OPE-STATUS               PIC X(02).
001210 01  WS-CJR-STATUS               PIC X(02).
001220 01  WS-ALR-STATUS               PIC X(02).
001230 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
001240     88  FIN-OPERADORES          VALUE "S".
001250 01  WS-SW-SIN-OPERADORES        PIC X(01) VALUE "N".
001260     88  SIN-OPERADORES          VALUE "S".
001270 01  WS-SW-HUBO-CAMBIOS          PIC X(01) VALUE "N".
001280     88  HUBO-CAMBIOS            VALUE "S".
001290
001300*----------------------------------------------------------------
001310*    POLITICA (TARJETA ACCESCTL)
001320*----------------------------------------------------------------
001330 01  WS-DIAS-INACTIVIDAD         PIC 9(03) VALUE 90.
001340
001350*----------------------------------------------------------------
001360*    FECHAS: LOS PLAZOS DE ACCESO CORREN SOBRE LA FECHA REAL, EL
001370*    NOMBRE DEL REPORTE SOBRE LA FECHA DE NEGOCIO
001380*----------------------------------------------------------------
001390 01  WS-FECHA-HOY                PIC X(08).
001400 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
001410 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
001420 01  WS-TIMESTAMP                PIC X(21).
001430 01  WS-FECHA-REAL               PIC 9(08).
001440 01  WS-FECHA-REFERENCIA         PIC 9(08).
001450 01  WS-DIAS-SIN-ACTIVIDAD       PIC 9(05).
001460
001470*----------------------------------------------------------------
001480*    OPERADORES EN MEMORIA (SE REGRABA COMPLETO)
001490*----------------------------------------------------------------
001500 01  WS-MAX-OPERADORES           PIC 9(03) VALUE 200.
001510 01  WS-CANT-OPERADORES          PIC 9(03) VALUE ZERO.
001520 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
001530 01  TABLA-OPERADORES.
001540     05  OPI-ENTRADA OCCURS 200 TIMES.
001550         10  OPI-REGISTRO        PIC X(51).
001560 01  WS-IDX-OPER                 PIC 9(03) COMP.
001570
001580*----------------------------------------------------------------
001590*    AREA DEL SERVICIO ULTIMA_ACTIVIDAD
001600*----------------------------------------------------------------
001610 01  UACT-OPERADOR               PIC X(08).
001620 01  UACT-FECHA                  PIC 9(08).
001630 01  UACT-ORIGEN                 PIC X(01).
001640
001650*----------------------------------------------------------------
001660*    CONTADORES DE LA CORRIDA
001670*----------------------------------------------------------------
001680 01  WS-CUENTA-REVISADOS         PIC 9(05) VALUE ZERO.
001690 01  WS-CUENTA-INHABILITADOS     PIC 9(05) VALUE ZERO.
001700 01  WS-CUENTA-YA-INHABILITADOS  PIC 9(05) VALUE ZERO.
001710 01  WS-CUENTA-SIN-ACTIVIDAD     PIC 9(05) VALUE ZERO.
001720
001730*----------------------------------------------------------------
001740*    LINEAS DEL REPORTE (REPORTE_SVC)
001750*----------------------------------------------------------------
001760 01  RSVC-AREA.
001770     05  RSVC-FUNCION            PIC X(01).
001780     05  RSVC-ARCHIVO            PIC X(21).
001790     05  RSVC-TITULO             PIC X(40).
001800     05  RSVC-LINEA              PIC X(132).
001810     05  RSVC-CANT-LINEAS        PIC 9(07).
001820 01  WS-LINEA-POLITICA.
001830     05  FILLER                  PIC X(34)
001840             VALUE "INHABILITA SIN ACTIVIDAD EN MAS DE".
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  LPO-DIAS                PIC ZZ9.
001870     05  FILLER                  PIC X(20)
001880             VALUE " DIAS. FECHA REAL:  ".
001890     05  LPO-FECHA               PIC 9(08).
001900     05  FILLER                  PIC X(66) VALUE SPACES.
001910 01  WS-LINEA-OPERADOR.
001920     05  LOP-ID                  PIC X(08).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  LOP-NOMBRE              PIC X(20).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  LOP-PERMISOS            PIC X(10).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  LOP-REFERENCIA          PIC X(08).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  LOP-DIAS                PIC ZZ,ZZ9.
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  LOP-ACCION              PIC X(40).
002030     05  FILLER                  PIC X(30) VALUE SPACES.
002040 01  WS-LINEA-TRAILER.
002050     05  TRA-ETIQUETA            PIC X(35).
002060     05  TRA-VALOR               PIC ZZZ,ZZ9.
002070     05  FILLER                  PIC X(90) VALUE SPACES.
002080
002090*----------------------------------------------------------------
002100*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
002110*----------------------------------------------------------------
002120 01  WS-ELOG-PROGRAMA            PIC X(20)
002130             VALUE "operador_inactivo".
002140 01  WS-ELOG-CODIGO              PIC 9(04).
002150 01  WS-ELOG-MENSAJE             PIC X(59).
002160 01  WS-AUDT-PROGRAMA            PIC X(20)
002170             VALUE "operador_inactivo".
002180 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002190 01  WS-CATG-ARCHIVO             PIC X(21).
002200 01  WS-CATG-CANTIDAD            PIC 9(07).
002210
002220 PROCEDURE DIVISION.
002230
002240******************************************************************
002250* 0000-MAINLINE
002260******************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002290     PERFORM 2000-CARGAR-OPERADORES THRU 2000-EXIT.
002300     IF WS-CANT-PERDIDOS > ZERO
002310         PERFORM 2200-RECHAZAR-POR-TABLA THRU 2200-EXIT
002320         GOBACK
002330     END-IF.
002340     PERFORM 3000-REVISAR-OPERADOR THRU 3000-EXIT
002350         VARYING WS-IDX-OPER FROM 1 BY 1
002360             UNTIL WS-IDX-OPER > WS-CANT-OPERADORES.
002370     IF HUBO-CAMBIOS
002380         PERFORM 7000-REGRABAR-OPERADORES THRU 7000-EXIT
002390     END-IF.
002400     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002410     GOBACK.
002420
002430******************************************************************
002440* 1000-INICIALIZAR - FECHAS, TARJETA ACCESCTL Y REPORTE
002450******************************************************************
002460 1000-INICIALIZAR.
002470     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002480     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002490     MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-REAL.
002500     PERFORM 1100-CARGAR-POLITICA THRU 1100-EXIT.
002510     STRING "INACTRPT." WS-FECHA-HOY DELIMITED BY SIZE
002520         WS-SUFIJO-CICLO DELIMITED BY SPACE
002530         INTO WS-DYN-REPORT-FILE.
002540     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
002550     MOVE "INACTIVIDAD DE OPERADORES" TO RSVC-TITULO.
002560     MOVE "A" TO RSVC-FUNCION.
002570     CALL "reporte_svc" USING RSVC-AREA.
002580     MOVE "E" TO RSVC-FUNCION.
002590     MOVE WS-DIAS-INACTIVIDAD TO LPO-DIAS.
002600     MOVE WS-FECHA-REAL TO LPO-FECHA.
002610     MOVE WS-LINEA-POLITICA TO RSVC-LINEA.
002620     CALL "reporte_svc" USING RSVC-AREA.
002630     MOVE SPACES TO RSVC-LINEA.
002640     CALL "reporte_svc" USING RSVC-AREA.
002650 1000-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* 1100-CARGAR-POLITICA - DIAS DE INACTIVIDAD DE ACCESCTL; SIN
002700*     TARJETA (O EN CERO) RIGEN 90
002710******************************************************************
002720 1100-CARGAR-POLITICA.
002730     OPEN INPUT ACCESCTL-FILE.
002740     IF WS-ACC-STATUS NOT = "00"
002750         GO TO 1100-EXIT
002760     END-IF.
002770     READ ACCESCTL-FILE
002780         NOT AT END
002790             IF ACC-DIAS-INACTIVIDAD IS NUMERIC
002800                     AND ACC-DIAS-INACTIVIDAD > ZERO
002810                 MOVE ACC-DIAS-INACTIVIDAD TO WS-DIAS-INACTIVIDAD
002820             END-IF
002830     END-READ.
002840     CLOSE ACCESCTL-FILE.
002850 1100-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890* 2000-CARGAR-OPERADORES - EL ARCHIVO ENTERO A LA TABLA
002900******************************************************************
002910 2000-CARGAR-OPERADORES.
002920     OPEN INPUT OPERADORES-FILE.
002930     IF WS-OPE-STATUS NOT = "00"
002940         SET SIN-OPERADORES TO TRUE
002950         MOVE "SIN ARCHIVO OPERADORES: NADA QUE REVISAR."
002960             TO RSVC-LINEA
002970         CALL "reporte_svc" USING RSVC-AREA
002980         GO TO 2000-EXIT
002990     END-IF.
003000     PERFORM 2100-LEER-OPERADOR THRU 2100-EXIT
003010         UNTIL FIN-OPERADORES.
003020     CLOSE OPERADORES-FILE.
003030 2000-EXIT.
003040     EXIT.
003050
003060 2100-LEER-OPERADOR.
003070     READ OPERADORES-FILE
003080         AT END
003090             SET FIN-OPERADORES TO TRUE
003100             GO TO 2100-EXIT
003110     END-READ.
003120     IF OPE-ID = SPACES
003130         GO TO 2100-EXIT
003140     END-IF.
003150     IF WS-CANT-OPERADORES >= WS-MAX-OPERADORES
003160         ADD 1 TO WS-CANT-PERDIDOS
003170         GO TO 2100-EXIT
003180     END-IF.
003190     ADD 1 TO WS-CANT-OPERADORES.
003200     MOVE OPERADORES-RECORD TO OPI-REGISTRO(WS-CANT-OPERADORES).
003210 2100-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250* 2200-RECHAZAR-POR-TABLA - OPERADORES NO ENTRA EN LA TABLA:
003260*     REGRABARLO PERDERIA LOS QUE QUEDARON AFUERA, ASI QUE NO SE
003270*     INHABILITA A NADIE
003280******************************************************************
003290 2200-RECHAZAR-POR-TABLA.
003300     DISPLAY "ATENCION: TABLA OPERADORES LLENA, "
003310         WS-CANT-PERDIDOS " OPERADORES SIN CARGAR.".
003320     MOVE "OPERADORES EXCEDE LA TABLA: NO SE INHABILITO A NADIE."
003330         TO RSVC-LINEA.
003340     CALL "reporte_svc" USING RSVC-AREA.
003350     MOVE "C" TO RSVC-FUNCION.
003360     CALL "reporte_svc" USING RSVC-AREA.
003370     MOVE 77 TO WS-ELOG-CODIGO.
003380     MOVE "OPERADORES EXCEDE LA TABLA - INACTIVIDAD NO CONTROLADA"
003390         TO WS-ELOG-MENSAJE.
003400     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
003410             WS-ELOG-MENSAJE.
003420     MOVE 8 TO RETURN-CODE.
003430 2200-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 3000-REVISAR-OPERADOR - ULTIMA ACTIVIDAD CONTRA EL PLAZO. LOS
003480*     YA INHABILITADOS O SUSPENDIDOS SOLO SE CUENTAN.
003490******************************************************************
003500 3000-REVISAR-OPERADOR.
003510     MOVE OPI-REGISTRO(WS-IDX-OPER) TO OPERADORES-RECORD.
003520     IF OPE-INHABILITADO
003530         ADD 1 TO WS-CUENTA-YA-INHABILITADOS
003540         GO TO 3000-EXIT
003550     END-IF.
003560     ADD 1 TO WS-CUENTA-REVISADOS.
003570     MOVE OPE-ID TO UACT-OPERADOR.
003580     CALL "ultima_actividad" USING UACT-OPERADOR UACT-FECHA
003590             UACT-ORIGEN.
003600     MOVE UACT-FECHA TO WS-FECHA-REFERENCIA.
003610     IF OPE-FECHA-ESTADO IS NUMERIC
003620         IF OPE-FECHA-ESTADO > WS-FECHA-REFERENCIA
003630             MOVE OPE-FECHA-ESTADO TO WS-FECHA-REFERENCIA
003640         END-IF
003650     END-IF.
003660     IF WS-FECHA-REFERENCIA < 16010101
003670         PERFORM 3100-INICIAR-PLAZO THRU 3100-EXIT
003680         GO TO 3000-EXIT
003690     END-IF.
003700     IF WS-FECHA-REFERENCIA >= WS-FECHA-REAL
003710         GO TO 3000-EXIT
003720     END-IF.
003730     COMPUTE WS-DIAS-SIN-ACTIVIDAD =
003740         FUNCTION INTEGER-OF-DATE(WS-FECHA-REAL)
003750         - FUNCTION INTEGER-OF-DATE(WS-FECHA-REFERENCIA).
003760     IF WS-DIAS-SIN-ACTIVIDAD > WS-DIAS-INACTIVIDAD
003770         PERFORM 3200-INHABILITAR THRU 3200-EXIT
003780     END-IF.
003790 3000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 3100-INICIAR-PLAZO - SIN ACTIVIDAD NI FECHA DE ESTADO NO HAY
003840*     DESDE CUANDO CONTAR: HOY QUEDA COMO FECHA DE ESTADO
003850******************************************************************
003860 3100-INICIAR-PLAZO.
003870     MOVE WS-FECHA-REAL TO OPE-FECHA-ESTADO.
003880     MOVE OPERADORES-RECORD TO OPI-REGISTRO(WS-IDX-OPER).
003890     SET HUBO-CAMBIOS TO TRUE.
003900     ADD 1 TO WS-CUENTA-SIN-ACTIVIDAD.
003910     MOVE SPACES TO WS-LINEA-OPERADOR.
003920     MOVE OPE-ID TO LOP-ID.
003930     MOVE OPE-NOMBRE TO LOP-NOMBRE.
003940     MOVE OPE-PERMISOS TO LOP-PERMISOS.
003950     MOVE "--------" TO LOP-REFERENCIA.
003960     MOVE ZERO TO LOP-DIAS.
003970     MOVE "SIN ACTIVIDAD: EL PLAZO CORRE DESDE HOY" TO LOP-ACCION.
003980     MOVE WS-LINEA-OPERADOR TO RSVC-LINEA.
003990     CALL "reporte_svc" USING RSVC-AREA.
004000 3100-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 3200-INHABILITAR - ESTADO "I", CREDJRNL Y ALERTA AL SUPERVISOR
004050******************************************************************
004060 3200-INHABILITAR.
004070     MOVE "I" TO OPE-ESTADO.
004080     MOVE WS-FECHA-REAL TO OPE-FECHA-ESTADO.
004090     MOVE OPERADORES-RECORD TO OPI-REGISTRO(WS-IDX-OPER).
004100     SET HUBO-CAMBIOS TO TRUE.
004110     ADD 1 TO WS-CUENTA-INHABILITADOS.
004120     MOVE SPACES TO WS-LINEA-OPERADOR.
004130     MOVE OPE-ID TO LOP-ID.
004140     MOVE OPE-NOMBRE TO LOP-NOMBRE.
004150     MOVE OPE-PERMISOS TO LOP-PERMISOS.
004160     MOVE WS-FECHA-REFERENCIA TO LOP-REFERENCIA.
004170     MOVE WS-DIAS-SIN-ACTIVIDAD TO LOP-DIAS.
004180     MOVE "INHABILITADO" TO LOP-ACCION.
004190     MOVE WS-LINEA-OPERADOR TO RSVC-LINEA.
004200     CALL "reporte_svc" USING RSVC-AREA.
004210     PERFORM 8000-JOURNALIZAR THRU 8000-EXIT.
004220     MOVE SPACES TO WS-ELOG-MENSAJE.
004230     STRING "OPERADOR " OPE-ID " INHABILITADO: "
004240         WS-DIAS-SIN-ACTIVIDAD " DIAS SIN ACTIVIDAD"
004250         DELIMITED BY SIZE INTO WS-ELOG-MENSAJE.
004260     PERFORM 8100-GRABAR-ALERTA THRU 8100-EXIT.
004270 3200-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310* 7000-REGRABAR-OPERADORES - REGRABA EL ARCHIVO COMPLETO
004320******************************************************************
004330 7000-REGRABAR-OPERADORES.
004340     OPEN OUTPUT OPERADORES-FILE.
004350     PERFORM 7100-GRABAR-OPERADOR THRU 7100-EXIT
004360         VARYING WS-IDX-OPER FROM 1 BY 1
004370             UNTIL WS-IDX-OPER > WS-CANT-OPERADORES.
004380     CLOSE OPERADORES-FILE.
004390 7000-EXIT.
004400     EXIT.
004410
004420 7100-GRABAR-OPERADOR.
004430     MOVE OPI-REGISTRO(WS-IDX-OPER) TO OPERADORES-RECORD.
004440     WRITE OPERADORES-RECORD.
004450 7100-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 8000-JOURNALIZAR - LA INHABILITACION QUEDA EN CREDJRNL COMO
004500*     ACCION "I", FIRMADA POR EL SISTEMA
004510******************************************************************
004520 8000-JOURNALIZAR.
004530     OPEN EXTEND CREDJRNL-FILE.
004540     IF WS-CJR-STATUS NOT = "00"
004550         OPEN OUTPUT CREDJRNL-FILE
004560     END-IF.
004570     MOVE SPACES TO CREDJRNL-RECORD.
004580     MOVE WS-TIMESTAMP TO CRDJ-TIMESTAMP.
004590     MOVE "I" TO CRDJ-ACCION.
004600     MOVE OPE-ID TO CRDJ-OPERADOR.
004610     MOVE "SISTEMA" TO CRDJ-SUPERVISOR.
004620     STRING "INACTIVO DESDE " WS-FECHA-REFERENCIA
004630         DELIMITED BY SIZE INTO CRDJ-DETALLE.
004640     WRITE CREDJRNL-RECORD.
004650     CLOSE CREDJRNL-FILE.
004660 8000-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 8100-GRABAR-ALERTA - EL SUPERVISOR LA VE COMO ALERTA PENDIENTE
004710*     EN EL PROXIMO INGRESO AL MENU
004720******************************************************************
004730 8100-GRABAR-ALERTA.
004740     OPEN EXTEND ALERTAS-FILE.
004750     IF WS-ALR-STATUS NOT = "00"
004760         OPEN OUTPUT ALERTAS-FILE
004770     END-IF.
004780     MOVE SPACES TO ALERTAS-RECORD.
004790     MOVE "P" TO ALR-ESTADO.
004800     MOVE WS-TIMESTAMP TO ALR-TIMESTAMP.
004810     MOVE WS-ELOG-PROGRAMA TO ALR-PROGRAMA.
004820     MOVE WS-ELOG-MENSAJE TO ALR-MENSAJE.
004830     WRITE ALERTAS-RECORD.
004840     CLOSE ALERTAS-FILE.
004850 8100-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890* 9000-TERMINAR - TOTALES, CIERRE, CATALOGO Y AUDITORIA. UN
004900*     OPERADOR INHABILITADO DEJA RC 4
004910******************************************************************
004920 9000-TERMINAR.
004930     IF WS-CUENTA-INHABILITADOS = ZERO AND NOT SIN-OPERADORES
004940         MOVE "NINGUN OPERADOR SUPERA EL PLAZO DE INACTIVIDAD." TO
004950             RSVC-LINEA
004960         CALL "reporte_svc" USING RSVC-AREA
004970     END-IF.
004980     MOVE SPACES TO RSVC-LINEA.
004990     CALL "reporte_svc" USING RSVC-AREA.
005000     MOVE SPACES TO WS-LINEA-TRAILER.
005010     MOVE "OPERADORES ACTIVOS REVISADOS......." TO TRA-ETIQUETA.
005020     MOVE WS-CUENTA-REVISADOS TO TRA-VALOR.
005030     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005040     CALL "reporte_svc" USING RSVC-AREA.
005050     MOVE SPACES TO WS-LINEA-TRAILER.
005060     MOVE "INHABILITADOS EN ESTA CORRIDA......" TO TRA-ETIQUETA.
005070     MOVE WS-CUENTA-INHABILITADOS TO TRA-VALOR.
005080     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005090     CALL "reporte_svc" USING RSVC-AREA.
005100     MOVE SPACES TO WS-LINEA-TRAILER.
005110     MOVE "SIN ACTIVIDAD (PLAZO INICIADO)....." TO TRA-ETIQUETA.
005120     MOVE WS-CUENTA-SIN-ACTIVIDAD TO TRA-VALOR.
005130     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005140     CALL "reporte_svc" USING RSVC-AREA.
005150     MOVE SPACES TO WS-LINEA-TRAILER.
005160     MOVE "YA INHABILITADOS O SUSPENDIDOS....." TO TRA-ETIQUETA.
005170     MOVE WS-CUENTA-YA-INHABILITADOS TO TRA-VALOR.
005180     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
005190     CALL "reporte_svc" USING RSVC-AREA.
005200     MOVE "C" TO RSVC-FUNCION.
005210     CALL "reporte_svc" USING RSVC-AREA.
005220     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
005230     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
005240     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
005250             WS-CATG-CANTIDAD.
005260     MOVE WS-CUENTA-REVISADOS TO WS-AUDT-CANTIDAD.
005270     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
005280     DISPLAY " INACTIVIDAD: " WS-CUENTA-REVISADOS
005290         " OPERADOR(ES) REVISADO(S), " WS-CUENTA-INHABILITADOS
005300         " INHABILITADO(S).".
005310     IF WS-CUENTA-INHABILITADOS = ZERO
005320         GO TO 9000-EXIT
005330     END-IF.
005340     MOVE 77 TO WS-ELOG-CODIGO.
005350     MOVE SPACES TO WS-ELOG-MENSAJE.
005360     STRING "OPERADORES INHABILITADOS POR INACTIVIDAD: "
005370         WS-CUENTA-INHABILITADOS DELIMITED BY SIZE
005380         INTO WS-ELOG-MENSAJE.
005390     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
005400             WS-ELOG-MENSAJE.
005410     MOVE 4 TO RETURN-CODE.
005420 9000-EXIT.
005430     EXIT.
005440
005450 END PROGRAM operador_inactivo.
