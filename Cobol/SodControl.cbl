000100******************************************************************
000110* PROGRAM-ID: sod_control
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    SEGREGATION-OF-DUTIES CHECK OVER THE WHOLE
000170*             OPERADORES FILE, FOR THE INTERNAL AUDITOR'S
000180*             QUARTERLY EVIDENCE. LISTS THE SODREGLA RULES IN
000190*             FORCE AND THEN EVERY OPERATOR WHOSE OPE-PERMISOS
000200*             BREAK ONE OR MORE OF THEM (ID, NOMBRE, PERMISOS
000210*             AND EACH RULE BROKEN), AS CONTROL REPORT
000220*             SODCTRL.AAAAMMDD THROUGH REPORTE_SVC, CATALOGUED
000230*             LIKE EVERY CONTROL. THE RULES ARE APPLIED BY
000240*             SOD_VERIFICA, THE SAME SERVICE OPERMANTBAT USES
000250*             TO REFUSE A NEW CONFLICT.
000260*             ANY CONFLICT, A MISSING SODREGLA OR A MISSING
000270*             OPERADORES (THE MENU THEN OPENS EVERY OPTION TO
000280*             EVERYONE) ENDS WITH RETURN-CODE 4 AND ERRORLOG 74.
000290* TECTONICS:  cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320* DATE       INIT DESCRIPTION
000330* 2026-10-15 RW   INITIAL VERSION.
000340* 2026-10-15 RW   LOS OPERADORES INHABILITADOS O SUSPENDIDOS NO
000350*                 PUEDEN INGRESAR: SE CUENTAN APARTE Y NO SE
000360*                 REVISAN SUS PERMISOS.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. sod_control.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-OPE-STATUS.
000470
000480     SELECT REGLA-FILE ASSIGN TO "SODREGLA"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OPERADORES-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 51 CHARACTERS.
000570 01  OPERADORES-RECORD.
000580     05  OPE-ID                  PIC X(08).
000590     05  FILLER                  PIC X(01).
000600     05  OPE-NOMBRE              PIC X(20).
000610     05  FILLER                  PIC X(01).
000620     05  OPE-PERMISOS            PIC X(10).
000630     05  FILLER                  PIC X(01).
000640     05  OPE-ESTADO              PIC X(01).
000650         88  OPE-INHABILITADO    VALUE "I" "S".
000660     05  FILLER                  PIC X(01).
000670     05  OPE-FECHA-ESTADO        PIC 9(08).
000680
000690 FD  REGLA-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 46 CHARACTERS.
000720 01  REGLA-RECORD.
000730     05  REG-POS-A               PIC X(02).
000740     05  FILLER                  PIC X(01).
000750     05  REG-POS-B               PIC X(02).
000760     05  FILLER                  PIC X(01).
000770     05  REG-DESCRIPCION         PIC X(40).
000780
000790 WORKING-STORAGE SECTION.
000800 01  WS-OPE-STATUS               PIC X(02).
000810 01  WS-REG-STATUS               PIC X(02).
000820 01  WS-EOF-OPER                 PIC X(01) VALUE "N".
000830     88  FIN-OPERADORES          VALUE "S".
000840 01  WS-EOF-REGLA                PIC X(01) VALUE "N".
000850     88  FIN-REGLA               VALUE "S".
000860 01  WS-FECHA-HOY                PIC X(08).
000870 01  WS-SUFIJO-CICLO             PIC X(04) VALUE SPACES.
000880 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
000890
000900*----------------------------------------------------------------
000910*    AREA DEL SERVICIO SOD_VERIFICA
000920*----------------------------------------------------------------
000930 01  SODV-PERMISOS               PIC X(10).
000940 01  SODV-RESULTADO              PIC X(01).
000950     88  SODV-SIN-CONFLICTO      VALUE "S".
000960     88  SODV-CON-CONFLICTO      VALUE "C".
000970     88  SODV-SIN-REGLAS         VALUE "N".
000980 01  SODV-CANT-CONFLICTOS        PIC 9(02).
000990 01  SODV-CONFLICTOS.
001000     05  SODV-CONFLICTO OCCURS 10 TIMES.
001010         10  SODV-POS-A          PIC 9(02).
001020         10  SODV-POS-B          PIC 9(02).
001030         10  SODV-DESCRIPCION    PIC X(40).
001040 01  SODV-CANT-REGLAS            PIC 9(02).
001050 01  WS-IDX-CONFLICTO            PIC 9(02) COMP.
001060
001070*----------------------------------------------------------------
001080*    CONTADORES DE LA CORRIDA
001090*----------------------------------------------------------------
001100 01  WS-CUENTA-OPERADORES        PIC 9(05) VALUE ZERO.
001110 01  WS-CUENTA-EN-CONFLICTO      PIC 9(05) VALUE ZERO.
001120 01  WS-CUENTA-CONFLICTOS        PIC 9(05) VALUE ZERO.
001130 01  WS-CUENTA-INHABILITADOS     PIC 9(05) VALUE ZERO.
001140 01  WS-SW-SIN-REGLAS            PIC X(01) VALUE "N".
001150     88  SIN-REGLAS              VALUE "S".
001160 01  WS-SW-SIN-OPERADORES        PIC X(01) VALUE "N".
001170     88  SIN-OPERADORES          VALUE "S".
001180
001190*----------------------------------------------------------------
001200*    LINEAS DEL REPORTE (REPORTE_SVC)
001210*----------------------------------------------------------------
001220 01  RSVC-AREA.
001230     05  RSVC-FUNCION            PIC X(01).
001240     05  RSVC-ARCHIVO            PIC X(21).
001250     05  RSVC-TITULO             PIC X(40).
001260     05  RSVC-LINEA              PIC X(132).
001270     05  RSVC-CANT-LINEAS        PIC 9(07).
001280 01  WS-LINEA-REGLA.
001290     05  FILLER                  PIC X(06) VALUE "REGLA ".
001300     05  LRG-POS-A               PIC 9(02).
001310     05  FILLER                  PIC X(01) VALUE "/".
001320     05  LRG-POS-B               PIC 9(02).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  LRG-DESCRIPCION         PIC X(40).
001350     05  FILLER                  PIC X(79) VALUE SPACES.
001360 01  WS-LINEA-OPERADOR.
001370     05  FILLER                  PIC X(09) VALUE "OPERADOR ".
001380     05  LOP-ID                  PIC X(08).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  LOP-NOMBRE              PIC X(20).
001410     05  FILLER                  PIC X(11)
001420             VALUE "  PERMISOS ".
001430     05  LOP-PERMISOS            PIC X(10).
001440     05  FILLER                  PIC X(12)
001450             VALUE "  CONFLICTOS".
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  LOP-CONFLICTOS          PIC Z9.
001480     05  FILLER                  PIC X(57) VALUE SPACES.
001490 01  WS-LINEA-CONFLICTO.
001500     05  FILLER                  PIC X(09) VALUE "   REGLA ".
001510     05  LCF-POS-A               PIC 9(02).
001520     05  FILLER                  PIC X(01) VALUE "/".
001530     05  LCF-POS-B               PIC 9(02).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  LCF-DESCRIPCION         PIC X(40).
001560     05  FILLER                  PIC X(76) VALUE SPACES.
001570 01  WS-LINEA-TRAILER.
001580     05  TRA-ETIQUETA            PIC X(35).
001590     05  TRA-VALOR               PIC ZZZ,ZZ9.
001600     05  FILLER                  PIC X(90) VALUE SPACES.
001610
001620*----------------------------------------------------------------
001630*    CAMPOS PARA ERRORLOG, AUDITORIA Y CATALOGO COMPARTIDOS
001640*----------------------------------------------------------------
001650 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "sod_control".
001660 01  WS-ELOG-CODIGO              PIC 9(04).
001670 01  WS-ELOG-MENSAJE             PIC X(59).
001680 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "sod_control".
001690 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001700 01  WS-CATG-ARCHIVO             PIC X(21).
001710 01  WS-CATG-CANTIDAD            PIC 9(07).
001720
001730 PROCEDURE DIVISION.
001740
001750******************************************************************
001760* 0000-MAINLINE
001770******************************************************************
001780 0000-MAINLINE.
001790     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001800     PERFORM 2000-LISTAR-REGLAS THRU 2000-EXIT.
001810     PERFORM 3000-REVISAR-OPERADORES THRU 3000-EXIT.
001820     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001830     GOBACK.
001840
001850******************************************************************
001860* 1000-INICIALIZAR - ABRE EL REPORTE DE CONTROL
001870******************************************************************
001880 1000-INICIALIZAR.
001890     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
001900     STRING "SODCTRL." WS-FECHA-HOY DELIMITED BY SIZE
001910         WS-SUFIJO-CICLO DELIMITED BY SPACE
001920         INTO WS-DYN-REPORT-FILE.
001930     MOVE WS-DYN-REPORT-FILE TO RSVC-ARCHIVO.
001940     MOVE "SEGREGACION DE FUNCIONES - CONFLICTOS" TO RSVC-TITULO.
001950     MOVE "A" TO RSVC-FUNCION.
001960     CALL "reporte_svc" USING RSVC-AREA.
001970     MOVE "E" TO RSVC-FUNCION.
001980 1000-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020* 2000-LISTAR-REGLAS - LAS REGLAS VIGENTES ENCABEZAN EL REPORTE,
002030*     PARA QUE LA EVIDENCIA DIGA CONTRA QUE SE CONTROLO
002040******************************************************************
002050 2000-LISTAR-REGLAS.
002060     MOVE "REGLAS VIGENTES (SODREGLA):" TO RSVC-LINEA.
002070     CALL "reporte_svc" USING RSVC-AREA.
002080     OPEN INPUT REGLA-FILE.
002090     IF WS-REG-STATUS NOT = "00"
002100         SET SIN-REGLAS TO TRUE
002110         MOVE "   SIN ARCHIVO SODREGLA: NO HAY REGLAS A CONTROLAR"
002120             TO RSVC-LINEA
002130         CALL "reporte_svc" USING RSVC-AREA
002140         GO TO 2000-EXIT
002150     END-IF.
002160     PERFORM 2100-LISTAR-REGLA THRU 2100-EXIT
002170         UNTIL FIN-REGLA.
002180     CLOSE REGLA-FILE.
002190 2000-EXIT.
002200     EXIT.
002210
002220 2100-LISTAR-REGLA.
002230     READ REGLA-FILE
002240         AT END
002250             SET FIN-REGLA TO TRUE
002260             GO TO 2100-EXIT
002270     END-READ.
002280     IF REG-POS-A IS NOT NUMERIC OR REG-POS-B IS NOT NUMERIC
002290         GO TO 2100-EXIT
002300     END-IF.
002310     MOVE REG-POS-A TO LRG-POS-A.
002320     MOVE REG-POS-B TO LRG-POS-B.
002330     MOVE REG-DESCRIPCION TO LRG-DESCRIPCION.
002340     MOVE WS-LINEA-REGLA TO RSVC-LINEA.
002350     CALL "reporte_svc" USING RSVC-AREA.
002360 2100-EXIT.
002370     EXIT.
002380
002390******************************************************************
002400* 3000-REVISAR-OPERADORES - CADA OPERADOR PASA POR SOD_VERIFICA;
002410*     SOLO LOS QUE VIOLAN ALGUNA REGLA QUEDAN EN EL REPORTE
002420******************************************************************
002430 3000-REVISAR-OPERADORES.
002440     MOVE SPACES TO RSVC-LINEA.
002450     CALL "reporte_svc" USING RSVC-AREA.
002460     OPEN INPUT OPERADORES-FILE.
002470     IF WS-OPE-STATUS NOT = "00"
002480         SET SIN-OPERADORES TO TRUE
002490         MOVE "SIN ARCHIVO OPERADORES: EL MENU ABRE TODAS LAS"
002500             TO RSVC-LINEA
002510         CALL "reporte_svc" USING RSVC-AREA
002520         MOVE "OPCIONES A TODOS (MODO LEGADO)." TO RSVC-LINEA
002530         CALL "reporte_svc" USING RSVC-AREA
002540         GO TO 3000-EXIT
002550     END-IF.
002560     PERFORM 3100-REVISAR-OPERADOR THRU 3100-EXIT
002570         UNTIL FIN-OPERADORES.
002580     CLOSE OPERADORES-FILE.
002590     IF WS-CUENTA-EN-CONFLICTO = ZERO AND NOT SIN-REGLAS
002600         MOVE "NINGUN OPERADOR VIOLA LAS REGLAS VIGENTES." TO
002610             RSVC-LINEA
002620         CALL "reporte_svc" USING RSVC-AREA
002630     END-IF.
002640 3000-EXIT.
002650     EXIT.
002660
002670 3100-REVISAR-OPERADOR.
002680     READ OPERADORES-FILE
002690         AT END
002700             SET FIN-OPERADORES TO TRUE
002710             GO TO 3100-EXIT
002720     END-READ.
002730     IF OPE-ID = SPACES
002740         GO TO 3100-EXIT
002750     END-IF.
002760     IF OPE-INHABILITADO
002770         ADD 1 TO WS-CUENTA-INHABILITADOS
002780         GO TO 3100-EXIT
002790     END-IF.
002800     ADD 1 TO WS-CUENTA-OPERADORES.
002810     MOVE OPE-PERMISOS TO SODV-PERMISOS.
002820     CALL "sod_verifica" USING SODV-PERMISOS SODV-RESULTADO
002830             SODV-CANT-CONFLICTOS SODV-CONFLICTOS
002840             SODV-CANT-REGLAS.
002850     IF NOT SODV-CON-CONFLICTO
002860         GO TO 3100-EXIT
002870     END-IF.
002880     ADD 1 TO WS-CUENTA-EN-CONFLICTO.
002890     ADD SODV-CANT-CONFLICTOS TO WS-CUENTA-CONFLICTOS.
002900     MOVE OPE-ID TO LOP-ID.
002910     MOVE OPE-NOMBRE TO LOP-NOMBRE.
002920     MOVE OPE-PERMISOS TO LOP-PERMISOS.
002930     MOVE SODV-CANT-CONFLICTOS TO LOP-CONFLICTOS.
002940     MOVE WS-LINEA-OPERADOR TO RSVC-LINEA.
002950     CALL "reporte_svc" USING RSVC-AREA.
002960     PERFORM 3200-ESCRIBIR-CONFLICTO THRU 3200-EXIT
002970         VARYING WS-IDX-CONFLICTO FROM 1 BY 1
002980             UNTIL WS-IDX-CONFLICTO > SODV-CANT-CONFLICTOS
002990                 OR WS-IDX-CONFLICTO > 10.
003000     IF SODV-CANT-CONFLICTOS > 10
003010         MOVE "   (SOLO SE DETALLAN LAS PRIMERAS 10 REGLAS)"
003020             TO RSVC-LINEA
003030         CALL "reporte_svc" USING RSVC-AREA
003040     END-IF.
003050 3100-EXIT.
003060     EXIT.
003070
003080 3200-ESCRIBIR-CONFLICTO.
003090     MOVE SODV-POS-A(WS-IDX-CONFLICTO) TO LCF-POS-A.
003100     MOVE SODV-POS-B(WS-IDX-CONFLICTO) TO LCF-POS-B.
003110     MOVE SODV-DESCRIPCION(WS-IDX-CONFLICTO) TO LCF-DESCRIPCION.
003120     MOVE WS-LINEA-CONFLICTO TO RSVC-LINEA.
003130     CALL "reporte_svc" USING RSVC-AREA.
003140 3200-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 9000-TERMINAR - TOTALES, CIERRE, CATALOGO Y AUDITORIA. UN
003190*     CONFLICTO O UN CONTROL QUE NO PUDO HACERSE DEJA RC 4
003200******************************************************************
003210 9000-TERMINAR.
003220     MOVE SPACES TO RSVC-LINEA.
003230     CALL "reporte_svc" USING RSVC-AREA.
003240     MOVE SPACES TO WS-LINEA-TRAILER.
003250     MOVE "OPERADORES REVISADOS..............." TO TRA-ETIQUETA.
003260     MOVE WS-CUENTA-OPERADORES TO TRA-VALOR.
003270     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003280     CALL "reporte_svc" USING RSVC-AREA.
003290     MOVE SPACES TO WS-LINEA-TRAILER.
003300     MOVE "OPERADORES EN CONFLICTO............" TO TRA-ETIQUETA.
003310     MOVE WS-CUENTA-EN-CONFLICTO TO TRA-VALOR.
003320     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003330     CALL "reporte_svc" USING RSVC-AREA.
003340     MOVE SPACES TO WS-LINEA-TRAILER.
003350     MOVE "REGLAS VIOLADAS (TOTAL)............" TO TRA-ETIQUETA.
003360     MOVE WS-CUENTA-CONFLICTOS TO TRA-VALOR.
003370     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003380     CALL "reporte_svc" USING RSVC-AREA.
003390     MOVE SPACES TO WS-LINEA-TRAILER.
003400     MOVE "INHABILITADOS (NO REVISADOS)......." TO TRA-ETIQUETA.
003410     MOVE WS-CUENTA-INHABILITADOS TO TRA-VALOR.
003420     MOVE WS-LINEA-TRAILER TO RSVC-LINEA.
003430     CALL "reporte_svc" USING RSVC-AREA.
003440     MOVE "C" TO RSVC-FUNCION.
003450     CALL "reporte_svc" USING RSVC-AREA.
003460     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
003470     MOVE RSVC-CANT-LINEAS TO WS-CATG-CANTIDAD.
003480     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
003490             WS-CATG-CANTIDAD.
003500     MOVE WS-CUENTA-OPERADORES TO WS-AUDT-CANTIDAD.
003510     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
003520     DISPLAY " SEGREGACION DE FUNCIONES: " WS-CUENTA-OPERADORES
003530         " OPERADOR(ES), " WS-CUENTA-EN-CONFLICTO
003540         " EN CONFLICTO.".
003550     EVALUATE TRUE
003560         WHEN SIN-OPERADORES
003570             MOVE "SIN OPERADORES - TODAS LAS OPCIONES ABIERTAS"
003580                 TO WS-ELOG-MENSAJE
003590         WHEN SIN-REGLAS
003600             MOVE "SIN SODREGLA - FUNCIONES SIN CONTROLAR" TO
003610                 WS-ELOG-MENSAJE
003620         WHEN WS-CUENTA-EN-CONFLICTO > ZERO
003630             MOVE SPACES TO WS-ELOG-MENSAJE
003640             STRING "OPERADORES CON FUNCIONES INCOMPATIBLES: "
003650                 WS-CUENTA-EN-CONFLICTO DELIMITED BY SIZE
003660                 INTO WS-ELOG-MENSAJE
003670         WHEN OTHER
003680             GO TO 9000-EXIT
003690     END-EVALUATE.
003700     MOVE 74 TO WS-ELOG-CODIGO.
003710     CALL "errorlog" USING WS-ELOG-PROGRAMA WS-ELOG-CODIGO
003720             WS-ELOG-MENSAJE.
003730     MOVE 4 TO RETURN-CODE.
003740 9000-EXIT.
003750     EXIT.
003760
003770 END PROGRAM sod_control.
