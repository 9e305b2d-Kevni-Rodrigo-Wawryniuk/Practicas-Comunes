000100******************************************************************
000110* PROGRAM-ID: validar_sucursal
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE BRANCH CHECK AND NAME LOOKUP FOR
000170*             PERS-SUCURSAL. THE CALLER PASSES THE CODE IN
000180*             VSU-AREA; THE SUCREF REFERENCE (LOADED ONCE PER
000190*             RUN UNIT, COPY SUCURSAL) ANSWERS WITH ONE RESULT
000200*             BYTE:
000210*                 S  SUCURSAL ABIERTA
000220*                 C  SUCURSAL CERRADA (CON FECHA Y SUCESORA)
000230*                 X  CODIGO INEXISTENTE EN SUCREF
000240*                 N  SIN REFERENCIAL, NO SE VALIDA
000250*             PLUS THE BRANCH NAME (S OR C). DATA ENTRY REFUSES
000260*             X AND C; REPORTS ONLY PRINT THE NAME. WITHOUT THE
000270*             FILE NOBODY REFUSES, AS WITH VALIDAR_CP.
000280* TECTONICS:  cobc
000290******************************************************************
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* 2026-10-15 RW   INITIAL VERSION. LA CARGA UNICA POR UNIDAD DE
000330*                 EJECUCION SIGUE A VALIDAR_CP.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. validar_sucursal.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SUCREF-FILE ASSIGN TO "SUCREF"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SUC-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  SUCREF-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 128 CHARACTERS.
000500 COPY SUCURSAL.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-SUC-STATUS               PIC X(02).
000540 01  WS-EOF-SUCREF               PIC X(01) VALUE "N".
000550     88  FIN-SUCREF              VALUE "S".
000560 01  WS-SW-CARGADO               PIC X(01) VALUE "N".
000570     88  REFERENCIAL-CARGADO     VALUE "S".
000580 01  WS-SW-DISPONIBLE            PIC X(01) VALUE "N".
000590     88  REFERENCIAL-DISPONIBLE  VALUE "S".
000600
000610*----------------------------------------------------------------
000620*    SUCREF EN MEMORIA (CASILLERO = SUC + 1, COMO LOS REPORTES)
000630*----------------------------------------------------------------
000640 01  TABLA-SUCREF.
000650     05  SRT-ENTRADA OCCURS 100 TIMES.
000660         10  SRT-ESTADO          PIC X(01).
000670         10  SRT-NOMBRE          PIC X(30).
000680         10  SRT-FECHA-CIERRE    PIC 9(08).
000690         10  SRT-SUCESORA        PIC 9(02).
000700 01  WS-IDX-SRT                  PIC 9(03) COMP.
000710
000720 LINKAGE SECTION.
000730 01  VSU-AREA.
000740     05  VSU-CODIGO              PIC 9(02).
000750     05  VSU-RESULTADO           PIC X(01).
000760         88  VSU-ABIERTA         VALUE "S".
000770         88  VSU-CERRADA         VALUE "C".
000780         88  VSU-INEXISTENTE     VALUE "X".
000790         88  VSU-SIN-REFERENCIAL VALUE "N".
000800     05  VSU-NOMBRE              PIC X(30).
000810     05  VSU-FECHA-CIERRE        PIC 9(08).
000820     05  VSU-SUCESORA            PIC 9(02).
000830
000840 PROCEDURE DIVISION USING VSU-AREA.
000850
000860******************************************************************
000870* 0000-MAINLINE - CARGA EL REFERENCIAL EN EL PRIMER LLAMADO Y
000880*     DEVUELVE EL ESTADO Y EL NOMBRE DEL CODIGO
000890******************************************************************
000900 0000-MAINLINE.
000910     IF NOT REFERENCIAL-CARGADO
000920         PERFORM 1000-CARGAR-REFERENCIAL THRU 1000-EXIT
000930     END-IF.
000940     PERFORM 2000-VALIDAR THRU 2000-EXIT.
000950     GOBACK.
000960
000970******************************************************************
000980* 1000-CARGAR-REFERENCIAL - SIN ARCHIVO EL SERVICIO CONTESTA "N"
000990*     Y NADIE RECHAZA. UN CODIGO REPETIDO QUEDA CON SU ULTIMA
001000*     LINEA.
001010******************************************************************
001020 1000-CARGAR-REFERENCIAL.
001030     SET REFERENCIAL-CARGADO TO TRUE.
001040     MOVE SPACES TO TABLA-SUCREF.
001050     MOVE "N" TO WS-EOF-SUCREF.
001060     OPEN INPUT SUCREF-FILE.
001070     IF WS-SUC-STATUS NOT = "00"
001080         GO TO 1000-EXIT
001090     END-IF.
001100     SET REFERENCIAL-DISPONIBLE TO TRUE.
001110     PERFORM 1100-LEER-SUCURSAL THRU 1100-EXIT
001120         UNTIL FIN-SUCREF.
001130     CLOSE SUCREF-FILE.
001140 1000-EXIT.
001150     EXIT.
001160
001170 1100-LEER-SUCURSAL.
001180     READ SUCREF-FILE
001190         AT END
001200             SET FIN-SUCREF TO TRUE
001210             GO TO 1100-EXIT
001220     END-READ.
001230     IF SUC-CODIGO IS NOT NUMERIC
001240         GO TO 1100-EXIT
001250     END-IF.
001260     COMPUTE WS-IDX-SRT = SUC-CODIGO + 1.
001270     MOVE SUC-ESTADO TO SRT-ESTADO(WS-IDX-SRT).
001280     MOVE SUC-NOMBRE TO SRT-NOMBRE(WS-IDX-SRT).
001290     MOVE ZERO TO SRT-FECHA-CIERRE(WS-IDX-SRT)
001300         SRT-SUCESORA(WS-IDX-SRT).
001310     IF SUC-CERRADA
001320         IF SUC-FECHA-CIERRE IS NUMERIC
001330             MOVE SUC-FECHA-CIERRE TO
001340                 SRT-FECHA-CIERRE(WS-IDX-SRT)
001350         END-IF
001360         IF SUC-SUCESORA IS NUMERIC
001370             MOVE SUC-SUCESORA TO SRT-SUCESORA(WS-IDX-SRT)
001380         END-IF
001390     END-IF.
001400 1100-EXIT.
001410     EXIT.
001420
001430******************************************************************
001440* 2000-VALIDAR - UNA SUCURSAL QUE NO ESTA CERRADA CUENTA COMO
001450*     ABIERTA (UN ESTADO EN BLANCO ES UNA LINEA CARGADA A MANO)
001460******************************************************************
001470 2000-VALIDAR.
001480     MOVE SPACES TO VSU-NOMBRE.
001490     MOVE ZERO TO VSU-FECHA-CIERRE VSU-SUCESORA.
001500     IF NOT REFERENCIAL-DISPONIBLE
001510         SET VSU-SIN-REFERENCIAL TO TRUE
001520         GO TO 2000-EXIT
001530     END-IF.
001540     IF VSU-CODIGO IS NOT NUMERIC
001550         SET VSU-INEXISTENTE TO TRUE
001560         GO TO 2000-EXIT
001570     END-IF.
001580     COMPUTE WS-IDX-SRT = VSU-CODIGO + 1.
001590     IF SRT-NOMBRE(WS-IDX-SRT) = SPACES
001600             AND SRT-ESTADO(WS-IDX-SRT) = SPACES
001610         SET VSU-INEXISTENTE TO TRUE
001620         GO TO 2000-EXIT
001630     END-IF.
001640     MOVE SRT-NOMBRE(WS-IDX-SRT) TO VSU-NOMBRE.
001650     IF SRT-ESTADO(WS-IDX-SRT) = "C"
001660         SET VSU-CERRADA TO TRUE
001670         MOVE SRT-FECHA-CIERRE(WS-IDX-SRT) TO VSU-FECHA-CIERRE
001680         MOVE SRT-SUCESORA(WS-IDX-SRT) TO VSU-SUCESORA
001690     ELSE
001700         SET VSU-ABIERTA TO TRUE
001710     END-IF.
001720 2000-EXIT.
001730     EXIT.
001740
001750 END PROGRAM validar_sucursal.
