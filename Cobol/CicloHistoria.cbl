000330* 2026-09-01 RW   HIST-RC-PASOS 36 -> 48 (REGISTRO 89 -> 101):
000340*                 EL CICLO ADMITE HASTA 24 PASOS DEFINIDOS POR
000350*                 EL ARCHIVO DE CONTROL PASOSCTL.
000360* 2026-10-15 RW   CICLOHIST GANA LOS SEGUNDOS POR PASO (REGISTRO
000370*                 101 -> 222); AQUI SOLO SE ENSANCHA LA LECTURA.
000380* 2026-10-15 RW   CICLOHIST GANA LA CORRIDA (REGISTRO 222 -> 227:
000390*                 BLANCO NOCTURNA, .RNN REPROCESO, .INN MICROCICLO
000400*                 INTRADIA), QUE SE MUESTRA JUNTO AL RESULTADO.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. ciclo_historia.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT HIST-FILE ASSIGN TO "CICLOHIST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-HIST-STATUS.
000510
000520     SELECT PARM-FILE ASSIGN TO "HISTCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  HIST-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 227 CHARACTERS.
000610 01  HIST-RECORD.
000620     05  HIST-FECHA              PIC 9(08).
000630     05  FILLER                  PIC X(01).
000640     05  HIST-INICIO             PIC X(14).
000650     05  FILLER                  PIC X(01).
000660     05  HIST-FIN                PIC X(14).
000670     05  FILLER                  PIC X(01).
000680     05  HIST-RESULTADO          PIC X(13).
000690     05  FILLER                  PIC X(01).
000700     05  HIST-RC-PASOS           PIC X(48).
000710     05  FILLER                  PIC X(01).
000720     05  HIST-SEG-PASOS          PIC X(120).
000730     05  FILLER                  PIC X(01).
000740     05  HIST-CORRIDA            PIC X(04).
000750
000760 FD  PARM-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 03 CHARACTERS.
000790 01  PARM-RECORD.
000800     05  PARM-CANT-CORRIDAS      PIC 9(03).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-HIST-STATUS              PIC X(02).
000840 01  WS-PARM-STATUS              PIC X(02).
000850 01  WS-EOF-HIST                 PIC X(01) VALUE "N".
000860     88  FIN-HISTORIA            VALUE "S".
000870 01  WS-CANT-MOSTRAR             PIC 9(03) VALUE 10.
000880 01  WS-CUENTA-TOTAL             PIC 9(05) VALUE ZERO.
000890 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
000900 01  WS-DESDE-CORRIDA            PIC 9(05) VALUE ZERO.
000910
000920 PROCEDURE DIVISION.
000930
000940******************************************************************
000950* 0000-MAINLINE - DOS PASADAS SOBRE EL HISTORIAL: UNA PARA CONTAR
000960*     Y OTRA PARA MOSTRAR SOLO LAS ULTIMAS N CORRIDAS
000970******************************************************************
000980 0000-MAINLINE.
000990     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001000     PERFORM 2000-CONTAR-CORRIDAS THRU 2000-EXIT.
001010     IF WS-CUENTA-TOTAL = ZERO
001020         DISPLAY "NO HAY CORRIDAS REGISTRADAS EN CICLOHIST."
001030     ELSE
001040         PERFORM 3000-MOSTRAR-ULTIMAS THRU 3000-EXIT
001050     END-IF.
001060     STOP RUN.
001070
001080******************************************************************
001090* 1000-INICIALIZAR - LEE CUANTAS CORRIDAS MOSTRAR (HISTCTL)
001100******************************************************************
001110 1000-INICIALIZAR.
001120     OPEN INPUT PARM-FILE.
001130     IF WS-PARM-STATUS = "00"
001140         READ PARM-FILE
001150             NOT AT END
001160                 IF PARM-CANT-CORRIDAS IS NUMERIC
001170                         AND PARM-CANT-CORRIDAS > 0
001180                     MOVE PARM-CANT-CORRIDAS TO WS-CANT-MOSTRAR
001190                 END-IF
001200         END-READ
001210         CLOSE PARM-FILE
001220     END-IF.
001230 1000-EXIT.
001240     EXIT.
001250
001260******************************************************************
001270* 2000-CONTAR-CORRIDAS - PRIMERA PASADA: CUANTOS REGISTROS HAY
001280******************************************************************
001290 2000-CONTAR-CORRIDAS.
001300     OPEN INPUT HIST-FILE.
001310     IF WS-HIST-STATUS = "00"
001320         PERFORM 2100-CONTAR-UNA THRU 2100-EXIT
001330             UNTIL FIN-HISTORIA
001340         CLOSE HIST-FILE
001350     END-IF.
001360 2000-EXIT.
001370     EXIT.
001380
001390 2100-CONTAR-UNA.
001400     READ HIST-FILE
001410         AT END
001420             SET FIN-HISTORIA TO TRUE
001430         NOT AT END
001440             ADD 1 TO WS-CUENTA-TOTAL
001450     END-READ.
001460 2100-EXIT.
001470     EXIT.
001480
001490******************************************************************
001500* 3000-MOSTRAR-ULTIMAS - SEGUNDA PASADA: MUESTRA DESDE LA CORRIDA
001510*     (TOTAL - N + 1) HASTA LA ULTIMA
001520******************************************************************
001530 3000-MOSTRAR-ULTIMAS.
001540     IF WS-CUENTA-TOTAL > WS-CANT-MOSTRAR
001550         COMPUTE WS-DESDE-CORRIDA =
001560             WS-CUENTA-TOTAL - WS-CANT-MOSTRAR + 1
001570     ELSE
001580         MOVE 1 TO WS-DESDE-CORRIDA
001590     END-IF.
001600     DISPLAY "ULTIMAS CORRIDAS DEL CICLO DIARIO".
001610     DISPLAY "FECHA    INICIO         FIN            RESULTADO".
001620     MOVE "N" TO WS-EOF-HIST.
001630     MOVE ZERO TO WS-CUENTA-LEIDAS.
001640     OPEN INPUT HIST-FILE.
001650     PERFORM 3100-MOSTRAR-UNA THRU 3100-EXIT
001660         UNTIL FIN-HISTORIA.
001670     CLOSE HIST-FILE.
001680 3000-EXIT.
001690     EXIT.
001700
001710 3100-MOSTRAR-UNA.
001720     READ HIST-FILE
001730         AT END
001740             SET FIN-HISTORIA TO TRUE
001750         NOT AT END
001760             ADD 1 TO WS-CUENTA-LEIDAS
001770             IF WS-CUENTA-LEIDAS >= WS-DESDE-CORRIDA
001780                 DISPLAY HIST-FECHA " " HIST-INICIO " "
001790                     HIST-FIN " " HIST-RESULTADO " " HIST-CORRIDA
001800                 DISPLAY "         RC POR PASO: " HIST-RC-PASOS
001810             END-IF
001820     END-READ.
001830 3100-EXIT.
001840     EXIT.
001850
001860 END PROGRAM ciclo_historia.
