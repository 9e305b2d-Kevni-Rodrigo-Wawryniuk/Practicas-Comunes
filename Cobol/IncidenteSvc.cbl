000100******************************************************************
000110* PROGRAM-ID: incidente_svc
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE LOOKUP OVER THE INCIDENT REGISTER, SO A
000170*             REPORT CAN PRINT THE INCIDENT NUMBER NEXT TO EACH
000180*             ITEM THAT WAS LINKED TO ONE. GIVEN THE TYPE AND
000190*             KEY OF A RECORD (SEE COPYBOOK INCVINC) RETURNS
000200*             THE INCIDENT IT BELONGS TO AND WHETHER THAT
000210*             INCIDENT IS STILL OPEN; ZERO WHEN IT WAS NEVER
000220*             LINKED. INCVINC AND INCIDEN ARE LOADED ON THE
000230*             FIRST CALL OF THE RUN. FUNCIONES:
000240*                 B BUSCAR (INCS-TIPO + INCS-CLAVE)
000250*             USED BY EXCEPCIONES AND ENTREGA_TURNO.
000260* TECTONICS:  cobc
000270******************************************************************
000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* 2026-10-15 RW   INITIAL VERSION.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. incidente_svc.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT INCIDEN-FILE ASSIGN TO "INCIDEN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-INC-STATUS.
000410
000420     SELECT INCVINC-FILE ASSIGN TO "INCVINC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-VINC-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  INCIDEN-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 177 CHARACTERS.
000510 COPY INCIDEN.
000520
000530 FD  INCVINC-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 93 CHARACTERS.
000560 COPY INCVINC.
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-INC-STATUS               PIC X(02).
000600 01  WS-VINC-STATUS              PIC X(02).
000610 01  WS-EOF-ARCHIVO              PIC X(01) VALUE "N".
000620     88  FIN-ARCHIVO             VALUE "S".
000630 01  WS-SW-CARGADO               PIC X(01) VALUE "N".
000640     88  REGISTRO-CARGADO        VALUE "S".
000650
000660*----------------------------------------------------------------
000670*    VINCULOS (INCVINC) Y ESTADO DE CADA INCIDENTE (INCIDEN)
000680*----------------------------------------------------------------
000690 01  WS-MAX-VINCULOS             PIC 9(04) VALUE 1000.
000700 01  WS-CANT-VINCULOS            PIC 9(04) VALUE ZERO.
000710 01  TABLA-VINCULOS.
000720     05  VINT-ENTRADA OCCURS 1000 TIMES.
000730         10  VINT-NUMERO         PIC 9(05).
000740         10  VINT-TIPO           PIC X(01).
000750         10  VINT-CLAVE          PIC X(61).
000760 77  WS-IDX-VINC                 PIC 9(04) COMP.
000770 01  WS-MAX-INCIDENTES           PIC 9(03) VALUE 500.
000780 01  WS-CANT-INCIDENTES          PIC 9(03) VALUE ZERO.
000790 01  TABLA-INCIDENTES.
000800     05  INCT-ENTRADA OCCURS 500 TIMES.
000810         10  INCT-NUMERO         PIC 9(05).
000820         10  INCT-ESTADO         PIC X(01).
000830 77  WS-IDX-INC                  PIC 9(03) COMP.
000840 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
000850
000860*----------------------------------------------------------------
000870*    CAMPOS PARA ERRORLOG COMPARTIDO
000880*----------------------------------------------------------------
000890 01  WS-ELOG-PROGRAMA            PIC X(20) VALUE "incidente_svc".
000900 01  WS-ELOG-CODIGO              PIC 9(04).
000910 01  WS-ELOG-MENSAJE             PIC X(59).
000920
000930 LINKAGE SECTION.
000940 01  INCS-AREA.
000950     05  INCS-FUNCION            PIC X(01).
000960         88  INCS-BUSCAR         VALUE "B".
000970     05  INCS-TIPO               PIC X(01).
000980     05  INCS-CLAVE              PIC X(61).
000990     05  INCS-NUMERO             PIC 9(05).
001000     05  INCS-ESTADO             PIC X(01).
001010
001020 PROCEDURE DIVISION USING INCS-AREA.
001030
001040******************************************************************
001050* 0000-MAINLINE
001060******************************************************************
001070 0000-MAINLINE.
001080     IF NOT REGISTRO-CARGADO
001090         PERFORM 1000-CARGAR-REGISTRO THRU 1000-EXIT
001100     END-IF.
001110     MOVE ZERO TO INCS-NUMERO.
001120     MOVE SPACE TO INCS-ESTADO.
001130     IF INCS-BUSCAR
001140         PERFORM 2000-BUSCAR-VINCULO THRU 2000-EXIT
001150     END-IF.
001160     GOBACK.
001170
001180******************************************************************
001190* 1000-CARGAR-REGISTRO - VINCULOS E INCIDENTES, UNA SOLA VEZ POR
001200*     CORRIDA. LO QUE NO ENTRA EN LAS TABLAS QUEDA ANOTADO EN
001210*     ERRORLOG (EL REPORTE SALE IGUAL, SIN ESE NUMERO)
001220******************************************************************
001230 1000-CARGAR-REGISTRO.
001240     SET REGISTRO-CARGADO TO TRUE.
001250     MOVE "N" TO WS-EOF-ARCHIVO.
001260     OPEN INPUT INCVINC-FILE.
001270     IF WS-VINC-STATUS = "00"
001280         PERFORM 1100-LEER-VINCULO THRU 1100-EXIT
001290             UNTIL FIN-ARCHIVO
001300         CLOSE INCVINC-FILE
001310     END-IF.
001320     MOVE "N" TO WS-EOF-ARCHIVO.
001330     OPEN INPUT INCIDEN-FILE.
001340     IF WS-INC-STATUS = "00"
001350         PERFORM 1200-LEER-INCIDENTE THRU 1200-EXIT
001360             UNTIL FIN-ARCHIVO
001370         CLOSE INCIDEN-FILE
001380     END-IF.
001390     IF WS-CANT-PERDIDOS > ZERO
001400         MOVE 102 TO WS-ELOG-CODIGO
001410         MOVE SPACES TO WS-ELOG-MENSAJE
001420         STRING "VINCULOS/INCIDENTES SIN CARGAR - TABLA LLENA: "
001430             WS-CANT-PERDIDOS DELIMITED BY SIZE
001440             INTO WS-ELOG-MENSAJE
001450         CALL "errorlog" USING WS-ELOG-PROGRAMA
001460                 WS-ELOG-CODIGO WS-ELOG-MENSAJE
001470     END-IF.
001480 1000-EXIT.
001490     EXIT.
001500
001510 1100-LEER-VINCULO.
001520     READ INCVINC-FILE
001530         AT END
001540             SET FIN-ARCHIVO TO TRUE
001550             GO TO 1100-EXIT
001560     END-READ.
001570     IF VINC-NUMERO IS NOT NUMERIC OR VINC-CLAVE = SPACES
001580         GO TO 1100-EXIT
001590     END-IF.
001600     IF WS-CANT-VINCULOS >= WS-MAX-VINCULOS
001610         ADD 1 TO WS-CANT-PERDIDOS
001620         GO TO 1100-EXIT
001630     END-IF.
001640     ADD 1 TO WS-CANT-VINCULOS.
001650     MOVE VINC-NUMERO TO VINT-NUMERO(WS-CANT-VINCULOS).
001660     MOVE VINC-TIPO TO VINT-TIPO(WS-CANT-VINCULOS).
001670     MOVE VINC-CLAVE TO VINT-CLAVE(WS-CANT-VINCULOS).
001680 1100-EXIT.
001690     EXIT.
001700
001710 1200-LEER-INCIDENTE.
001720     READ INCIDEN-FILE
001730         AT END
001740             SET FIN-ARCHIVO TO TRUE
001750             GO TO 1200-EXIT
001760     END-READ.
001770     IF INC-NUMERO IS NOT NUMERIC
001780         GO TO 1200-EXIT
001790     END-IF.
001800     IF WS-CANT-INCIDENTES >= WS-MAX-INCIDENTES
001810         ADD 1 TO WS-CANT-PERDIDOS
001820         GO TO 1200-EXIT
001830     END-IF.
001840     ADD 1 TO WS-CANT-INCIDENTES.
001850     MOVE INC-NUMERO TO INCT-NUMERO(WS-CANT-INCIDENTES).
001860     MOVE INC-ESTADO TO INCT-ESTADO(WS-CANT-INCIDENTES).
001870 1200-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910* 2000-BUSCAR-VINCULO - EL ULTIMO VINCULO DEL REGISTRO GANA (SE
001920*     RECORRE DE ATRAS HACIA ADELANTE) Y SE DEVUELVE EL ESTADO
001930*     ACTUAL DE SU INCIDENTE
001940******************************************************************
001950 2000-BUSCAR-VINCULO.
001960     PERFORM 2100-COMPARAR-VINCULO THRU 2100-EXIT
001970         VARYING WS-IDX-VINC FROM WS-CANT-VINCULOS BY -1
001980             UNTIL WS-IDX-VINC < 1
001990                 OR INCS-NUMERO > ZERO.
002000     IF INCS-NUMERO = ZERO
002010         GO TO 2000-EXIT
002020     END-IF.
002030     PERFORM 2200-COMPARAR-INCIDENTE THRU 2200-EXIT
002040         VARYING WS-IDX-INC FROM 1 BY 1
002050             UNTIL WS-IDX-INC > WS-CANT-INCIDENTES
002060                 OR INCS-ESTADO NOT = SPACE.
002070 2000-EXIT.
002080     EXIT.
002090
002100 2100-COMPARAR-VINCULO.
002110     IF VINT-TIPO(WS-IDX-VINC) = INCS-TIPO
002120             AND VINT-CLAVE(WS-IDX-VINC) = INCS-CLAVE
002130         MOVE VINT-NUMERO(WS-IDX-VINC) TO INCS-NUMERO
002140     END-IF.
002150 2100-EXIT.
002160     EXIT.
002170
002180 2200-COMPARAR-INCIDENTE.
002190     IF INCT-NUMERO(WS-IDX-INC) = INCS-NUMERO
002200         MOVE INCT-ESTADO(WS-IDX-INC) TO INCS-ESTADO
002210     END-IF.
002220 2200-EXIT.
002230     EXIT.
002240
002250 END PROGRAM incidente_svc.
