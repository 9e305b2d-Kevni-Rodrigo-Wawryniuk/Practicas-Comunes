000480*                 (POR FECHA: LA BITACORA ES DIARIA Y LA CADENA
000490*                 ARRANCA DE CERO CADA DIA); CADENA_VERIF LA
000500*                 RECALCULA AL INICIO DEL CICLO.
000510* 2026-10-15 RW   EL ANCLA LLEVA EL SUFIJO DE LA CORRIDA
000520*                 (AUDTHASH.INN EN EL MICROCICLO INTRADIA,
000530*                 AUDTHASH.RNN EN EL REPROCESO) PORQUE CADA SUFIJO
000540*                 TIENE SU PROPIO AUDITTRL Y SU PROPIA CADENA.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. auditoria.
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC WS-DYN-AUDIT-FILE
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUD-STATUS.
000650
000660     SELECT SESION-FILE ASSIGN TO "SESION"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-SES-STATUS.
000690
000700     SELECT ANCLA-FILE ASSIGN DYNAMIC WS-DYN-ANCLA-FILE
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ANC-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  AUDIT-TRAIL-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 72 CHARACTERS.
000790 01  AUDIT-TRAIL-RECORD.
000800     05  AUDT-TIMESTAMP-O            PIC X(21).
000810     05  FILLER                      PIC X(01) VALUE SPACE.
000820     05  AUDT-PROGRAMA-O             PIC X(20).
000830     05  FILLER                      PIC X(01) VALUE SPACE.
000840     05  AUDT-CANTIDAD-O             PIC 9(07).
000850     05  FILLER                      PIC X(01) VALUE SPACE.
000860     05  AUDT-OPERADOR-O             PIC X(08).
000870     05  FILLER                      PIC X(01) VALUE SPACE.
000880     05  AUDT-HASH-O                 PIC 9(11).
000890     05  FILLER                      PIC X(01) VALUE SPACE.
000900
000910 FD  SESION-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 08 CHARACTERS.
000940 01  SESION-RECORD.
000950     05  SES-OPERADOR                PIC X(08).
000960
000970 FD  ANCLA-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 20 CHARACTERS.
001000 01  ANCLA-RECORD.
001010     05  ANC-FECHA                   PIC 9(08).
001020     05  FILLER                      PIC X(01).
001030     05  ANC-HASH                    PIC 9(11).
001040
001050 WORKING-STORAGE SECTION.
001060 01  WS-AUD-STATUS                   PIC X(02).
001070 01  WS-FECHA-HOY                    PIC X(08).
001080 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001090 01  WS-DYN-AUDIT-FILE               PIC X(21) VALUE SPACES.
001100 01  WS-CATG-PROGRAMA            PIC X(20)
001110         VALUE "auditoria".
001120 01  WS-CATG-CANTIDAD            PIC 9(07) VALUE ZERO.
001130 01  WS-SW-CREADO                PIC X(01) VALUE "N".
001140     88  BITACORA-CREADA         VALUE "S".
001150 01  WS-SES-STATUS                   PIC X(02).
001160 01  WS-OPERADOR-SESION              PIC X(08) VALUE SPACES.
001170
001180*----------------------------------------------------------------
001190*    CADENA DE HASH ANTIALTERACION (ANCLA AUDTHASH POR FECHA DE
001200*    NEGOCIO: LA BITACORA ES DIARIA Y LA CADENA ARRANCA DE CERO
001210*    CADA DIA). MISMA REGLA QUE PERSONA_JOURNAL.
001220*----------------------------------------------------------------
001230 01  WS-ANC-STATUS                   PIC X(02).
001240 01  WS-DYN-ANCLA-FILE               PIC X(12) VALUE SPACES.
001250 01  WS-HASH-PREVIO                  PIC 9(11) VALUE ZERO.
001260 01  WS-HASH-NUEVO                   PIC 9(11).
001270 01  WS-SUMA-BYTES                   PIC 9(09) COMP.
001280 77  WS-SUB-BYTE                     PIC 9(03) COMP.
001290 01  WS-FECHA-NUMERICA               PIC 9(08).
001300
001310 LINKAGE SECTION.
001320 01  AUDT-PROGRAMA                   PIC X(20).
001330 01  AUDT-CANTIDAD                   PIC 9(07).
001340
001350 PROCEDURE DIVISION USING AUDT-PROGRAMA AUDT-CANTIDAD.
001360
001370******************************************************************
001380* 0000-MAINLINE - ABRE LA BITACORA COMPARTIDA (CREANDOLA SI ES
001390*     LA PRIMERA VEZ QUE SE ESCRIBE EN EL DIA), AGREGA EL
001400*     REGISTRO CON SU HASH ENCADENADO Y LA CIERRA DE NUEVO PARA
001410*     EL SIGUIENTE LLAMADOR
001420******************************************************************
001430 0000-MAINLINE.
001440     CALL "fecha_negocio" USING WS-FECHA-HOY
001450             WS-SUFIJO-CICLO.
001460     STRING "AUDITTRL." WS-FECHA-HOY DELIMITED BY SIZE
001470         WS-SUFIJO-CICLO DELIMITED BY SPACE
001480         INTO WS-DYN-AUDIT-FILE.
001490     STRING "AUDTHASH" WS-SUFIJO-CICLO DELIMITED BY SPACE
001500         INTO WS-DYN-ANCLA-FILE.
001510     OPEN EXTEND AUDIT-TRAIL-FILE.
001520     IF WS-AUD-STATUS NOT = "00"
001530         OPEN OUTPUT AUDIT-TRAIL-FILE
001540         SET BITACORA-CREADA TO TRUE
001550     END-IF.
001560
001570     MOVE SPACES TO AUDIT-TRAIL-RECORD.
001580     MOVE FUNCTION CURRENT-DATE TO AUDT-TIMESTAMP-O.
001590     MOVE AUDT-PROGRAMA TO AUDT-PROGRAMA-O.
001600     MOVE AUDT-CANTIDAD TO AUDT-CANTIDAD-O.
001610     PERFORM 1500-LEER-SESION THRU 1500-EXIT.
001620     MOVE WS-OPERADOR-SESION TO AUDT-OPERADOR-O.
001630     PERFORM 1600-ENCADENAR-HASH THRU 1600-EXIT.
001640     MOVE WS-HASH-NUEVO TO AUDT-HASH-O.
001650     WRITE AUDIT-TRAIL-RECORD.
001660
001670     CLOSE AUDIT-TRAIL-FILE.
001680     PERFORM 1700-GRABAR-ANCLA THRU 1700-EXIT.
001690     IF BITACORA-CREADA
001700         CALL "catalogo" USING WS-DYN-AUDIT-FILE
001710                 WS-CATG-PROGRAMA WS-CATG-CANTIDAD
001720     END-IF.
001730     GOBACK.
001740
001750******************************************************************
001760* 1500-LEER-SESION - ID DEL OPERADOR EN SESION (BLANCO SI NO HAY
001770*     SESION ABIERTA, COMO EN LAS CORRIDAS BATCH NOCTURNAS)
001780******************************************************************
001790 1500-LEER-SESION.
001800     MOVE SPACES TO WS-OPERADOR-SESION.
001810     OPEN INPUT SESION-FILE.
001820     IF WS-SES-STATUS = "00"
001830         READ SESION-FILE
001840             NOT AT END
001850                 MOVE SES-OPERADOR TO WS-OPERADOR-SESION
001860         END-READ
001870         CLOSE SESION-FILE
001880     END-IF.
001890 1500-EXIT.
001900     EXIT.
001910
001920******************************************************************
001930* 1600-ENCADENAR-HASH - LEE EL ANCLA DEL DIA (CERO SI NO HAY O
001940*     ES DE OTRA FECHA) Y CALCULA EL HASH DEL REGISTRO:
001950*     MOD(ANTERIOR * 7 + SUMA DE BYTES DE LOS PRIMEROS 60
001960*     CARACTERES, 10**11)
001970******************************************************************
001980 1600-ENCADENAR-HASH.
001990     MOVE WS-FECHA-HOY TO WS-FECHA-NUMERICA.
002000     MOVE ZERO TO WS-HASH-PREVIO.
002010     OPEN INPUT ANCLA-FILE.
002020     IF WS-ANC-STATUS = "00"
002030         READ ANCLA-FILE
002040             NOT AT END
002050                 IF ANC-HASH IS NUMERIC
002060                         AND ANC-FECHA = WS-FECHA-NUMERICA
002070                     MOVE ANC-HASH TO WS-HASH-PREVIO
002080                 END-IF
002090         END-READ
002100         CLOSE ANCLA-FILE
002110     END-IF.
002120     MOVE ZERO TO WS-SUMA-BYTES.
002130     PERFORM VARYING WS-SUB-BYTE FROM 1 BY 1
002140             UNTIL WS-SUB-BYTE > 60
002150         PERFORM 1610-SUMAR-BYTE THRU 1610-EXIT
002160     END-PERFORM.
002170     COMPUTE WS-HASH-NUEVO = FUNCTION MOD(
002180         WS-HASH-PREVIO * 7 + WS-SUMA-BYTES, 100000000000).
002190 1600-EXIT.
002200     EXIT.
002210
002220 1610-SUMAR-BYTE.
002230     COMPUTE WS-SUMA-BYTES = WS-SUMA-BYTES
002240         + FUNCTION ORD(AUDIT-TRAIL-RECORD(WS-SUB-BYTE:1)).
002250 1610-EXIT.
002260     EXIT.
002270
002280 1700-GRABAR-ANCLA.
002290     OPEN OUTPUT ANCLA-FILE.
002300     MOVE WS-FECHA-NUMERICA TO ANC-FECHA.
002310     MOVE WS-HASH-NUEVO TO ANC-HASH.
002320     WRITE ANCLA-RECORD.
002330     CLOSE ANCLA-FILE.
002340 1700-EXIT.
002350     EXIT.
002360
002370 END PROGRAM auditoria.
