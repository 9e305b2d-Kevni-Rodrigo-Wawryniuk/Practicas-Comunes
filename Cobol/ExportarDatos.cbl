000640*                 DNI EN POS 5/4; DEL NUMEROS CSV: VALOR EN POS
000650*                 1/3; EL TRL CUENTA TAMBIEN LA FILA DE TITULOS).
000660*                 EL NUMEROS CSV CRECE 10 -> 21 PARA EL SOBRE.
000670* 2026-10-15 RW   EL DNI DEL PERSONA CSV (COMPLETO Y DELTA) SALE
000680*                 COMO TOKEN ESTABLE DEL SERVICIO DNI_TOKEN
000690*                 (COLUMNA DNI_TOKEN, DNI_DV VACIO). EXPCTL
000700*                 CRECE 3 -> 11 CON EL DESTINO DEL EXTRACTO; UN
000710*                 DESTINO HABILITADO EN DNIDEST PARA PERSCSV
000720*                 RECIBE EL DNI REAL. SIN BOVEDA NO SE EMITE EL
000730*                 DNI: VA ENMASCARADO Y LA CORRIDA TERMINA CON
000740*                 RETURN-CODE 8. LA CLAVE DEL SOBRE SON LOS
000750*                 ULTIMOS 4 DE LO QUE SALE EN LA COLUMNA.
000760* 2026-10-15 RW   EN EL MICROCICLO INTRADIA (SUFIJO .INN) EL
000770*                 EXTRACTO ES SIEMPRE DELTA Y NO SALE EL NUMEROS
000780*                 CSV; EL SNAPSHOT SE REGRABA IGUAL, ASI EL DELTA
000790*                 NOCTURNO NO VUELVE A MANDAR LO YA ENVIADO.
000800* 2026-10-15 RW   EL NUMEROS CSV LLEVA LAS PROPIEDADES DE CADA
000810*                 VALOR (COLUMNAS PRIMO, FIBONACCI, MULTIPLO_3,
000820*                 MULTIPLO_5, PERFECTO EN S/N) TOMADAS DE
000830*                 ARREGETQ, EL COMPANERO DE ARREGSAL, LEIDO A LA
000840*                 PAR; UN VALOR SIN SU LINEA EN ARREGETQ SALE CON
000850*                 ESAS COLUMNAS VACIAS. EL REGISTRO CRECE
000860*                 21 -> 52; LA CLAVE Y EL HASH DEL SOBRE NO
000870*                 CAMBIAN.
000880******************************************************************
000890 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. exportar_datos.
000910
000920 ENVIRONMENT DIVISION.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS SEQUENTIAL
000980         RECORD KEY IS PERS-DNI
000990         FILE STATUS IS WS-PERSONA-STATUS.
001000
001010     SELECT NUM-EXTRACTO-FILE ASSIGN TO "ARREGSAL"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-NUM-STATUS.
001040     SELECT NUM-ETIQUETA-FILE ASSIGN TO "ARREGETQ"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-ETQ-STATUS.
001070
001080     SELECT PERSONA-CSV-FILE ASSIGN DYNAMIC WS-DYN-PERSONA-CSV
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-PCSV-STATUS.
001110
001120     SELECT NUMEROS-CSV-FILE ASSIGN DYNAMIC WS-DYN-NUMEROS-CSV
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-NCSV-STATUS.
001150
001160     SELECT EXPCTL-FILE ASSIGN TO "EXPCTL"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-CTL-STATUS.
001190
001200     SELECT SNAP-FILE ASSIGN TO "EXPSNAP"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-SNAP-STATUS.
001230
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  PERSONA-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 117 CHARACTERS.
001290 COPY PERSONA.
001300
001310 FD  NUM-EXTRACTO-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 03 CHARACTERS.
001340 01  NUM-EXTRACTO-RECORD         PIC 9(03).
001350*    COMPANERO DE ARREGSAL: EL MISMO VALOR CON SUS PROPIEDADES
001360 FD  NUM-ETIQUETA-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 08 CHARACTERS.
001390     COPY ARREGETQ.
001400
001410 FD  PERSONA-CSV-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 60 CHARACTERS.
001440 01  PERSONA-CSV-RECORD          PIC X(60).
001450
001460 FD  NUMEROS-CSV-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 52 CHARACTERS.
001490 01  NUMEROS-CSV-RECORD          PIC X(52).
001500
001510 FD  EXPCTL-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 11 CHARACTERS.
001540 01  EXPCTL-RECORD.
001550     05  CTL-MODO                PIC X(01).
001560     05  CTL-SUCURSAL            PIC 9(02).
001570     05  CTL-DESTINO             PIC X(08).
001580
001590 FD  SNAP-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 117 CHARACTERS.
001620 01  SNAP-RECORD                 PIC X(117).
001630
001640 WORKING-STORAGE SECTION.
001650 01  WS-PERSONA-STATUS           PIC X(02).
001660 01  WS-NUM-STATUS               PIC X(02).
001670 01  WS-ETQ-STATUS               PIC X(02).
001680 01  WS-PCSV-STATUS              PIC X(02).
001690 01  WS-NCSV-STATUS              PIC X(02).
001700 01  WS-CTL-STATUS               PIC X(02).
001710 01  WS-SNAP-STATUS              PIC X(02).
001720
001730 01  WS-EOF-PERSONA              PIC X(01) VALUE "N".
001740     88  FIN-PERSONA             VALUE "S".
001750 01  WS-EOF-NUM                  PIC X(01) VALUE "N".
001760     88  FIN-NUM                 VALUE "S".
001770 01  WS-EOF-ETQ                  PIC X(01) VALUE "N".
001780     88  FIN-ETQ                 VALUE "S".
001790 01  WS-SW-ETQ-ABIERTO           PIC X(01) VALUE "N".
001800     88  ETQ-ABIERTO             VALUE "S".
001810
001820*----------------------------------------------------------------
001830*    NOMBRES DINAMICOS DE LOS EXTRACTOS CSV, ARMADOS CON LA
001840*    FECHA DE CORRIDA PARA NO SOBREESCRIBIR LOS DE OTRO DIA
001850*----------------------------------------------------------------
001860 01  WS-FECHA-HOY                PIC X(08).
001870 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001880 01  WS-SUFIJO-PARTES REDEFINES WS-SUFIJO-CICLO.
001890     05  WS-SUFIJO-MARCA         PIC X(02).
001900         88  CORRIDA-INTRADIA    VALUE ".I".
001910     05  FILLER                  PIC X(02).
001920 01  WS-DYN-PERSONA-CSV          PIC X(22) VALUE SPACES.
001930 01  WS-CATG-ARCHIVO             PIC X(21).
001940 01  WS-CATG-CANTIDAD            PIC 9(07).
001950 01  WS-DYN-NUMEROS-CSV          PIC X(20) VALUE SPACES.
001960
001970*----------------------------------------------------------------
001980*    CAMPOS EDITADOS PARA ARMAR CADA LINEA CSV
001990*----------------------------------------------------------------
002000 01  WS-DNI-EDITADO              PIC X(08).
002010 01  WS-DV-EDITADO               PIC X(01).
002020 01  WS-EDAD-EDITADA             PIC 9(03).
002030 01  WS-CLASIF-EDITADO           PIC 9(02).
002040 01  WS-CUENTA-PERSONAS          PIC 9(07) VALUE ZERO.
002050 01  WS-CUENTA-NUMEROS           PIC 9(07) VALUE ZERO.
002060 01  WS-CUENTA-SIN-ETIQUETA      PIC 9(07) VALUE ZERO.
002070
002080*----------------------------------------------------------------
002090*    MODO DE EXPORTACION Y SNAPSHOT DE LA EXPORTACION ANTERIOR
002100*----------------------------------------------------------------
002110 01  WS-MODO-EXPORT              PIC X(01) VALUE "F".
002120     88  MODO-DELTA              VALUE "D".
002130 01  WS-SUCURSAL-EXPORT          PIC 9(02) VALUE ZERO.
002140 01  WS-EOF-SNAP                 PIC X(01) VALUE "N".
002150     88  FIN-SNAPSHOT            VALUE "S".
002160 01  WS-MAX-SNAP                 PIC 9(03) VALUE 500.
002170 01  WS-SW-SNAP-TRUNCADO         PIC X(01) VALUE "N".
002180     88  SNAPSHOT-TRUNCADO       VALUE "S".
002190 01  WS-CANT-SNAP                PIC 9(03) VALUE ZERO.
002200 01  TABLA-SNAPSHOT.
002210     05  SNAP-ENTRADA OCCURS 1 TO 500 TIMES
002220             DEPENDING ON WS-CANT-SNAP.
002230         10  SNAP-T-DNI          PIC 9(08).
002240         10  SNAP-T-RESTO        PIC X(109).
002250 01  WS-IDX-SNAP                 PIC 9(03) COMP.
002260 01  WS-SW-SNAP                  PIC X(01).
002270     88  DNI-EN-SNAPSHOT         VALUE "S".
002280     88  IMAGEN-IGUAL            VALUE "I".
002290 01  WS-CUENTA-ALTAS             PIC 9(05) VALUE ZERO.
002300 01  WS-CUENTA-SNAP-NUEVO        PIC 9(03) VALUE ZERO.
002310 01  TABLA-SNAPSHOT-NUEVO.
002320     05  SNAP-NUEVO OCCURS 500 TIMES PIC X(117).
002330 01  WS-IDX-SNAP-N               PIC 9(03) COMP.
002340 01  WS-CUENTA-CAMBIOS           PIC 9(05) VALUE ZERO.
002350
002360*----------------------------------------------------------------
002370*    TOKEN DEL DNI (SERVICIO DNI_TOKEN) Y DESTINO DEL EXTRACTO
002380*----------------------------------------------------------------
002390 01  DTK-AREA.
002400     05  DTK-FUNCION             PIC X(01).
002410     05  DTK-DNI                 PIC 9(08).
002420     05  DTK-TOKEN               PIC X(08).
002430     05  DTK-EXTRACTO            PIC X(08).
002440     05  DTK-DESTINO             PIC X(08).
002450     05  DTK-RESULTADO           PIC X(01).
002460     05  DTK-MENSAJE             PIC X(40).
002470 01  WS-DESTINO-EXPORT           PIC X(08) VALUE SPACES.
002480 01  WS-SW-DNI-REAL              PIC X(01) VALUE "N".
002490     88  DNI-REAL-HABILITADO     VALUE "S".
002500 01  WS-FUNDAMENTO-DNI-REAL      PIC X(40) VALUE SPACES.
002510 01  WS-CUENTA-SIN-TOKEN         PIC 9(07) VALUE ZERO.
002520
002530*----------------------------------------------------------------
002540*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
002550*----------------------------------------------------------------
002560*----------------------------------------------------------------
002570*    SOBRE HDR/TRL DE LOS EXTRACTOS (MISMA FORMA QUE EXIGE
002580*    VALIDAR_SOBRE A LOS DECKS DE ENTRADA)
002590*----------------------------------------------------------------
002600 01  WS-SOBRE-HDR.
002610     05  FILLER                  PIC X(03) VALUE "HDR".
002620     05  HDR-ORIGEN              PIC X(08) VALUE "EXPORTAR".
002630     05  HDR-FECHA               PIC 9(08).
002640 01  WS-SOBRE-TRL.
002650     05  FILLER                  PIC X(03) VALUE "TRL".
002660     05  TRL-CANTIDAD            PIC 9(07).
002670     05  TRL-HASH                PIC 9(11).
002680 01  WS-HASH-PERSONAS            PIC 9(11) VALUE ZERO.
002690 01  WS-HASH-NUMEROS             PIC 9(11) VALUE ZERO.
002700 01  WS-CLAVE-HASH               PIC 9(11).
002710 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "exportar_datos".
002720 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
002730
002740 PROCEDURE DIVISION.
002750
002760******************************************************************
002770* 0000-MAINLINE
002780******************************************************************
002790 0000-MAINLINE.
002800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002810     PERFORM 2000-EXPORTAR-PERSONAS THRU 2000-EXIT.
002820     IF NOT CORRIDA-INTRADIA
002830         PERFORM 3000-EXPORTAR-NUMEROS THRU 3000-EXIT
002840     END-IF.
002850     PERFORM 9000-TERMINAR THRU 9000-EXIT.
002860     GOBACK.
002870
002880******************************************************************
002890* 1000-INICIALIZAR - ABRE LOS ARCHIVOS DE ENTRADA Y CREA LOS DOS
002900*     EXTRACTOS CSV CON SUS ENCABEZADOS DE COLUMNA. EL
002910*     MICROCICLO INTRADIA SOLO MANDA LOS CAMBIOS DE PERSONA
002920******************************************************************
002930 1000-INICIALIZAR.
002940     CALL "fecha_negocio" USING WS-FECHA-HOY
002950             WS-SUFIJO-CICLO.
002960     PERFORM 1100-LEER-MODO THRU 1100-EXIT.
002970     IF CORRIDA-INTRADIA
002980         MOVE "D" TO WS-MODO-EXPORT
002990     END-IF.
003000     PERFORM 1200-CARGAR-SNAPSHOT THRU 1200-EXIT.
003010     PERFORM 1300-DEFINIR-DNI THRU 1300-EXIT.
003020     STRING "PERSCSV" DELIMITED BY SIZE
003030         WS-MODO-EXPORT DELIMITED BY SIZE
003040         "." DELIMITED BY SIZE
003050         WS-FECHA-HOY DELIMITED BY SIZE
003060         WS-SUFIJO-CICLO DELIMITED BY SPACE
003070         INTO WS-DYN-PERSONA-CSV.
003080     OPEN INPUT PERSONA-FILE.
003090     OPEN OUTPUT PERSONA-CSV-FILE.
003100*    LOS EXTRACTOS SALEN CON EL MISMO SOBRE HDR/TRL QUE EXIGIMOS
003110*    A LOS DECKS DE ENTRADA, ASI EL RECEPTOR PUEDE VALIDARNOS
003120*    CON VALIDAR_SOBRE (CLAVE: ULTIMOS 4 DEL TOKEN O DNI EN
003130*    POS 5/4; VALOR EN POS 1/3 PARA LOS NUMEROS)
003140     MOVE WS-FECHA-HOY TO HDR-FECHA.
003150     MOVE WS-SOBRE-HDR TO PERSONA-CSV-RECORD.
003160     WRITE PERSONA-CSV-RECORD.
003170     IF DNI-REAL-HABILITADO
003180         MOVE "DNI,DNI_DV,NOMBRE,EDAD,MAYOR_DE_EDAD,CLASIF_CODIGO"
003190             TO PERSONA-CSV-RECORD
003200     ELSE
003210         MOVE SPACES TO PERSONA-CSV-RECORD
003220         STRING "DNI_TOKEN,DNI_DV,NOMBRE,EDAD,MAYOR_DE_EDAD,"
003230             "CLASIF_CODIGO" DELIMITED BY SIZE
003240             INTO PERSONA-CSV-RECORD
003250     END-IF.
003260     WRITE PERSONA-CSV-RECORD.
003270     IF NOT CORRIDA-INTRADIA
003280         PERFORM 1400-ABRIR-NUMEROS THRU 1400-EXIT
003290     END-IF.
003300 1000-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* 1400-ABRIR-NUMEROS - EL EXTRACTO DE NUMEROS CON SU SOBRE Y SU
003350*     FILA DE TITULOS
003360******************************************************************
003370 1400-ABRIR-NUMEROS.
003380     STRING "NUMSCSV." WS-FECHA-HOY DELIMITED BY SIZE
003390         WS-SUFIJO-CICLO DELIMITED BY SPACE
003400         INTO WS-DYN-NUMEROS-CSV.
003410     OPEN INPUT NUM-EXTRACTO-FILE.
003420     OPEN INPUT NUM-ETIQUETA-FILE.
003430     IF WS-ETQ-STATUS = "00"
003440         SET ETQ-ABIERTO TO TRUE
003450     ELSE
003460         SET FIN-ETQ TO TRUE
003470     END-IF.
003480     OPEN OUTPUT NUMEROS-CSV-FILE.
003490     MOVE WS-SOBRE-HDR TO NUMEROS-CSV-RECORD.
003500     WRITE NUMEROS-CSV-RECORD.
003510     MOVE "VALOR,PRIMO,FIBONACCI,MULTIPLO_3,MULTIPLO_5,PERFECTO"
003520         TO NUMEROS-CSV-RECORD.
003530     WRITE NUMEROS-CSV-RECORD.
003540 1400-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 2000-EXPORTAR-PERSONAS - RECORRE TODO EL MAESTRO PERSONA Y
003590*     ESCRIBE UNA LINEA CSV POR CADA REGISTRO
003600******************************************************************
003610 2000-EXPORTAR-PERSONAS.
003620     PERFORM 2100-LEER-PERSONA THRU 2100-EXIT
003630         UNTIL FIN-PERSONA.
003640 2000-EXIT.
003650     EXIT.
003660
003670 2100-LEER-PERSONA.
003680     READ PERSONA-FILE NEXT RECORD
003690         AT END
003700             SET FIN-PERSONA TO TRUE
003710         NOT AT END
003720             IF NOT PERS-INACTIVO
003730                 AND (WS-SUCURSAL-EXPORT = ZERO
003740                     OR PERS-SUCURSAL = WS-SUCURSAL-EXPORT)
003750                 PERFORM 2150-EVALUAR-CONTRA-SNAPSHOT
003760                     THRU 2150-EXIT
003770                 IF NOT MODO-DELTA OR NOT IMAGEN-IGUAL
003780                     PERFORM 2200-ESCRIBIR-LINEA-PERSONA
003790                         THRU 2200-EXIT
003800                 END-IF
003810                 PERFORM 2300-GRABAR-SNAPSHOT THRU 2300-EXIT
003820             END-IF
003830     END-READ.
003840 2100-EXIT.
003850     EXIT.
003860
003870 2200-ESCRIBIR-LINEA-PERSONA.
003880     PERFORM 2250-EDITAR-DNI THRU 2250-EXIT.
003890     MOVE PERS-EDAD TO WS-EDAD-EDITADA.
003900     MOVE PERS-CLASIF-CODIGO TO WS-CLASIF-EDITADO.
003910     MOVE SPACES TO PERSONA-CSV-RECORD.
003920     STRING WS-DNI-EDITADO   DELIMITED BY SIZE
003930             "," DELIMITED BY SIZE
003940             WS-DV-EDITADO   DELIMITED BY SIZE
003950             "," DELIMITED BY SIZE
003960             PERS-NOMBRE     DELIMITED BY SIZE
003970             "," DELIMITED BY SIZE
003980             WS-EDAD-EDITADA DELIMITED BY SIZE
003990             "," DELIMITED BY SIZE
004000             PERS-MAYORDEEDAD DELIMITED BY SIZE
004010             "," DELIMITED BY SIZE
004020             WS-CLASIF-EDITADO DELIMITED BY SIZE
004030         INTO PERSONA-CSV-RECORD.
004040     WRITE PERSONA-CSV-RECORD.
004050     ADD 1 TO WS-CUENTA-PERSONAS.
004060     MOVE WS-DNI-EDITADO(5:4) TO WS-CLAVE-HASH.
004070     COMPUTE WS-HASH-PERSONAS = FUNCTION MOD(
004080         WS-HASH-PERSONAS + WS-CLAVE-HASH, 100000000000).
004090 2200-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 2250-EDITAR-DNI - DNI REAL SOLO PARA UN DESTINO HABILITADO;
004140*     SI NO, EL TOKEN. SIN TOKEN EL DNI SALE ENMASCARADO (NUNCA
004150*     EN CLARO) Y SE CUENTA PARA CORTAR LA CORRIDA CON RC 8
004160******************************************************************
004170 2250-EDITAR-DNI.
004180     IF DNI-REAL-HABILITADO
004190         MOVE PERS-DNI TO WS-DNI-EDITADO
004200         MOVE PERS-DNI-DV TO WS-DV-EDITADO
004210         GO TO 2250-EXIT
004220     END-IF.
004230     MOVE SPACE TO WS-DV-EDITADO.
004240     MOVE "T" TO DTK-FUNCION.
004250     MOVE PERS-DNI TO DTK-DNI.
004260     CALL "dni_token" USING DTK-AREA.
004270     IF DTK-RESULTADO = "0"
004280         MOVE DTK-TOKEN TO WS-DNI-EDITADO
004290     ELSE
004300         CALL "enmascarar_dni" USING PERS-DNI WS-DNI-EDITADO
004310         ADD 1 TO WS-CUENTA-SIN-TOKEN
004320     END-IF.
004330 2250-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370* 1100-LEER-MODO - F COMPLETO (DEFECTO) O D SOLO CAMBIOS
004380******************************************************************
004390 1100-LEER-MODO.
004400     OPEN INPUT EXPCTL-FILE.
004410     IF WS-CTL-STATUS = "00"
004420         READ EXPCTL-FILE
004430             NOT AT END
004440                 IF CTL-MODO = "D" OR CTL-MODO = "F"
004450                     MOVE CTL-MODO TO WS-MODO-EXPORT
004460                 END-IF
004470                 IF CTL-SUCURSAL IS NUMERIC
004480                     MOVE CTL-SUCURSAL TO WS-SUCURSAL-EXPORT
004490                 END-IF
004500                 MOVE CTL-DESTINO TO WS-DESTINO-EXPORT
004510         END-READ
004520         CLOSE EXPCTL-FILE
004530     END-IF.
004540 1100-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 1300-DEFINIR-DNI - EL DESTINO DE EXPCTL DECIDE, CONTRA LA
004590*     LISTA DNIDEST, SI EL EXTRACTO LLEVA EL DNI REAL O EL TOKEN
004600******************************************************************
004610 1300-DEFINIR-DNI.
004620     MOVE SPACES TO DTK-AREA.
004630     MOVE "W" TO DTK-FUNCION.
004640     MOVE "PERSCSV" TO DTK-EXTRACTO.
004650     MOVE WS-DESTINO-EXPORT TO DTK-DESTINO.
004660     CALL "dni_token" USING DTK-AREA.
004670     IF DTK-RESULTADO = "S"
004680         SET DNI-REAL-HABILITADO TO TRUE
004690         MOVE DTK-MENSAJE TO WS-FUNDAMENTO-DNI-REAL
004700     END-IF.
004710 1300-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 1200-CARGAR-SNAPSHOT - IMAGENES DE LA EXPORTACION ANTERIOR
004760******************************************************************
004770 1200-CARGAR-SNAPSHOT.
004780     OPEN INPUT SNAP-FILE.
004790     IF WS-SNAP-STATUS = "00"
004800         PERFORM 1210-LEER-SNAPSHOT THRU 1210-EXIT
004810             UNTIL FIN-SNAPSHOT
004820         CLOSE SNAP-FILE
004830     END-IF.
004840 1200-EXIT.
004850     EXIT.
004860
004870 1210-LEER-SNAPSHOT.
004880     READ SNAP-FILE
004890         AT END
004900             SET FIN-SNAPSHOT TO TRUE
004910         NOT AT END
004920             IF WS-CANT-SNAP < WS-MAX-SNAP
004930                 ADD 1 TO WS-CANT-SNAP
004940                 MOVE SNAP-RECORD TO SNAP-ENTRADA(WS-CANT-SNAP)
004950             END-IF
004960     END-READ.
004970 1210-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 2150-EVALUAR-CONTRA-SNAPSHOT - ALTA (NO ESTABA), CAMBIO
005020*     (IMAGEN DISTINTA) O IGUAL QUE LA EXPORTACION ANTERIOR
005030******************************************************************
005040 2150-EVALUAR-CONTRA-SNAPSHOT.
005050     MOVE "N" TO WS-SW-SNAP.
005060     PERFORM VARYING WS-IDX-SNAP FROM 1 BY 1
005070             UNTIL WS-IDX-SNAP > WS-CANT-SNAP
005080                 OR DNI-EN-SNAPSHOT OR IMAGEN-IGUAL
005090         PERFORM 2160-COMPARAR-SNAPSHOT THRU 2160-EXIT
005100     END-PERFORM.
005110     IF IMAGEN-IGUAL
005120         CONTINUE
005130     ELSE
005140         IF DNI-EN-SNAPSHOT
005150             ADD 1 TO WS-CUENTA-CAMBIOS
005160         ELSE
005170             ADD 1 TO WS-CUENTA-ALTAS
005180         END-IF
005190     END-IF.
005200 2150-EXIT.
005210     EXIT.
005220
005230 2160-COMPARAR-SNAPSHOT.
005240     IF SNAP-T-DNI(WS-IDX-SNAP) = PERS-DNI
005250         IF SNAP-ENTRADA(WS-IDX-SNAP) = PERSONA-RECORD
005260             MOVE "I" TO WS-SW-SNAP
005270         ELSE
005280             MOVE "S" TO WS-SW-SNAP
005290         END-IF
005300     END-IF.
005310 2160-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 2300-GRABAR-SNAPSHOT - EL SNAPSHOT NUEVO SE ARMA CON LA
005360*     POBLACION ACTIVA COMPLETA DE ESTA CORRIDA
005370******************************************************************
005380 2300-GRABAR-SNAPSHOT.
005390     IF WS-CUENTA-SNAP-NUEVO < WS-MAX-SNAP
005400         ADD 1 TO WS-CUENTA-SNAP-NUEVO
005410         MOVE PERSONA-RECORD TO
005420             SNAP-NUEVO(WS-CUENTA-SNAP-NUEVO)
005430     ELSE
005440         SET SNAPSHOT-TRUNCADO TO TRUE
005450     END-IF.
005460 2300-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500* 3000-EXPORTAR-NUMEROS - RECORRE EL EXTRACTO ORDENADO DE NUMEROS
005510*     Y ESCRIBE UNA LINEA CSV POR CADA VALOR
005520******************************************************************
005530 3000-EXPORTAR-NUMEROS.
005540     PERFORM 3100-LEER-NUMERO THRU 3100-EXIT
005550         UNTIL FIN-NUM.
005560 3000-EXIT.
005570     EXIT.
005580
005590 3100-LEER-NUMERO.
005600     READ NUM-EXTRACTO-FILE
005610         AT END
005620             SET FIN-NUM TO TRUE
005630         NOT AT END
005640             PERFORM 3200-ESCRIBIR-LINEA-NUMERO THRU 3200-EXIT
005650     END-READ.
005660 3100-EXIT.
005670     EXIT.
005680
005690 3200-ESCRIBIR-LINEA-NUMERO.
005700     PERFORM 3150-TOMAR-PROPIEDADES THRU 3150-EXIT.
005710     MOVE SPACES TO NUMEROS-CSV-RECORD.
005720     STRING NUM-EXTRACTO-RECORD "," ETQ-PRIMO "," ETQ-FIBONACCI
005730         "," ETQ-MULT-TRES "," ETQ-MULT-CINCO "," ETQ-PERFECTO
005740         DELIMITED BY SIZE INTO NUMEROS-CSV-RECORD.
005750     WRITE NUMEROS-CSV-RECORD.
005760     ADD 1 TO WS-CUENTA-NUMEROS.
005770     COMPUTE WS-HASH-NUMEROS = FUNCTION MOD(
005780         WS-HASH-NUMEROS + NUM-EXTRACTO-RECORD, 100000000000).
005790 3200-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 3150-TOMAR-PROPIEDADES - LEE LA LINEA DE ARREGETQ QUE VA A LA
005840*     PAR DEL VALOR; SI FALTA O ES DE OTRO VALOR, LAS COLUMNAS DE
005850*     PROPIEDADES SALEN VACIAS
005860******************************************************************
005870 3150-TOMAR-PROPIEDADES.
005880     IF NOT FIN-ETQ
005890         READ NUM-ETIQUETA-FILE
005900             AT END
005910                 SET FIN-ETQ TO TRUE
005920         END-READ
005930     END-IF.
005940     IF FIN-ETQ
005950             OR ETQ-VALOR NOT = NUM-EXTRACTO-RECORD
005960         MOVE SPACES TO ETQ-PROPIEDADES
005970         ADD 1 TO WS-CUENTA-SIN-ETIQUETA
005980     END-IF.
005990 3150-EXIT.
006000     EXIT.
006010******************************************************************
006020* 9000-TERMINAR - CIERRA TODOS LOS ARCHIVOS Y REGISTRA EL TOTAL
006030*     EXPORTADO EN LA AUDITORIA COMPARTIDA
006040******************************************************************
006050 9000-TERMINAR.
006060     CLOSE PERSONA-FILE.
006070*    EL TRL CUENTA TAMBIEN LA FILA DE ENCABEZADO DE COLUMNAS:
006080*    VALIDAR_SOBRE CUENTA TODO DETALLE ENTRE HDR Y TRL
006090     COMPUTE TRL-CANTIDAD = WS-CUENTA-PERSONAS + 1.
006100     MOVE WS-HASH-PERSONAS TO TRL-HASH.
006110     MOVE WS-SOBRE-TRL TO PERSONA-CSV-RECORD.
006120     WRITE PERSONA-CSV-RECORD.
006130     CLOSE PERSONA-CSV-FILE.
006140     IF NOT CORRIDA-INTRADIA
006150         PERFORM 9200-CERRAR-NUMEROS THRU 9200-EXIT
006160     END-IF.
006170     MOVE "C" TO DTK-FUNCION.
006180     CALL "dni_token" USING DTK-AREA.
006190     COMPUTE WS-AUDT-CANTIDAD =
006200         WS-CUENTA-PERSONAS + WS-CUENTA-NUMEROS.
006210     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
006220     MOVE WS-DYN-PERSONA-CSV TO WS-CATG-ARCHIVO.
006230     MOVE WS-CUENTA-PERSONAS TO WS-CATG-CANTIDAD.
006240     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006250             WS-CATG-CANTIDAD.
006260     IF NOT CORRIDA-INTRADIA
006270         MOVE WS-DYN-NUMEROS-CSV TO WS-CATG-ARCHIVO
006280         MOVE WS-CUENTA-NUMEROS TO WS-CATG-CANTIDAD
006290         CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
006300                 WS-CATG-CANTIDAD
006310     END-IF.
006320     OPEN OUTPUT SNAP-FILE.
006330     PERFORM 9100-GRABAR-SNAPSHOT-NUEVO THRU 9100-EXIT
006340         VARYING WS-IDX-SNAP-N FROM 1 BY 1
006350             UNTIL WS-IDX-SNAP-N > WS-CUENTA-SNAP-NUEVO.
006360     CLOSE SNAP-FILE.
006370     IF MODO-DELTA
006380         DISPLAY " EXPORTACION DELTA (SOLO CAMBIOS)."
006390     ELSE
006400         DISPLAY " EXPORTACION COMPLETA."
006410     END-IF.
006420     DISPLAY " ALTAS NUEVAS.......: " WS-CUENTA-ALTAS.
006430     DISPLAY " CAMBIOS............: " WS-CUENTA-CAMBIOS.
006440     DISPLAY " PERSONAS EXPORTADAS: " WS-CUENTA-PERSONAS.
006450     DISPLAY " NUMEROS EXPORTADOS.: " WS-CUENTA-NUMEROS.
006460     IF WS-CUENTA-SIN-ETIQUETA > ZERO
006470         DISPLAY " AVISO: " WS-CUENTA-SIN-ETIQUETA
006480             " NUMERO(S) SIN PROPIEDADES (ARREGETQ AUSENTE O "
006490             "DESPAREJO)."
006500     END-IF.
006510     IF DNI-REAL-HABILITADO
006520         DISPLAY " DNI REAL PARA " WS-DESTINO-EXPORT ": "
006530             WS-FUNDAMENTO-DNI-REAL
006540     ELSE
006550         DISPLAY " DNI TOKENIZADO (DESTINO "
006560             WS-DESTINO-EXPORT ")."
006570     END-IF.
006580     IF WS-CUENTA-SIN-TOKEN > ZERO
006590         DISPLAY " ERROR: " WS-CUENTA-SIN-TOKEN " PERSONAS SIN "
006600             "TOKEN (DNI ENMASCARADO) - EL EXTRACTO NO SIRVE "
006610             "PARA CRUZAR."
006620         MOVE 8 TO RETURN-CODE
006630     END-IF.
006640     IF SNAPSHOT-TRUNCADO
006650         DISPLAY " AVISO: POBLACION ACTIVA SUPERA LOS "
006660             WS-MAX-SNAP " LUGARES DEL SNAPSHOT - EL DELTA "
006670             "REEXPORTARA COMO ALTAS LO QUE NO ENTRO."
006680     END-IF.
006690 9000-EXIT.
006700     EXIT.
006710
006720
006730 9100-GRABAR-SNAPSHOT-NUEVO.
006740     MOVE SNAP-NUEVO(WS-IDX-SNAP-N) TO SNAP-RECORD.
006750     WRITE SNAP-RECORD.
006760 9100-EXIT.
006770     EXIT.
006780
006790 9200-CERRAR-NUMEROS.
006800     CLOSE NUM-EXTRACTO-FILE.
006810     IF ETQ-ABIERTO
006820         CLOSE NUM-ETIQUETA-FILE
006830     END-IF.
006840     COMPUTE TRL-CANTIDAD = WS-CUENTA-NUMEROS + 1.
006850     MOVE WS-HASH-NUMEROS TO TRL-HASH.
006860     MOVE WS-SOBRE-TRL TO NUMEROS-CSV-RECORD.
006870     WRITE NUMEROS-CSV-RECORD.
006880     CLOSE NUMEROS-CSV-FILE.
006890 9200-EXIT.
006900     EXIT.
006910
006920 END PROGRAM exportar_datos.
