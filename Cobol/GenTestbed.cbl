000360*                 POSTAL (CALLE, NUMERO, LOCALIDAD, CP CICLANDO
000370*                 CINCO CODIGOS) PARA EJERCITAR LAS CARTAS Y EL
000380*                 MANIFIESTO DE CORREO.
000390* 2026-10-15 RW   IFTRAN GROWS 49 -> 58 WITH THE DNI AND CHECK
000400*                 DIGIT USO_DEL_IF NOW CONFIRMS AGAINST PERSONAF:
000410*                 EACH TRANSACTION POINTS AT A GENERATED PERSONA
000420*                 AND CARRIES ITS NAME AS THE OLD NAME (THROUGH
000430*                 NORMALIZAR_NOMBRE, LIKE THE COMPARISON), AND THE
000440*                 FOURTH ONE A WRONG CHECK DIGIT ON PURPOSE.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. gen_testbed.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PARM-FILE ASSIGN TO "TESTCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550
000560     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS PERS-DNI
000600         FILE STATUS IS WS-PERSONA-STATUS.
000610
000620     SELECT CLASIREF-FILE ASSIGN TO "CLASIREF"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CREF-STATUS.
000650
000660     SELECT IFTRAN-FILE ASSIGN TO "IFTRAN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-IFT-STATUS.
000690
000700     SELECT BCWHTRAN-FILE ASSIGN TO "BCWHTRAN"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BCW-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  PARM-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 09 CHARACTERS.
000790 01  PARM-RECORD.
000800     05  PARM-CANT-PERSONAS      PIC 9(03).
000810     05  PARM-CANT-IFTRAN        PIC 9(03).
000820     05  PARM-CANT-BCWH          PIC 9(03).
000830
000840 FD  PERSONA-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 117 CHARACTERS.
000870 COPY PERSONA.
000880
000890 FD  CLASIREF-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 22 CHARACTERS.
000920 01  CLASIREF-RECORD.
000930     05  CREF-CODIGO             PIC 9(02).
000940     05  CREF-DESCRIPCION        PIC X(20).
000950
000960 FD  IFTRAN-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 58 CHARACTERS.
000990 01  IFTRAN-RECORD.
001000     05  IFT-NOMBRE              PIC X(20).
001010     05  IFT-NOMBRE-CAMBIADO     PIC X(20).
001020     05  IFT-VALOR               PIC 9(01).
001030     05  IFT-FECHA-EFECTIVA      PIC X(08).
001040     05  IFT-DNI                 PIC 9(08).
001050     05  IFT-DNI-DV              PIC 9(01).
001060
001070 FD  BCWHTRAN-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 21 CHARACTERS.
001100 01  BCWHTRAN-RECORD             PIC X(21).
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-PARM-STATUS              PIC X(02).
001140 01  WS-PERSONA-STATUS           PIC X(02).
001150 01  WS-CREF-STATUS              PIC X(02).
001160 01  WS-IFT-STATUS               PIC X(02).
001170 01  WS-BCW-STATUS               PIC X(02).
001180
001190*----------------------------------------------------------------
001200*    TAMANOS DEL JUEGO DE DATOS (DE TESTCTL, CON DEFECTOS)
001210*----------------------------------------------------------------
001220 01  WS-CANT-PERSONAS            PIC 9(03) VALUE 10.
001230 01  WS-CANT-IFTRAN              PIC 9(03) VALUE 5.
001240 01  WS-CANT-BCWH                PIC 9(03) VALUE 5.
001250
001260*----------------------------------------------------------------
001270*    CAMPOS DE SOPORTE PARA EL DIGITO VERIFICADOR DEL DNI
001280*    (LA MISMA REGLA MODULO 11 DE PERSONAMANT.CBL)
001290*----------------------------------------------------------------
001300 01  WS-DNI-BASE                PIC 9(08).
001310 01  WS-DNI-DIGITOS REDEFINES WS-DNI-BASE.
001320     05  WS-DNI-DIGITO           PIC 9 OCCURS 8 TIMES.
001330 01  WS-DNI-DV-CALCULADO        PIC 9(01).
001340 01  WS-SUMA                    PIC 9(04) COMP.
001350 01  WS-RESTO                   PIC 9(02) COMP.
001360 01  WS-PESO                    PIC 9(02) COMP.
001370 01  WS-SUB                     PIC 9(02) COMP.
001380
001390*----------------------------------------------------------------
001400*    CAMPOS DE TRABAJO DE LA GENERACION
001410*----------------------------------------------------------------
001420 77  WS-SUB-I                   PIC 9(03) COMP.
001430 01  WS-FECHA-HOY               PIC X(08).
001440 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
001450 01  WS-ANIO-HOY                PIC 9(04).
001460 01  WS-ANIO-NAC                PIC 9(04).
001470 01  WS-CICLO-CLASIF            PIC 9(02).
001480 01  WS-CICLO-VALOR             PIC 9(01).
001490 01  WS-CICLO-CP                PIC 9(04).
001500 01  WS-HASH-DECK               PIC 9(11) VALUE ZERO.
001510 01  WS-NOMBRE-ARMADO           PIC X(30).
001520 01  WS-NOMBRE-NORMALIZADO      PIC X(30).
001530 01  WS-CICLO-PERSONA           PIC 9(03).
001540 01  WS-NUMERO-EDITADO          PIC ZZ9.
001550
001560*----------------------------------------------------------------
001570*    SOBRE HDR/TRL DE LOS DECKS GENERADOS
001580*----------------------------------------------------------------
001590 01  WS-SOBRE-HDR.
001600     05  FILLER                  PIC X(03) VALUE "HDR".
001610     05  HDR-ORIGEN              PIC X(08) VALUE "TESTBED".
001620     05  HDR-FECHA               PIC 9(08).
001630 01  WS-SOBRE-TRL.
001640     05  FILLER                  PIC X(03) VALUE "TRL".
001650     05  TRL-CANTIDAD            PIC 9(07).
001660     05  TRL-HASH                PIC 9(11).
001670
001680*----------------------------------------------------------------
001690*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
001700*----------------------------------------------------------------
001710 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "gen_testbed".
001720 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
001730
001740 PROCEDURE DIVISION.
001750
001760******************************************************************
001770* 0000-MAINLINE
001780******************************************************************
001790 0000-MAINLINE.
001800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001810     PERFORM 2000-GENERAR-CLASIREF THRU 2000-EXIT.
001820     PERFORM 3000-GENERAR-PERSONAF THRU 3000-EXIT.
001830     PERFORM 4000-GENERAR-IFTRAN THRU 4000-EXIT.
001840     PERFORM 5000-GENERAR-BCWHTRAN THRU 5000-EXIT.
001850     PERFORM 9000-TERMINAR THRU 9000-EXIT.
001860     GOBACK.
001870
001880 1000-INICIALIZAR.
001890     OPEN INPUT PARM-FILE.
001900     IF WS-PARM-STATUS = "00"
001910         READ PARM-FILE
001920             NOT AT END
001930                 IF PARM-CANT-PERSONAS IS NUMERIC
001940                         AND PARM-CANT-PERSONAS > 0
001950                     MOVE PARM-CANT-PERSONAS TO WS-CANT-PERSONAS
001960                 END-IF
001970                 IF PARM-CANT-IFTRAN IS NUMERIC
001980                         AND PARM-CANT-IFTRAN > 0
001990                     MOVE PARM-CANT-IFTRAN TO WS-CANT-IFTRAN
002000                 END-IF
002010                 IF PARM-CANT-BCWH IS NUMERIC
002020                         AND PARM-CANT-BCWH > 0
002030                     MOVE PARM-CANT-BCWH TO WS-CANT-BCWH
002040                 END-IF
002050         END-READ
002060         CLOSE PARM-FILE
002070     END-IF.
002080     CALL "fecha_negocio" USING WS-FECHA-HOY WS-SUFIJO-CICLO.
002090     MOVE WS-FECHA-HOY TO HDR-FECHA.
002100     MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-HOY.
002110 1000-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 2000-GENERAR-CLASIREF - CODIGOS 1 A 5, LOS MISMOS QUE LUEGO
002160*     REFERENCIAN LAS PERSONAS GENERADAS
002170******************************************************************
002180 2000-GENERAR-CLASIREF.
002190     OPEN OUTPUT CLASIREF-FILE.
002200     MOVE WS-SOBRE-HDR TO CLASIREF-RECORD.
002210     WRITE CLASIREF-RECORD.
002220     MOVE ZERO TO WS-HASH-DECK.
002230     PERFORM 2100-GENERAR-CLASIF THRU 2100-EXIT
002240         VARYING WS-SUB-I FROM 1 BY 1 UNTIL WS-SUB-I > 5.
002250     MOVE 5 TO TRL-CANTIDAD.
002260     MOVE WS-HASH-DECK TO TRL-HASH.
002270     MOVE WS-SOBRE-TRL TO CLASIREF-RECORD.
002280     WRITE CLASIREF-RECORD.
002290     CLOSE CLASIREF-FILE.
002300 2000-EXIT.
002310     EXIT.
002320
002330 2100-GENERAR-CLASIF.
002340     MOVE WS-SUB-I TO CREF-CODIGO.
002350     MOVE SPACES TO CREF-DESCRIPCION.
002360     MOVE WS-SUB-I TO WS-NUMERO-EDITADO.
002370     STRING "CLASIF DE PRUEBA " WS-NUMERO-EDITADO
002380         DELIMITED BY SIZE INTO CREF-DESCRIPCION.
002390     WRITE CLASIREF-RECORD.
002400     ADD WS-SUB-I TO WS-HASH-DECK.
002410 2100-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 3000-GENERAR-PERSONAF - DNIS SECUENCIALES CON SU DIGITO
002460*     VERIFICADOR VALIDO, EDADES A AMBOS LADOS DE LOS 18 Y
002470*     CLASIFICACIONES QUE EXISTEN EN EL CLASIREF GENERADO
002480******************************************************************
002490 3000-GENERAR-PERSONAF.
002500     OPEN OUTPUT PERSONA-FILE.
002510     MOVE ZERO TO WS-CICLO-CLASIF.
002520     PERFORM 3100-GENERAR-PERSONA THRU 3100-EXIT
002530         VARYING WS-SUB-I FROM 1 BY 1
002540             UNTIL WS-SUB-I > WS-CANT-PERSONAS.
002550     CLOSE PERSONA-FILE.
002560 3000-EXIT.
002570     EXIT.
002580
002590 3100-GENERAR-PERSONA.
002600     COMPUTE WS-DNI-BASE = 10000000 + WS-SUB-I.
002610     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
002620     MOVE WS-DNI-BASE TO PERS-DNI.
002630     MOVE WS-DNI-DV-CALCULADO TO PERS-DNI-DV.
002640     MOVE SPACES TO WS-NOMBRE-ARMADO.
002650     MOVE WS-SUB-I TO WS-NUMERO-EDITADO.
002660     STRING "PERSONA DE PRUEBA " WS-NUMERO-EDITADO
002670         DELIMITED BY SIZE INTO WS-NOMBRE-ARMADO.
002680     MOVE WS-NOMBRE-ARMADO TO PERS-NOMBRE.
002690*    EDADES ALTERNADAS: IMPARES ADULTOS, PARES MENORES
002700     IF FUNCTION MOD(WS-SUB-I, 2) = 1
002710         COMPUTE WS-ANIO-NAC = WS-ANIO-HOY - 30
002720         MOVE 030 TO PERS-EDAD
002730         SET PERS-ES-MAYOR-EDAD TO TRUE
002740     ELSE
002750         COMPUTE WS-ANIO-NAC = WS-ANIO-HOY - 10
002760         MOVE 010 TO PERS-EDAD
002770         SET PERS-ES-MENOR-EDAD TO TRUE
002780     END-IF.
002790     COMPUTE PERS-FECHA-NACIMIENTO =
002800         WS-ANIO-NAC * 10000 + 0101.
002810     COMPUTE WS-CICLO-CLASIF =
002820         FUNCTION MOD(WS-SUB-I - 1, 5) + 1.
002830     MOVE WS-CICLO-CLASIF TO PERS-CLASIF-CODIGO.
002840     SET PERS-ACTIVO TO TRUE.
002850     MOVE ZERO TO PERS-FECHA-BAJA.
002860     COMPUTE PERS-SUCURSAL = FUNCTION MOD(WS-SUB-I, 2) + 1.
002870     MOVE "CALLE DE PRUEBA" TO PERS-CALLE.
002880     MOVE WS-SUB-I TO PERS-NUMERO.
002890     MOVE "LOCALIDAD DE PRUEBA" TO PERS-LOCALIDAD.
002900     COMPUTE WS-CICLO-CP =
002910         1000 + (FUNCTION MOD(WS-SUB-I - 1, 5) * 100).
002920     MOVE SPACES TO PERS-CODIGO-POSTAL.
002930     MOVE WS-CICLO-CP TO PERS-CODIGO-POSTAL(1:4).
002940     WRITE PERSONA-RECORD.
002950 3100-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990* 2900-CALCULAR-DIGITO-VERIFICADOR - MODULO 11, PESOS 2 A 9
003000*     CICLICOS DESDE EL DIGITO MAS SIGNIFICATIVO (LA MISMA REGLA
003010*     DE PERSONAMANT.CBL)
003020******************************************************************
003030 2900-CALCULAR-DIGITO-VERIFICADOR.
003040     MOVE ZERO TO WS-SUMA.
003050     PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
003060         PERFORM 2910-SUMAR-DIGITO THRU 2910-EXIT
003070     END-PERFORM.
003080     COMPUTE WS-RESTO = FUNCTION MOD(WS-SUMA, 11).
003090     COMPUTE WS-DNI-DV-CALCULADO = 11 - WS-RESTO.
003100     IF WS-DNI-DV-CALCULADO >= 10
003110         MOVE 0 TO WS-DNI-DV-CALCULADO
003120     END-IF.
003130 2900-EXIT.
003140     EXIT.
003150
003160 2910-SUMAR-DIGITO.
003170     COMPUTE WS-PESO = FUNCTION MOD(WS-SUB - 1, 8) + 2.
003180     COMPUTE WS-SUMA = WS-SUMA +
003190         (WS-DNI-DIGITO(WS-SUB) * WS-PESO).
003200 2910-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240* 4000-GENERAR-IFTRAN - VALORES QUE RECORREN LOS NIVELES 1-9,
003250*     UNA FECHA FUTURA, UNA FECHA ILEGIBLE Y UN DIGITO
003260*     VERIFICADOR ERRADO A PROPOSITO. CADA TRANSACCION APUNTA A
003270*     UNA PERSONA GENERADA Y LLEVA SU NOMBRE COMO NOMBRE VIEJO.
003280******************************************************************
003290 4000-GENERAR-IFTRAN.
003300     OPEN OUTPUT IFTRAN-FILE.
003310     MOVE WS-SOBRE-HDR TO IFTRAN-RECORD.
003320     WRITE IFTRAN-RECORD.
003330     MOVE ZERO TO WS-HASH-DECK.
003340     PERFORM 4100-GENERAR-TRANSACCION THRU 4100-EXIT
003350         VARYING WS-SUB-I FROM 1 BY 1
003360             UNTIL WS-SUB-I > WS-CANT-IFTRAN.
003370     MOVE WS-CANT-IFTRAN TO TRL-CANTIDAD.
003380     MOVE WS-HASH-DECK TO TRL-HASH.
003390     MOVE WS-SOBRE-TRL TO IFTRAN-RECORD.
003400     WRITE IFTRAN-RECORD.
003410     CLOSE IFTRAN-FILE.
003420 4000-EXIT.
003430     EXIT.
003440
003450 4100-GENERAR-TRANSACCION.
003460     MOVE SPACES TO IFTRAN-RECORD.
003470     COMPUTE WS-CICLO-PERSONA =
003480         FUNCTION MOD(WS-SUB-I - 1, WS-CANT-PERSONAS) + 1.
003490     COMPUTE WS-DNI-BASE = 10000000 + WS-CICLO-PERSONA.
003500     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
003510     MOVE WS-DNI-BASE TO IFT-DNI.
003520     MOVE WS-DNI-DV-CALCULADO TO IFT-DNI-DV.
003530     IF WS-SUB-I = 4
003540*        UN DIGITO VERIFICADOR ERRADO PARA EL RECHAZO CONTRA
003550*        EL MAESTRO
003560         COMPUTE IFT-DNI-DV =
003570             FUNCTION MOD(WS-DNI-DV-CALCULADO + 1, 10)
003580     END-IF.
003590     MOVE SPACES TO WS-NOMBRE-ARMADO.
003600     MOVE WS-CICLO-PERSONA TO WS-NUMERO-EDITADO.
003610     STRING "PERSONA DE PRUEBA " WS-NUMERO-EDITADO
003620         DELIMITED BY SIZE INTO WS-NOMBRE-ARMADO.
003630     CALL "normalizar_nombre" USING WS-NOMBRE-ARMADO
003640             WS-NOMBRE-NORMALIZADO.
003650     MOVE WS-NOMBRE-NORMALIZADO TO IFT-NOMBRE.
003660     MOVE WS-SUB-I TO WS-NUMERO-EDITADO.
003670     STRING "NOMBRE NUEVO " WS-NUMERO-EDITADO
003680         DELIMITED BY SIZE INTO IFT-NOMBRE-CAMBIADO.
003690     COMPUTE WS-CICLO-VALOR = FUNCTION MOD(WS-SUB-I - 1, 9) + 1.
003700     MOVE WS-CICLO-VALOR TO IFT-VALOR.
003710     ADD WS-CICLO-VALOR TO WS-HASH-DECK.
003720     EVALUATE TRUE
003730         WHEN WS-SUB-I = 2
003740*            UNA TRANSACCION QUE ESPERA SU FECHA FUTURA
003750             MOVE "20991231" TO IFT-FECHA-EFECTIVA
003760         WHEN WS-SUB-I = 3
003770*            UNA FECHA ILEGIBLE PARA EL CIRCUITO DE RECHAZOS
003780             MOVE "20XX0101" TO IFT-FECHA-EFECTIVA
003790         WHEN OTHER
003800             MOVE "00000000" TO IFT-FECHA-EFECTIVA
003810     END-EVALUATE.
003820     WRITE IFTRAN-RECORD.
003830 4100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870* 5000-GENERAR-BCWHTRAN - RESPUESTAS S/N CON UNA INVALIDA CADA
003880*     TRES, PARA EL CIRCUITO DE RESPUESTAS RECHAZADAS
003890******************************************************************
003900 5000-GENERAR-BCWHTRAN.
003910     OPEN OUTPUT BCWHTRAN-FILE.
003920     MOVE WS-SOBRE-HDR TO BCWHTRAN-RECORD.
003930     WRITE BCWHTRAN-RECORD.
003940     PERFORM 5100-GENERAR-RESPUESTA THRU 5100-EXIT
003950         VARYING WS-SUB-I FROM 1 BY 1
003960             UNTIL WS-SUB-I > WS-CANT-BCWH.
003970     MOVE WS-CANT-BCWH TO TRL-CANTIDAD.
003980     MOVE ZERO TO TRL-HASH.
003990     MOVE WS-SOBRE-TRL TO BCWHTRAN-RECORD.
004000     WRITE BCWHTRAN-RECORD.
004010     CLOSE BCWHTRAN-FILE.
004020 5000-EXIT.
004030     EXIT.
004040
004050 5100-GENERAR-RESPUESTA.
004060     EVALUATE FUNCTION MOD(WS-SUB-I, 3)
004070         WHEN 1
004080             MOVE "S" TO BCWHTRAN-RECORD
004090         WHEN 2
004100             MOVE "N" TO BCWHTRAN-RECORD
004110         WHEN OTHER
004120             MOVE "X" TO BCWHTRAN-RECORD
004130     END-EVALUATE.
004140     WRITE BCWHTRAN-RECORD.
004150 5100-EXIT.
004160     EXIT.
004170
004180 9000-TERMINAR.
004190     COMPUTE WS-AUDT-CANTIDAD = WS-CANT-PERSONAS
004200         + WS-CANT-IFTRAN + WS-CANT-BCWH + 5.
004210     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
004220     DISPLAY " JUEGO DE PRUEBA GENERADO: "
004230         WS-CANT-PERSONAS " PERSONA(S), "
004240         WS-CANT-IFTRAN " IFTRAN, "
004250         WS-CANT-BCWH " BCWHTRAN.".
004260 9000-EXIT.
004270     EXIT.
004280
004290 END PROGRAM gen_testbed.
