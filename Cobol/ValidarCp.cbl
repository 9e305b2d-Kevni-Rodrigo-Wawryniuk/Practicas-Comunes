000100******************************************************************
000110* PROGRAM-ID: validar_cp
000120* AUTHOR:     R. WAWRYNIUK
000130* INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:    CALLABLE POSTAL-CODE CHECK FOR THE PERS-DIRECCION
000170*             BLOCK. THE CALLER PASSES CODIGO POSTAL AND
000180*             LOCALIDAD; THE CPOSTREF REFERENCE (LOADED ONCE
000190*             PER RUN UNIT) ANSWERS WITH ONE RESULT BYTE:
000200*                 S  CODIGO EXISTE Y LA LOCALIDAD COINCIDE
000210*                 C  CODIGO POSTAL INEXISTENTE
000220*                 L  LA LOCALIDAD NO ES LA DEL CODIGO
000230*                 V  SIN CODIGO POSTAL, NADA QUE VALIDAR
000240*                 N  SIN REFERENCIAL, NO SE VALIDA
000250*             PLUS THE REFERENCE LOCALIDAD/PROVINCIA OF THE
000260*             CODE (RESULT S OR L) AND, FOR AN UNKNOWN CODE,
000270*             THE CODE THE REFERENCE HOLDS FOR THAT LOCALIDAD
000280*             AS THE SUGGESTED CORRECTION. LOCALIDADES ARE
000290*             COMPARED IN UPPER CASE. EACH CALLER DECIDES
000300*             WHETHER A RESULT REJECTS OR ONLY WARNS.
000310* TECTONICS:  cobc
000320******************************************************************
000330* MODIFICATION HISTORY
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 RW   INITIAL VERSION.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. validar_cp.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CPOSTREF-FILE ASSIGN TO "CPOSTREF"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CPR-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CPOSTREF-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 48 CHARACTERS.
000520 COPY CODPOST.
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-CPR-STATUS               PIC X(02).
000560 01  WS-EOF-CPOSTREF             PIC X(01) VALUE "N".
000570     88  FIN-CPOSTREF            VALUE "S".
000580 01  WS-SW-CARGADO               PIC X(01) VALUE "N".
000590     88  REFERENCIAL-CARGADO     VALUE "S".
000600 01  WS-SW-DISPONIBLE            PIC X(01) VALUE "N".
000610     88  REFERENCIAL-DISPONIBLE  VALUE "S".
000620
000630*----------------------------------------------------------------
000640*    CPOSTREF EN MEMORIA (CODIGO Y LOCALIDAD EN MAYUSCULAS)
000650*----------------------------------------------------------------
000660 01  WS-MAX-CODPOST              PIC 9(04) VALUE 3000.
000670 01  WS-CANT-CODPOST             PIC 9(04) VALUE ZERO.
000680 01  WS-CANT-PERDIDOS            PIC 9(05) VALUE ZERO.
000690 01  TABLA-CODPOST.
000700     05  CPT-ENTRADA OCCURS 3000 TIMES.
000710         10  CPT-CODIGO-POSTAL   PIC X(08).
000720         10  CPT-LOCALIDAD       PIC X(20).
000730         10  CPT-PROVINCIA       PIC X(20).
000740 01  WS-IDX-CPT                  PIC 9(04) COMP.
000750 01  WS-IDX-HALLADO              PIC 9(04) COMP VALUE ZERO.
000760 01  WS-IDX-SUGERIDO             PIC 9(04) COMP VALUE ZERO.
000770 01  WS-CP-BUSCADO               PIC X(08).
000780 01  WS-LOCALIDAD-BUSCADA        PIC X(20).
000790 01  WS-MINUSCULAS               PIC X(26)
000800         VALUE "abcdefghijklmnopqrstuvwxyz".
000810 01  WS-MAYUSCULAS               PIC X(26)
000820         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000830
000840 LINKAGE SECTION.
000850 01  VCP-CODIGO-POSTAL           PIC X(08).
000860 01  VCP-LOCALIDAD               PIC X(20).
000870 01  VCP-RESULTADO               PIC X(01).
000880     88  VCP-VALIDO              VALUE "S".
000890     88  VCP-CP-INEXISTENTE      VALUE "C".
000900     88  VCP-LOCALIDAD-DISTINTA  VALUE "L".
000910     88  VCP-SIN-CODIGO          VALUE "V".
000920     88  VCP-SIN-REFERENCIAL     VALUE "N".
000930 01  VCP-LOCALIDAD-REF           PIC X(20).
000940 01  VCP-PROVINCIA-REF           PIC X(20).
000950 01  VCP-CODIGO-SUGERIDO         PIC X(08).
000960
000970 PROCEDURE DIVISION USING VCP-CODIGO-POSTAL VCP-LOCALIDAD
000980         VCP-RESULTADO VCP-LOCALIDAD-REF VCP-PROVINCIA-REF
000990         VCP-CODIGO-SUGERIDO.
001000
001010******************************************************************
001020* 0000-MAINLINE - CARGA EL REFERENCIAL EN EL PRIMER LLAMADO Y
001030*     DEVUELVE EL VEREDICTO DEL PAR CODIGO/LOCALIDAD
001040******************************************************************
001050 0000-MAINLINE.
001060     IF NOT REFERENCIAL-CARGADO
001070         PERFORM 1000-CARGAR-REFERENCIAL THRU 1000-EXIT
001080     END-IF.
001090     PERFORM 2000-VALIDAR THRU 2000-EXIT.
001100     GOBACK.
001110
001120******************************************************************
001130* 1000-CARGAR-REFERENCIAL - LEE CPOSTREF SALTEANDO EL SOBRE.
001140*     SIN ARCHIVO EL SERVICIO CONTESTA "N" Y NADIE RECHAZA.
001150******************************************************************
001160 1000-CARGAR-REFERENCIAL.
001170     SET REFERENCIAL-CARGADO TO TRUE.
001180     MOVE "N" TO WS-EOF-CPOSTREF.
001190     OPEN INPUT CPOSTREF-FILE.
001200     IF WS-CPR-STATUS NOT = "00"
001210         GO TO 1000-EXIT
001220     END-IF.
001230     SET REFERENCIAL-DISPONIBLE TO TRUE.
001240     PERFORM 1100-LEER-CODIGO THRU 1100-EXIT
001250         UNTIL FIN-CPOSTREF.
001260     CLOSE CPOSTREF-FILE.
001270     IF WS-CANT-PERDIDOS > ZERO
001280         DISPLAY "ATENCION: TABLA CPOSTREF LLENA, "
001290             WS-CANT-PERDIDOS " CODIGOS SIN CARGAR."
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330
001340 1100-LEER-CODIGO.
001350     READ CPOSTREF-FILE
001360         AT END
001370             SET FIN-CPOSTREF TO TRUE
001380         NOT AT END
001390             IF CPOSTREF-RECORD(1:3) = "HDR"
001400                     OR CPOSTREF-RECORD(1:3) = "TRL"
001410                 CONTINUE
001420             ELSE
001430             IF WS-CANT-CODPOST < WS-MAX-CODPOST
001440                 ADD 1 TO WS-CANT-CODPOST
001450                 MOVE CPR-CODIGO-POSTAL TO
001460                     CPT-CODIGO-POSTAL(WS-CANT-CODPOST)
001470                 MOVE CPR-LOCALIDAD TO
001480                     CPT-LOCALIDAD(WS-CANT-CODPOST)
001490                 MOVE CPR-PROVINCIA TO
001500                     CPT-PROVINCIA(WS-CANT-CODPOST)
001510                 INSPECT CPT-CODIGO-POSTAL(WS-CANT-CODPOST)
001520                     CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
001530                 INSPECT CPT-LOCALIDAD(WS-CANT-CODPOST)
001540                     CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
001550             ELSE
001560                 ADD 1 TO WS-CANT-PERDIDOS
001570             END-IF
001580             END-IF
001590     END-READ.
001600 1100-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640* 2000-VALIDAR - BUSCA EL CODIGO; SI NO EXISTE, BUSCA POR LA
001650*     LOCALIDAD EL CODIGO QUE CORRESPONDERIA
001660******************************************************************
001670 2000-VALIDAR.
001680     MOVE SPACES TO VCP-LOCALIDAD-REF VCP-PROVINCIA-REF
001690         VCP-CODIGO-SUGERIDO.
001700     IF VCP-CODIGO-POSTAL = SPACES
001710         SET VCP-SIN-CODIGO TO TRUE
001720         GO TO 2000-EXIT
001730     END-IF.
001740     IF NOT REFERENCIAL-DISPONIBLE
001750         SET VCP-SIN-REFERENCIAL TO TRUE
001760         GO TO 2000-EXIT
001770     END-IF.
001780     MOVE VCP-CODIGO-POSTAL TO WS-CP-BUSCADO.
001790     INSPECT WS-CP-BUSCADO
001800         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
001810     MOVE VCP-LOCALIDAD TO WS-LOCALIDAD-BUSCADA.
001820     INSPECT WS-LOCALIDAD-BUSCADA
001830         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
001840     MOVE ZERO TO WS-IDX-HALLADO.
001850     PERFORM 2100-COMPARAR-CODIGO THRU 2100-EXIT
001860         VARYING WS-IDX-CPT FROM 1 BY 1
001870             UNTIL WS-IDX-CPT > WS-CANT-CODPOST
001880                 OR WS-IDX-HALLADO > ZERO.
001890     IF WS-IDX-HALLADO = ZERO
001900         SET VCP-CP-INEXISTENTE TO TRUE
001910         PERFORM 2200-SUGERIR-CODIGO THRU 2200-EXIT
001920         GO TO 2000-EXIT
001930     END-IF.
001940     MOVE CPT-LOCALIDAD(WS-IDX-HALLADO) TO VCP-LOCALIDAD-REF.
001950     MOVE CPT-PROVINCIA(WS-IDX-HALLADO) TO VCP-PROVINCIA-REF.
001960     IF CPT-LOCALIDAD(WS-IDX-HALLADO) = WS-LOCALIDAD-BUSCADA
001970         SET VCP-VALIDO TO TRUE
001980     ELSE
001990         SET VCP-LOCALIDAD-DISTINTA TO TRUE
002000     END-IF.
002010 2000-EXIT.
002020     EXIT.
002030
002040 2100-COMPARAR-CODIGO.
002050     IF CPT-CODIGO-POSTAL(WS-IDX-CPT) = WS-CP-BUSCADO
002060         MOVE WS-IDX-CPT TO WS-IDX-HALLADO
002070     END-IF.
002080 2100-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 2200-SUGERIR-CODIGO - PRIMER CODIGO DEL REFERENCIAL CUYA
002130*     LOCALIDAD ES LA INFORMADA (SI LA LOCALIDAD VINO VACIA O
002140*     NO FIGURA, NO HAY SUGERENCIA)
002150******************************************************************
002160 2200-SUGERIR-CODIGO.
002170     IF WS-LOCALIDAD-BUSCADA = SPACES
002180         GO TO 2200-EXIT
002190     END-IF.
002200     MOVE ZERO TO WS-IDX-SUGERIDO.
002210     PERFORM 2210-COMPARAR-LOCALIDAD THRU 2210-EXIT
002220         VARYING WS-IDX-CPT FROM 1 BY 1
002230             UNTIL WS-IDX-CPT > WS-CANT-CODPOST
002240                 OR WS-IDX-SUGERIDO > ZERO.
002250     IF WS-IDX-SUGERIDO > ZERO
002260         MOVE CPT-CODIGO-POSTAL(WS-IDX-SUGERIDO) TO
002270             VCP-CODIGO-SUGERIDO
002280         MOVE CPT-LOCALIDAD(WS-IDX-SUGERIDO) TO
002290             VCP-LOCALIDAD-REF
002300         MOVE CPT-PROVINCIA(WS-IDX-SUGERIDO) TO
002310             VCP-PROVINCIA-REF
002320     END-IF.
002330 2200-EXIT.
002340     EXIT.
002350
002360 2210-COMPARAR-LOCALIDAD.
002370     IF CPT-LOCALIDAD(WS-IDX-CPT) = WS-LOCALIDAD-BUSCADA
002380         MOVE WS-IDX-CPT TO WS-IDX-SUGERIDO
002390     END-IF.
002400 2210-EXIT.
002410     EXIT.
002420
002430 END PROGRAM validar_cp.
