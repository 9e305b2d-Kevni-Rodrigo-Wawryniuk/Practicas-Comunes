000870*                 RECHAZADOS SALEN AL DECK RECICLO.AAAAMMDD
000880*                 PARA CORREGIR Y REALIMENTAR. TRAZA_CONSULTA
000890*                 RECONSTRUYE EL VIAJE COMPLETO DESDE EL ID.
000900* 2026-10-15 RW   EL DOMICILIO DE ALTAS Y MODIFICACIONES SE VALIDA
000910*                 CONTRA EL REFERENCIAL CPOSTREF (VALIDAR_CP): UN
000920*                 CODIGO POSTAL INEXISTENTE RECHAZA EL MOVIMIENTO;
000930*                 UNA LOCALIDAD QUE NO ES LA DEL CODIGO SE APLICA
000940*                 CON AVISO Y LA LOCALIDAD CORRECTA EN EL REPORTE.
000950*                 LA MODIFICACION SOLO VALIDA SI TRAE UN DOMICILIO
000960*                 DISTINTO DEL QUE YA TIENE EL MAESTRO.
000970* 2026-10-15 RW   EL NOMBRE DE ALTAS Y MODIFICACIONES SE GRABA
000980*                 NORMALIZADO (NORMALIZAR_NOMBRE), CON LAS MISMAS
000990*                 REGLAS DE LA LIMPIEZA PERSONANORMNOM.
001000* 2026-10-15 RW   MICROCICLO INTRADIA: CON SUFIJO DE CORRIDA .INN
001010*                 EL DECK ES PERSURG (CAMBIOS URGENTES) Y EL
001020*                 CHECKPOINT CHKPURG, Y EL ID DE TRAZA ES
001030*                 FECHA-I-CORRIDA-MOVIMIENTO (AAAAMMDDINNMMM) PARA
001040*                 NO PISAR LOS IDS DEL DECK NOCTURNO DEL DIA.
001050* 2026-10-15 RW   PTRN-SUCURSAL SE VALIDA CONTRA EL REFERENCIAL
001060*                 SUCREF (VALIDAR_SUCURSAL): UN ALTA, UN CAMBIO DE
001070*                 SUCURSAL EN LA MODIFICACION O UNA TRANSFERENCIA
001080*                 A UN CODIGO INEXISTENTE O A UNA SUCURSAL
001090*                 CERRADA SE RECHAZA.
001100******************************************************************
001110 IDENTIFICATION DIVISION.
001120 PROGRAM-ID. PersonaMantBat.
001130
001140 ENVIRONMENT DIVISION.
001150 INPUT-OUTPUT SECTION.
001160 FILE-CONTROL.
001170     SELECT TRAN-FILE ASSIGN DYNAMIC WS-DYN-TRAN
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-TRAN-STATUS.
001200
001210     SELECT CHECK-FILE ASSIGN DYNAMIC WS-DYN-CHECK
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-CHECK-STATUS.
001240
001250     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS PERS-DNI
001290         FILE STATUS IS WS-PERSONA-STATUS.
001300
001310     SELECT REPORT-FILE ASSIGN DYNAMIC WS-DYN-REPORT-FILE
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-RPT-STATUS.
001340
001350     SELECT TRANSREG-FILE ASSIGN DYNAMIC WS-DYN-TRANSREG
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-TRG-STATUS.
001380
001390     SELECT TRAZAS-FILE ASSIGN TO "TRAZAS"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-TRZ-STATUS.
001420
001430     SELECT RECICLO-FILE ASSIGN DYNAMIC WS-DYN-RECICLO
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-REC-STATUS.
001460
001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  TRAN-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 109 CHARACTERS.
001520 01  TRAN-RECORD.
001530     05  PTRN-ACCION             PIC X(01).
001540         88  PTRN-ES-ALTA        VALUE "A".
001550         88  PTRN-ES-MODIF       VALUE "M".
001560         88  PTRN-ES-BAJA        VALUE "B".
001570         88  PTRN-ES-TRANSF      VALUE "T".
001580     05  PTRN-DNI                PIC 9(08).
001590     05  PTRN-DNI-DV             PIC 9(01).
001600     05  PTRN-NOMBRE             PIC X(30).
001610     05  PTRN-EDAD               PIC 9(03).
001620     05  PTRN-MAYORDEEDAD        PIC X(01).
001630     05  PTRN-CLASIF-CODIGO      PIC 9(02).
001640     05  PTRN-FECHA-NACIMIENTO   PIC 9(08).
001650     05  PTRN-SUCURSAL           PIC 9(02).
001660     05  PTRN-DIRECCION.
001670         10  PTRN-CALLE          PIC X(20).
001680         10  PTRN-NUMERO         PIC 9(05).
001690         10  PTRN-LOCALIDAD      PIC X(20).
001700         10  PTRN-CODIGO-POSTAL  PIC X(08).
001710
001720 FD  PERSONA-FILE
001730     LABEL RECORDS ARE STANDARD
001740     RECORD CONTAINS 117 CHARACTERS.
001750 COPY PERSONA.
001760
001770 FD  REPORT-FILE
001780     LABEL RECORDS ARE STANDARD
001790     RECORD CONTAINS 80 CHARACTERS.
001800 01  REPORT-RECORD               PIC X(80).
001810
001820 FD  TRANSREG-FILE
001830     LABEL RECORDS ARE STANDARD
001840     RECORD CONTAINS 54 CHARACTERS.
001850 01  TRANSREG-RECORD.
001860     05  TRG-FECHA               PIC 9(08).
001870     05  FILLER                  PIC X(01).
001880     05  TRG-DNI-MASK            PIC X(08).
001890     05  FILLER                  PIC X(01).
001900     05  TRG-NOMBRE              PIC X(30).
001910     05  FILLER                  PIC X(01).
001920     05  TRG-ORIGEN              PIC 9(02).
001930     05  FILLER                  PIC X(01).
001940     05  TRG-DESTINO             PIC 9(02).
001950
001960 FD  CHECK-FILE
001970     LABEL RECORDS ARE STANDARD
001980     RECORD CONTAINS 07 CHARACTERS.
001990 01  CHECK-RECORD.
002000     05  CHK-ULTIMA-TRAN         PIC 9(07).
002010
002020 FD  TRAZAS-FILE
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 80 CHARACTERS.
002050 01  TRAZAS-RECORD.
002060     05  TRZ-ID                  PIC X(14).
002070     05  FILLER                  PIC X(01).
002080     05  TRZ-TIMESTAMP           PIC X(14).
002090     05  FILLER                  PIC X(01).
002100     05  TRZ-ETAPA               PIC X(10).
002110     05  FILLER                  PIC X(01).
002120     05  TRZ-DNI                 PIC X(08).
002130     05  FILLER                  PIC X(01).
002140     05  TRZ-DETALLE             PIC X(30).
002150
002160 FD  RECICLO-FILE
002170     LABEL RECORDS ARE STANDARD
002180     RECORD CONTAINS 109 CHARACTERS.
002190 01  RECICLO-RECORD              PIC X(109).
002200
002210 WORKING-STORAGE SECTION.
002220 01  WS-TRAN-STATUS              PIC X(02).
002230 01  WS-PERSONA-STATUS           PIC X(02).
002240 01  WS-RPT-STATUS               PIC X(02).
002250
002260 01  WS-EOF-TRAN                 PIC X(01) VALUE "N".
002270     88  FIN-TRAN                VALUE "S".
002280 01  WS-SW-APLICADA              PIC X(01) VALUE "N".
002290     88  TRAN-APLICADA           VALUE "S".
002300 01  WS-MOTIVO-RECHAZO           PIC X(30).
002310
002320*----------------------------------------------------------------
002330*    VALIDACION DEL DOMICILIO CONTRA CPOSTREF (VALIDAR_CP)
002340*----------------------------------------------------------------
002350 01  WS-VCP-RESULTADO            PIC X(01).
002360     88  VCP-CP-INEXISTENTE      VALUE "C".
002370     88  VCP-LOCALIDAD-DISTINTA  VALUE "L".
002380 01  WS-VCP-LOCALIDAD-REF        PIC X(20).
002390 01  WS-VCP-PROVINCIA-REF        PIC X(20).
002400 01  WS-VCP-CODIGO-SUGERIDO      PIC X(08).
002410 01  WS-SW-AVISO-LOCALIDAD       PIC X(01) VALUE "N".
002420     88  AVISO-LOCALIDAD         VALUE "S".
002430 01  WS-CUENTA-AVISOS-CP         PIC 9(05) VALUE ZERO.
002440
002450*----------------------------------------------------------------
002460*    VALIDACION DE LA SUCURSAL CONTRA SUCREF (VALIDAR_SUCURSAL)
002470*----------------------------------------------------------------
002480 01  VSU-AREA.
002490     05  VSU-CODIGO              PIC 9(02).
002500     05  VSU-RESULTADO           PIC X(01).
002510         88  VSU-ABIERTA         VALUE "S".
002520         88  VSU-CERRADA         VALUE "C".
002530         88  VSU-INEXISTENTE     VALUE "X".
002540         88  VSU-SIN-REFERENCIAL VALUE "N".
002550     05  VSU-NOMBRE              PIC X(30).
002560     05  VSU-FECHA-CIERRE        PIC 9(08).
002570     05  VSU-SUCESORA            PIC 9(02).
002580
002590*----------------------------------------------------------------
002600*    CONTADORES DE CONTROL DE LA CORRIDA
002610*----------------------------------------------------------------
002620 01  WS-CUENTA-LEIDAS            PIC 9(05) VALUE ZERO.
002630 01  WS-CUENTA-APLICADAS         PIC 9(05) VALUE ZERO.
002640 01  WS-CUENTA-RECHAZADAS        PIC 9(05) VALUE ZERO.
002650 01  WS-SW-BALANCEA              PIC X(01) VALUE "S".
002660     88  TOTALES-BALANCEAN       VALUE "S".
002670
002680*----------------------------------------------------------------
002690*    REINICIO A NIVEL DE MOVIMIENTO (CHECKPOINT CHKPMANT)
002700*----------------------------------------------------------------
002710 01  WS-CHECK-STATUS             PIC X(02).
002720 01  WS-DYN-TRAN                 PIC X(08) VALUE "PERSTRAN".
002730 01  WS-DYN-CHECK                PIC X(08) VALUE "CHKPMANT".
002740 01  WS-POSICION-TRAN            PIC 9(07) VALUE ZERO.
002750 01  WS-DESDE-TRAN               PIC 9(07) VALUE ZERO.
002760 01  WS-CUENTA-SALTEADAS         PIC 9(07) VALUE ZERO.
002770
002780*----------------------------------------------------------------
002790*    TRANSFERENCIA ENTRE SUCURSALES (REGISTRO DIARIO TRANSREG,
002800*    MISMO REGISTRO QUE ESCRIBE PERSONAMANT)
002810*----------------------------------------------------------------
002820 01  WS-TRG-STATUS               PIC X(02).
002830 01  WS-DYN-TRANSREG             PIC X(21) VALUE SPACES.
002840
002850*----------------------------------------------------------------
002860*    ID DE TRAZA DE CADA MOVIMIENTO (FECHA-NNNNN, ASIGNADO AL
002870*    VALIDAR EL SOBRE Y LLEVADO POR EL REGISTRO TRAZAS EN CADA
002880*    ETAPA; EN EL MICROCICLO INTRADIA FECHA-I-CORRIDA-MOVIMIENTO),
002890*    Y EL DECK DE RECICLO DE LOS RECHAZADOS
002900*----------------------------------------------------------------
002910 01  WS-TRZ-STATUS               PIC X(02).
002920 01  WS-REC-STATUS               PIC X(02).
002930 01  WS-DYN-RECICLO              PIC X(20) VALUE SPACES.
002940 01  WS-TRAZA-ID.
002950     05  TRZ-ID-FECHA            PIC 9(08).
002960     05  TRZ-ID-SEPARADOR        PIC X(01) VALUE "-".
002970     05  TRZ-ID-NUMERO           PIC 9(05).
002980     05  TRZ-ID-URGENTE REDEFINES TRZ-ID-NUMERO.
002990         10  TRZ-ID-CORRIDA      PIC 9(02).
003000         10  TRZ-ID-MOVIMIENTO   PIC 9(03).
003010 01  WS-TRZ-ETAPA                PIC X(10).
003020 01  WS-TRZ-DETALLE              PIC X(30).
003030 01  WS-SW-RECICLO-ABIERTO       PIC X(01) VALUE "N".
003040     88  RECICLO-ABIERTO         VALUE "S".
003050 01  WS-CUENTA-RECICLADAS        PIC 9(05) VALUE ZERO.
003060 01  WS-SW-DECK-RECHAZADO        PIC X(01) VALUE "N".
003070     88  DECK-RECHAZADO          VALUE "S".
003080 01  WS-SOBRE-ARCHIVO            PIC X(17) VALUE "PERSTRAN".
003090 01  WS-SOBRE-CLAVE-POS          PIC 9(02) VALUE 2.
003100 01  WS-SOBRE-CLAVE-LON          PIC 9(02) VALUE 8.
003110 01  WS-SOBRE-RESULTADO          PIC X(01).
003120     88  SOBRE-VALIDO            VALUE "S".
003130 01  WS-SOBRE-MENSAJE            PIC X(59).
003140 01  WS-SUC-ORIGEN               PIC 9(02).
003150
003160*----------------------------------------------------------------
003170*    CAMPOS DE SOPORTE PARA EL DIGITO VERIFICADOR DEL DNI
003180*    (LA MISMA REGLA MODULO 11 DE PERSONAMANT.CBL)
003190*----------------------------------------------------------------
003200 01  WS-DNI-BASE                PIC 9(08).
003210 01  WS-DNI-DIGITOS REDEFINES WS-DNI-BASE.
003220     05  WS-DNI-DIGITO           PIC 9 OCCURS 8 TIMES.
003230 01  WS-DNI-DV-INGRESADO        PIC 9(01).
003240 01  WS-DNI-DV-CALCULADO        PIC 9(01).
003250 01  WS-SUMA                    PIC 9(04) COMP.
003260 01  WS-RESTO                   PIC 9(02) COMP.
003270 01  WS-PESO                    PIC 9(02) COMP.
003280 01  WS-SUB                     PIC 9(02) COMP.
003290
003300*----------------------------------------------------------------
003310*    CAMPOS DE SOPORTE PARA LA FECHA DE NACIMIENTO Y LA EDAD
003320*    DERIVADA DE ELLA (MISMA REGLA QUE PERSONAMANT.CBL)
003330*----------------------------------------------------------------
003340 01  WS-FECHA-NAC-INGRESADA     PIC 9(08).
003350 01  WS-FECHA-NAC-PARTES REDEFINES WS-FECHA-NAC-INGRESADA.
003360     05  WS-FNAC-AAAA            PIC 9(04).
003370     05  WS-FNAC-MM              PIC 9(02).
003380     05  WS-FNAC-DD              PIC 9(02).
003390 01  WS-FECHA-ACTUAL            PIC 9(08).
003400 01  WS-SUFIJO-CICLO            PIC X(04) VALUE SPACES.
003410 01  WS-SUFIJO-PARTES REDEFINES WS-SUFIJO-CICLO.
003420     05  WS-SUFIJO-MARCA         PIC X(02).
003430         88  CORRIDA-INTRADIA    VALUE ".I".
003440     05  WS-SUFIJO-NUMERO        PIC X(02).
003450 01  WS-SW-FECHA-NAC-VALIDA     PIC X(01) VALUE "N".
003460     88  FECHA-NAC-VALIDA        VALUE "S".
003470 01  WS-EDAD-CALCULADA          PIC 9(03).
003480 01  WS-EDAD-MAYORIA            PIC 9(02) VALUE 18.
003490
003500*----------------------------------------------------------------
003510*    NOMBRE DINAMICO DEL REPORTE, ARMADO CON LA FECHA DE CORRIDA
003520*----------------------------------------------------------------
003530 01  WS-FECHA-HOY                PIC X(08).
003540 01  WS-DYN-REPORT-FILE          PIC X(21) VALUE SPACES.
003550 01  WS-CATG-ARCHIVO             PIC X(21).
003560 01  WS-CATG-CANTIDAD            PIC 9(07).
003570
003580*----------------------------------------------------------------
003590*    LINEAS DEL REPORTE DE APLICADAS/RECHAZADAS
003600*----------------------------------------------------------------
003610 01  WS-LINEA-TITULO             PIC X(50)
003620         VALUE "MANTENIMIENTO BATCH DEL MAESTRO PERSONA".
003630 01  WS-LINEA-FECHA.
003640     05  FILLER                  PIC X(21)
003650             VALUE "FECHA DE EJECUCION: ".
003660     05  WS-FECHA-EDITADA        PIC X(08).
003670     05  FILLER                  PIC X(51) VALUE SPACES.
003680 01  WS-LINEA-ENCABEZADO-COL.
003690     05  FILLER                  PIC X(07) VALUE "ACCION ".
003700     05  FILLER                  PIC X(10) VALUE "DNI       ".
003710     05  FILLER                  PIC X(10) VALUE "RESULTADO ".
003720     05  FILLER                  PIC X(30) VALUE "MOTIVO".
003730     05  FILLER                  PIC X(23) VALUE SPACES.
003740 01  WS-LINEA-DETALLE.
003750     05  DET-ACCION              PIC X(01).
003760     05  FILLER                  PIC X(06) VALUE SPACES.
003770     05  DET-DNI                 PIC X(08).
003780     05  FILLER                  PIC X(02) VALUE SPACES.
003790     05  DET-RESULTADO           PIC X(09).
003800     05  FILLER                  PIC X(01) VALUE SPACE.
003810     05  DET-MOTIVO              PIC X(30).
003820     05  FILLER                  PIC X(23) VALUE SPACES.
003830 01  WS-LINEA-TRAILER.
003840     05  TRA-ETIQUETA            PIC X(35).
003850     05  TRA-VALOR               PIC ZZZ,ZZ9.
003860     05  FILLER                  PIC X(38) VALUE SPACES.
003870 01  WS-LINEA-AVISO-CP.
003880     05  FILLER                  PIC X(07) VALUE SPACES.
003890     05  FILLER                  PIC X(24)
003900             VALUE "LOCALIDAD DEL CODIGO:  ".
003910     05  AVI-LOCALIDAD           PIC X(20).
003920     05  FILLER                  PIC X(02) VALUE " (".
003930     05  AVI-PROVINCIA           PIC X(20).
003940     05  FILLER                  PIC X(07) VALUE ")".
003950 01  WS-DNI-ENMASCARADO          PIC X(08).
003960
003970*----------------------------------------------------------------
003980*    CAMPOS PARA EL LLAMADO AL JOURNAL DE CAMBIOS COMPARTIDO
003990*----------------------------------------------------------------
004000 01  WS-JRNL-PROGRAMA            PIC X(20) VALUE "PersonaMantBat".
004010 01  WS-JRNL-ACCION              PIC X(01).
004020 01  WS-IMAGEN-ANTES             PIC X(117).
004030 01  WS-IMAGEN-DESPUES           PIC X(117).
004040
004050*----------------------------------------------------------------
004060*    CAMPOS PARA EL LLAMADO A LA AUDITORIA COMPARTIDA
004070*----------------------------------------------------------------
004080 01  WS-AUDT-PROGRAMA            PIC X(20) VALUE "PersonaMantBat".
004090 01  WS-AUDT-CANTIDAD            PIC 9(07) VALUE ZERO.
004100
004110 PROCEDURE DIVISION.
004120
004130******************************************************************
004140* 0000-MAINLINE
004150******************************************************************
004160 0000-MAINLINE.
004170     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004180     IF WS-TRAN-STATUS = "00" AND NOT DECK-RECHAZADO
004190         PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
004200     ELSE
004210         DISPLAY WS-DYN-TRAN " NO DISPONIBLE, NO SE APLICAN "
004220             "MOVIMIENTOS."
004230     END-IF.
004240     PERFORM 9000-TERMINAR THRU 9000-EXIT.
004250     GOBACK.
004260
004270******************************************************************
004280* 1000-INICIALIZAR - ABRE EL MAESTRO (CREANDOLO SI NO EXISTE,
004290*     IGUAL QUE PERSONAMANT), LA ENTRADA Y EL REPORTE. EN EL
004300*     MICROCICLO INTRADIA LA ENTRADA ES EL DECK URGENTE PERSURG
004310*     CON SU PROPIO CHECKPOINT CHKPURG
004320******************************************************************
004330 1000-INICIALIZAR.
004340     CALL "edad_mayoria" USING WS-EDAD-MAYORIA.
004350     CALL "fecha_negocio" USING WS-FECHA-HOY
004360             WS-SUFIJO-CICLO.
004370     IF CORRIDA-INTRADIA
004380         MOVE "PERSURG" TO WS-DYN-TRAN
004390         MOVE "CHKPURG" TO WS-DYN-CHECK
004400         MOVE WS-DYN-TRAN TO WS-SOBRE-ARCHIVO
004410         MOVE "I" TO TRZ-ID-SEPARADOR
004420     END-IF.
004430     PERFORM 1050-LEER-CHECKPOINT THRU 1050-EXIT.
004440     OPEN I-O PERSONA-FILE.
004450     IF WS-PERSONA-STATUS = "35"
004460         OPEN OUTPUT PERSONA-FILE
004470         CLOSE PERSONA-FILE
004480         OPEN I-O PERSONA-FILE
004490     END-IF.
004500     OPEN INPUT TRAN-FILE.
004510     MOVE WS-FECHA-HOY TO TRZ-ID-FECHA.
004520     PERFORM 1300-VALIDAR-SOBRE-TRAN THRU 1300-EXIT.
004530     STRING "PERSMRPT." WS-FECHA-HOY DELIMITED BY SIZE
004540         WS-SUFIJO-CICLO DELIMITED BY SPACE
004550         INTO WS-DYN-REPORT-FILE.
004560     IF WS-DESDE-TRAN > ZERO
004570*        REINICIO A MITAD DEL DECK: LO YA IMPRESO SE CONSERVA
004580         OPEN EXTEND REPORT-FILE
004590         IF WS-RPT-STATUS NOT = "00"
004600             OPEN OUTPUT REPORT-FILE
004610         END-IF
004620         DISPLAY " REINICIO: SE SALTEA HASTA EL MOVIMIENTO "
004630             WS-DESDE-TRAN " YA APLICADO."
004640     ELSE
004650         OPEN OUTPUT REPORT-FILE
004660         MOVE WS-LINEA-TITULO TO REPORT-RECORD
004670         WRITE REPORT-RECORD
004680         MOVE WS-FECHA-HOY TO WS-FECHA-EDITADA
004690         MOVE WS-LINEA-FECHA TO REPORT-RECORD
004700         WRITE REPORT-RECORD
004710         MOVE WS-LINEA-ENCABEZADO-COL TO REPORT-RECORD
004720         WRITE REPORT-RECORD
004730     END-IF.
004740 1000-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 1050-LEER-CHECKPOINT - ULTIMO MOVIMIENTO CONFIRMADO DE UNA
004790*     CORRIDA ANTERIOR QUE MURIO A MITAD DEL DECK; EL RERUN
004800*     SALTEA HASTA EL Y SIGUE DESDE EL SIGUIENTE
004810******************************************************************
004820 1050-LEER-CHECKPOINT.
004830     OPEN INPUT CHECK-FILE.
004840     IF WS-CHECK-STATUS = "00"
004850         READ CHECK-FILE
004860             NOT AT END
004870                 IF CHK-ULTIMA-TRAN IS NUMERIC
004880                     MOVE CHK-ULTIMA-TRAN TO WS-DESDE-TRAN
004890                 END-IF
004900         END-READ
004910         CLOSE CHECK-FILE
004920     END-IF.
004930 1050-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 1300-VALIDAR-SOBRE-TRAN - EL SOBRE HDR/TRL DEL DECK (PERSTRAN
004980*     O PERSURG)
004990*     SE VALIDA ENTERO ANTES DE APLICAR NADA; AQUI NACE LA
005000*     TRAZA DEL DIA. UN DECK VIEJO SIN SOBRE SE TOLERA CON
005010*     AVISO; UN SOBRE QUE NO BALANCEA RECHAZA EL DECK ENTERO.
005020******************************************************************
005030 1300-VALIDAR-SOBRE-TRAN.
005040     CALL "validar_sobre" USING WS-SOBRE-ARCHIVO
005050             WS-SOBRE-CLAVE-POS WS-SOBRE-CLAVE-LON
005060             WS-SOBRE-RESULTADO WS-SOBRE-MENSAJE.
005070     MOVE ZEROS TO TRZ-ID-NUMERO.
005080     IF CORRIDA-INTRADIA
005090         MOVE WS-SUFIJO-NUMERO TO TRZ-ID-CORRIDA
005100     END-IF.
005110     EVALUATE TRUE
005120         WHEN SOBRE-VALIDO
005130             MOVE "SOBRE" TO WS-TRZ-ETAPA
005140             MOVE "SOBRE HDR/TRL VALIDO" TO WS-TRZ-DETALLE
005150             PERFORM 8500-ANOTAR-TRAZA THRU 8500-EXIT
005160         WHEN WS-SOBRE-MENSAJE =
005170                 "ARCHIVO DE ENTRADA NO DISPONIBLE"
005180             CONTINUE
005190         WHEN WS-SOBRE-MENSAJE = "FALTA EL ENCABEZADO HDR"
005200             DISPLAY WS-DYN-TRAN " SIN SOBRE HDR/TRL "
005210                 "(DECK VIEJO): SE APLICA IGUAL, CON AVISO."
005220         WHEN OTHER
005230             DISPLAY WS-DYN-TRAN " RECHAZADO ENTERO: "
005240                 WS-SOBRE-MENSAJE
005250             MOVE "SOBRE" TO WS-TRZ-ETAPA
005260             MOVE WS-SOBRE-MENSAJE(1:30) TO WS-TRZ-DETALLE
005270             PERFORM 8500-ANOTAR-TRAZA THRU 8500-EXIT
005280             SET DECK-RECHAZADO TO TRUE
005290             MOVE 8 TO RETURN-CODE
005300     END-EVALUATE.
005310 1300-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 2000-PROCESAR-TRANSACCIONES - RECORRE EL ARCHIVO DE MOVIMIENTOS
005360******************************************************************
005370 2000-PROCESAR-TRANSACCIONES.
005380     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
005390         UNTIL FIN-TRAN.
005400 2000-EXIT.
005410     EXIT.
005420
005430 2100-LEER-TRANSACCION.
005440     READ TRAN-FILE
005450         AT END
005460             SET FIN-TRAN TO TRUE
005470         NOT AT END
005480             IF TRAN-RECORD(1:3) = "HDR"
005490                     OR TRAN-RECORD(1:3) = "TRL"
005500                 CONTINUE
005510             ELSE
005520             ADD 1 TO WS-POSICION-TRAN
005530             IF WS-POSICION-TRAN <= WS-DESDE-TRAN
005540                 ADD 1 TO WS-CUENTA-SALTEADAS
005550             ELSE
005560                 ADD 1 TO WS-CUENTA-LEIDAS
005570                 PERFORM 2200-APLICAR-TRANSACCION THRU 2200-EXIT
005580                 PERFORM 8000-ESCRIBIR-CHECKPOINT THRU 8000-EXIT
005590             END-IF
005600             END-IF
005610     END-READ.
005620 2100-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660* 2200-APLICAR-TRANSACCION - DESPACHA SEGUN EL CODIGO DE ACCION
005670*     Y DEJA UNA LINEA DE RESULTADO EN EL REPORTE
005680******************************************************************
005690 2200-APLICAR-TRANSACCION.
005700     IF CORRIDA-INTRADIA
005710         MOVE WS-POSICION-TRAN TO TRZ-ID-MOVIMIENTO
005720     ELSE
005730         MOVE WS-POSICION-TRAN TO TRZ-ID-NUMERO
005740     END-IF.
005750     MOVE "N" TO WS-SW-APLICADA.
005760     MOVE "N" TO WS-SW-AVISO-LOCALIDAD.
005770     MOVE SPACES TO WS-MOTIVO-RECHAZO.
005780     EVALUATE TRUE
005790         WHEN PTRN-DNI IS NOT NUMERIC
005800             MOVE "DNI NO NUMERICO" TO WS-MOTIVO-RECHAZO
005810         WHEN (PTRN-ES-ALTA OR PTRN-ES-MODIF)
005820                 AND PTRN-FECHA-NACIMIENTO IS NOT NUMERIC
005830             MOVE "FECHA NACIMIENTO NO NUMERICA" TO
005840                 WS-MOTIVO-RECHAZO
005850         WHEN PTRN-ES-ALTA
005860             PERFORM 3000-ALTA THRU 3000-EXIT
005870         WHEN PTRN-ES-MODIF
005880             PERFORM 4000-MODIFICACION THRU 4000-EXIT
005890         WHEN PTRN-ES-BAJA
005900             PERFORM 5000-BAJA THRU 5000-EXIT
005910         WHEN PTRN-ES-TRANSF
005920             PERFORM 5500-TRANSFERENCIA THRU 5500-EXIT
005930         WHEN OTHER
005940             MOVE "CODIGO DE ACCION INVALIDO" TO
005950                 WS-MOTIVO-RECHAZO
005960     END-EVALUATE.
005970     IF TRAN-APLICADA
005980         ADD 1 TO WS-CUENTA-APLICADAS
005990     ELSE
006000         ADD 1 TO WS-CUENTA-RECHAZADAS
006010     END-IF.
006020     PERFORM 6000-ESCRIBIR-RESULTADO THRU 6000-EXIT.
006030     IF TRAN-APLICADA
006040         MOVE "APLICADA" TO WS-TRZ-ETAPA
006050         MOVE SPACES TO WS-TRZ-DETALLE
006060         STRING "ACCION " PTRN-ACCION " APLICADA AL MAESTRO"
006070             DELIMITED BY SIZE INTO WS-TRZ-DETALLE
006080         PERFORM 8500-ANOTAR-TRAZA THRU 8500-EXIT
006090         MOVE "JOURNAL" TO WS-TRZ-ETAPA
006100         MOVE "IMAGEN ANTES/DESPUES EN PERSJRNL"
006110             TO WS-TRZ-DETALLE
006120         PERFORM 8500-ANOTAR-TRAZA THRU 8500-EXIT
006130     ELSE
006140         MOVE "RECHAZADA" TO WS-TRZ-ETAPA
006150         MOVE WS-MOTIVO-RECHAZO TO WS-TRZ-DETALLE
006160         PERFORM 8500-ANOTAR-TRAZA THRU 8500-EXIT
006170         PERFORM 8600-RECICLAR THRU 8600-EXIT
006180     END-IF.
006190 2200-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230* 3000-ALTA - VALIDA EL DIGITO VERIFICADOR Y AGREGA LA PERSONA
006240******************************************************************
006250 3000-ALTA.
006260     MOVE PTRN-DNI TO WS-DNI-BASE.
006270     MOVE PTRN-DNI-DV TO WS-DNI-DV-INGRESADO.
006280     PERFORM 2900-CALCULAR-DIGITO-VERIFICADOR THRU 2900-EXIT.
006290     PERFORM 2950-VALIDAR-FECHA-NAC THRU 2950-EXIT.
006300     PERFORM 2980-VALIDAR-DOMICILIO THRU 2980-EXIT.
006310     PERFORM 2990-VALIDAR-SUCURSAL THRU 2990-EXIT.
006320     EVALUATE TRUE
006330         WHEN WS-DNI-DV-CALCULADO NOT = WS-DNI-DV-INGRESADO
006340             MOVE "DIGITO VERIFICADOR INVALIDO" TO
006350                 WS-MOTIVO-RECHAZO
006360         WHEN NOT FECHA-NAC-VALIDA
006370             MOVE "FECHA NACIMIENTO INVALIDA" TO
006380                 WS-MOTIVO-RECHAZO
006390         WHEN VCP-CP-INEXISTENTE
006400             MOVE "CODIGO POSTAL INEXISTENTE" TO
006410                 WS-MOTIVO-RECHAZO
006420         WHEN VSU-INEXISTENTE
006430             MOVE "SUCURSAL INEXISTENTE" TO WS-MOTIVO-RECHAZO
006440         WHEN VSU-CERRADA
006450             MOVE "SUCURSAL CERRADA" TO WS-MOTIVO-RECHAZO
006460         WHEN OTHER
006470             MOVE PTRN-DNI TO PERS-DNI
006480             MOVE PTRN-DNI-DV TO PERS-DNI-DV
006490             CALL "normalizar_nombre" USING PTRN-NOMBRE
006500                 PERS-NOMBRE
006510             MOVE PTRN-FECHA-NACIMIENTO TO PERS-FECHA-NACIMIENTO
006520             PERFORM 2960-CALCULAR-EDAD THRU 2960-EXIT
006530             MOVE WS-EDAD-CALCULADA TO PERS-EDAD
006540             MOVE PTRN-CLASIF-CODIGO TO PERS-CLASIF-CODIGO
006550             IF PERS-EDAD >= WS-EDAD-MAYORIA
006560                 SET PERS-ES-MAYOR-EDAD TO TRUE
006570             ELSE
006580                 SET PERS-ES-MENOR-EDAD TO TRUE
006590             END-IF
006600             SET PERS-ACTIVO TO TRUE
006610             MOVE ZERO TO PERS-FECHA-BAJA
006620             MOVE PTRN-SUCURSAL TO PERS-SUCURSAL
006630             MOVE PTRN-DIRECCION TO PERS-DIRECCION
006640             PERFORM 3100-GRABAR-ALTA THRU 3100-EXIT
006650     END-EVALUATE.
006660 3000-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700* 3100-GRABAR-ALTA - ESCRIBE EL REGISTRO NUEVO Y LO JOURNALIZA
006710******************************************************************
006720 3100-GRABAR-ALTA.
006730     WRITE PERSONA-RECORD
006740         INVALID KEY
006750             MOVE "YA EXISTE ESE DNI" TO WS-MOTIVO-RECHAZO
006760         NOT INVALID KEY
006770             SET TRAN-APLICADA TO TRUE
006780             MOVE "A" TO WS-JRNL-ACCION
006790             MOVE SPACES TO WS-IMAGEN-ANTES
006800             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
006810             PERFORM 7000-REGISTRAR-JOURNAL THRU 7000-EXIT
006820     END-WRITE.
006830 3100-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 2950-VALIDAR-FECHA-NAC - VALIDA LA FECHA DE NACIMIENTO DEL
006880*     MOVIMIENTO: MES 1-12, DIA 1-31, ANIO DESDE 1900 Y NO
006890*     POSTERIOR A LA FECHA DE CORRIDA (MISMA REGLA QUE
006900*     PERSONAMANT.CBL)
006910******************************************************************
006920 2950-VALIDAR-FECHA-NAC.
006930     MOVE "S" TO WS-SW-FECHA-NAC-VALIDA.
006940     CALL "fecha_negocio" USING WS-FECHA-ACTUAL
006950             WS-SUFIJO-CICLO.
006960     MOVE PTRN-FECHA-NACIMIENTO TO WS-FECHA-NAC-INGRESADA.
006970     IF WS-FNAC-MM < 1 OR WS-FNAC-MM > 12
006980             OR WS-FNAC-DD < 1 OR WS-FNAC-DD > 31
006990             OR WS-FNAC-AAAA < 1900
007000             OR WS-FECHA-NAC-INGRESADA > WS-FECHA-ACTUAL
007010         MOVE "N" TO WS-SW-FECHA-NAC-VALIDA
007020     END-IF.
007030 2950-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 2960-CALCULAR-EDAD - EDAD CUMPLIDA A LA FECHA DE CORRIDA,
007080*     DERIVADA DE LA FECHA DE NACIMIENTO
007090******************************************************************
007100 2960-CALCULAR-EDAD.
007110     COMPUTE WS-EDAD-CALCULADA =
007120         (WS-FECHA-ACTUAL - WS-FECHA-NAC-INGRESADA) / 10000.
007130 2960-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170* 2980-VALIDAR-DOMICILIO - CODIGO POSTAL Y LOCALIDAD DEL
007180*     MOVIMIENTO CONTRA CPOSTREF. EL LLAMADOR RECHAZA UN CODIGO
007190*     INEXISTENTE; UNA LOCALIDAD DISTINTA SOLO DEJA EL AVISO.
007200******************************************************************
007210 2980-VALIDAR-DOMICILIO.
007220     CALL "validar_cp" USING PTRN-CODIGO-POSTAL PTRN-LOCALIDAD
007230             WS-VCP-RESULTADO WS-VCP-LOCALIDAD-REF
007240             WS-VCP-PROVINCIA-REF WS-VCP-CODIGO-SUGERIDO.
007250     IF VCP-LOCALIDAD-DISTINTA
007260         SET AVISO-LOCALIDAD TO TRUE
007270     END-IF.
007280 2980-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 2990-VALIDAR-SUCURSAL - PTRN-SUCURSAL CONTRA SUCREF. EL LLAMADOR
007330*     RECHAZA UN CODIGO INEXISTENTE O UNA SUCURSAL CERRADA; SIN
007340*     REFERENCIAL NO SE RECHAZA NADA.
007350******************************************************************
007360 2990-VALIDAR-SUCURSAL.
007370     MOVE PTRN-SUCURSAL TO VSU-CODIGO.
007380     CALL "validar_sucursal" USING VSU-AREA.
007390 2990-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430* 2900-CALCULAR-DIGITO-VERIFICADOR - MODULO 11, PESOS 2 A 9
007440*     CICLICOS DESDE EL DIGITO MAS SIGNIFICATIVO (LA MISMA REGLA
007450*     DE PERSONAMANT.CBL)
007460******************************************************************
007470 2900-CALCULAR-DIGITO-VERIFICADOR.
007480     MOVE ZERO TO WS-SUMA.
007490     PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
007500         PERFORM 2910-SUMAR-DIGITO THRU 2910-EXIT
007510     END-PERFORM.
007520     COMPUTE WS-RESTO = FUNCTION MOD(WS-SUMA, 11).
007530     COMPUTE WS-DNI-DV-CALCULADO = 11 - WS-RESTO.
007540     IF WS-DNI-DV-CALCULADO >= 10
007550         MOVE 0 TO WS-DNI-DV-CALCULADO
007560     END-IF.
007570 2900-EXIT.
007580     EXIT.
007590
007600 2910-SUMAR-DIGITO.
007610     COMPUTE WS-PESO = FUNCTION MOD(WS-SUB - 1, 8) + 2.
007620     COMPUTE WS-SUMA = WS-SUMA +
007630         (WS-DNI-DIGITO(WS-SUB) * WS-PESO).
007640 2910-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 4000-MODIFICACION - ACTUALIZA NOMBRE, EDAD Y CLASIFICACION DE
007690*     UNA PERSONA EXISTENTE
007700******************************************************************
007710 4000-MODIFICACION.
007720     MOVE PTRN-DNI TO PERS-DNI.
007730     READ PERSONA-FILE
007740         INVALID KEY
007750             MOVE "PERSONA NO ENCONTRADA" TO WS-MOTIVO-RECHAZO
007760         NOT INVALID KEY
007770             MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES
007780             PERFORM 2950-VALIDAR-FECHA-NAC THRU 2950-EXIT
007790             MOVE SPACE TO WS-VCP-RESULTADO
007800             IF PTRN-DIRECCION NOT = PERS-DIRECCION
007810                 PERFORM 2980-VALIDAR-DOMICILIO THRU 2980-EXIT
007820             END-IF
007830             MOVE SPACE TO VSU-RESULTADO
007840             IF PTRN-SUCURSAL NOT = PERS-SUCURSAL
007850                 PERFORM 2990-VALIDAR-SUCURSAL THRU 2990-EXIT
007860             END-IF
007870             IF NOT FECHA-NAC-VALIDA
007880                 MOVE "FECHA NACIMIENTO INVALIDA" TO
007890                     WS-MOTIVO-RECHAZO
007900             ELSE
007910             IF VCP-CP-INEXISTENTE
007920                 MOVE "CODIGO POSTAL INEXISTENTE" TO
007930                     WS-MOTIVO-RECHAZO
007940             ELSE
007950             IF VSU-INEXISTENTE OR VSU-CERRADA
007960                 MOVE "SUCURSAL INEXISTENTE O CERRADA" TO
007970                     WS-MOTIVO-RECHAZO
007980             ELSE
007990                 CALL "normalizar_nombre" USING PTRN-NOMBRE
008000                     PERS-NOMBRE
008010                 MOVE PTRN-FECHA-NACIMIENTO TO
008020                     PERS-FECHA-NACIMIENTO
008030                 PERFORM 2960-CALCULAR-EDAD THRU 2960-EXIT
008040                 MOVE WS-EDAD-CALCULADA TO PERS-EDAD
008050                 MOVE PTRN-CLASIF-CODIGO TO PERS-CLASIF-CODIGO
008060                 MOVE PTRN-SUCURSAL TO PERS-SUCURSAL
008070                 MOVE PTRN-DIRECCION TO PERS-DIRECCION
008080                 IF PERS-EDAD >= WS-EDAD-MAYORIA
008090                     SET PERS-ES-MAYOR-EDAD TO TRUE
008100                 ELSE
008110                     SET PERS-ES-MENOR-EDAD TO TRUE
008120                 END-IF
008130                 PERFORM 4100-REGRABAR-PERSONA THRU 4100-EXIT
008140             END-IF
008150             END-IF
008160             END-IF
008170     END-READ.
008180 4000-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 4100-REGRABAR-PERSONA - REGRABA EL REGISTRO MODIFICADO Y LO
008230*     JOURNALIZA
008240******************************************************************
008250 4100-REGRABAR-PERSONA.
008260     REWRITE PERSONA-RECORD
008270         INVALID KEY
008280             MOVE "ERROR AL REGRABAR" TO
008290                 WS-MOTIVO-RECHAZO
008300         NOT INVALID KEY
008310             SET TRAN-APLICADA TO TRUE
008320             MOVE "M" TO WS-JRNL-ACCION
008330             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
008340             PERFORM 7000-REGISTRAR-JOURNAL
008350                 THRU 7000-EXIT
008360     END-REWRITE.
008370 4100-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410* 5000-BAJA - MARCA LA PERSONA COMO INACTIVA (BAJA LOGICA)
008420******************************************************************
008430 5000-BAJA.
008440     MOVE PTRN-DNI TO PERS-DNI.
008450     READ PERSONA-FILE
008460         INVALID KEY
008470             MOVE "PERSONA NO ENCONTRADA" TO WS-MOTIVO-RECHAZO
008480         NOT INVALID KEY
008490             IF PERS-INACTIVO
008500                 MOVE "YA ESTA INACTIVA" TO WS-MOTIVO-RECHAZO
008510             ELSE
008520                 MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES
008530                 SET PERS-INACTIVO TO TRUE
008540                 MOVE WS-FECHA-HOY TO PERS-FECHA-BAJA
008550                 REWRITE PERSONA-RECORD
008560                     INVALID KEY
008570                         MOVE "ERROR AL REGRABAR" TO
008580                             WS-MOTIVO-RECHAZO
008590                     NOT INVALID KEY
008600                         SET TRAN-APLICADA TO TRUE
008610                         MOVE "B" TO WS-JRNL-ACCION
008620                         MOVE PERSONA-RECORD TO
008630                             WS-IMAGEN-DESPUES
008640                         PERFORM 7000-REGISTRAR-JOURNAL
008650                             THRU 7000-EXIT
008660                 END-REWRITE
008670             END-IF
008680     END-READ.
008690 5000-EXIT.
008700     EXIT.
008710
008720******************************************************************
008730* 5500-TRANSFERENCIA - MOVIMIENTO "T": CAMBIA LA SUCURSAL DE LA
008740*     PERSONA (PTRN-SUCURSAL ES EL DESTINO), JOURNALIZA CON
008750*     ACCION "T" Y DEJA LA LINEA EN EL REGISTRO DIARIO TRANSREG
008760*     (EL MISMO QUE ESCRIBE PERSONAMANT EN LINEA)
008770******************************************************************
008780 5500-TRANSFERENCIA.
008790     MOVE PTRN-DNI TO PERS-DNI.
008800     READ PERSONA-FILE
008810         INVALID KEY
008820             MOVE "PERSONA NO ENCONTRADA" TO WS-MOTIVO-RECHAZO
008830         NOT INVALID KEY
008840             PERFORM 5510-APLICAR-TRANSFERENCIA THRU 5510-EXIT
008850     END-READ.
008860 5500-EXIT.
008870     EXIT.
008880
008890 5510-APLICAR-TRANSFERENCIA.
008900     IF PERS-INACTIVO
008910         MOVE "PERSONA INACTIVA" TO WS-MOTIVO-RECHAZO
008920         GO TO 5510-EXIT
008930     END-IF.
008940     IF PERS-SUCURSAL = PTRN-SUCURSAL
008950         MOVE "YA ESTA EN ESA SUCURSAL" TO WS-MOTIVO-RECHAZO
008960         GO TO 5510-EXIT
008970     END-IF.
008980     PERFORM 2990-VALIDAR-SUCURSAL THRU 2990-EXIT.
008990     IF VSU-INEXISTENTE
009000         MOVE "SUCURSAL DESTINO INEXISTENTE" TO WS-MOTIVO-RECHAZO
009010         GO TO 5510-EXIT
009020     END-IF.
009030     IF VSU-CERRADA
009040         MOVE "SUCURSAL DESTINO CERRADA" TO WS-MOTIVO-RECHAZO
009050         GO TO 5510-EXIT
009060     END-IF.
009070     MOVE PERS-SUCURSAL TO WS-SUC-ORIGEN.
009080     MOVE PERSONA-RECORD TO WS-IMAGEN-ANTES.
009090     MOVE PTRN-SUCURSAL TO PERS-SUCURSAL.
009100     REWRITE PERSONA-RECORD
009110         INVALID KEY
009120             MOVE "ERROR AL REGRABAR" TO WS-MOTIVO-RECHAZO
009130         NOT INVALID KEY
009140             SET TRAN-APLICADA TO TRUE
009150             MOVE "T" TO WS-JRNL-ACCION
009160             MOVE PERSONA-RECORD TO WS-IMAGEN-DESPUES
009170             PERFORM 7000-REGISTRAR-JOURNAL THRU 7000-EXIT
009180             PERFORM 5520-REGISTRAR-TRANSFERENCIA
009190                 THRU 5520-EXIT
009200     END-REWRITE.
009210 5510-EXIT.
009220     EXIT.
009230
009240 5520-REGISTRAR-TRANSFERENCIA.
009250     MOVE SPACES TO WS-DYN-TRANSREG.
009260     STRING "TRANSREG." WS-FECHA-HOY DELIMITED BY SIZE
009270         WS-SUFIJO-CICLO DELIMITED BY SPACE
009280         INTO WS-DYN-TRANSREG.
009290     OPEN EXTEND TRANSREG-FILE.
009300     IF WS-TRG-STATUS NOT = "00"
009310         OPEN OUTPUT TRANSREG-FILE
009320     END-IF.
009330     MOVE SPACES TO TRANSREG-RECORD.
009340     MOVE WS-FECHA-HOY TO TRG-FECHA.
009350     CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO.
009360     MOVE WS-DNI-ENMASCARADO TO TRG-DNI-MASK.
009370     MOVE PERS-NOMBRE TO TRG-NOMBRE.
009380     MOVE WS-SUC-ORIGEN TO TRG-ORIGEN.
009390     MOVE PERS-SUCURSAL TO TRG-DESTINO.
009400     WRITE TRANSREG-RECORD.
009410     CLOSE TRANSREG-FILE.
009420 5520-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460* 6000-ESCRIBIR-RESULTADO - UNA LINEA POR MOVIMIENTO, CON EL DNI
009470*     ENMASCARADO COMO EN TODO REPORTE DE ESTE SISTEMA
009480******************************************************************
009490 6000-ESCRIBIR-RESULTADO.
009500     MOVE SPACES TO WS-LINEA-DETALLE.
009510     MOVE PTRN-ACCION TO DET-ACCION.
009520     CALL "enmascarar_dni" USING PTRN-DNI WS-DNI-ENMASCARADO.
009530     MOVE WS-DNI-ENMASCARADO TO DET-DNI.
009540     IF TRAN-APLICADA
009550         MOVE "APLICADA " TO DET-RESULTADO
009560         IF AVISO-LOCALIDAD
009570             MOVE "AVISO LOCALIDAD DISTINTA AL CP" TO DET-MOTIVO
009580         END-IF
009590     ELSE
009600         MOVE "RECHAZADA" TO DET-RESULTADO
009610         MOVE WS-MOTIVO-RECHAZO TO DET-MOTIVO
009620     END-IF.
009630     MOVE WS-LINEA-DETALLE TO REPORT-RECORD.
009640     WRITE REPORT-RECORD.
009650     IF TRAN-APLICADA AND AVISO-LOCALIDAD
009660         ADD 1 TO WS-CUENTA-AVISOS-CP
009670         MOVE WS-VCP-LOCALIDAD-REF TO AVI-LOCALIDAD
009680         MOVE WS-VCP-PROVINCIA-REF TO AVI-PROVINCIA
009690         MOVE WS-LINEA-AVISO-CP TO REPORT-RECORD
009700         WRITE REPORT-RECORD
009710     END-IF.
009720 6000-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760* 7000-REGISTRAR-JOURNAL - DEJA EN PERSJRNL LA IMAGEN ANTES Y
009770*     DESPUES DEL MOVIMIENTO RECIEN APLICADO
009780******************************************************************
009790 7000-REGISTRAR-JOURNAL.
009800     CALL "persona_journal" USING WS-JRNL-PROGRAMA WS-JRNL-ACCION
009810             WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
009820 7000-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860* 8000-ESCRIBIR-CHECKPOINT - GRABA EL NUMERO DEL ULTIMO
009870*     MOVIMIENTO CONFIRMADO (MISMO PATRON QUE CHECKCICLO), PARA
009880*     QUE UN RERUN TRAS UNA CAIDA A MITAD DEL DECK RETOME EXACTO
009890*     DONDE QUEDO EN VEZ DE REPROCESAR Y RECHAZAR DUPLICADOS
009900******************************************************************
009910 8000-ESCRIBIR-CHECKPOINT.
009920     OPEN OUTPUT CHECK-FILE.
009930     MOVE WS-POSICION-TRAN TO CHK-ULTIMA-TRAN.
009940     WRITE CHECK-RECORD.
009950     CLOSE CHECK-FILE.
009960 8000-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000* 8100-BORRAR-CHECKPOINT - EL DECK SE PROCESO COMPLETO: LA
010010*     PROXIMA CORRIDA ARRANCA DEL PRIMER MOVIMIENTO
010020******************************************************************
010030 8100-BORRAR-CHECKPOINT.
010040     OPEN OUTPUT CHECK-FILE.
010050     MOVE ZERO TO CHK-ULTIMA-TRAN.
010060     WRITE CHECK-RECORD.
010070     CLOSE CHECK-FILE.
010080 8100-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120* 8500-ANOTAR-TRAZA - AGREGA LA ETAPA AL REGISTRO TRAZAS: EL
010130*     MISMO ID ACOMPANA AL MOVIMIENTO POR TODA SU VIDA Y
010140*     TRAZA_CONSULTA RECONSTRUYE EL VIAJE COMPLETO
010150******************************************************************
010160 8500-ANOTAR-TRAZA.
010170     OPEN EXTEND TRAZAS-FILE.
010180     IF WS-TRZ-STATUS NOT = "00"
010190         OPEN OUTPUT TRAZAS-FILE
010200     END-IF.
010210     MOVE SPACES TO TRAZAS-RECORD.
010220     MOVE WS-TRAZA-ID TO TRZ-ID.
010230     MOVE FUNCTION CURRENT-DATE(1:14) TO TRZ-TIMESTAMP.
010240     MOVE WS-TRZ-ETAPA TO TRZ-ETAPA.
010250     IF PTRN-DNI IS NUMERIC
010260         MOVE PTRN-DNI TO TRZ-DNI
010270     ELSE
010280         MOVE SPACES TO TRZ-DNI
010290     END-IF.
010300     MOVE WS-TRZ-DETALLE TO TRZ-DETALLE.
010310     WRITE TRAZAS-RECORD.
010320     CLOSE TRAZAS-FILE.
010330 8500-EXIT.
010340     EXIT.
010350
010360******************************************************************
010370* 8600-RECICLAR - EL MOVIMIENTO RECHAZADO VA AL DECK DE RECICLO
010380*     RECICLO.AAAAMMDD TAL CUAL LLEGO, PARA CORREGIRLO Y VOLVER
010390*     A ALIMENTARLO SIN RETIPEAR
010400******************************************************************
010410 8600-RECICLAR.
010420     IF NOT RECICLO-ABIERTO
010430         MOVE SPACES TO WS-DYN-RECICLO
010440         STRING "RECICLO." WS-FECHA-HOY DELIMITED BY SIZE
010450             WS-SUFIJO-CICLO DELIMITED BY SPACE
010460             INTO WS-DYN-RECICLO
010470         OPEN EXTEND RECICLO-FILE
010480         IF WS-REC-STATUS NOT = "00"
010490             OPEN OUTPUT RECICLO-FILE
010500         END-IF
010510         SET RECICLO-ABIERTO TO TRUE
010520     END-IF.
010530     MOVE TRAN-RECORD TO RECICLO-RECORD.
010540     WRITE RECICLO-RECORD.
010550     ADD 1 TO WS-CUENTA-RECICLADAS.
010560     MOVE "RECICLO" TO WS-TRZ-ETAPA.
010570     MOVE SPACES TO WS-TRZ-DETALLE.
010580     STRING "AL DECK " WS-DYN-RECICLO DELIMITED BY SIZE
010590         INTO WS-TRZ-DETALLE.
010600     PERFORM 8500-ANOTAR-TRAZA THRU 8500-EXIT.
010610 8600-EXIT.
010620     EXIT.
010630
010640******************************************************************
010650* 9000-TERMINAR - ESCRIBE EL TRAILER DE CONTROL, CUADRA LOS
010660*     TOTALES Y REGISTRA LA CORRIDA EN LA AUDITORIA COMPARTIDA
010670******************************************************************
010680 9000-TERMINAR.
010690     IF FIN-TRAN
010700         PERFORM 8100-BORRAR-CHECKPOINT THRU 8100-EXIT
010710     END-IF.
010720     PERFORM 9100-ESCRIBIR-TRAILER THRU 9100-EXIT.
010730     IF WS-TRAN-STATUS NOT = "35" AND WS-TRAN-STATUS NOT = "30"
010740         CLOSE TRAN-FILE
010750     END-IF.
010760     CLOSE PERSONA-FILE.
010770     CLOSE REPORT-FILE.
010780     IF RECICLO-ABIERTO
010790         CLOSE RECICLO-FILE
010800         MOVE WS-DYN-RECICLO TO WS-CATG-ARCHIVO
010810         MOVE WS-CUENTA-RECICLADAS TO WS-CATG-CANTIDAD
010820         CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
010830                 WS-CATG-CANTIDAD
010840         DISPLAY " MOVIMIENTOS AL RECICLO: "
010850             WS-CUENTA-RECICLADAS
010860     END-IF.
010870     MOVE WS-CUENTA-LEIDAS TO WS-AUDT-CANTIDAD.
010880     CALL "auditoria" USING WS-AUDT-PROGRAMA WS-AUDT-CANTIDAD.
010890     MOVE WS-DYN-REPORT-FILE TO WS-CATG-ARCHIVO.
010900     MOVE WS-CUENTA-LEIDAS TO WS-CATG-CANTIDAD.
010910     CALL "catalogo" USING WS-CATG-ARCHIVO WS-AUDT-PROGRAMA
010920             WS-CATG-CANTIDAD.
010930 9000-EXIT.
010940     EXIT.
010950
010960 9100-ESCRIBIR-TRAILER.
010970     MOVE SPACES TO WS-LINEA-TRAILER.
010980     MOVE "MOVIMIENTOS LEIDOS.................." TO TRA-ETIQUETA.
010990     MOVE WS-CUENTA-LEIDAS TO TRA-VALOR.
011000     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
011010     WRITE REPORT-RECORD.
011020
011030     MOVE SPACES TO WS-LINEA-TRAILER.
011040     MOVE "MOVIMIENTOS APLICADOS..............." TO TRA-ETIQUETA.
011050     MOVE WS-CUENTA-APLICADAS TO TRA-VALOR.
011060     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
011070     WRITE REPORT-RECORD.
011080
011090     MOVE SPACES TO WS-LINEA-TRAILER.
011100     MOVE "MOVIMIENTOS RECHAZADOS.............." TO TRA-ETIQUETA.
011110     MOVE WS-CUENTA-RECHAZADAS TO TRA-VALOR.
011120     MOVE WS-LINEA-TRAILER TO REPORT-RECORD.
011130     WRITE REPORT-RECORD.
011140
011150     IF WS-CUENTA-AVISOS-CP > ZERO
011160         MOVE SPACES TO WS-LINEA-TRAILER
011170         MOVE "APLICADOS CON AVISO DE LOCALIDAD...."
011180             TO TRA-ETIQUETA
011190         MOVE WS-CUENTA-AVISOS-CP TO TRA-VALOR
011200         MOVE WS-LINEA-TRAILER TO REPORT-RECORD
011210         WRITE REPORT-RECORD
011220     END-IF.
011230
011240     IF WS-CUENTA-SALTEADAS > ZERO
011250         MOVE SPACES TO WS-LINEA-TRAILER
011260         MOVE "MOVIMIENTOS SALTEADOS (REINICIO)...."
011270             TO TRA-ETIQUETA
011280         MOVE WS-CUENTA-SALTEADAS TO TRA-VALOR
011290         MOVE WS-LINEA-TRAILER TO REPORT-RECORD
011300         WRITE REPORT-RECORD
011310     END-IF.
011320
011330     MOVE "S" TO WS-SW-BALANCEA.
011340     IF WS-CUENTA-LEIDAS NOT =
011350             WS-CUENTA-APLICADAS + WS-CUENTA-RECHAZADAS
011360         MOVE "N" TO WS-SW-BALANCEA
011370     END-IF.
011380     IF TOTALES-BALANCEAN
011390         DISPLAY " CONTROL DE TOTALES: BALANCEA"
011400     ELSE
011410         DISPLAY " CONTROL DE TOTALES: NO BALANCEA - VERIFICAR"
011420     END-IF.
011430 9100-EXIT.
011440     EXIT.
011450
011460 END PROGRAM PersonaMantBat.
