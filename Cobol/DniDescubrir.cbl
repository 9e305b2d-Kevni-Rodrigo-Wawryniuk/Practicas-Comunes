000210*             (QUIEN, QUE DNI, CUANDO, MOTIVO) FOR COMPLIANCE
000220*             REVIEW. WITHOUT THIS DOOR, MASKING JUST PUSHES
000230*             PEOPLE TO READ THE RAW PERSONAF FILE.
000240*             THE SAME DOOR RESOLVES THE DNI TOKEN OF A CSV
000250*             EXTRACT (DNI_TOKEN VAULT) WHEN A DOWNSTREAM TEAM
000260*             RAISES A CASE ABOUT ONE PERSON.
000270* TECTONICS:  cobc
000280******************************************************************
000290* MODIFICATION HISTORY
000300* DATE       INIT DESCRIPTION
000310* 2026-08-11 RW   INITIAL VERSION.
000320* 2026-08-22 RW   THE REQUEST IS NOW RESOLVED AGAINST THE
000330*                 PERSONAF MASTER: THE SUPERVISOR BUSCA POR
000340*                 NOMBRE (QUE ES LO QUE TIENE, JUNTO AL DNI
000350*                 ENMASCARADO), ELIGE LA COINCIDENCIA Y VE EL
000360*                 PERS-DNI GUARDADO - ANTES SOLO SE LE HACIA ECO
000370*                 DEL NUMERO QUE EL MISMO TIPEABA.
000380* 2026-10-15 RW   UN SUPERVISOR AUTORIZADO DEBE ADEMAS RECONFIRMAR
000390*                 SU CLAVE (SERVICIO CREDENCIAL); SI NO, EL PEDIDO
000400*                 QUEDA DENEGADO EN ACCESOLOG.
000410* 2026-10-15 RW   BUSQUEDA POR TOKEN DE EXTRACTO: EL SUPERVISOR
000420*                 TIPEA EL DNI_TOKEN QUE LE PASO EL EQUIPO
000430*                 DESTINATARIO Y VE EL DNI Y EL NOMBRE (BOVEDA
000440*                 DNIVAULT VIA EL SERVICIO DNI_TOKEN). ACCESOLOG
000450*                 CRECE 46 -> 57 CON LA VIA (N NOMBRE, T TOKEN)
000460*                 Y EL TOKEN CONSULTADO.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. dni_descubrir.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SESION-FILE ASSIGN TO "SESION"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SES-STATUS.
000570
000580     SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZA"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUT-STATUS.
000610
000620     SELECT ACCESO-FILE ASSIGN TO "ACCESOLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ACC-STATUS.
000650
000660     SELECT PERSONA-FILE ASSIGN TO "PERSONAF"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PERS-DNI
000700         FILE STATUS IS WS-PER-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SESION-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 08 CHARACTERS.
000770 01  SESION-RECORD.
000780     05  SES-OPERADOR            PIC X(08).
000790
000800 FD  AUTORIZA-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 08 CHARACTERS.
000830 01  AUTORIZA-RECORD.
000840     05  AUT-ID                  PIC X(08).
000850
000860 FD  ACCESO-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 57 CHARACTERS.
000890 01  ACCESO-RECORD.
000900     05  ACC-TIMESTAMP           PIC X(21).
000910     05  FILLER                  PIC X(01) VALUE SPACE.
000920     05  ACC-OPERADOR            PIC X(08).
000930     05  FILLER                  PIC X(01) VALUE SPACE.
000940     05  ACC-DNI                 PIC 9(08).
000950     05  FILLER                  PIC X(01) VALUE SPACE.
000960     05  ACC-MOTIVO              PIC X(04).
000970     05  FILLER                  PIC X(01) VALUE SPACE.
000980     05  ACC-RESULTADO           PIC X(01).
000990     05  FILLER                  PIC X(01) VALUE SPACE.
001000     05  ACC-VIA                 PIC X(01).
001010     05  FILLER                  PIC X(01) VALUE SPACE.
001020     05  ACC-TOKEN               PIC X(08).
001030
001040 FD  PERSONA-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 117 CHARACTERS.
001070 COPY PERSONA.
001080
001090 WORKING-STORAGE SECTION.
001100 01  WS-SES-STATUS               PIC X(02).
001110 01  WS-AUT-STATUS               PIC X(02).
001120 01  WS-ACC-STATUS               PIC X(02).
001130 01  WS-EOF-AUT                  PIC X(01) VALUE "N".
001140     88  FIN-AUTORIZA            VALUE "S".
001150 01  WS-OPERADOR-ACTUAL          PIC X(08) VALUE SPACES.
001160 01  WS-SW-AUTORIZADO            PIC X(01) VALUE "N".
001170     88  OPERADOR-AUTORIZADO     VALUE "S".
001180 01  WS-DNI-PEDIDO               PIC 9(08).
001190 01  WS-MOTIVO-CODIGO            PIC X(04).
001200 01  WS-PER-STATUS               PIC X(02).
001210 01  WS-NOMBRE-BUSCADO           PIC X(30).
001220 01  WS-LON-BUSCADO              PIC 9(02) COMP.
001230 01  WS-POS-COMPARA              PIC 9(02) COMP.
001240 01  WS-SW-NOMBRE-COINCIDE       PIC X(01) VALUE "N".
001250     88  NOMBRE-COINCIDE         VALUE "S".
001260 01  WS-EOF-BUSQUEDA             PIC X(01) VALUE "N".
001270     88  FIN-BUSQUEDA            VALUE "S".
001280 01  WS-MAX-COINCIDENCIAS        PIC 9(02) VALUE 50.
001290 01  WS-CANT-COINCIDENCIAS       PIC 9(02) VALUE ZERO.
001300 01  WS-TABLA-COINCIDENCIAS.
001310     05  BUSQ-DNI                PIC 9(08) OCCURS 50 TIMES.
001320 01  WS-LINEA-ELEGIDA            PIC 9(02).
001330 01  WS-DNI-ENMASCARADO          PIC X(08).
001340 01  WS-VIA-BUSQUEDA             PIC X(01) VALUE "N".
001350     88  BUSQUEDA-POR-TOKEN      VALUE "T".
001360 01  WS-TOKEN-PEDIDO             PIC X(08) VALUE SPACES.
001370*----------------------------------------------------------------
001380*    TOKEN DE LOS EXTRACTOS CSV (VER TOKENDNI.CBL)
001390*----------------------------------------------------------------
001400 01  DTK-AREA.
001410     05  DTK-FUNCION             PIC X(01).
001420     05  DTK-DNI                 PIC 9(08).
001430     05  DTK-TOKEN               PIC X(08).
001440     05  DTK-EXTRACTO            PIC X(08).
001450     05  DTK-DESTINO             PIC X(08).
001460     05  DTK-RESULTADO           PIC X(01).
001470     05  DTK-MENSAJE             PIC X(40).
001480*----------------------------------------------------------------
001490*    RECONFIRMACION DE LA CLAVE ANTES DE LA ACCION SENSIBLE (VER
001500*    CREDENCIAL.CBL)
001510*----------------------------------------------------------------
001520 01  CRED-AREA.
001530     05  CRED-FUNCION            PIC X(01).
001540     05  CRED-OPERADOR           PIC X(08).
001550     05  CRED-CLAVE              PIC X(20).
001560     05  CRED-CLAVE-NUEVA        PIC X(20).
001570     05  CRED-SUPERVISOR         PIC X(08).
001580     05  CRED-RESULTADO          PIC X(01).
001590     05  CRED-MENSAJE            PIC X(40).
001600 01  WS-SW-CLAVE                 PIC X(01) VALUE "N".
001610     88  CLAVE-CONFIRMADA        VALUE "S".
001620
001630 PROCEDURE DIVISION.
001640
001650******************************************************************
001660* 0000-MAINLINE
001670******************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-IDENTIFICAR-OPERADOR THRU 1000-EXIT.
001700     PERFORM 2000-VERIFICAR-AUTORIZACION THRU 2000-EXIT.
001710     IF OPERADOR-AUTORIZADO
001720         PERFORM 2500-CONFIRMAR-CLAVE THRU 2500-EXIT
001730         IF NOT CLAVE-CONFIRMADA
001740             MOVE "N" TO WS-SW-AUTORIZADO
001750         END-IF
001760     END-IF.
001770     PERFORM 3000-ATENDER-PEDIDO THRU 3000-EXIT.
001780     GOBACK.
001790
001800******************************************************************
001810* 1000-IDENTIFICAR-OPERADOR - TOMA EL OPERADOR DE LA SESION DEL
001820*     MENU; SIN SESION ABIERTA, LO PIDE POR PANTALLA
001830******************************************************************
001840 1000-IDENTIFICAR-OPERADOR.
001850     OPEN INPUT SESION-FILE.
001860     IF WS-SES-STATUS = "00"
001870         READ SESION-FILE
001880             NOT AT END
001890                 MOVE SES-OPERADOR TO WS-OPERADOR-ACTUAL
001900         END-READ
001910         CLOSE SESION-FILE
001920     END-IF.
001930     IF WS-OPERADOR-ACTUAL = SPACES
001940         DISPLAY "ID DE OPERADOR: "
001950         ACCEPT WS-OPERADOR-ACTUAL
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010* 2000-VERIFICAR-AUTORIZACION - EL OPERADOR DEBE FIGURAR EN LA
002020*     LISTA AUTORIZA; SIN ARCHIVO AUTORIZA NADIE ESTA AUTORIZADO
002030******************************************************************
002040 2000-VERIFICAR-AUTORIZACION.
002050     OPEN INPUT AUTORIZA-FILE.
002060     IF WS-AUT-STATUS NOT = "00"
002070         GO TO 2000-EXIT
002080     END-IF.
002090     PERFORM 2100-BUSCAR-AUTORIZACION THRU 2100-EXIT
002100         UNTIL FIN-AUTORIZA.
002110     CLOSE AUTORIZA-FILE.
002120 2000-EXIT.
002130     EXIT.
002140
002150 2100-BUSCAR-AUTORIZACION.
002160     READ AUTORIZA-FILE
002170         AT END
002180             SET FIN-AUTORIZA TO TRUE
002190         NOT AT END
002200             IF AUT-ID = WS-OPERADOR-ACTUAL
002210                 SET OPERADOR-AUTORIZADO TO TRUE
002220                 SET FIN-AUTORIZA TO TRUE
002230             END-IF
002240     END-READ.
002250 2100-EXIT.
002260     EXIT.
002270******************************************************************
002280* 2500-CONFIRMAR-CLAVE - EL OPERADOR VUELVE A TIPEAR SU CLAVE; UNA
002290*     CUENTA BLOQUEADA, UNA CLAVE INCORRECTA O UNA QUE DEBE
002300*     CAMBIARSE (SE CAMBIA DESDE EL MENU) NO HABILITAN LA ACCION.
002310*     SIN REGISTRO CREDOPER (MODO LEGADO) NO HAY CONTRA QUE
002320*     VERIFICAR Y SE SIGUE COMO ANTES.
002330******************************************************************
002340 2500-CONFIRMAR-CLAVE.
002350     MOVE "N" TO WS-SW-CLAVE.
002360     MOVE SPACES TO CRED-AREA.
002370     MOVE "V" TO CRED-FUNCION.
002380     MOVE WS-OPERADOR-ACTUAL TO CRED-OPERADOR.
002390     MOVE WS-OPERADOR-ACTUAL TO CRED-SUPERVISOR.
002400     DISPLAY "CONFIRME SU CLAVE: ".
002410     ACCEPT CRED-CLAVE.
002420     CALL "credencial" USING CRED-AREA.
002430     MOVE SPACES TO CRED-CLAVE.
002440     EVALUATE CRED-RESULTADO
002450         WHEN "0"
002460         WHEN "L"
002470             SET CLAVE-CONFIRMADA TO TRUE
002480         WHEN "3"
002490             DISPLAY CRED-MENSAJE
002500             DISPLAY "CAMBIELA DESDE EL MENU DEL OPERADOR."
002510         WHEN OTHER
002520             DISPLAY CRED-MENSAJE
002530     END-EVALUATE.
002540 2500-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580* 3000-ATENDER-PEDIDO - PIDE NOMBRE (O TOKEN) Y MOTIVO,
002590*     RESUELVE EL DNI SOLO SI HAY AUTORIZACION, Y DEJA EL
002600*     ACCESO EN LA BITACORA DE ACCESOS (CONCEDIDO O DENEGADO)
002610******************************************************************
002620 3000-ATENDER-PEDIDO.
002630     DISPLAY "Buscar por (N)ombre o por (T)oken de extracto: ".
002640     ACCEPT WS-VIA-BUSQUEDA.
002650     IF WS-VIA-BUSQUEDA = "t"
002660         MOVE "T" TO WS-VIA-BUSQUEDA
002670     END-IF.
002680     IF BUSQUEDA-POR-TOKEN
002690         DISPLAY "Token del extracto (T + 7 digitos): "
002700         ACCEPT WS-TOKEN-PEDIDO
002710     ELSE
002720         MOVE "N" TO WS-VIA-BUSQUEDA
002730         DISPLAY "Nombre a descubrir (total o parcial): "
002740         ACCEPT WS-NOMBRE-BUSCADO
002750     END-IF.
002760     DISPLAY "Codigo de motivo: ".
002770     ACCEPT WS-MOTIVO-CODIGO.
002780     MOVE ZERO TO WS-DNI-PEDIDO.
002790     IF OPERADOR-AUTORIZADO
002800         IF BUSQUEDA-POR-TOKEN
002810             PERFORM 3200-RESOLVER-TOKEN THRU 3200-EXIT
002820         ELSE
002830             PERFORM 3100-BUSCAR-EN-MAESTRO THRU 3100-EXIT
002840         END-IF
002850     ELSE
002860         DISPLAY "ACCESO DENEGADO: OPERADOR NO AUTORIZADO "
002870             "PARA DESCUBRIR DNI."
002880     END-IF.
002890     PERFORM 4000-REGISTRAR-ACCESO THRU 4000-EXIT.
002900 3000-EXIT.
002910     EXIT.
002920
002930******************************************************************
002940* 3100-BUSCAR-EN-MAESTRO - RECORRE EL MAESTRO COMPARANDO EL
002950*     NOMBRE, LISTA LAS COINCIDENCIAS CON EL DNI ENMASCARADO Y
002960*     MUESTRA EL PERS-DNI GUARDADO DE LA LINEA ELEGIDA
002970******************************************************************
002980 3100-BUSCAR-EN-MAESTRO.
002990     PERFORM 3110-MEDIR-NOMBRE THRU 3110-EXIT.
003000     IF WS-LON-BUSCADO = ZERO
003010         DISPLAY "NOMBRE VACIO."
003020         GO TO 3100-EXIT
003030     END-IF.
003040     OPEN INPUT PERSONA-FILE.
003050     IF WS-PER-STATUS NOT = "00"
003060         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
003070             WS-PER-STATUS ")."
003080         GO TO 3100-EXIT
003090     END-IF.
003100     MOVE ZERO TO WS-CANT-COINCIDENCIAS.
003110     MOVE "N" TO WS-EOF-BUSQUEDA.
003120     MOVE ZEROS TO PERS-DNI.
003130     START PERSONA-FILE KEY IS NOT < PERS-DNI
003140         INVALID KEY
003150             SET FIN-BUSQUEDA TO TRUE
003160     END-START.
003170     PERFORM 3120-LEER-Y-COMPARAR THRU 3120-EXIT
003180         UNTIL FIN-BUSQUEDA.
003190     CLOSE PERSONA-FILE.
003200     IF WS-CANT-COINCIDENCIAS = ZERO
003210         DISPLAY "SIN COINCIDENCIAS."
003220         GO TO 3100-EXIT
003230     END-IF.
003240     DISPLAY "Numero de linea (0 cancela): ".
003250     ACCEPT WS-LINEA-ELEGIDA.
003260     IF WS-LINEA-ELEGIDA > 0
003270             AND WS-LINEA-ELEGIDA <= WS-CANT-COINCIDENCIAS
003280         MOVE BUSQ-DNI(WS-LINEA-ELEGIDA) TO WS-DNI-PEDIDO
003290         DISPLAY "DNI COMPLETO: " WS-DNI-PEDIDO
003300     END-IF.
003310 3100-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 3110-MEDIR-NOMBRE - LARGO UTIL (SIN ESPACIOS FINALES) DEL
003360*     NOMBRE BUSCADO
003370******************************************************************
003380 3110-MEDIR-NOMBRE.
003390     MOVE 30 TO WS-LON-BUSCADO.
003400     PERFORM UNTIL WS-LON-BUSCADO < 1
003410             OR WS-NOMBRE-BUSCADO(WS-LON-BUSCADO:1) NOT = SPACE
003420         SUBTRACT 1 FROM WS-LON-BUSCADO
003430     END-PERFORM.
003440 3110-EXIT.
003450     EXIT.
003460
003470 3120-LEER-Y-COMPARAR.
003480     READ PERSONA-FILE NEXT RECORD
003490         AT END
003500             SET FIN-BUSQUEDA TO TRUE
003510         NOT AT END
003520             PERFORM 3130-COMPARAR-NOMBRE THRU 3130-EXIT
003530     END-READ.
003540 3120-EXIT.
003550     EXIT.
003560
003570 3130-COMPARAR-NOMBRE.
003580     MOVE "N" TO WS-SW-NOMBRE-COINCIDE.
003590     PERFORM VARYING WS-POS-COMPARA FROM 1 BY 1
003600             UNTIL WS-POS-COMPARA > 31 - WS-LON-BUSCADO
003610                 OR NOMBRE-COINCIDE
003620         PERFORM 3135-COMPARAR-POSICION THRU 3135-EXIT
003630     END-PERFORM.
003640     IF NOMBRE-COINCIDE
003650             AND WS-CANT-COINCIDENCIAS < WS-MAX-COINCIDENCIAS
003660         ADD 1 TO WS-CANT-COINCIDENCIAS
003670         MOVE PERS-DNI TO BUSQ-DNI(WS-CANT-COINCIDENCIAS)
003680         CALL "enmascarar_dni" USING PERS-DNI WS-DNI-ENMASCARADO
003690         DISPLAY " " WS-CANT-COINCIDENCIAS " - "
003700             WS-DNI-ENMASCARADO "  " PERS-NOMBRE
003710     END-IF.
003720 3130-EXIT.
003730     EXIT.
003740
003750 3135-COMPARAR-POSICION.
003760     IF PERS-NOMBRE(WS-POS-COMPARA:WS-LON-BUSCADO) =
003770             WS-NOMBRE-BUSCADO(1:WS-LON-BUSCADO)
003780         SET NOMBRE-COINCIDE TO TRUE
003790     END-IF.
003800 3135-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840* 3200-RESOLVER-TOKEN - EL TOKEN SE RESUELVE CONTRA LA BOVEDA
003850*     (UNICO CAMINO DE VUELTA AL DNI) Y SE MUESTRA EL NOMBRE DEL
003860*     MAESTRO PARA QUE EL SUPERVISOR CONFIRME A QUIEN SE REFIERE
003870******************************************************************
003880 3200-RESOLVER-TOKEN.
003890     MOVE SPACES TO DTK-AREA.
003900     MOVE "R" TO DTK-FUNCION.
003910     MOVE WS-TOKEN-PEDIDO TO DTK-TOKEN.
003920     CALL "dni_token" USING DTK-AREA.
003930     MOVE DTK-DNI TO WS-DNI-PEDIDO.
003940     IF DTK-RESULTADO NOT = "0"
003950         DISPLAY DTK-MENSAJE
003960     END-IF.
003970     MOVE "C" TO DTK-FUNCION.
003980     CALL "dni_token" USING DTK-AREA.
003990     IF WS-DNI-PEDIDO = ZERO
004000         GO TO 3200-EXIT
004010     END-IF.
004020     DISPLAY "DNI COMPLETO: " WS-DNI-PEDIDO.
004030     OPEN INPUT PERSONA-FILE.
004040     IF WS-PER-STATUS NOT = "00"
004050         DISPLAY "MAESTRO PERSONAF NO DISPONIBLE (STATUS "
004060             WS-PER-STATUS ")."
004070         GO TO 3200-EXIT
004080     END-IF.
004090     MOVE WS-DNI-PEDIDO TO PERS-DNI.
004100     READ PERSONA-FILE
004110         INVALID KEY
004120             DISPLAY "EL DNI YA NO FIGURA EN EL MAESTRO."
004130         NOT INVALID KEY
004140             DISPLAY "NOMBRE......: " PERS-NOMBRE
004150     END-READ.
004160     CLOSE PERSONA-FILE.
004170 3200-EXIT.
004180     EXIT.
004190
004200 4000-REGISTRAR-ACCESO.
004210     OPEN EXTEND ACCESO-FILE.
004220     IF WS-ACC-STATUS NOT = "00"
004230         OPEN OUTPUT ACCESO-FILE
004240     END-IF.
004250     MOVE SPACES TO ACCESO-RECORD.
004260     MOVE FUNCTION CURRENT-DATE TO ACC-TIMESTAMP.
004270     MOVE WS-OPERADOR-ACTUAL TO ACC-OPERADOR.
004280     MOVE WS-DNI-PEDIDO TO ACC-DNI.
004290     MOVE WS-MOTIVO-CODIGO TO ACC-MOTIVO.
004300     IF OPERADOR-AUTORIZADO
004310         MOVE "A" TO ACC-RESULTADO
004320     ELSE
004330         MOVE "D" TO ACC-RESULTADO
004340     END-IF.
004350     MOVE WS-VIA-BUSQUEDA TO ACC-VIA.
004360     MOVE WS-TOKEN-PEDIDO TO ACC-TOKEN.
004370     WRITE ACCESO-RECORD.
004380     CLOSE ACCESO-FILE.
004390 4000-EXIT.
004400     EXIT.
004410
004420 END PROGRAM dni_descubrir.
