      ******************************************************************
      * COPYBOOK:   PERSSNAP
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    RECORD LAYOUT OF THE NIGHTLY PERSONA SNAPSHOT
      *             (PERSSNAP) WRITTEN BY PERSONA_SNAP: THE FULL 117-
      *             BYTE MASTER IMAGE IN DNI ORDER FOLLOWED BY THE
      *             FIELDS EVERY READER USED TO DERIVE ON ITS OWN -
      *             EDAD A LA FECHA DE NEGOCIO, MAYORIA, BANDA DE
      *             EDAD (EDADBAND), CLASIFICACION (CLASIREF) Y
      *             SUCURSAL RESUELTA. THE FILE TRAVELS IN THE SHOP'S
      *             HDR/TRL ENVELOPE (CANTIDAD + HASH OF THE DNI,
      *             POSITION 01 LENGTH 08) SO EACH READER CHECKS THE
      *             CONTROL TOTAL WITH VALIDAR_SOBRE BEFORE USING IT.
      *             A READER DECLARES ITS FD WITH COPY PERSONA
      *             FOLLOWED BY THIS COPYBOOK, SO THE PERS- NAMES OF
      *             THE MASTER KEEP WORKING OVER THE IMAGE.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  PERSSNAP-RECORD.
           05  PSN-PERSONA             PIC X(117).
           05  PSN-DERIVADOS.
      *        EDAD A LA FECHA DE NEGOCIO; CON FECHA DE NACIMIENTO
      *        EN CERO QUEDA LA EDAD REGISTRADA EN EL MAESTRO
               10  PSN-EDAD            PIC 9(03).
               10  PSN-EDAD-ORIGEN     PIC X(01).
                   88  PSN-EDAD-DERIVADA   VALUE "D".
                   88  PSN-EDAD-REGISTRADA VALUE "R".
      *        MAYORIA SEGUN PSN-EDAD CONTRA EDAD_MAYORIA
               10  PSN-MAYORIA         PIC X(01).
                   88  PSN-ES-MAYOR    VALUE "S".
                   88  PSN-ES-MENOR    VALUE "N".
      *        POSICION DE LA BANDA EN EDADBAND (O EN LA TABLA POR
      *        DEFECTO DE PERSONADEMOG); 00 = FUERA DE TODA BANDA
               10  PSN-BANDA-IDX       PIC 9(02).
               10  PSN-BANDA-DESCRIPCION
                                       PIC X(20).
      *        POSICION DE LA CLASIFICACION EN CLASIREF (PRIMERAS 5
      *        ENTRADAS, COMO LA CARGAN LOS LECTORES); 00 = CODIGO
      *        INEXISTENTE EN EL REFERENCIAL
               10  PSN-CLASIF-IDX      PIC 9(02).
               10  PSN-CLASIF-DESCRIPCION
                                       PIC X(20).
      *        SUCURSAL CERO (REGISTRO ANTERIOR AL CAMPO) = 01
               10  PSN-SUCURSAL        PIC 9(02).
           05  FILLER                  PIC X(12).

       01  PERSSNAP-ENCABEZADO.
           05  PSNH-TIPO               PIC X(03).
           05  PSNH-ORIGEN             PIC X(08).
           05  PSNH-FECHA              PIC 9(08).
           05  FILLER                  PIC X(161).

       01  PERSSNAP-TRAILER.
           05  PSNT-TIPO               PIC X(03).
           05  PSNT-CANTIDAD           PIC 9(07).
           05  PSNT-HASH               PIC 9(11).
           05  FILLER                  PIC X(159).
