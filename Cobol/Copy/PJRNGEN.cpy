      ******************************************************************
      * COPYBOOK:   PJRNGEN
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    RECORD LAYOUT OF THE PJRNGEN GENERATION LOG OF THE
      *             PERSONA JOURNAL. PERSJRNL IS KEPT AS ONE FILE PER
      *             MONTH (PERSJRNL.AAAAMM); PERSONA_JOURNAL APPENDS
      *             ONE RECORD HERE EACH TIME IT OPENS A NEW MONTH,
      *             CARRYING THE HASH THE CHAIN HAD WHEN THE PREVIOUS
      *             MONTH CLOSED (THE FIRST LINK OF THE NEW MONTH IS
      *             COMPUTED FROM IT) AND THE RECORD COUNT OF THE
      *             PREVIOUS MONTH, SO CADENA_VERIF CAN PROVE THE
      *             CHAIN IS UNBROKEN ACROSS THE MONTHLY BOUNDARY.
      *             THE FILE IS IN GENERATION ORDER, OLDEST FIRST.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  PJRNGEN-RECORD.
           05  PJG-GENERACION          PIC 9(06).
           05  FILLER                  PIC X(01).
      *    HASH DE CIERRE DE LA GENERACION ANTERIOR (CERO EN LA
      *    PRIMERA): ES EL HASH PREVIO DEL PRIMER REGISTRO DE ESTA
           05  PJG-HASH-APERTURA       PIC 9(11).
           05  FILLER                  PIC X(01).
           05  PJG-FECHA-APERTURA      PIC 9(08).
           05  FILLER                  PIC X(01).
      *    REGISTROS CON QUE CERRO LA GENERACION ANTERIOR
           05  PJG-CANT-ANTERIOR       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PJG-PROGRAMA            PIC X(20).
