      ******************************************************************
      * COPYBOOK:   SUCURSAL
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE SUCREF BRANCH
      *             REFERENCE: ONE LINE PER SUCURSAL CODE THAT
      *             PERS-SUCURSAL MAY CARRY, WITH ITS NAME, ADDRESS,
      *             MANAGER, STATE AND DATES. A CLOSED BRANCH (ESTADO
      *             "C") KEEPS ITS LINE SO HISTORY AND REPORTS STILL
      *             NAME IT; SUC-SUCESORA IS THE BRANCH ITS PEOPLE
      *             WERE MOVED TO BY SUCURSALCIERRE. MAINTAINED BY
      *             SUCURSAL_MANT (ALTA/MODIFICACION ONLY; THE CLOSURE
      *             IS SUCURSALCIERRE'S); READ BY VALIDAR_SUCURSAL.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  SUCREF-RECORD.
           05  SUC-CODIGO              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  SUC-NOMBRE              PIC X(30).
           05  FILLER                  PIC X(01).
           05  SUC-DIRECCION           PIC X(40).
           05  FILLER                  PIC X(01).
           05  SUC-RESPONSABLE         PIC X(30).
           05  FILLER                  PIC X(01).
           05  SUC-ESTADO              PIC X(01).
               88  SUC-ABIERTA         VALUE "A".
               88  SUC-CERRADA         VALUE "C".
           05  FILLER                  PIC X(01).
           05  SUC-FECHA-APERTURA      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SUC-FECHA-CIERRE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SUC-SUCESORA            PIC 9(02).
