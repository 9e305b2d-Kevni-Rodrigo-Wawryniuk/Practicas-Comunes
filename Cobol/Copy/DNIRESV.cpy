      ******************************************************************
      * COPYBOOK:   DNIRESV
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE DNIRESV REGISTER OF
      *             DNI HELD BY AN ONLINE SESSION (A MERGE OR AN
      *             APPROVAL) WHILE IT WORKS ON THEM. ONE LINE PER
      *             HELD DNI; KEPT ONLY BY RESERVA_DNI, WHICH REWRITES
      *             THE WHOLE REGISTER ON EVERY CHANGE. A SESSION IS
      *             RSV-SESION (THE MOMENT IT STARTED) + RSV-OPERADOR
      *             + RSV-PROGRAMA. RSV-MOMENTO IS WHEN THE HOLD WAS
      *             LAST TAKEN OR RENEWED; A HOLD OLDER THAN THE
      *             MAXIMUM AGE IN RESERVA_DNI IS TREATED AS LEFT BY
      *             A SESSION THAT ENDED ABNORMALLY.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  DNIRESV-RECORD.
           05  RSV-DNI                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RSV-SESION              PIC X(14).
           05  FILLER                  PIC X(01).
           05  RSV-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  RSV-PROGRAMA            PIC X(20).
           05  FILLER                  PIC X(01).
           05  RSV-MOMENTO             PIC X(14).
