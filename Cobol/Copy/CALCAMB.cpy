      ******************************************************************
      * COPYBOOK:   CALCAMB
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE CALCAMB FILE OF
      *             CHANGES TO THE CALENDAR FILE. APPEND-ONLY: ONE
      *             LINE PER DATE WHOSE TYPE CHANGED, WITH WHEN,
      *             WHO, WHERE FROM AND WHY:
      *               M  CALENDARIO_MANT  - THE OPERATOR'S OWN CHANGE
      *               A  CALENDARIO_ANUAL - A DATE ALREADY IN CALENDAR
      *                  REPLACED BY AN APPROVED ANNUAL GENERATION
      *                  (THE OPERATOR IS THE SUPERVISOR WHO SIGNED)
      *             THE TYPE BEFORE IS "-" WHEN THE DATE HAD NO
      *             RECORD (THE READERS TAKE IT AS A BUSINESS DAY).
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  CALCAMB-RECORD.
           05  CCAM-MOMENTO            PIC X(14).
           05  FILLER                  PIC X(01).
           05  CCAM-OPERADOR           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CCAM-ORIGEN             PIC X(01).
               88  CCAM-DEL-DIALOGO    VALUE "M".
               88  CCAM-DE-GENERACION  VALUE "A".
           05  FILLER                  PIC X(01).
           05  CCAM-FECHA              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CCAM-TIPO-ANTES         PIC X(01).
           05  FILLER                  PIC X(01).
           05  CCAM-TIPO-DESPUES       PIC X(01).
           05  FILLER                  PIC X(01).
           05  CCAM-MOTIVO             PIC X(40).
