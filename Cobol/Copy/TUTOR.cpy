      ******************************************************************
      * COPYBOOK:   TUTOR
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE TUTORES FILE, THE
      *             GUARDIAN LINK BETWEEN A MINOR ON THE PERSONA
      *             MASTER (TUT-DNI-MENOR) AND EACH ADULT WHO SIGNS
      *             FOR HIM (TUT-DNI-TUTOR). THE FILE IS APPEND-ONLY,
      *             LIKE NOCONTAC: EVERY ALTA OR CIERRE OF A LINK IS
      *             A NEW LINE AND THE LAST LINE FOR A MENOR/TUTOR
      *             PAIR IS ITS CURRENT STATE, SO THE FILE IS ALSO
      *             THE HISTORY LEGAL ASKS FOR. WRITTEN BY
      *             PERSONAMANT, TUTORMANTBAT AND PERSONAEDAD; READ
      *             BY PERSONAVERIF.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  TUTOR-RECORD.
           05  TUT-DNI-MENOR           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TUT-DNI-TUTOR           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TUT-ESTADO              PIC X(01).
               88  TUT-VIGENTE         VALUE "V".
               88  TUT-CERRADO         VALUE "C".
           05  FILLER                  PIC X(01).
           05  TUT-FECHA               PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TUT-VINCULO             PIC X(10).
           05  FILLER                  PIC X(01).
           05  TUT-MOTIVO              PIC X(20).
           05  FILLER                  PIC X(01).
           05  TUT-ORIGEN              PIC X(20).
           05  FILLER                  PIC X(01).
           05  TUT-OPERADOR            PIC X(08).
