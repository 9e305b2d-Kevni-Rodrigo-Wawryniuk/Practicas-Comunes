      ******************************************************************
      * COPYBOOK:   DECKCORT
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE DECKCORT CONTROL
      *             FILE: ONE LINE PER INBOUND DECK (SAME NAME AS
      *             DECKS.CPY) WITH THE UPSTREAM TEAM THAT SENDS IT,
      *             THE CUT-OFF TIME (HHMM OF THE BUSINESS DATE) AND
      *             WHETHER IT IS EXPECTED EVERY BUSINESS DAY ("S")
      *             OR ONLY WHEN THE SENDER HAS MOVEMENTS ("N"). READ
      *             BY DECK_ARRIBO (ARRIVAL STAMP, DEFERRAL OF LATE
      *             DECKS, NOT-ARRIVED ALARM) AND PUNTUALIDAD_DECKS
      *             (MONTHLY PUNCTUALITY PER SENDER).
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  DECKCORT-RECORD.
           05  DCOR-DECK               PIC X(10).
           05  FILLER                  PIC X(01).
           05  DCOR-REMITENTE          PIC X(12).
           05  FILLER                  PIC X(01).
           05  DCOR-HORA               PIC 9(04).
           05  DCOR-HORA-X REDEFINES DCOR-HORA.
               10  DCOR-HH             PIC 9(02).
               10  DCOR-MM             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  DCOR-ESPERADO           PIC X(01).
               88  DCOR-DIARIO         VALUE "S".
