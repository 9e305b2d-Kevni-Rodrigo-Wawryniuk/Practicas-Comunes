      ******************************************************************
      * COPYBOOK:   DECKARR
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE DECKARR ARRIVAL
      *             REGISTER. APPEND-ONLY: DECK_ARRIBO ADDS ONE LINE
      *             EACH TIME A DECK LANDS OR IS MOVED, AGAINST THE
      *             BUSINESS DATE IT BELONGS TO:
      *               A  ARRIVED BEFORE THE CUT-OFF
      *               T  ARRIVED AFTER THE CUT-OFF; MOVED TO
      *                  DECK.DIF.AAAAMMDD FOR THE NEXT BUSINESS DATE
      *                  (DARR-FECHA-OTRA)
      *               L  A DEFERRED DECK PUT BACK UNDER ITS WORK NAME
      *                  FOR THIS DATE (DARR-FECHA-OTRA = THE DATE IT
      *                  WAS SENT FOR)
      *               R  A DEFERRED DECK HELD BECAUSE THE WORK NAME
      *                  ALREADY CARRIES THIS DATE'S DECK
      *               X  NOT-ARRIVED ALARM RAISED
      *             DARR-LLEGADA IS THE FILE'S OWN TIMESTAMP AND
      *             DARR-TAMANO ITS SIZE, SO THE SAME FILE IS NEVER
      *             STAMPED TWICE; DARR-REGISTRADO IS THE CLOCK WHEN
      *             THE LINE WAS WRITTEN. READ BY PRE_VUELO AND
      *             PUNTUALIDAD_DECKS.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  DECKARR-RECORD.
           05  DARR-FECHA              PIC 9(08).
           05  DARR-FECHA-X REDEFINES DARR-FECHA.
               10  DARR-AAAAMM         PIC 9(06).
               10  DARR-DD             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  DARR-DECK               PIC X(10).
           05  FILLER                  PIC X(01).
           05  DARR-REMITENTE          PIC X(12).
           05  FILLER                  PIC X(01).
           05  DARR-ESTADO             PIC X(01).
               88  DARR-A-TIEMPO       VALUE "A".
               88  DARR-DIFERIDO       VALUE "T".
               88  DARR-LIBERADO       VALUE "L".
               88  DARR-RETENIDO       VALUE "R".
               88  DARR-ALARMA         VALUE "X".
           05  FILLER                  PIC X(01).
           05  DARR-LLEGADA            PIC X(14).
           05  DARR-LLEGADA-X REDEFINES DARR-LLEGADA.
               10  DARR-LLEG-FECHA     PIC 9(08).
               10  DARR-LLEG-HH        PIC 9(02).
               10  DARR-LLEG-MM        PIC 9(02).
               10  DARR-LLEG-SS        PIC 9(02).
           05  FILLER                  PIC X(01).
           05  DARR-CORTE              PIC 9(04).
           05  FILLER                  PIC X(01).
           05  DARR-DEMORA             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  DARR-FECHA-OTRA         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DARR-TAMANO             PIC 9(12).
           05  FILLER                  PIC X(01).
           05  DARR-REGISTRADO         PIC X(14).
