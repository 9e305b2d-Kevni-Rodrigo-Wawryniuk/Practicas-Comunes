      ******************************************************************
      * COPYBOOK:   INCIDEN
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE INCIDEN INCIDENT
      *             REGISTER. ONE LINE PER INCIDENT, KEPT BY THE
      *             INCIDENTE_MANT DIALOG (OPEN, ASSIGN, CLOSE):
      *               A  ABIERTO - THE PROBLEM IS STILL BEING WORKED
      *               C  CERRADO - SERVICE RESTORED; INC-CIERRE AND
      *                  THE ROOT CAUSE (CATEGORY + NOTE) ARE FILLED
      *             INC-APERTURA AND INC-CIERRE ARE CLOCK TIMESTAMPS
      *             AAAAMMDDHHMMSS; THEIR DIFFERENCE IS THE TIME TO
      *             RESTORE. INC-CAUSA IS A SHORT ROOT-CAUSE CATEGORY
      *             (E.G. CLASIREF) SO REPEATS CAN BE COUNTED. THE
      *             RECORDS AN INCIDENT GROUPS ARE IN INCVINC. READ
      *             BY INCIDENTE_SVC, ENTREGA_TURNO AND INCIDENTE_MES.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  INCIDEN-RECORD.
           05  INC-NUMERO              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  INC-ESTADO              PIC X(01).
               88  INC-ABIERTO         VALUE "A".
               88  INC-CERRADO         VALUE "C".
           05  FILLER                  PIC X(01).
           05  INC-APERTURA            PIC X(14).
           05  INC-APERTURA-X REDEFINES INC-APERTURA.
               10  INC-APER-FECHA      PIC 9(08).
               10  INC-APER-HH         PIC 9(02).
               10  INC-APER-MM         PIC 9(02).
               10  INC-APER-SS         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  INC-ABRIO               PIC X(08).
           05  FILLER                  PIC X(01).
           05  INC-ASIGNADO            PIC X(08).
           05  FILLER                  PIC X(01).
           05  INC-TITULO              PIC X(40).
           05  FILLER                  PIC X(01).
           05  INC-CIERRE              PIC X(14).
           05  INC-CIERRE-X REDEFINES INC-CIERRE.
               10  INC-CIER-FECHA      PIC 9(08).
               10  INC-CIER-HH         PIC 9(02).
               10  INC-CIER-MM         PIC 9(02).
               10  INC-CIER-SS         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  INC-CERRO               PIC X(08).
           05  FILLER                  PIC X(01).
           05  INC-CAUSA               PIC X(10).
           05  FILLER                  PIC X(01).
           05  INC-NOTA-CAUSA          PIC X(60).
