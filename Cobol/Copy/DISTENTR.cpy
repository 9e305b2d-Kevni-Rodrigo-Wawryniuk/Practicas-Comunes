      ******************************************************************
      * COPYBOOK:   DISTENTR
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE DISTENTR REGISTER OF
      *             BUNDLES ACTUALLY PRODUCED. APPEND-ONLY: DISTRIBUIR
      *             ADDS ONE LINE PER RECIPIENT AND REPORT FAMILY OF
      *             EVERY BUNDLE IT CLOSES, WITH THE BUSINESS DATE,
      *             THE BUNDLE NAME AND THE WALL-CLOCK MOMENT IT WAS
      *             PRODUCED (AAAAMMDDHHMMSS). A RERUN ADDS NEW LINES;
      *             THE EARLIEST ONE FOR A DATE IS THE DELIVERY.
      *             READ BY SLA_ENTREGA AGAINST DISTSLA.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  DISTENTR-RECORD.
           05  DENT-FECHA              PIC 9(08).
           05  DENT-FECHA-X REDEFINES DENT-FECHA.
               10  DENT-AAAAMM         PIC 9(06).
               10  DENT-DD             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  DENT-DESTINATARIO       PIC X(12).
           05  FILLER                  PIC X(01).
           05  DENT-FAMILIA            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DENT-PRODUCIDO          PIC X(14).
           05  DENT-PRODUCIDO-X REDEFINES DENT-PRODUCIDO.
               10  DENT-PROD-FECHA     PIC 9(08).
               10  DENT-PROD-HH        PIC 9(02).
               10  DENT-PROD-MM        PIC 9(02).
               10  DENT-PROD-SS        PIC 9(02).
           05  FILLER                  PIC X(01).
           05  DENT-PAQUETE            PIC X(21).
