      ******************************************************************
      * COPYBOOK:   DISTSLA
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE DISTSLA CONTROL
      *             FILE: THE DELIVERY TIME COMMITTED TO EACH
      *             RECIPIENT FOR EACH REPORT FAMILY OF ITS BUNDLE
      *             (SAME DESTINATARIO AND FAMILIA AS DISTCTL). THE
      *             BUNDLE FOR BUSINESS DATE D IS DUE BY DSLA-HORA
      *             (HHMM) OF D PLUS DSLA-DIAS CALENDAR DAYS - 0 FOR
      *             THE SAME NIGHT, 1 FOR THE NEXT MORNING. READ BY
      *             DISTRIBUIR (ALERT WHEN A BUNDLE GOES OUT LATE)
      *             AND SLA_ENTREGA (MONTHLY COMPLIANCE REPORT).
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  DISTSLA-RECORD.
           05  DSLA-DESTINATARIO       PIC X(12).
           05  FILLER                  PIC X(01).
           05  DSLA-FAMILIA            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DSLA-DIAS               PIC 9(01).
           05  FILLER                  PIC X(01).
           05  DSLA-HORA               PIC 9(04).
           05  DSLA-HORA-X REDEFINES DSLA-HORA.
               10  DSLA-HH             PIC 9(02).
               10  DSLA-MM             PIC 9(02).
