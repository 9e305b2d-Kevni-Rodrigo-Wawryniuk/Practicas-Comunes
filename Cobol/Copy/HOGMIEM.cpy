      ******************************************************************
      * COPYBOOK:   HOGMIEM
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    RECORD LAYOUT OF HOGMIEM, THE HOUSEHOLD
      *             MEMBERSHIP WRITTEN BY PERSONA_HOGAR ON EVERY RUN:
      *             ONE LINE PER ACTIVE PERSON WITH A USABLE ADDRESS,
      *             GIVING THE HOG-ID OF THE HOUSEHOLD (COPY HOGAR)
      *             THE PERSON BELONGS TO. READ BY PERSONACARTA TO
      *             GROUP THE DAY'S LETTERS BY HOUSEHOLD.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  HOGMIEM-RECORD.
           05  HGM-DNI                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HGM-HOGAR               PIC 9(07).
           05  FILLER                  PIC X(01).
           05  HGM-SUCURSAL            PIC 9(02).
