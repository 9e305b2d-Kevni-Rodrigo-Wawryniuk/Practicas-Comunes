      ******************************************************************
      * COPYBOOK:   CODPOST
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE CPOSTREF POSTAL-CODE
      *             REFERENCE: ONE DETAIL PER CODIGO POSTAL WITH THE
      *             LOCALIDAD AND PROVINCIA IT BELONGS TO. THE FILE
      *             CARRIES THE SHOP'S HDR/TRL ENVELOPE LIKE
      *             CLASIREF (HASH = SUM OF THE FULLY NUMERIC CODES,
      *             THE VALIDAR_SOBRE RULE, KEY POS 01 LON 08).
      *             MAINTAINED BY CODPOSTMANTBAT; READ BY VALIDAR_CP.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  CPOSTREF-RECORD.
           05  CPR-CODIGO-POSTAL       PIC X(08).
           05  CPR-LOCALIDAD           PIC X(20).
           05  CPR-PROVINCIA           PIC X(20).
