      ******************************************************************
      * COPYBOOK:   PJRNANC
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    RECORD LAYOUT OF THE PJRNHASH ANCHOR OF THE PERSONA
      *             JOURNAL: THE LAST HASH OF THE CHAIN, THE MONTHLY
      *             GENERATION BEING WRITTEN AND HOW MANY RECORDS IT
      *             HOLDS. AN ANCHOR FROM BEFORE THE MONTHLY
      *             GENERATIONS ONLY CARRIES THE HASH; ITS GENERATION
      *             READS AS SPACES (NOT NUMERIC), WHICH IS HOW
      *             PERSONA_JOURNAL, JOURNAL_LECTOR AND CADENA_VERIF
      *             RECOGNIZE A JOURNAL STILL KEPT AS ONE PERSJRNL.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  ANCLA-RECORD.
           05  ANC-HASH                PIC 9(11).
           05  FILLER                  PIC X(01).
           05  ANC-GENERACION          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  ANC-ORDINAL             PIC 9(07).
