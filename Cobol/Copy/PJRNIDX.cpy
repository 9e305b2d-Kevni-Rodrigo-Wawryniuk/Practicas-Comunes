      ******************************************************************
      * COPYBOOK:   PJRNIDX
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    RECORD LAYOUT OF THE PJRNIDX KEYED INDEX OF THE
      *             PERSONA JOURNAL BY DNI. PERSONA_JOURNAL WRITES ONE
      *             ENTRY PER DNI IN THE BEFORE/AFTER IMAGES OF EVERY
      *             JOURNAL RECORD (ONE ENTRY WHEN BOTH IMAGES CARRY
      *             THE SAME DNI), POINTING TO THE MONTHLY GENERATION
      *             (PERSJRNL.AAAAMM) AND THE ORDINAL OF THE RECORD
      *             INSIDE IT, SO JOURNAL_LECTOR READS ONLY THE
      *             RECORDS OF ONE PERSON. THE KEY ORDERS A PERSON'S
      *             ENTRIES BY THE BUSINESS DATE OF THE TIMESTAMP AND,
      *             WITHIN THE DAY, BY WRITE ORDER (GENERATION +
      *             ORDINAL), WHICH STAYS RIGHT WHEN A CYCLE CROSSES
      *             MIDNIGHT AND THE CLOCK PART OF THE TIMESTAMP
      *             RESTARTS. JOURNAL_PARTICION REBUILDS THE INDEX
      *             FROM THE GENERATIONS.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  PJRNIDX-RECORD.
           05  PJX-CLAVE.
               10  PJX-DNI             PIC 9(08).
               10  PJX-FECHA           PIC 9(08).
               10  PJX-GENERACION      PIC 9(06).
               10  PJX-ORDINAL         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PJX-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(01).
           05  PJX-ACCION              PIC X(01).
           05  FILLER                  PIC X(01).
           05  PJX-PROGRAMA            PIC X(20).
           05  FILLER                  PIC X(06).
