      ******************************************************************
      * COPYBOOK:   DECKS
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED TABLE OF THE INBOUND DECKS THE DAILY CYCLE
      *             CONSUMES: THE WORK NAME, THE PROGRAM THAT READS IT
      *             (THE DRIVER ARCHIVES THE DECK AS DECK.AAAAMMDD
      *             WHEN THAT PROGRAM STARTS), WHETHER IT ARRIVES IN A
      *             HDR/TRL ENVELOPE AND THE POSITION AND LENGTH OF
      *             THE KEY ITS HASH IS SUMMED ON (THE SAME VALUES THE
      *             READER PASSES TO VALIDAR_SOBRE). FACTORED OUT OF
      *             CICLO_DIARIO SO LIMPIEZA AND CONCILIAR_CATALOGO
      *             RECOGNISE THE ARCHIVED DECKS AS ONE RETENTION
      *             FAMILY (ENTRADAS) WITHOUT A SECOND LIST.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION, FACTORED OUT OF CICLODIARIO
      *                 (WHICH HELD ONLY ARREGNUM, IFTRAN, BCWHTRAN AND
      *                 PARMCTL); ADDED PERSTRAN, CLASTRAN AND PERSIMP.
      * 2026-10-15 RW   ADDED TRANRECE (READ BY CONSOLIDAR_PERSTRAN) AND
      *                 TRANORIG (READ BY DEVOLVER_SUCURSAL), SO A
      *                 REPROCESS BRINGS BACK THE DAY'S RECEPTION LIST
      *                 AND ORIGIN MAP WITH THE MERGED PERSTRAN.
      ******************************************************************
       01  WS-TABLA-DECKS.
           05  FILLER PIC X(35) VALUE
               "ARREGNUM  arreglos            S0103".
           05  FILLER PIC X(35) VALUE
               "IFTRAN    uso_del_if          S4101".
           05  FILLER PIC X(35) VALUE
               "BCWHTRAN  bucle_while         S0101".
           05  FILLER PIC X(35) VALUE
               "PARMCTL   parm_valida         N0000".
           05  FILLER PIC X(35) VALUE
               "PERSTRAN  PersonaMantBat      S0208".
           05  FILLER PIC X(35) VALUE
               "CLASTRAN  ClasifMantBat       S0202".
           05  FILLER PIC X(35) VALUE
               "PERSIMP   PersonaImport       N0000".
           05  FILLER PIC X(35) VALUE
               "TRANRECE  consolidar_perstran N0000".
           05  FILLER PIC X(35) VALUE
               "TRANORIG  devolver_sucursal   N0000".

       01  TABLA-DECKS REDEFINES WS-TABLA-DECKS.
           05  DECK-ENTRADA OCCURS 9 TIMES.
               10  DECK-NOMBRE             PIC X(10).
               10  DECK-PROGRAMA           PIC X(20).
               10  DECK-SOBRE              PIC X(01).
                   88  DECK-CON-SOBRE      VALUE "S".
               10  DECK-CLAVE-POS          PIC 9(02).
               10  DECK-CLAVE-LON          PIC 9(02).

       01  WS-CANT-DECKS               PIC 9(02) VALUE 9.
       01  WS-FAMILIA-ENTRADAS         PIC X(08) VALUE "ENTRADAS".
