      ******************************************************************
      * COPYBOOK:   CTLVERS
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE CTLVERS FILE OF
      *             VERSIONS OF THE SMALL CONTROL CARDS KEPT BY
      *             TARJETAS_MANT (HISTCTL, PURGACTL, RETENCTL ...).
      *             APPEND-ONLY. A VERSION IS ONE "C" HEADER WITH
      *             WHO ASKED FOR IT, WHEN AND WHY, FOLLOWED BY ITS
      *             "R" LINES (THE IMAGE OF EACH LINE OF THE CARD).
      *             APPROVING OR REJECTING A PENDING VERSION ADDS
      *             ANOTHER HEADER FOR THE SAME VERSION, WITHOUT
      *             LINES; THE LAST HEADER OF A VERSION GIVES ITS
      *             STATE:
      *               P  PENDIENTE  - CRITICAL CARD, WAITING FOR A
      *                  SECOND OPERATOR; THE CARD IS NOT CHANGED
      *               A  APLICADA   - WRITTEN TO THE CARD (THE LAST
      *                  APLICADA IS THE ONE IN FORCE)
      *               R  RECHAZADA  - THE MOTIVO IS THE REJECTION'S
      *             CVEC-BASE IS THE VERSION IN FORCE WHEN THE CHANGE
      *             WAS ASKED FOR.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  CTLVERS-RECORD.
           05  CVER-TARJETA            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CVER-VERSION            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  CVER-TIPO-REG           PIC X(01).
               88  CVER-CABECERA       VALUE "C".
               88  CVER-RENGLON        VALUE "R".
           05  FILLER                  PIC X(01).
           05  CVER-DATOS              PIC X(85).
           05  CVER-CABECERA-X REDEFINES CVER-DATOS.
               10  CVEC-MOMENTO        PIC X(14).
               10  FILLER              PIC X(01).
               10  CVEC-ESTADO         PIC X(01).
                   88  CVEC-PENDIENTE  VALUE "P".
                   88  CVEC-APLICADA   VALUE "A".
                   88  CVEC-RECHAZADA  VALUE "R".
               10  FILLER              PIC X(01).
               10  CVEC-OPERADOR       PIC X(08).
               10  FILLER              PIC X(01).
               10  CVEC-APROBO         PIC X(08).
               10  FILLER              PIC X(01).
               10  CVEC-BASE           PIC 9(04).
               10  FILLER              PIC X(01).
               10  CVEC-CANT-RENGLONES PIC 9(02).
               10  FILLER              PIC X(01).
               10  CVEC-MOTIVO         PIC X(40).
               10  FILLER              PIC X(02).
           05  CVER-RENGLON-X REDEFINES CVER-DATOS.
               10  CVER-NRO-RENGLON    PIC 9(02).
               10  FILLER              PIC X(01).
               10  CVER-IMAGEN         PIC X(31).
               10  FILLER              PIC X(51).
