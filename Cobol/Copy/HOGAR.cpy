      ******************************************************************
      * COPYBOOK:   HOGAR
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    RECORD LAYOUT OF THE HOUSEHOLD MASTER HOGARES,
      *             REWRITTEN BY PERSONA_HOGAR IN HOG-CLAVE ORDER.
      *             A HOUSEHOLD IS A STANDARDIZED ADDRESS (CALLE AND
      *             LOCALIDAD THROUGH NORMALIZAR_NOMBRE, NUMERO,
      *             CODIGO POSTAL) WITH AT LEAST ONE ACTIVE PERSON;
      *             ITS HOG-ID BELONGS TO THE ADDRESS, SO IT STAYS
      *             THE SAME AS PEOPLE MOVE IN AND OUT. AN ADDRESS
      *             LEFT EMPTY IS KEPT AS DISUELTO WITH ITS ID, AND
      *             GETS THE SAME ID BACK IF SOMEONE MOVES IN AGAIN.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  HOGAR-RECORD.
           05  HOG-ID                  PIC 9(07).
           05  FILLER                  PIC X(01).
           05  HOG-ESTADO              PIC X(01).
               88  HOG-ACTIVO          VALUE "A".
               88  HOG-DISUELTO        VALUE "D".
           05  FILLER                  PIC X(01).
           05  HOG-FECHA-ALTA          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HOG-FECHA-VISTO         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HOG-SUCURSAL            PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HOG-MIEMBROS            PIC 9(03).
           05  FILLER                  PIC X(01).
           05  HOG-CLAVE.
               10  HOG-CALLE           PIC X(30).
               10  HOG-NUMERO          PIC 9(05).
               10  HOG-LOCALIDAD       PIC X(30).
               10  HOG-CODIGO-POSTAL   PIC X(08).
