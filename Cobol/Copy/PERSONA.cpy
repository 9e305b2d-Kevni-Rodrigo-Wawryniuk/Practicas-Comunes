      *                 64 -> 117. A BLANK DIRECCION (RECORD OLDER THAN
      *                 THE FIELD, OR AN IMPORT WITHOUT ADDRESS) MEANS
      *                 NO MAILING ADDRESS ON FILE.
      * 2026-10-15 RW   PERS-ESTADO F (FALLECIDO), SET ONLY BY THE
      *                 CIVIL-REGISTRY DEATH FEED (DEFUNCIONBAT).
      *                 PERS-INACTIVO NOW COVERS I AND F, SO EVERY
      *                 READER THAT SKIPS INACTIVE RECORDS ALSO SKIPS
      *                 THE DECEASED; SET PERS-INACTIVO STILL MOVES I.
      ******************************************************************
       01  PERSONA-RECORD.
           05  PERS-DNI                PIC 9(08).
           05  PERS-FECHA-NACIMIENTO   PIC 9(08).
           05  PERS-ESTADO             PIC X(01).
               88  PERS-ACTIVO         VALUE "A".
               88  PERS-INACTIVO       VALUE "I" "F".
               88  PERS-FALLECIDO      VALUE "F".
           05  PERS-FECHA-BAJA         PIC 9(08).
           05  PERS-SUCURSAL           PIC 9(02).
           05  PERS-DIRECCION.
