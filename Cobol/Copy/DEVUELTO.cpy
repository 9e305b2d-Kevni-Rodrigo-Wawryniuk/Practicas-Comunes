      ******************************************************************
      * COPYBOOK:   DEVUELTO
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE DEVUELTO FILE, THE
      *             REGISTER OF ADDRESSES THE POST OFFICE RETURNED
      *             AS UNDELIVERABLE. APPEND-ONLY, LIKE NOCONTAC:
      *             CORREODEVOL ADDS ONE LINE PER RETURNED PIECE
      *             WITH A COPY OF THE PERS-DIRECCION BLOCK IT WAS
      *             MAILED TO, AND THE LAST LINE FOR A DNI IS THE
      *             ONE THAT COUNTS. THE MARK IS IN FORCE ONLY
      *             WHILE THE MASTER STILL CARRIES THAT SAME
      *             ADDRESS: ONCE PERSONAMANT OR PERSONAMANTBAT
      *             CHANGES PERS-DIRECCION THE MARK NO LONGER
      *             MATCHES AND THE ADDRESS IS USABLE AGAIN, WITH
      *             NO SECOND FILE TO KEEP IN STEP. READ BY
      *             PERSONACARTA AND DOMICILIO_MES.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  DEVUELTO-RECORD.
           05  DEV-DNI                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DEV-FECHA               PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DEV-MOTIVO              PIC X(20).
           05  FILLER                  PIC X(01).
           05  DEV-ORIGEN              PIC X(20).
           05  FILLER                  PIC X(01).
           05  DEV-DIRECCION.
               10  DEV-CALLE           PIC X(20).
               10  DEV-NUMERO          PIC 9(05).
               10  DEV-LOCALIDAD       PIC X(20).
               10  DEV-CODIGO-POSTAL   PIC X(08).
