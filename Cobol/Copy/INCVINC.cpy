      ******************************************************************
      * COPYBOOK:   INCVINC
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR THE INCVINC FILE OF
      *             RECORDS LINKED TO AN INCIDENT (SEE INCIDEN).
      *             APPEND-ONLY: INCIDENTE_MANT ADDS ONE LINE PER
      *             LINK, WITH THE KEY OF THE LINKED RECORD:
      *               E  ERRORLOG  - FECHA DE NEGOCIO + PROGRAMA +
      *                  CODIGO (EVERY LINE OF THAT ERROR THAT DAY)
      *               S  SUSPENSO  - FECHA ALTA + PROGRAMA + VALOR +
      *                  MOTIVO (THE SAME IDENTITY EXCEPCIONES USES)
      *               H  CICLOHIST - FECHA + CORRIDA + INICIO
      *               A  ALERTAS   - TIMESTAMP + PROGRAMA
      *             WHEN A RECORD IS LINKED MORE THAN ONCE, THE LAST
      *             LINK WINS. READ BY INCIDENTE_SVC AND
      *             INCIDENTE_MES.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  INCVINC-RECORD.
           05  VINC-NUMERO             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  VINC-TIPO               PIC X(01).
               88  VINC-ERRORLOG       VALUE "E".
               88  VINC-SUSPENSO       VALUE "S".
               88  VINC-CORRIDA        VALUE "H".
               88  VINC-ALERTA         VALUE "A".
           05  FILLER                  PIC X(01).
           05  VINC-CLAVE              PIC X(61).
           05  FILLER                  PIC X(01).
           05  VINC-VINCULADO          PIC X(14).
           05  FILLER                  PIC X(01).
           05  VINC-OPERADOR           PIC X(08).
