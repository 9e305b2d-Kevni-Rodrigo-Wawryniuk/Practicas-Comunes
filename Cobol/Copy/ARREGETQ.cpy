      ******************************************************************
      * COPYBOOK:   ARREGETQ
      * AUTHOR:     R. WAWRYNIUK
      * INSTALLATION: PRACTICAS-COMUNES BATCH SHOP
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:    SHARED RECORD LAYOUT FOR ARREGETQ, THE COMPANION
      *             OF THE SORTED NUMEROS EXTRACT ARREGSAL: ONE LINE
      *             PER ARREGSAL LINE, IN THE SAME ORDER, WITH THE
      *             VALUE AND ONE S/N FLAG PER PROPERTY. THE RULES
      *             AND LIMITS ARE SECUENCIAS' (MULTIPLO DE 3 Y DE 5
      *             HASTA SU LIMITE, LOS TERMINOS DE SU FIBONACCI,
      *             PRIMO HASTA SU LIMITE - CERO = FASE APAGADA) AND
      *             MULTIPLOSDEDOS' DIVISORS (PERFECTO = IGUAL A LA
      *             SUMA DE SUS DIVISORES PROPIOS). WRITTEN BY
      *             ARREGLOS; READ BY MAESTRO_DIARIO AND
      *             EXPORTAR_DATOS.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 2026-10-15 RW   INITIAL VERSION.
      ******************************************************************
       01  ETQ-RECORD.
           05  ETQ-VALOR               PIC 9(03).
           05  FILLER                  PIC X(01).
           05  ETQ-PROPIEDADES.
               10  ETQ-PRIMO           PIC X(01).
                   88  ETQ-ES-PRIMO    VALUE "S".
               10  ETQ-FIBONACCI       PIC X(01).
                   88  ETQ-ES-FIBONACCI VALUE "S".
               10  ETQ-MULT-TRES       PIC X(01).
                   88  ETQ-ES-MULT-TRES VALUE "S".
               10  ETQ-MULT-CINCO      PIC X(01).
                   88  ETQ-ES-MULT-CINCO VALUE "S".
               10  ETQ-PERFECTO        PIC X(01).
                   88  ETQ-ES-PERFECTO VALUE "S".
