      * 2026-09-01 RW   ADDED CUADRATURA AS ULTIMO PASO (19): LA
      *                 PRUEBA DIARIA DE QUE LA POBLACION ACTIVA
      *                 BALANCEA CONTRA LOS MOVIMIENTOS DEL JOURNAL.
      * 2026-10-15 RW   ADDED PERSONA_SNAP (PASO 13) RIGHT AFTER
      *                 PERSONAMANTBAT: UNA SOLA PASADA POR PERSONAF
      *                 DEJA EL SNAPSHOT PERSSNAP QUE LEEN LOS PASOS
      *                 SIGUIENTES. PERSONAVERIF PASA DE 2 A 14 PORQUE
      *                 AHORA VERIFICA ESE SNAPSHOT; PERSONA_UNLOAD
      *                 QUEDA COMO PASO 2 Y SIGUE RESGUARDANDO LOS
      *                 INDEXADOS ANTES DE TOCARLOS. 20 PASOS.
      ******************************************************************
       01  WS-TABLA-PASOS-LITERAL.
           05  FILLER PIC X(50) VALUE
               "ClasifMantBat       MANTENIMIENTO BATCH CLASIF".
           05  FILLER PIC X(50) VALUE
               "persona_unload      RESGUARDO DE ARCHIVOS INDEX".
           05  FILLER PIC X(50) VALUE
               "arreglos            TABLA DE NUMEROS ORDENADA".
           05  FILLER PIC X(50) VALUE
               "PersonaMantBat      MANTENIMIENTO BATCH PERSONA".
           05  FILLER PIC X(50) VALUE
               "persona_snap        SNAPSHOT UNICO DE PERSONAF".
           05  FILLER PIC X(50) VALUE
               "PersonaVerif        VERIFICA INTEGRIDAD PERSONA".
           05  FILLER PIC X(50) VALUE
               "PersonaDemog        RESUMEN DEMOGRAFICO DIARIO".
           05  FILLER PIC X(50) VALUE
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.

       01  TABLA-PASOS REDEFINES WS-TABLA-PASOS-LITERAL.
           05  PASO-ENTRADA OCCURS 24 TIMES INDEXED BY PASO-IDX.
               10  PASO-PROGRAMA           PIC X(20).
               10  PASO-DESCRIPCION        PIC X(30).

       01  WS-CANT-PASOS               PIC 9(02) VALUE 20.
       01  WS-MAX-PASOS                PIC 9(02) VALUE 24.

       01  WS-TABLA-PASOS-FLAGS        PIC X(72) VALUE ALL "S".
