      *>                      CALC-LOG-ESCRITO-SW para el reintento de         *
      *>                      secuencia de la sesión interactiva en            *
      *>                      5000-REGISTRAR-BITACORA.                         *
      *>    2026-10-15  JMGM  CALC-ERROR-MOTIVO agrega los motivos "LT"        *
      *>                      (el RESULTADO supera el máximo por              *
      *>                      transacción del departamento) y "LD" (el        *
      *>                      total del día del departamento superaría        *
      *>                      su máximo diario), usados por el lote con       *
      *>                      los límites del maestro CALCDEPT.               *
      *>=============================================================*
       01  CALC-NUM1               PIC S9(5)V99 VALUE ZEROS.
       01  CALC-NUM2               PIC S9(5)V99 VALUE ZEROS.
           88  CALC-MOTIVO-DESBORDE     VALUE "DE".
           88  CALC-MOTIVO-TASA         VALUE "TA".
           88  CALC-MOTIVO-REFERENCIA   VALUE "RE".
           88  CALC-MOTIVO-LIMITE-TRANS VALUE "LT".
           88  CALC-MOTIVO-LIMITE-DIA   VALUE "LD".
       01  CALC-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  CALC-LOG-OK              VALUE "00".
           88  CALC-LOG-NOT-FOUND       VALUE "35".
