      *>                      calcbat.cob y calcmrpt.cob, que          *
      *>                      repetían el diseño y ya divergían en     *
      *>                      los VALUE de los FILLER.                 *
      *>    2026-10-15  JMGM  Se agregan al final PB-ESTADO, PB-LOTE-  *
      *>                      REF y PB-OPERARIO para la reversión de   *
      *>                      lotes (CALCREVR): el lote revertido      *
      *>                      queda en "R" con el número del lote de   *
      *>                      reversión, y el lote de reversión se     *
      *>                      registra en "V" con el número del lote   *
      *>                      original. Las líneas anteriores se leen  *
      *>                      en blanco (lote normal).                 *
      *>=============================================================*
       FD  CALC-CTL-FILE.
       01  CALC-CTL-REC.
           05  PB-CANT-RECHAZOS    PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  PB-DEPTO            PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  PB-ESTADO           PIC X.
               88  PB-REVERTIDO         VALUE "R".
               88  PB-REVERSION         VALUE "V".
           05  FILLER              PIC X VALUE SPACE.
           05  PB-LOTE-REF         PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  PB-OPERARIO         PIC X(3).
