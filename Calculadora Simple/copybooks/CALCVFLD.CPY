      *>=============================================================*
      *>  CALCVFLD.CPY                                                *
      *>  Campos de trabajo del archivo de reversiones pendientes     *
      *>  CALCREVP (FILE STATUS y switch de apertura), compartidos    *
      *>  por los programas que lo escriben o lo leen.                *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       01  CALC-REVP-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-REVP-OK             VALUE "00".
           88  CALC-REVP-NO-EXISTE      VALUE "35".
       01  CALC-REVP-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-REVP-ABIERTO        VALUE "S".
