      *>=============================================================*
      *>  CALCQFLD.CPY                                                *
      *>  Campos de trabajo del archivo de cambios de tasa            *
      *>  pendientes CALCRPEN (FILE STATUS y switch de apertura),     *
      *>  compartidos por los programas que lo escriben o lo leen.    *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       01  CALC-PEND-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-PEND-OK             VALUE "00".
           88  CALC-PEND-NO-EXISTE      VALUE "35".
           88  CALC-PEND-SIN-CLAVE      VALUE "23".
           88  CALC-PEND-DUPLICADA      VALUE "22".
       01  CALC-PEND-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-PEND-ABIERTO        VALUE "S".
