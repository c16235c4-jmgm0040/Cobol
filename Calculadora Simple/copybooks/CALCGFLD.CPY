      *>=============================================================*
      *>  CALCGFLD.CPY                                                *
      *>  Campos de trabajo del archivo de operandos de origen        *
      *>  CALCOPND (FILE STATUS y switch de apertura), compartidos    *
      *>  por los programas que lo escriben o lo leen.                *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       01  CALC-OPND-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-OPND-OK             VALUE "00".
           88  CALC-OPND-NO-EXISTE      VALUE "35".
           88  CALC-OPND-SIN-CLAVE      VALUE "23".
           88  CALC-OPND-DUPLICADA      VALUE "22".
       01  CALC-OPND-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-OPND-ABIERTO        VALUE "S".
