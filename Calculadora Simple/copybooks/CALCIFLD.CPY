      *>=============================================================*
      *>  CALCIFLD.CPY                                                *
      *>  Campos de trabajo del inventario de rechazos CALCRINV       *
      *>  (FILE STATUS y switch de apertura), compartidos por los     *
      *>  programas que lo escriben o lo leen.                        *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       01  CALC-RINV-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-RINV-OK             VALUE "00".
           88  CALC-RINV-NO-EXISTE      VALUE "35".
           88  CALC-RINV-SIN-CLAVE      VALUE "23".
           88  CALC-RINV-DUPLICADA      VALUE "22".
       01  CALC-RINV-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-RINV-ABIERTO        VALUE "S".
