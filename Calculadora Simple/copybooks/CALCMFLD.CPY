      *>=============================================================*
      *>  CALCMFLD.CPY                                                *
      *>  Campos de trabajo del maestro de plantillas CALCPLAN        *
      *>  (FILE STATUS y switch de apertura), compartidos por el      *
      *>  mantenimiento y el generador de lotes.                      *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       01  CALC-PLAN-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-PLAN-OK             VALUE "00".
           88  CALC-PLAN-NO-EXISTE      VALUE "35".
           88  CALC-PLAN-SIN-CLAVE      VALUE "23".
           88  CALC-PLAN-DUPLICADA      VALUE "22".
       01  CALC-PLAN-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-PLAN-ABIERTO        VALUE "S".
