      *>=============================================================*
      *>  CALCFFLD.CPY                                                *
      *>  Campos de trabajo del archivo de auditoría de correcciones  *
      *>  CALCFAUD (FILE STATUS y switch de apertura), compartidos    *
      *>  por los programas que lo escriben o lo leen.                *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcfix.cob.                            *
      *>=============================================================*
       01  CALC-FAUD-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-FAUD-OK             VALUE "00".
           88  CALC-FAUD-NO-EXISTE      VALUE "35".
       01  CALC-FAUD-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-FAUD-ABIERTO        VALUE "S".
