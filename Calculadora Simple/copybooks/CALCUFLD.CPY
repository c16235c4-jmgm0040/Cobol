      *>=============================================================*
      *>  CALCUFLD.CPY                                                *
      *>  Campos de trabajo del archivo de auditoría del maestro de   *
      *>  operarios CALCPAUD (FILE STATUS y switch de apertura),      *
      *>  compartidos por los programas que lo escriben o lo leen.    *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcpmnt.cob.                           *
      *>=============================================================*
       01  CALC-PAUD-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-PAUD-OK             VALUE "00".
           88  CALC-PAUD-NO-EXISTE      VALUE "35".
       01  CALC-PAUD-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-PAUD-ABIERTO        VALUE "S".
