      *>=============================================================*
      *>  CALCXFLD.CPY                                                *
      *>  Campos de trabajo del control de transmisiones CALCXCTL     *
      *>  (FILE STATUS y switch de apertura), compartidos por los     *
      *>  programas que lo escriben o lo releen.                      *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcext.cob.                            *
      *>=============================================================*
       01  CALC-XCTL-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-XCTL-OK             VALUE "00".
           88  CALC-XCTL-NO-EXISTE      VALUE "35".
       01  CALC-XCTL-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-XCTL-ABIERTO        VALUE "S".
