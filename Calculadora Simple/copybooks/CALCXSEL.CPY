      *>=============================================================*
      *>  CALCXSEL.CPY                                                *
      *>  Cláusula SELECT del control de transmisiones al mayor       *
      *>  CALCXCTL, compartida por el extracto que lo escribe         *
      *>  (CALCEXT) y el proceso de acuses del mayor que marca cada   *
      *>  transmisión aceptada, rechazada o descuadrada (CALCACUS).   *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcext.cob.                            *
      *>=============================================================*
           SELECT CALC-XCTL-FILE ASSIGN TO "CALCXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-XCTL-STATUS.
