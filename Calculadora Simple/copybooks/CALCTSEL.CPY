      *>=============================================================*
      *>  CALCTSEL.CPY                                                *
      *>  Cláusula SELECT del archivo de transacciones CALCIN,        *
      *>  compartida por el lote que lo lee (CALCBAT), la             *
      *>  corrección de rechazos que lo regenera (CALCFIX) y el       *
      *>  generador de lotes desde plantillas (CALCPLGN).             *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial - extraída de           *
      *>                      calcbat.cob y calcfix.cob, que           *
      *>                      repetían la cláusula.                   *
      *>    2026-10-15  JMGM  También lo genera CALCPLGN.             *
      *>=============================================================*
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
