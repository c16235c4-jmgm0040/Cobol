      *>=============================================================*
      *>  CALCFSEL.CPY                                                *
      *>  Cláusula SELECT del archivo de auditoría de correcciones    *
      *>  CALCFAUD, compartida por la corrección de rechazos que lo   *
      *>  escribe (CALCFIX) y la consulta de trazas de transacciones  *
      *>  que lo lee (CALCTRAZ).                                      *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcfix.cob.                            *
      *>=============================================================*
           SELECT CALC-FAUD-FILE ASSIGN TO "CALCFAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-FAUD-STATUS.
