      *>=============================================================*
      *>  CALCVSEL.CPY                                                *
      *>  Cláusula SELECT del archivo de reversiones pendientes de    *
      *>  extracción CALCREVP, compartida por la reversión de lotes   *
      *>  que lo alimenta (CALCREVR) y el extracto para el mayor que  *
      *>  lo envía y lo depura (CALCEXT).                             *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
           SELECT CALC-REVP-FILE ASSIGN TO "CALCREVP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-REVP-STATUS.
