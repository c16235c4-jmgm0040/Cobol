      *>=============================================================*
      *>  CALCUSEL.CPY                                                *
      *>  Cláusula SELECT del archivo de auditoría del maestro de     *
      *>  operarios CALCPAUD, compartida por el mantenimiento que lo  *
      *>  escribe (CALCPMNT) y el informe diario de seguridad que lo  *
      *>  lee (CALCSEGR).                                             *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcpmnt.cob.                           *
      *>=============================================================*
           SELECT CALC-PAUD-FILE ASSIGN TO "CALCPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PAUD-STATUS.
