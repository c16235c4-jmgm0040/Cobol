      *>=============================================================*
      *>  CALCMSEL.CPY                                                *
      *>  Cláusula SELECT del maestro de plantillas de transacciones  *
      *>  recurrentes CALCPLAN, compartida por el programa que lo     *
      *>  mantiene (CALCPLMT) y el generador de lotes (CALCPLGN).     *
      *>  Archivo indexado por código de plantilla + número de        *
      *>  línea (ver CALCMFD).                                        *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
           SELECT CALC-PLAN-FILE ASSIGN TO "CALCPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CLAVE
               FILE STATUS IS CALC-PLAN-STATUS.
