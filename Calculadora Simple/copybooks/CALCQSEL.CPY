      *>=============================================================*
      *>  CALCQSEL.CPY                                                *
      *>  Cláusula SELECT del archivo de cambios de tasa pendientes   *
      *>  de aprobación CALCRPEN, compartida por el mantenimiento     *
      *>  que los solicita y los aprueba (CALCRMNT) y el reporte de   *
      *>  pendientes (CALCRPND). Archivo indexado por la misma clave  *
      *>  del maestro de tasas (código más fecha de vigencia).        *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
           SELECT CALC-PEND-FILE ASSIGN TO "CALCRPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CLAVE
               FILE STATUS IS CALC-PEND-STATUS.
