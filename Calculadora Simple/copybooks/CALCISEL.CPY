      *>=============================================================*
      *>  CALCISEL.CPY                                                *
      *>  Cláusula SELECT del inventario de rechazos CALCRINV,        *
      *>  compartida por el lote que lo alimenta y liquida (CALCBAT), *
      *>  la corrección de rechazos que lo trabaja (CALCFIX) y el     *
      *>  reporte semanal de antigüedad (CALCRANT). Archivo indexado  *
      *>  por lote y secuencia de origen del rechazo.                 *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
           SELECT CALC-RINV-FILE ASSIGN TO "CALCRINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-CLAVE
               FILE STATUS IS CALC-RINV-STATUS.
