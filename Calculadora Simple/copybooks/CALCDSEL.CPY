      *>=============================================================*
      *>  CALCDSEL.CPY                                                *
      *>  Cláusula SELECT del maestro de departamentos CALCDEPT       *
      *>  (nombre, estado y límites de importe de cada departamento   *
      *>  de origen), compartida por el lote que valida las           *
      *>  cabeceras, el programa que lo mantiene y el reporte         *
      *>  mensual. Archivo indexado por código de departamento.       *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
           SELECT CALC-DEPT-FILE ASSIGN TO "CALCDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS CALC-DEPT-STATUS.
