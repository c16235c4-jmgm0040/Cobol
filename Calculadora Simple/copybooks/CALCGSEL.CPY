      *>=============================================================*
      *>  CALCGSEL.CPY                                                *
      *>  Cláusula SELECT del archivo de operandos de origen          *
      *>  CALCOPND, compartida por el lote que lo graba (CALCBAT) y   *
      *>  la consulta de trazas de transacciones (CALCTRAZ). Archivo  *
      *>  indexado por lote y secuencia.                              *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
           SELECT CALC-OPND-FILE ASSIGN TO "CALCOPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-CLAVE
               FILE STATUS IS CALC-OPND-STATUS.
