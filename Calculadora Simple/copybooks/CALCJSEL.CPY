      *>=============================================================*
      *>  CALCJSEL.CPY                                                *
      *>  Cláusula SELECT del archivo de rechazos CALCREJ de la       *
      *>  última corrida del lote (CALCBAT). La corrección de         *
      *>  rechazos trabaja sobre el inventario CALCRINV.              *
      *>  Se incluye con COPY en FILE-CONTROL.                        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial - extraída de           *
      *>                      calcbat.cob y calcfix.cob, que           *
      *>                      repetían la cláusula.                   *
      *>    2026-10-15  JMGM  CALCFIX deja de releer CALCREJ: trabaja *
      *>                      sobre el inventario CALCRINV.           *
      *>=============================================================*
           SELECT CALC-REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
