      *>  CALCJFD.CPY                                                 *
      *>  FD y diseño de registro del archivo de rechazos CALCREJ:    *
      *>  la imagen original de la transacción de CALCIN más el       *
      *>  código de motivo y el lote de origen, de la última corrida  *
      *>  del lote (CALCBAT). Cada rechazo queda además en el         *
      *>  inventario CALCRINV (ver CALCIFD), sobre el que trabaja la  *
      *>  corrección de rechazos (CALCFIX).                           *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial - extraída de           *
      *>                      calcbat.cob y calcfix.cob, que           *
      *>                      repetían el diseño.                     *
      *>    2026-10-15  JMGM  CALCFIX deja de releer CALCREJ: trabaja *
      *>                      sobre el inventario CALCRINV.           *
      *>=============================================================*
       FD  CALC-REJECT-FILE.
       01  CALC-REJECT-REC.
