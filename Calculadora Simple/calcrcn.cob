      *>                      CALCOUT se relee por lote. Los           *
      *>                      contadores del punto de control se       *
      *>                      cotejan contra la corrida completa.      *
      *>    2026-10-15  JMGM  Las líneas de CALCCTL de los lotes de    *
      *>                      reversión de CALCREVR no se concilian:   *
      *>                      sus contrapartidas no pasan por          *
      *>                      CALCOUT (van al mayor por CALCREVP) y    *
      *>                      cada una salía como entrada de           *
      *>                      bitácora sin resultado.                  *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCN.
      *>  (todas sus transacciones rechazadas): sus entradas de
      *>  bitácora también se concilian, tomando el lote del
      *>  control CALCCTL de la fecha.
      *>  Los lotes de reversión (ver CALCREVR) no tienen salidas
      *>  en CALCOUT y no se concilian.
       1800-CARGAR-LOTES-CTL.
           MOVE "N" TO CALCRCN-CTL-EOF-SW.
           OPEN INPUT CALC-CTL-FILE.
                   SET CALCRCN-CTL-EOF TO TRUE
               NOT AT END
                   IF PB-FECHA-PROCESO = CALCRCN-FECHA
                       AND NOT PB-REVERSION
                       MOVE PB-LOTE TO CALCRCN-LOTE-BUSCADO
                       PERFORM 6000-UBICAR-LOTE THRU 6000-EXIT
                   END-IF
