      *>  departamento de origen), detalle "D" (secuencia, NUM1 y     *
      *>  NUM2 con sus tipos de operando, y operador) y cola "T"      *
      *>  (cantidad de detalles y total de comprobación).             *
      *>  Compartido por el lote que lo lee (CALCBAT), la             *
      *>  corrección de rechazos que lo regenera (CALCFIX) y el       *
      *>  generador de lotes desde plantillas (CALCPLGN).             *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>                      calcbat.cob y calcfix.cob, que           *
      *>                      repetían el diseño y ya divergían en     *
      *>                      las condiciones de nivel 88.             *
      *>    2026-10-15  JMGM  También lo genera CALCPLGN.             *
      *>=============================================================*
       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-REC.
