      *>    2026-09-02  JMGM  Sube a 112 posiciones con los           *
      *>                      interruptores de lote omitido y de      *
      *>                      salidas abiertas (ver CALCKFLD).        *
      *>    2026-10-15  JMGM  También lo incluyen CALCPLGN y          *
      *>                      CALCFIX, que leen el punto de control   *
      *>                      para no reemplazar un CALCIN sin        *
      *>                      procesar (ver CALCKVRP).                *
      *>=============================================================*
       FD  CALC-CHKP-FILE.
       01  CALC-CHKP-REC           PIC X(112).
