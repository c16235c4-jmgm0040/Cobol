      *>    2026-08-22  JMGM  Versión inicial - extraída de           *
      *>                      calcbat.cob al agregar la conciliación  *
      *>                      de cierre.                              *
      *>    2026-10-15  JMGM  También lo incluyen CALCPLGN y          *
      *>                      CALCFIX, que leen el punto de control   *
      *>                      para no reemplazar un CALCIN sin        *
      *>                      procesar (ver CALCKVRP).                *
      *>=============================================================*
           SELECT CALC-CHKP-FILE ASSIGN TO "CALCCHKP"
               ORGANIZATION IS LINE SEQUENTIAL
