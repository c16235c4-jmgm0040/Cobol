      *>=============================================================*
      *>  CALCSFD.CPY                                                 *
      *>  FD y diseño de registro de la bitácora de sesiones          *
      *>  CALCSLOG: fecha, hora, programa, identificación intentada y *
      *>  resultado ("OK" = sesión iniciada, "NOID" = operario no     *
      *>  registrado, "INAC" = operario inactivo, "VACI" =            *
      *>  identificación en blanco, "BLQD" = operario bloqueado,      *
      *>  "CLAV" = clave incorrecta o clave nueva no confirmada). Un  *
      *>  intento que bloquea al operario deja además una línea       *
      *>  "BLOQ", y un operario que define su clave al iniciar sesión *
      *>  una línea "NCLV", con su misma identificación y programa.   *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Resultados "BLQD" (intento de un        *
      *>                      operario bloqueado) y "BLOQ" (bloqueo   *
      *>                      aplicado en ese intento).               *
      *>    2026-10-15  JMGM  Resultados "CLAV" (clave incorrecta o   *
      *>                      clave nueva no confirmada) y "NCLV"     *
      *>                      (clave definida al iniciar sesión).     *
      *>=============================================================*
       FD  CALC-SLOG-FILE.
       01  CALC-SLOG-REC.
