      *>=============================================================*
      *>  CALCFFD.CPY                                                 *
      *>  FD y diseño de registro del archivo de auditoría de         *
      *>  correcciones CALCFAUD: una línea por decisión tomada en     *
      *>  CALCFIX sobre un rechazo (FA-ACCION "CORR" corregido,       *
      *>  "IGUA" aceptado sin cambio, "OMIT" omitido, "BAJA" dado de  *
      *>  baja), con el operario, las imágenes anterior y nueva, el   *
      *>  lote y la secuencia del reenvío (FA-LOTE-NUEVO y            *
      *>  FA-SECUENCIA, en ceros si no hubo reenvío) y el lote y la   *
      *>  secuencia de origen del rechazo.                            *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcfix.cob.                            *
      *>=============================================================*
       FD  CALC-FAUD-FILE.
       01  CALC-FAUD-REC.
           05  FA-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-HORA                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-OPERARIO             PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-ACCION               PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-LOTE-NUEVO           PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-SECUENCIA            PIC 9(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-MOTIVO               PIC X(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-IMAGEN-ANT           PIC X(27).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-IMAGEN-NVA           PIC X(27).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-LOTE-ORIGEN          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-SEC-ORIGEN           PIC 9(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  FA-RAZON                PIC X(30).
