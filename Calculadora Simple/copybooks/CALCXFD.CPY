      *>=============================================================*
      *>  CALCXFD.CPY                                                 *
      *>  FD y diseño de registro del control de transmisiones al     *
      *>  mayor CALCXCTL: una línea por lote enviado, con la fecha y  *
      *>  hora del envío, el número de transmisión CALCIFAZ que lo    *
      *>  llevó y la cantidad y el total del lote. Al final, el       *
      *>  estado del acuse que devolvió el mayor para esa transmisión *
      *>  ("A" aceptada, "R" rechazada - se espera el reenvío con     *
      *>  REENVIAR=S -, "E" reenviada con REENVIAR=S y a la espera    *
      *>  del acuse nuevo, "D" descuadrada contra nuestra cola,       *
      *>  blanco = sin acuse todavía) y la fecha en que se registró;  *
      *>  en una reenviada, la fecha del reenvío. Todas las líneas de *
      *>  una transmisión llevan el mismo estado.                     *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcext.cob. XT-ACUSE y XT-FECHA-ACUSE  *
      *>                      se agregan AL FINAL del registro: las   *
      *>                      líneas ya escritas se leen con el       *
      *>                      acuse en blancos (sin acuse).           *
      *>    2026-10-15  JMGM  Estado "E" (XT-REENVIADA): CALCEXT      *
      *>                      marca así la transmisión reenviada con  *
      *>                      REENVIAR=S, con la fecha del reenvío    *
      *>                      en XT-FECHA-ACUSE.                      *
      *>=============================================================*
       FD  CALC-XCTL-FILE.
       01  CALC-XCTL-REC.
           05  XT-LOTE             PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  XT-FECHA-ENVIO      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  XT-HORA-ENVIO       PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  XT-TRANSMISION      PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  XT-CANT             PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  XT-TOTAL            PIC S9(12)V99 SIGN IS LEADING
                                   SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  XT-ACUSE            PIC X.
               88  XT-SIN-ACUSE         VALUE SPACE.
               88  XT-ACEPTADA          VALUE "A".
               88  XT-RECHAZADA         VALUE "R".
               88  XT-DESCUADRADA       VALUE "D".
               88  XT-REENVIADA         VALUE "E".
           05  FILLER              PIC X VALUE SPACE.
           05  XT-FECHA-ACUSE      PIC X(8).
