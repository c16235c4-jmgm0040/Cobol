      *>=============================================================*
      *>  CALCUFD.CPY                                                 *
      *>  FD y diseño de registro del archivo de auditoría del        *
      *>  maestro de operarios CALCPAUD: una línea por cambio hecho   *
      *>  en CALCPMNT (PA-ACCION "ALTA", "CAMB" cambio de nombre o    *
      *>  nivel, "BAJA" desactivación, "DESB" desbloqueo, "CLAV"      *
      *>  cambio de clave, "TOPE" cambio del tope de intentos         *
      *>  fallidos), con el supervisor que lo hizo, el operario       *
      *>  afectado y su nivel y estado anteriores y nuevos. La clave  *
      *>  nunca se graba; en "TOPE" el operario va en blanco y        *
      *>  PA-TOPE-ANT/PA-TOPE-NVO traen el tope anterior y el nuevo.  *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial - extraída de           *
      *>                      calcpmnt.cob.                           *
      *>    2026-10-15  JMGM  Acciones "CLAV" (cambio de clave, sin   *
      *>                      la clave) y "TOPE" (tope de intentos    *
      *>                      fallidos) con PA-TOPE-ANT y             *
      *>                      PA-TOPE-NVO al final del registro.      *
      *>=============================================================*
       FD  CALC-PAUD-FILE.
       01  CALC-PAUD-REC.
           05  PA-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-HORA                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-OPERARIO             PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-ACCION               PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-ID                   PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-NIVEL-ANT            PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-NIVEL-NVO            PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-ESTADO-ANT           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-ESTADO-NVO           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-TOPE-ANT             PIC X(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  PA-TOPE-NVO             PIC X(2).
