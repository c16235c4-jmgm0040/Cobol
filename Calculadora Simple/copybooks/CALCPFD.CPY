      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Se agregan OP-FALLOS (intentos de       *
      *>                      sesión fallidos seguidos contra el      *
      *>                      operario), OP-BLOQUEO y OP-FECHA-       *
      *>                      BLOQUEO: al llegar al tope de CALCSGNP  *
      *>                      el operario queda bloqueado hasta que   *
      *>                      un supervisor lo desbloquee en          *
      *>                      CALCPMNT. El bloqueo no toca OP-        *
      *>                      ESTADO. Un maestro con el diseño        *
      *>                      anterior se convierte una única vez     *
      *>                      con CALCOCNV.                           *
      *>    2026-10-15  JMGM  Se agrega OP-CLAVE, la clave que        *
      *>                      CALCSGNP pide después de la             *
      *>                      identificación; una clave en blanco     *
      *>                      (maestro convertido con CALCOCNV) se    *
      *>                      define en el primer inicio de sesión.   *
      *>                      Registro de control con OP-ID en        *
      *>                      blancos: guarda en OC-MAX-FALLOS el     *
      *>                      tope de intentos fallidos que bloquea   *
      *>                      a un operario, que el supervisor        *
      *>                      mantiene en CALCPMNT.                   *
      *>=============================================================*
       FD  CALC-OPER-FILE.
       01  CALC-OPER-REC.
           05  OP-ESTADO               PIC X.
               88  OP-ACTIVO                VALUE "A".
               88  OP-INACTIVO              VALUE "I".
           05  OP-FALLOS               PIC 9(2).
           05  OP-BLOQUEO              PIC X.
               88  OP-BLOQUEADO             VALUE "S".
               88  OP-NO-BLOQUEADO          VALUE "N".
           05  OP-FECHA-BLOQUEO        PIC 9(8).
           05  OP-CLAVE                PIC X(8).

      *>  Registro de control: OP-ID en blancos, una identificación
      *>  con la que nunca se puede iniciar sesión. Los recorridos
      *>  del maestro lo saltan.
       01  CALC-OPER-CTL-REC.
           05  OC-ID                   PIC X(3).
           05  OC-MAX-FALLOS           PIC 9(2).
           05  FILLER                  PIC X(49).
