      *>=============================================================*
      *>  CALCDFD.CPY                                                 *
      *>  FD y diseño de registro del maestro de departamentos        *
      *>  CALCDEPT. Cada registro describe un departamento de         *
      *>  origen de lotes: su código (el mismo de CB-DEPTO-ORIGEN),   *
      *>  su nombre, su estado ("A" = activo, "I" = inactivo) y dos   *
      *>  límites de importe que el lote aplica a cada detalle: el    *
      *>  máximo de un RESULTADO individual y el máximo del total     *
      *>  del día, ambos en valor absoluto. Un límite en cero         *
      *>  significa "sin límite". Los departamentos no se borran: se  *
      *>  desactivan, igual que las tasas y los operarios.            *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       FD  CALC-DEPT-FILE.
       01  CALC-DEPT-REC.
           05  DP-CODIGO               PIC X(4).
           05  DP-NOMBRE               PIC X(30).
           05  DP-ESTADO               PIC X.
               88  DP-ACTIVO                VALUE "A".
               88  DP-INACTIVO              VALUE "I".
           05  DP-MAX-RESULTADO        PIC 9(10)V99.
           05  DP-MAX-DIARIO           PIC 9(10)V99.
