      *>=============================================================*
      *>  CALCQFD.CPY                                                 *
      *>  FD y diseño de registro del archivo de cambios de tasa      *
      *>  pendientes CALCRPEN. Cada registro es un alta, un cambio    *
      *>  o una baja que un supervisor solicitó en CALCRMNT y que     *
      *>  todavía no aplicó un segundo supervisor, distinto del que   *
      *>  la pidió (control dual). Guarda la imagen anterior de la    *
      *>  vigencia tal como estaba al pedirse, para que la            *
      *>  aprobación no aplique un cambio sobre un valor que se       *
      *>  movió entretanto. Hay a lo sumo un pendiente por vigencia;  *
      *>  el registro se borra al aprobarse o rechazarse (la          *
      *>  historia queda en CALCRAUD).                                *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       FD  CALC-PEND-FILE.
       01  CALC-PEND-REC.
           05  RP-CLAVE.
               10  RP-CODIGO           PIC X(5).
               10  RP-FECHA-VIG        PIC 9(8).
           05  RP-ACCION               PIC X(4).
               88  RP-ALTA                  VALUE "ALTA".
               88  RP-CAMBIO                VALUE "CAMB".
               88  RP-BAJA                  VALUE "BAJA".
           05  RP-DESCRIPCION          PIC X(30).
           05  RP-VALOR-ANT            PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE.
           05  RP-VALOR-NVO            PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE.
           05  RP-ESTADO-ANT           PIC X.
           05  RP-ESTADO-NVO           PIC X.
           05  RP-SOLICITANTE          PIC X(3).
           05  RP-FECHA-SOL            PIC 9(8).
           05  RP-HORA-SOL             PIC 9(8).
