      *>                      tasas quedan con la vigencia en          *
      *>                      blancos, y quien las relee debe          *
      *>                      tolerarlo (ver CALCRAUR).                *
      *>    2026-10-15  JMGM  Control dual de cambios de tasa: nuevas *
      *>                      acciones SALT/SCAM/SBAJ (solicitud de   *
      *>                      alta, cambio o baja, sin tocar el       *
      *>                      maestro) y RECH (solicitud rechazada);  *
      *>                      ALTA/CAMB/BAJA se graban ahora al       *
      *>                      aprobarse, con el aprobador en          *
      *>                      RA-OPERARIO. RA-SOLICITANTE se agrega   *
      *>                      AL FINAL del registro (blancos en las   *
      *>                      entradas anteriores).                   *
      *>=============================================================*
       FD  CALC-RAUD-FILE.
       01  CALC-RAUD-REC.
           05  RA-ESTADO-NVO           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  RA-FECHA-VIG            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RA-SOLICITANTE          PIC X(3).
