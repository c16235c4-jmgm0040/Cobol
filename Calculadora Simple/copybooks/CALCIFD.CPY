      *>=============================================================*
      *>  CALCIFD.CPY                                                 *
      *>  FD y diseño de registro del inventario de rechazos          *
      *>  CALCRINV. A diferencia de CALCREJ, que solo guarda los      *
      *>  rechazos de la última corrida, el inventario acumula los    *
      *>  de todas las corridas de CALCBAT y sigue el estado de cada  *
      *>  uno hasta resolverse:                                       *
      *>    "A" = abierto, pendiente de corregir;                     *
      *>    "R" = reenviado por CALCFIX en el lote RI-LOTE-NUEVO,     *
      *>          secuencia RI-SEC-NUEVA; vuelve a "A" si CALCBAT     *
      *>          rechaza u omite completo ese lote;                  *
      *>    "B" = dado de baja por un supervisor, con su razón;       *
      *>    "L" = liquidado: el lote del reenvío se procesó en        *
      *>          cuadre.                                             *
      *>  RI-FECHA-ORIGEN es la fecha desde la que se mide la         *
      *>  antigüedad: la del primer rechazo, que pasa al rechazo      *
      *>  nuevo cuando un reenvío vuelve a rebotar (RI-LOTE-ANT y     *
      *>  RI-SEC-ANT apuntan entonces al rechazo anterior). Las       *
      *>  entradas no se borran al resolverse: quedan como historia.  *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Una entrada reenviada vuelve a abierta  *
      *>                      si el lote del reenvío se rechaza u     *
      *>                      omite completo.                         *
      *>=============================================================*
       FD  CALC-RINV-FILE.
       01  CALC-RINV-REC.
           05  RI-CLAVE.
               10  RI-LOTE             PIC 9(6).
               10  RI-SECUENCIA        PIC 9(7).
           05  RI-MOTIVO               PIC X(02).
           05  RI-DEPTO                PIC X(4).
           05  RI-IMAGEN               PIC X(27).
           05  RI-FECHA-RECHAZO        PIC 9(8).
           05  RI-FECHA-ORIGEN         PIC 9(8).
           05  RI-ESTADO               PIC X.
               88  RI-ABIERTO               VALUE "A".
               88  RI-REENVIADO             VALUE "R".
               88  RI-DADO-DE-BAJA          VALUE "B".
               88  RI-LIQUIDADO             VALUE "L".
           05  RI-FECHA-ESTADO         PIC 9(8).
           05  RI-OPERARIO             PIC X(3).
           05  RI-LOTE-NUEVO           PIC 9(6).
           05  RI-SEC-NUEVA            PIC 9(7).
           05  RI-RAZON-BAJA           PIC X(30).
           05  RI-LOTE-ANT             PIC 9(6).
           05  RI-SEC-ANT              PIC 9(7).
