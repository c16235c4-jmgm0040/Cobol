      *>                      al maestro de antes de la recarga por   *
      *>                      vigencias y no pueden cotejarse con     *
      *>                      la clave código+vigencia actual.        *
      *>    2026-10-15  JMGM  Control dual en CALCRMNT: la auditoría  *
      *>                      trae además las solicitudes (SALT,      *
      *>                      SCAM, SBAJ) y los rechazos (RECH), que  *
      *>                      no tocan el maestro. Se listan y se     *
      *>                      cuentan aparte, con el solicitante en   *
      *>                      una columna nueva, pero la              *
      *>                      reconstrucción sólo reproduce ALTA,     *
      *>                      CAMB y BAJA (los cambios aplicados).    *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRAUR.
       77  CALCRAUR-CANT-ALTAS     PIC 9(7) VALUE ZERO.
       77  CALCRAUR-CANT-CAMBIOS   PIC 9(7) VALUE ZERO.
       77  CALCRAUR-CANT-BAJAS     PIC 9(7) VALUE ZERO.
       77  CALCRAUR-CANT-SOLICITUDES PIC 9(7) VALUE ZERO.
       77  CALCRAUR-CANT-RECHAZOS  PIC 9(7) VALUE ZERO.
       77  CALCRAUR-DESCUADRES     PIC 9(5) VALUE ZERO.
       01  CALCRAUR-CANT-ED        PIC Z(6)9.

               "FECHA    HORA     OPE ACC. TAS".
           05  FILLER              PIC X(30) VALUE
               "A  VIGENCIA  VAL.ANT. VAL.NVO.".
           05  FILLER              PIC X(11) VALUE " EA EN  SOL".
       01  CALCRAUR-ENC4           PIC X(71) VALUE ALL "-".

       01  CALCRAUR-DET.
           05  DET-FECHA           PIC 9(8).
           05  DET-ESTADO-ANT      PIC X.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-ESTADO-NVO      PIC X.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  DET-SOLICITANTE     PIC X(3).

       01  CALCRAUR-TOT1           PIC X(26) VALUE
               "TOTAL GENERAL DEL PERIODO ".
           05  FILLER              PIC X(25) VALUE
               "  BAJAS                  ".
           05  TOT5-CANT           PIC Z(6)9.
       01  CALCRAUR-TOT6.
           05  FILLER              PIC X(25) VALUE
               "  SOLICITUDES            ".
           05  TOT6-CANT           PIC Z(6)9.
       01  CALCRAUR-TOT7.
           05  FILLER              PIC X(25) VALUE
               "  SOLICITUDES RECHAZADAS ".
           05  TOT7-CANT           PIC Z(6)9.

       PROCEDURE DIVISION.

           MOVE RA-VALOR-NVO   TO DET-VALOR-NVO.
           MOVE RA-ESTADO-ANT  TO DET-ESTADO-ANT.
           MOVE RA-ESTADO-NVO  TO DET-ESTADO-NVO.
           MOVE RA-SOLICITANTE TO DET-SOLICITANTE.
           WRITE CALC-RPT-REC FROM CALCRAUR-DET.
           ADD 1 TO CALCRAUR-LINEAS.

                   ADD 1 TO CALCRAUR-CANT-CAMBIOS
               WHEN "BAJA"
                   ADD 1 TO CALCRAUR-CANT-BAJAS
               WHEN "SALT"
               WHEN "SCAM"
               WHEN "SBAJ"
                   ADD 1 TO CALCRAUR-CANT-SOLICITUDES
               WHEN "RECH"
                   ADD 1 TO CALCRAUR-CANT-RECHAZOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE CALC-RPT-REC FROM CALCRAUR-TOT4.
           MOVE CALCRAUR-CANT-BAJAS TO TOT5-CANT.
           WRITE CALC-RPT-REC FROM CALCRAUR-TOT5.
           MOVE CALCRAUR-CANT-SOLICITUDES TO TOT6-CANT.
           WRITE CALC-RPT-REC FROM CALCRAUR-TOT6.
           MOVE CALCRAUR-CANT-RECHAZOS TO TOT7-CANT.
           WRITE CALC-RPT-REC FROM CALCRAUR-TOT7.

           MOVE CALCRAUR-CANT-LISTADAS TO CALCRAUR-CANT-ED.
           DISPLAY "Entradas listadas: " CALCRAUR-CANT-ED.
      *>  entradas con la vigencia en blancos son anteriores a la
      *>  historia fechada de tasas y no identifican una vigencia
      *>  del maestro actual: se listan pero no se verifican.
      *>  Las solicitudes y los rechazos del control dual no
      *>  cambian el maestro: no entran en la reconstrucción.
       6000-RECONSTRUIR-VIGENCIA.
           IF RA-FECHA-VIG NOT NUMERIC
               GO TO 6000-EXIT
           END-IF.
           IF RA-ACCION NOT = "ALTA" AND NOT = "CAMB"
               AND NOT = "BAJA"
               GO TO 6000-EXIT
           END-IF.
           MOVE "N" TO CALCRAUR-VIG-HALLADA-SW.
           IF CALCRAUR-VIG-USADAS > ZERO
               PERFORM 6100-BUSCAR-VIGENCIA THRU 6100-EXIT
