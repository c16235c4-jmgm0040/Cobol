      *>                      siga leyéndose campo a campo (las       *
      *>                      entradas viejas traen la vigencia en    *
      *>                      blancos).                               *
      *>    2026-10-15  JMGM  Control dual (cuatro ojos): el alta,    *
      *>                      el cambio y la baja ya no tocan         *
      *>                      CALCRATE, quedan como solicitud en el   *
      *>                      archivo de pendientes CALCRPEN (ver     *
      *>                      CALCQFD). La nueva opción 5 permite a   *
      *>                      un supervisor DISTINTO del solicitante  *
      *>                      aprobarlas (recién ahí se actualiza el  *
      *>                      maestro) o rechazarlas. CALCRAUD        *
      *>                      registra la solicitud (SALT/SCAM/SBAJ), *
      *>                      la aplicación (ALTA/CAMB/BAJA, con el   *
      *>                      aprobador) y el rechazo (RECH), todas   *
      *>                      con el solicitante en RA-SOLICITANTE.   *
      *>                      Salir pasa a la opción 6.               *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRMNT.

           COPY CALCASEL.

           COPY CALCQSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY CALCAFD.

       COPY CALCQFD.

       WORKING-STORAGE SECTION.

       COPY CALCRFLD.
       01  CALCRMNT-AUD-VALOR-NVO    PIC S9(5)V99 VALUE ZEROS.
       01  CALCRMNT-AUD-ESTADO-ANT   PIC X VALUE SPACE.
       01  CALCRMNT-AUD-ESTADO-NVO   PIC X VALUE SPACE.
       01  CALCRMNT-AUD-SOLICITANTE  PIC X(3) VALUE SPACES.

       01  CALCRMNT-PEND-HALLADO-SW  PIC X VALUE "N".
           88  CALCRMNT-PEND-HALLADO     VALUE "S".
       01  CALCRMNT-PEND-EOF-SW      PIC X VALUE "N".
           88  CALCRMNT-PEND-EOF         VALUE "S".
       01  CALCRMNT-DESFASADA-SW     PIC X VALUE "N".
           88  CALCRMNT-DESFASADA        VALUE "S".
       01  CALCRMNT-APLICADA-SW      PIC X VALUE "N".
           88  CALCRMNT-APLICADA         VALUE "S".
       01  CALCRMNT-DECISION         PIC X VALUE SPACE.
           88  CALCRMNT-APROBAR          VALUE "A" "a".
           88  CALCRMNT-RECHAZAR         VALUE "R" "r".
       77  CALCRMNT-CONT-PEND        PIC 9(5) VALUE ZERO.
       01  CALCRMNT-VALOR-NVO-ED     PIC -(4)9.99.

       01  CALCRMNT-HALLADA-SW       PIC X VALUE "N".
           88  CALCRMNT-HALLADA          VALUE "S".

       COPY CALCAFLD.

       COPY CALCQFLD.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               SET CALCRMNT-SALIR TO TRUE
           END-IF.

      *>  Archivo de cambios pendientes de aprobación: se crea vacío
      *>  la primera vez, igual que el maestro.
           IF CALC-RATE-ABIERTO
               OPEN I-O CALC-PEND-FILE
               IF CALC-PEND-NO-EXISTE
                   CLOSE CALC-PEND-FILE
                   OPEN OUTPUT CALC-PEND-FILE
                   CLOSE CALC-PEND-FILE
                   OPEN I-O CALC-PEND-FILE
               END-IF
               IF CALC-PEND-OK
                   SET CALC-PEND-ABIERTO TO TRUE
               ELSE
                   DISPLAY "Error: no se pudo abrir el archivo de "
                       "cambios pendientes CALCRPEN."
                   MOVE 16 TO RETURN-CODE
                   SET CALCRMNT-SALIR TO TRUE
               END-IF
           END-IF.

           IF CALC-RATE-ABIERTO AND CALC-PEND-ABIERTO
               PERFORM 7900-ABRIR-AUDITORIA THRU 7900-EXIT
               IF NOT CALC-RAUD-ABIERTO
                   SET CALCRMNT-SALIR TO TRUE

       2000-PROCESAR-OPCION.
           DISPLAY " ".
           DISPLAY "1 = Solicitar alta de tasa".
           DISPLAY "2 = Solicitar cambio de valor".
           DISPLAY "3 = Solicitar baja (desactivar)".
           DISPLAY "4 = Consulta del maestro".
           DISPLAY "5 = Aprobar o rechazar cambios pendientes".
           DISPLAY "6 = Salir".
           DISPLAY "Elija una opción: ".
           ACCEPT CALCRMNT-OPCION.

      *>  El alta, el cambio y la baja mueven dinero: exigen nivel
      *>  de supervisor para pedirlos y otro supervisor para
      *>  aprobarlos. La consulta queda abierta a todo operario con
      *>  sesión.
           EVALUATE CALCRMNT-OPCION
               WHEN "1"
               WHEN "2"
               WHEN "3"
               WHEN "5"
                   IF NOT CALC-OPER-SUPERVISOR
                       DISPLAY "Esta opción requiere nivel de "
                           "supervisor."
                                   THRU 4000-EXIT
                           WHEN "3"
                               PERFORM 5000-BAJA-TASA THRU 5000-EXIT
                           WHEN "5"
                               PERFORM 8000-DECIDIR-PENDIENTE
                                   THRU 8000-EXIT
                       END-EVALUATE
                   END-IF
               WHEN "4"
                   PERFORM 6000-CONSULTAR-TASAS THRU 6000-EXIT
               WHEN "6"
                   SET CALCRMNT-SALIR TO TRUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
               DISPLAY "La tasa " CALCRMNT-ENT-CODIGO " ya tiene "
                   "una vigencia al " CALCRMNT-FECHA-VIG "; use "
                   "la opción de cambio."
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3600-LEER-PENDIENTE THRU 3600-EXIT.
           IF CALCRMNT-PEND-HALLADO
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Descripción de la tasa: ".
           ACCEPT CALCRMNT-ENT-DESC.

           MOVE "N" TO CALCRMNT-ENT-VALIDO-SW.
           PERFORM 3200-PEDIR-VALOR THRU 3200-EXIT
               UNTIL CALCRMNT-ENT-VALIDO.

           MOVE "SALT"              TO CALCRMNT-AUD-ACCION.
           SET RP-ALTA TO TRUE.
           MOVE CALCRMNT-ENT-DESC   TO RP-DESCRIPCION.
           MOVE ZEROS               TO RP-VALOR-ANT.
           MOVE CALCRMNT-VALOR      TO RP-VALOR-NVO.
           MOVE SPACE               TO RP-ESTADO-ANT.
           MOVE "A"                 TO RP-ESTADO-NVO.
           PERFORM 3700-GRABAR-PENDIENTE THRU 3700-EXIT.

       3000-EXIT.
           EXIT.

       3500-EXIT.
           EXIT.

      *>  Sólo puede haber una solicitud pendiente por vigencia: la
      *>  segunda esperaría aprobación sobre una imagen que la
      *>  primera va a cambiar.
       3600-LEER-PENDIENTE.
           MOVE "N" TO CALCRMNT-PEND-HALLADO-SW.
           MOVE CALCRMNT-ENT-CODIGO TO RP-CODIGO.
           MOVE CALCRMNT-FECHA-VIG  TO RP-FECHA-VIG.
           READ CALC-PEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CALCRMNT-PEND-HALLADO TO TRUE
                   DISPLAY "La vigencia " CALCRMNT-FECHA-VIG
                       " de la tasa " CALCRMNT-ENT-CODIGO " ya tiene "
                       "una solicitud " RP-ACCION " pendiente de "
                       RP-SOLICITANTE "."
           END-READ.

       3600-EXIT.
           EXIT.

      *>  Graba la solicitud armada en CALC-PEND-REC (acción,
      *>  descripción, imagen anterior y nueva) y la deja en la
      *>  auditoría con la acción de solicitud recibida en
      *>  CALCRMNT-AUD-ACCION. El maestro no se toca.
       3700-GRABAR-PENDIENTE.
           MOVE CALCRMNT-ENT-CODIGO   TO RP-CODIGO.
           MOVE CALCRMNT-FECHA-VIG    TO RP-FECHA-VIG.
           MOVE CALC-OPERARIO-ACTUAL  TO RP-SOLICITANTE.
           ACCEPT RP-FECHA-SOL FROM DATE YYYYMMDD.
           ACCEPT RP-HORA-SOL FROM TIME.
           WRITE CALC-PEND-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo grabar la solicitud "
                       "de la tasa " CALCRMNT-ENT-CODIGO "."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE RP-VALOR-ANT      TO CALCRMNT-AUD-VALOR-ANT
                   MOVE RP-VALOR-NVO      TO CALCRMNT-AUD-VALOR-NVO
                   MOVE RP-ESTADO-ANT     TO CALCRMNT-AUD-ESTADO-ANT
                   MOVE RP-ESTADO-NVO     TO CALCRMNT-AUD-ESTADO-NVO
                   MOVE RP-SOLICITANTE    TO CALCRMNT-AUD-SOLICITANTE
                   PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                   DISPLAY "Solicitud " RP-ACCION " de la tasa "
                       CALCRMNT-ENT-CODIGO " vigencia "
                       CALCRMNT-FECHA-VIG " registrada; queda "
                       "pendiente de aprobación por otro supervisor."
           END-WRITE.

       3700-EXIT.
           EXIT.

       4000-CAMBIAR-TASA.
           MOVE "N" TO CALCRMNT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               DISPLAY "La tasa " CALCRMNT-ENT-CODIGO " no tiene "
                   "vigencia al " CALCRMNT-FECHA-VIG " en el "
                   "maestro; para un valor nuevo use el alta."
               GO TO 4000-EXIT
           END-IF.

           PERFORM 3600-LEER-PENDIENTE THRU 3600-EXIT.
           IF CALCRMNT-PEND-HALLADO
               GO TO 4000-EXIT
           END-IF.

           MOVE RT-VALOR TO CALCRMNT-VALOR-ANT.
           MOVE RT-VALOR TO CALCRMNT-VALOR-ED.
           DISPLAY "Tasa " RT-CODIGO " - " RT-DESCRIPCION.
           DISPLAY "Vigencia " RT-FECHA-VIGENCIA
               " - valor actual: " CALCRMNT-VALOR-ED.

           MOVE "N" TO CALCRMNT-ENT-VALIDO-SW.
           PERFORM 3200-PEDIR-VALOR THRU 3200-EXIT
               UNTIL CALCRMNT-ENT-VALIDO.

           MOVE "SCAM"              TO CALCRMNT-AUD-ACCION.
           SET RP-CAMBIO TO TRUE.
           MOVE RT-DESCRIPCION      TO RP-DESCRIPCION.
           MOVE CALCRMNT-VALOR-ANT  TO RP-VALOR-ANT.
           MOVE CALCRMNT-VALOR      TO RP-VALOR-NVO.
           MOVE RT-ESTADO           TO RP-ESTADO-ANT.
           MOVE RT-ESTADO           TO RP-ESTADO-NVO.
           PERFORM 3700-GRABAR-PENDIENTE THRU 3700-EXIT.

       4000-EXIT.
           EXIT.

               DISPLAY "La tasa " CALCRMNT-ENT-CODIGO " no tiene "
                   "vigencia al " CALCRMNT-FECHA-VIG " en el "
                   "maestro."
               GO TO 5000-EXIT
           END-IF.
           IF RT-INACTIVA
               DISPLAY "La vigencia " CALCRMNT-FECHA-VIG
                   " de la tasa " CALCRMNT-ENT-CODIGO " ya "
                   "está inactiva."
               GO TO 5000-EXIT
           END-IF.

           PERFORM 3600-LEER-PENDIENTE THRU 3600-EXIT.
           IF CALCRMNT-PEND-HALLADO
               GO TO 5000-EXIT
           END-IF.

           MOVE RT-ESTADO TO CALCRMNT-ESTADO-ANT.
           DISPLAY "¿Confirma la solicitud de baja de la vigencia "
               CALCRMNT-FECHA-VIG " de la tasa "
               CALCRMNT-ENT-CODIGO "? (S/N): ".
           ACCEPT CALCRMNT-CONFIRMA-SW.
           IF NOT CALCRMNT-CONFIRMADO
               DISPLAY "Baja cancelada."
               GO TO 5000-EXIT
           END-IF.

           MOVE "SBAJ"              TO CALCRMNT-AUD-ACCION.
           SET RP-BAJA TO TRUE.
           MOVE RT-DESCRIPCION      TO RP-DESCRIPCION.
           MOVE RT-VALOR            TO RP-VALOR-ANT.
           MOVE RT-VALOR            TO RP-VALOR-NVO.
           MOVE CALCRMNT-ESTADO-ANT TO RP-ESTADO-ANT.
           MOVE "I"                 TO RP-ESTADO-NVO.
           PERFORM 3700-GRABAR-PENDIENTE THRU 3700-EXIT.

       5000-EXIT.
           EXIT.

           MOVE CALCRMNT-AUD-VALOR-NVO  TO RA-VALOR-NVO.
           MOVE CALCRMNT-AUD-ESTADO-ANT TO RA-ESTADO-ANT.
           MOVE CALCRMNT-AUD-ESTADO-NVO TO RA-ESTADO-NVO.
           MOVE CALCRMNT-AUD-SOLICITANTE TO RA-SOLICITANTE.
           WRITE CALC-RAUD-REC.

       7000-EXIT.
       7900-EXIT.
           EXIT.

      *>=============================================================*
      *>  Aprobación o rechazo de una solicitud pendiente. Lo hace un  *
      *>  supervisor distinto del que la pidió. Antes de aplicarla se  *
      *>  verifica que la vigencia siga como estaba al pedirse; si se  *
      *>  movió, la solicitud sólo puede rechazarse y volver a pedir.  *
      *>=============================================================*
       8000-DECIDIR-PENDIENTE.
           PERFORM 8100-LISTAR-PENDIENTES THRU 8100-EXIT.
           IF CALCRMNT-CONT-PEND = ZERO
               DISPLAY "No hay cambios de tasa pendientes."
               GO TO 8000-EXIT
           END-IF.

           MOVE "N" TO CALCRMNT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               UNTIL CALCRMNT-ENT-VALIDO.

           MOVE "N" TO CALCRMNT-ENT-VALIDO-SW.
           PERFORM 3300-PEDIR-FECHA THRU 3300-EXIT
               UNTIL CALCRMNT-ENT-VALIDO.

           MOVE CALCRMNT-ENT-CODIGO TO RP-CODIGO.
           MOVE CALCRMNT-FECHA-VIG  TO RP-FECHA-VIG.
           READ CALC-PEND-FILE
               INVALID KEY
                   DISPLAY "No hay solicitud pendiente para la "
                       "vigencia " CALCRMNT-FECHA-VIG " de la tasa "
                       CALCRMNT-ENT-CODIGO "."
                   GO TO 8000-EXIT
           END-READ.

           IF RP-SOLICITANTE = CALC-OPERARIO-ACTUAL
               DISPLAY "La solicitud fue hecha por usted; debe "
                   "aprobarla o rechazarla otro supervisor."
               GO TO 8000-EXIT
           END-IF.

           MOVE RP-VALOR-ANT TO CALCRMNT-VALOR-ED.
           MOVE RP-VALOR-NVO TO CALCRMNT-VALOR-NVO-ED.
           DISPLAY "Solicitud " RP-ACCION " de " RP-SOLICITANTE
               " del " RP-FECHA-SOL ": " RP-CODIGO " - "
               RP-DESCRIPCION.
           DISPLAY "Vigencia " RP-FECHA-VIG " valor "
               CALCRMNT-VALOR-ED " -> " CALCRMNT-VALOR-NVO-ED
               " estado " RP-ESTADO-ANT " -> " RP-ESTADO-NVO.
           DISPLAY "A = aprobar, R = rechazar, otra tecla = "
               "volver: ".
           ACCEPT CALCRMNT-DECISION.

           EVALUATE TRUE
               WHEN CALCRMNT-APROBAR
                   PERFORM 8200-APLICAR-PENDIENTE THRU 8200-EXIT
               WHEN CALCRMNT-RECHAZAR
                   PERFORM 8300-RECHAZAR-PENDIENTE THRU 8300-EXIT
               WHEN OTHER
                   DISPLAY "Solicitud sin decidir; sigue pendiente."
           END-EVALUATE.

       8000-EXIT.
           EXIT.

       8100-LISTAR-PENDIENTES.
           MOVE "N" TO CALCRMNT-PEND-EOF-SW.
           MOVE ZERO TO CALCRMNT-CONT-PEND.
           MOVE LOW-VALUES TO RP-CLAVE.
           START CALC-PEND-FILE KEY NOT LESS THAN RP-CLAVE
               INVALID KEY
                   SET CALCRMNT-PEND-EOF TO TRUE
           END-START.
           PERFORM 8110-LISTAR-PENDIENTE THRU 8110-EXIT
               UNTIL CALCRMNT-PEND-EOF.
           MOVE CALCRMNT-CONT-PEND TO CALCRMNT-CONT-ED.
           DISPLAY "Solicitudes pendientes: " CALCRMNT-CONT-ED.

       8100-EXIT.
           EXIT.

       8110-LISTAR-PENDIENTE.
           READ CALC-PEND-FILE NEXT RECORD
               AT END
                   SET CALCRMNT-PEND-EOF TO TRUE
               NOT AT END
                   MOVE RP-VALOR-NVO TO CALCRMNT-VALOR-NVO-ED
                   DISPLAY RP-CODIGO " vig. " RP-FECHA-VIG " "
                       RP-ACCION " " CALCRMNT-VALOR-NVO-ED
                       " pedida por " RP-SOLICITANTE " el "
                       RP-FECHA-SOL
                   ADD 1 TO CALCRMNT-CONT-PEND
           END-READ.

       8110-EXIT.
           EXIT.

       8200-APLICAR-PENDIENTE.
           PERFORM 3500-LEER-TASA THRU 3500-EXIT.
           MOVE "N" TO CALCRMNT-DESFASADA-SW.
           EVALUATE TRUE
               WHEN RP-ALTA
                   IF CALCRMNT-HALLADA
                       SET CALCRMNT-DESFASADA TO TRUE
                   END-IF
               WHEN NOT CALCRMNT-HALLADA
                   SET CALCRMNT-DESFASADA TO TRUE
               WHEN RT-VALOR NOT = RP-VALOR-ANT
               WHEN RT-ESTADO NOT = RP-ESTADO-ANT
                   SET CALCRMNT-DESFASADA TO TRUE
           END-EVALUATE.
           IF CALCRMNT-DESFASADA
               DISPLAY "La vigencia cambió en el maestro desde la "
                   "solicitud; no se aplica. Recházela y pida el "
                   "cambio de nuevo."
               GO TO 8200-EXIT
           END-IF.

           MOVE "N" TO CALCRMNT-APLICADA-SW.
           EVALUATE TRUE
               WHEN RP-ALTA
                   MOVE RP-CODIGO       TO RT-CODIGO
                   MOVE RP-FECHA-VIG    TO RT-FECHA-VIGENCIA
                   MOVE RP-DESCRIPCION  TO RT-DESCRIPCION
                   MOVE RP-VALOR-NVO    TO RT-VALOR
                   SET RT-ACTIVA TO TRUE
                   WRITE CALC-RATE-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CALCRMNT-APLICADA TO TRUE
                   END-WRITE
               WHEN RP-CAMBIO
                   MOVE RP-VALOR-NVO    TO RT-VALOR
                   REWRITE CALC-RATE-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CALCRMNT-APLICADA TO TRUE
                   END-REWRITE
               WHEN RP-BAJA
                   SET RT-INACTIVA TO TRUE
                   REWRITE CALC-RATE-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CALCRMNT-APLICADA TO TRUE
                   END-REWRITE
           END-EVALUATE.
           IF NOT CALCRMNT-APLICADA
               DISPLAY "Error: no se pudo actualizar la tasa "
                   CALCRMNT-ENT-CODIGO " en CALCRATE."
               MOVE 16 TO RETURN-CODE
               GO TO 8200-EXIT
           END-IF.

           MOVE RP-ACCION TO CALCRMNT-AUD-ACCION.
           PERFORM 8400-CERRAR-PENDIENTE THRU 8400-EXIT.
           DISPLAY "Solicitud aprobada: tasa " CALCRMNT-ENT-CODIGO
               " vigencia " CALCRMNT-FECHA-VIG " actualizada.".

       8200-EXIT.
           EXIT.

       8300-RECHAZAR-PENDIENTE.
           MOVE "RECH" TO CALCRMNT-AUD-ACCION.
           PERFORM 8400-CERRAR-PENDIENTE THRU 8400-EXIT.
           DISPLAY "Solicitud rechazada: la tasa "
               CALCRMNT-ENT-CODIGO " queda sin cambios.".

       8300-EXIT.
           EXIT.

      *>  Deja la decisión en la auditoría (el aprobador en
      *>  RA-OPERARIO, quien la pidió en RA-SOLICITANTE) y retira la
      *>  solicitud del archivo de pendientes.
       8400-CERRAR-PENDIENTE.
           MOVE RP-VALOR-ANT      TO CALCRMNT-AUD-VALOR-ANT.
           MOVE RP-VALOR-NVO      TO CALCRMNT-AUD-VALOR-NVO.
           MOVE RP-ESTADO-ANT     TO CALCRMNT-AUD-ESTADO-ANT.
           MOVE RP-ESTADO-NVO     TO CALCRMNT-AUD-ESTADO-NVO.
           MOVE RP-SOLICITANTE    TO CALCRMNT-AUD-SOLICITANTE.
           PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT.
           DELETE CALC-PEND-FILE RECORD
               INVALID KEY
                   DISPLAY "Error: no se pudo retirar la solicitud "
                       "de CALCRPEN."
                   MOVE 16 TO RETURN-CODE
           END-DELETE.

       8400-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-RATE-ABIERTO
               CLOSE CALC-RATE-FILE
           END-IF.
           IF CALC-PEND-ABIERTO
               CLOSE CALC-PEND-FILE
           END-IF.
           IF CALC-RAUD-ABIERTO
               CLOSE CALC-RAUD-FILE
           END-IF.
