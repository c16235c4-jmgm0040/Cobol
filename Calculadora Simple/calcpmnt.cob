      *>=============================================================*
      *>  PROGRAM-ID.   CALCPMNT                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Mantenimiento interactivo del maestro de operarios CALCOPER *
      *>  (identificación, nombre, nivel de autorización y clave),    *
      *>  con el mismo ciclo de menú y el mismo patrón de             *
      *>  validar-y-reintentar de CALCRMNT. El alta, el cambio y la   *
      *>  baja exigen una sesión de supervisor (ver CALCSGNP); la     *
      *>  consulta queda abierta a todo operario con sesión. El       *
      *>  desbloqueo (también de supervisor) libera a un operario     *
      *>  bloqueado por intentos de sesión fallidos, y el tope de     *
      *>  intentos que lo bloquea se fija en el registro de control   *
      *>  del maestro. La clave se pide dos veces en el alta y en el  *
      *>  cambio, y nunca se muestra. Cada cambio queda registrado en *
      *>  el archivo de auditoría CALCPAUD con operario, nivel y      *
      *>  estado anteriores y nuevos. Los operarios no se borran: se  *
      *>  desactivan, para conservar la historia.                     *
      *>  Primera corrida: si el maestro no existe o está vacío,      *
      *>  no hay con quién iniciar sesión; se permite una única       *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Opción 4 de desbloqueo de un operario   *
      *>                      bloqueado por intentos fallidos (5500,  *
      *>                      registrada como DESB en CALCPAUD);      *
      *>                      consulta pasa a 5 y salir a 6. El alta  *
      *>                      inicia el contador y el bloqueo.        *
      *>                      CALCPAUD pasa a los copybooks           *
      *>                      CALCUSEL/CALCUFD/CALCUFLD.              *
      *>    2026-10-15  JMGM  Clave del operario: se pide en el alta  *
      *>                      y puede cambiarse en la opción 2        *
      *>                      (registrada como CLAV en CALCPAUD, sin  *
      *>                      la clave). Opción 6 de tope de          *
      *>                      intentos fallidos (5600, registro de    *
      *>                      control de CALCOPER, registrada como    *
      *>                      TOPE); salir pasa a 7. La verificación  *
      *>                      de maestro vacío y la consulta saltan   *
      *>                      el registro de control.                 *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPMNT.

           COPY CALCSSEL.

           COPY CALCUSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCSFD.

       COPY CALCUFD.

       WORKING-STORAGE SECTION.

       COPY CALCPFLD.

       COPY CALCUFLD.

       01  CALCPMNT-SALIR-SW         PIC X VALUE "N".
           88  CALCPMNT-SALIR            VALUE "S".
       01  CALCPMNT-OPCION           PIC X VALUE SPACE.
           88  CALCPMNT-ENT-VALIDO       VALUE "S".
       01  CALCPMNT-CONFIRMA-SW      PIC X VALUE "N".
           88  CALCPMNT-CONFIRMADO       VALUE "S" "s".
       01  CALCPMNT-CAMBIA-CLAVE-SW  PIC X VALUE "N".
           88  CALCPMNT-CAMBIA-CLAVE     VALUE "S".
       01  CALCPMNT-ENT-TOPE         PIC X(2) VALUE SPACES.
       01  CALCPMNT-ENT-TOPE-N REDEFINES CALCPMNT-ENT-TOPE
                                     PIC 9(2).

       01  CALCPMNT-VACIO-SW         PIC X VALUE "S".
           88  CALCPMNT-VACIO            VALUE "S".
       01  CALCPMNT-AUD-NIVEL-NVO    PIC X VALUE SPACE.
       01  CALCPMNT-AUD-ESTADO-ANT   PIC X VALUE SPACE.
       01  CALCPMNT-AUD-ESTADO-NVO   PIC X VALUE SPACE.
       01  CALCPMNT-AUD-TOPE-ANT     PIC X(2) VALUE SPACES.
       01  CALCPMNT-AUD-TOPE-NVO     PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.


           IF CALC-OPER-ABIERTO
               PERFORM 7900-ABRIR-AUDITORIA THRU 7900-EXIT
               IF NOT CALC-PAUD-ABIERTO
                   SET CALCPMNT-SALIR TO TRUE
               END-IF
           END-IF.

      *>  Sin maestro (o con el maestro vacío) no hay con quién
      *>  iniciar sesión: se detecta aquí para habilitar el alta
      *>  inicial. El maestro inexistente se crea vacío. El
      *>  registro de control (OP-ID en blancos) no cuenta: se
      *>  busca a partir de la primera identificación no blanca.
       1200-VERIFICAR-VACIO.
           OPEN I-O CALC-OPER-FILE.
           IF CALC-OPER-NO-EXISTE
               SET CALCPMNT-SALIR TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO OP-ID.
           START CALC-OPER-FILE KEY GREATER THAN OP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
           DISPLAY "1 = Alta de operario".
           DISPLAY "2 = Cambio de nombre o nivel".
           DISPLAY "3 = Baja (desactivar)".
           DISPLAY "4 = Desbloqueo de operario".
           DISPLAY "5 = Consulta del maestro".
           DISPLAY "6 = Tope de intentos fallidos".
           DISPLAY "7 = Salir".
           DISPLAY "Elija una opción: ".
           ACCEPT CALCPMNT-OPCION.

      *>  El alta, el cambio, la baja y el desbloqueo de operarios
      *>  y el tope de intentos fallidos son trabajo de
      *>  administración: exigen nivel de supervisor. La consulta
      *>  queda abierta a todo operario con sesión.
           EVALUATE CALCPMNT-OPCION
               WHEN "1"
               WHEN "2"
               WHEN "3"
               WHEN "4"
               WHEN "6"
                   IF NOT CALC-OPER-SUPERVISOR
                       DISPLAY "Esta opción requiere nivel de "
                           "supervisor."
                           WHEN "3"
                               PERFORM 5000-BAJA-OPERARIO
                                   THRU 5000-EXIT
                           WHEN "4"
                               PERFORM 5500-DESBLOQUEAR-OPERARIO
                                   THRU 5500-EXIT
                           WHEN "6"
                               PERFORM 5600-CAMBIAR-TOPE
                                   THRU 5600-EXIT
                       END-EVALUATE
                   END-IF
               WHEN "5"
                   PERFORM 6000-CONSULTAR-OPERARIOS THRU 6000-EXIT
               WHEN "7"
                   SET CALCPMNT-SALIR TO TRUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
                       UNTIL CALCPMNT-ENT-VALIDO
               END-IF

               MOVE "N" TO CALC-CLAVE-NUEVA-SW
               PERFORM 4830-PEDIR-CLAVE-NUEVA THRU 4830-EXIT
                   UNTIL CALC-CLAVE-NUEVA-OK

               MOVE CALCPMNT-ENT-ID     TO OP-ID
               MOVE CALCPMNT-ENT-NOMBRE TO OP-NOMBRE
               MOVE CALCPMNT-ENT-NIVEL  TO OP-NIVEL
               SET OP-ACTIVO TO TRUE
               MOVE ZERO TO OP-FALLOS
               SET OP-NO-BLOQUEADO TO TRUE
               MOVE ZERO TO OP-FECHA-BLOQUEO
               MOVE CALC-SESION-CLAVE   TO OP-CLAVE
               MOVE SPACES TO CALC-SESION-CLAVE
               WRITE CALC-OPER-REC
                   INVALID KEY
                       DISPLAY "Error: no se pudo grabar el "
                   UNTIL CALCPMNT-ENT-VALIDO
               MOVE CALCPMNT-ENT-NIVEL TO OP-NIVEL

               MOVE "N" TO CALCPMNT-CAMBIA-CLAVE-SW
               DISPLAY "¿Cambia la clave del operario? (S/N): "
               ACCEPT CALCPMNT-CONFIRMA-SW
               IF CALCPMNT-CONFIRMADO
                   MOVE "N" TO CALC-CLAVE-NUEVA-SW
                   PERFORM 4830-PEDIR-CLAVE-NUEVA THRU 4830-EXIT
                       UNTIL CALC-CLAVE-NUEVA-OK
                   MOVE CALC-SESION-CLAVE TO OP-CLAVE
                   MOVE SPACES TO CALC-SESION-CLAVE
                   SET CALCPMNT-CAMBIA-CLAVE TO TRUE
               END-IF

               REWRITE CALC-OPER-REC
                   INVALID KEY
                       DISPLAY "Error: no se pudo regrabar el "
                       MOVE OP-ESTADO          TO
                           CALCPMNT-AUD-ESTADO-NVO
                       PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                       IF CALCPMNT-CAMBIA-CLAVE
                           MOVE "CLAV" TO CALCPMNT-AUD-ACCION
                           MOVE OP-NIVEL TO CALCPMNT-AUD-NIVEL-ANT
                           PERFORM 7000-REGISTRAR-AUDITORIA
                               THRU 7000-EXIT
                           DISPLAY "Clave del operario "
                               CALCPMNT-ENT-ID " cambiada."
                       END-IF
                       DISPLAY "Operario " CALCPMNT-ENT-ID
                           " actualizado."
               END-REWRITE
       5000-EXIT.
           EXIT.

      *>  El desbloqueo pone en cero el contador de intentos fallidos
      *>  y no toca el estado: un operario inactivo sigue inactivo.
       5500-DESBLOQUEAR-OPERARIO.
           MOVE "N" TO CALCPMNT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-ID THRU 3100-EXIT
               UNTIL CALCPMNT-ENT-VALIDO.

           PERFORM 3500-LEER-OPERARIO THRU 3500-EXIT.
           IF NOT CALCPMNT-HALLADO
               DISPLAY "El operario " CALCPMNT-ENT-ID " no existe "
                   "en el maestro."
               GO TO 5500-EXIT
           END-IF.
           IF NOT OP-BLOQUEADO
               DISPLAY "El operario " CALCPMNT-ENT-ID " no está "
                   "bloqueado."
               GO TO 5500-EXIT
           END-IF.

           DISPLAY "Operario " OP-ID " - " OP-NOMBRE.
           DISPLAY "Bloqueado el " OP-FECHA-BLOQUEO " tras "
               OP-FALLOS " intentos fallidos - estado " OP-ESTADO.
           DISPLAY "¿Confirma el desbloqueo del operario "
               CALCPMNT-ENT-ID "? (S/N): ".
           ACCEPT CALCPMNT-CONFIRMA-SW.
           IF NOT CALCPMNT-CONFIRMADO
               DISPLAY "Desbloqueo cancelado."
               GO TO 5500-EXIT
           END-IF.

           SET OP-NO-BLOQUEADO TO TRUE.
           MOVE ZERO TO OP-FALLOS.
           MOVE ZERO TO OP-FECHA-BLOQUEO.
           REWRITE CALC-OPER-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo regrabar el operario "
                       CALCPMNT-ENT-ID "."
                   MOVE 16 TO RETURN-CODE
                   GO TO 5500-EXIT
           END-REWRITE.

           MOVE "DESB"    TO CALCPMNT-AUD-ACCION.
           MOVE OP-NIVEL  TO CALCPMNT-AUD-NIVEL-ANT.
           MOVE OP-NIVEL  TO CALCPMNT-AUD-NIVEL-NVO.
           MOVE OP-ESTADO TO CALCPMNT-AUD-ESTADO-ANT.
           MOVE OP-ESTADO TO CALCPMNT-AUD-ESTADO-NVO.
           PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT.
           DISPLAY "Operario " CALCPMNT-ENT-ID " desbloqueado.".

       5500-EXIT.
           EXIT.

      *>  El tope de intentos fallidos vive en el registro de
      *>  control del maestro (OP-ID en blancos), que se crea la
      *>  primera vez que se fija; mientras no exista vale el tope
      *>  de CALCPFLD.
       5600-CAMBIAR-TOPE.
           MOVE "N" TO CALCPMNT-HALLADO-SW.
           MOVE SPACES TO OP-ID.
           READ CALC-OPER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CALCPMNT-HALLADO TO TRUE
           END-READ.
           IF CALCPMNT-HALLADO
               AND OC-MAX-FALLOS IS NUMERIC
               AND OC-MAX-FALLOS GREATER THAN ZERO
               MOVE OC-MAX-FALLOS TO CALC-SESION-MAX-FALLOS
           END-IF.
           DISPLAY "Tope actual de intentos fallidos seguidos: "
               CALC-SESION-MAX-FALLOS.

           MOVE "N" TO CALCPMNT-ENT-VALIDO-SW.
           PERFORM 5610-PEDIR-TOPE THRU 5610-EXIT
               UNTIL CALCPMNT-ENT-VALIDO.
           IF CALCPMNT-ENT-TOPE-N = CALC-SESION-MAX-FALLOS
               DISPLAY "El tope no cambia."
               GO TO 5600-EXIT
           END-IF.

           MOVE CALC-SESION-MAX-FALLOS TO CALCPMNT-AUD-TOPE-ANT.
           MOVE SPACES TO CALC-OPER-CTL-REC.
           MOVE CALCPMNT-ENT-TOPE-N TO OC-MAX-FALLOS.
           IF CALCPMNT-HALLADO
               REWRITE CALC-OPER-CTL-REC
                   INVALID KEY
                       DISPLAY "Error: no se pudo regrabar el "
                           "registro de control de CALCOPER."
                       MOVE 16 TO RETURN-CODE
                       GO TO 5600-EXIT
               END-REWRITE
           ELSE
               WRITE CALC-OPER-CTL-REC
                   INVALID KEY
                       DISPLAY "Error: no se pudo grabar el "
                           "registro de control de CALCOPER."
                       MOVE 16 TO RETURN-CODE
                       GO TO 5600-EXIT
               END-WRITE
           END-IF.

           MOVE CALCPMNT-ENT-TOPE-N TO CALC-SESION-MAX-FALLOS.
           MOVE SPACES              TO CALCPMNT-ENT-ID.
           MOVE "TOPE"              TO CALCPMNT-AUD-ACCION.
           MOVE SPACE               TO CALCPMNT-AUD-NIVEL-ANT.
           MOVE SPACE               TO CALCPMNT-AUD-NIVEL-NVO.
           MOVE SPACE               TO CALCPMNT-AUD-ESTADO-ANT.
           MOVE SPACE               TO CALCPMNT-AUD-ESTADO-NVO.
           MOVE CALCPMNT-ENT-TOPE   TO CALCPMNT-AUD-TOPE-NVO.
           PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT.
           DISPLAY "Tope de intentos fallidos: "
               CALC-SESION-MAX-FALLOS ". Rige desde el próximo "
               "inicio de sesión.".

       5600-EXIT.
           EXIT.

      *>  Se acepta un dígito solo ("5") o dos ("05").
       5610-PEDIR-TOPE.
           DISPLAY "Nuevo tope (1 a 99): ".
           ACCEPT CALCPMNT-ENT-TOPE.
           IF CALCPMNT-ENT-TOPE(2:1) = SPACE
               MOVE CALCPMNT-ENT-TOPE(1:1) TO CALCPMNT-ENT-TOPE(2:1)
               MOVE "0" TO CALCPMNT-ENT-TOPE(1:1)
           END-IF.
           IF CALCPMNT-ENT-TOPE IS NUMERIC
               AND CALCPMNT-ENT-TOPE-N GREATER THAN ZERO
               SET CALCPMNT-ENT-VALIDO TO TRUE
           ELSE
               DISPLAY "Tope no válido."
           END-IF.

       5610-EXIT.
           EXIT.

       6000-CONSULTAR-OPERARIOS.
           MOVE "N" TO CALCPMNT-OPER-EOF-SW.
           MOVE ZERO TO CALCPMNT-CONT-LISTADOS.
           MOVE SPACES TO OP-ID.
           START CALC-OPER-FILE KEY GREATER THAN OP-ID
               INVALID KEY
                   SET CALCPMNT-OPER-EOF TO TRUE
           END-START.
                   SET CALCPMNT-OPER-EOF TO TRUE
               NOT AT END
                   DISPLAY OP-ID " " OP-NOMBRE " nivel " OP-NIVEL
                       " estado " OP-ESTADO " bloqueo " OP-BLOQUEO
                   ADD 1 TO CALCPMNT-CONT-LISTADOS
           END-READ.

           MOVE CALCPMNT-AUD-NIVEL-NVO  TO PA-NIVEL-NVO.
           MOVE CALCPMNT-AUD-ESTADO-ANT TO PA-ESTADO-ANT.
           MOVE CALCPMNT-AUD-ESTADO-NVO TO PA-ESTADO-NVO.
           MOVE CALCPMNT-AUD-TOPE-ANT   TO PA-TOPE-ANT.
           MOVE CALCPMNT-AUD-TOPE-NVO   TO PA-TOPE-NVO.
           WRITE CALC-PAUD-REC.
           MOVE SPACES TO CALCPMNT-AUD-TOPE-ANT.
           MOVE SPACES TO CALCPMNT-AUD-TOPE-NVO.

       7000-EXIT.
           EXIT.

       7900-ABRIR-AUDITORIA.
           OPEN EXTEND CALC-PAUD-FILE.
           IF CALC-PAUD-NO-EXISTE
               CLOSE CALC-PAUD-FILE
               OPEN OUTPUT CALC-PAUD-FILE
           END-IF.
           IF CALC-PAUD-OK
               SET CALC-PAUD-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir la auditoría "
                   "CALCPAUD. No se permiten cambios sin rastro."
           IF CALC-OPER-ABIERTO
               CLOSE CALC-OPER-FILE
           END-IF.
           IF CALC-PAUD-ABIERTO
               CLOSE CALC-PAUD-FILE
           END-IF.
           DISPLAY "Fin del mantenimiento de operarios.".
