      *>=============================================================*
      *>  CALCSGNP.CPY                                                *
      *>  Inicio de sesión compartido contra el maestro de operarios  *
      *>  CALCOPER: pide la identificación (hasta 3 intentos), la     *
      *>  valida contra el maestro (registrada y activa), pide la     *
      *>  clave del operario y deja al operario de la sesión en       *
      *>  CALC-OPERARIO-ACTUAL con su nivel en CALC-OPER-NIVEL (ver   *
      *>  CALCPFLD). Un operario sin clave (maestro convertido con    *
      *>  CALCOCNV) la define en su primer inicio de sesión. Los      *
      *>  intentos fallidos seguidos contra un operario registrado    *
      *>  (clave incorrecta u operario inactivo) lo bloquean al       *
      *>  llegar al tope del registro de control de CALCOPER (3 si no *
      *>  hay registro de control); un operario bloqueado no inicia   *
      *>  sesión en ningún programa hasta que un supervisor lo        *
      *>  desbloquee en CALCPMNT. Cada intento, exitoso o fallido,    *
      *>  queda registrado en la bitácora de sesiones CALCSLOG - un   *
      *>  intento fallido también es un hecho de auditoría. El        *
      *>  programa que lo incluye debe poner su nombre en             *
      *>  CALC-SESION-PROGRAMA antes de llamar a 4800-INICIAR-SESION, *
      *>  incluir CALCPSEL/CALCSSEL en FILE-CONTROL, CALCPFD/CALCSFD  *
      *>  en la FILE SECTION y CALCPFLD en WORKING-STORAGE, y         *
      *>  detenerse cuando CALC-SESION-OK no quede encendido.         *
      *>  Se incluye con COPY dentro de la PROCEDURE DIVISION.        *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Bloqueo del operario por intentos       *
      *>                      fallidos seguidos (4815/4820):          *
      *>                      CALCOPER se abre I-O, resultado BLQD    *
      *>                      para un operario bloqueado y línea      *
      *>                      BLOQ al bloquear; una sesión iniciada   *
      *>                      pone el contador en cero.               *
      *>    2026-10-15  JMGM  Después de una identificación válida    *
      *>                      se pide la clave del operario           *
      *>                      (OP-CLAVE); una clave incorrecta deja   *
      *>                      resultado CLAV y suma en el contador    *
      *>                      de fallos (4820), que es lo que         *
      *>                      permite llegar al bloqueo. Un operario  *
      *>                      sin clave la define en ese momento      *
      *>                      (4825, resultado NCLV). El tope de      *
      *>                      intentos fallidos se lee del registro   *
      *>                      de control de CALCOPER (4805); sin él,  *
      *>                      3.                                      *
      *>=============================================================*
       4800-INICIAR-SESION.
           OPEN I-O CALC-OPER-FILE.
           IF CALC-OPER-OK
               SET CALC-OPER-ABIERTO TO TRUE
               PERFORM 4805-LEER-TOPE THRU 4805-EXIT
           ELSE
               CLOSE CALC-OPER-FILE
               DISPLAY "Error: no se pudo abrir el maestro de "
       4800-EXIT.
           EXIT.

      *>  El tope de intentos fallidos lo fija el supervisor en el
      *>  registro de control (opción de CALCPMNT); sin registro, o
      *>  con un tope en cero, vale el de CALCPFLD.
       4805-LEER-TOPE.
           MOVE SPACES TO OP-ID.
           READ CALC-OPER-FILE
               INVALID KEY
                   GO TO 4805-EXIT
           END-READ.
           IF OC-MAX-FALLOS IS NUMERIC
               AND OC-MAX-FALLOS GREATER THAN ZERO
               MOVE OC-MAX-FALLOS TO CALC-SESION-MAX-FALLOS
           END-IF.

       4805-EXIT.
           EXIT.

       4810-INTENTO-SESION.
           ADD 1 TO CALC-SESION-INTENTOS.
           DISPLAY "Identificación del operario (3 letras): ".
                       MOVE "NOID" TO CALC-SESION-RESULTADO
                       PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT
                   NOT INVALID KEY
                       PERFORM 4815-VALIDAR-OPERARIO THRU 4815-EXIT
               END-READ
           END-IF.

       4810-EXIT.
           EXIT.

       4815-VALIDAR-OPERARIO.
           IF OP-BLOQUEADO
               DISPLAY "Operario " CALC-SESION-ID " bloqueado desde "
                   OP-FECHA-BLOQUEO " por intentos fallidos. Pida "
                   "al supervisor el desbloqueo en CALCPMNT."
               MOVE "BLQD" TO CALC-SESION-RESULTADO
               PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT
               GO TO 4815-EXIT
           END-IF.

      *>  La clave se pide antes de mirar el estado, para que la
      *>  respuesta no revele si la identificación está activa.
           IF OP-CLAVE NOT = SPACES
               DISPLAY "Clave: "
               ACCEPT CALC-SESION-CLAVE
               IF CALC-SESION-CLAVE NOT = OP-CLAVE
                   MOVE SPACES TO CALC-SESION-CLAVE
                   DISPLAY "Clave incorrecta."
                   MOVE "CLAV" TO CALC-SESION-RESULTADO
                   PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT
                   PERFORM 4820-CONTAR-FALLO THRU 4820-EXIT
                   GO TO 4815-EXIT
               END-IF
               MOVE SPACES TO CALC-SESION-CLAVE
           END-IF.

           IF OP-INACTIVO
               DISPLAY "Operario " CALC-SESION-ID " está inactivo."
               MOVE "INAC" TO CALC-SESION-RESULTADO
               PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT
               PERFORM 4820-CONTAR-FALLO THRU 4820-EXIT
               GO TO 4815-EXIT
           END-IF.

           IF OP-CLAVE = SPACES
               PERFORM 4825-DEFINIR-CLAVE THRU 4825-EXIT
               IF NOT CALC-CLAVE-NUEVA-OK
                   GO TO 4815-EXIT
               END-IF
           END-IF.

           SET CALC-SESION-OK TO TRUE.
           MOVE CALC-SESION-ID TO CALC-OPERARIO-ACTUAL.
           MOVE OP-NIVEL       TO CALC-OPER-NIVEL.
           MOVE "OK"           TO CALC-SESION-RESULTADO.
           PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT.
           DISPLAY "Sesión iniciada: " OP-NOMBRE ".".
           IF OP-FALLOS GREATER THAN ZERO
               MOVE ZERO TO OP-FALLOS
               REWRITE CALC-OPER-REC
                   INVALID KEY
                       DISPLAY "Aviso: no se pudo poner en cero el "
                           "contador de fallos de " OP-ID "."
               END-REWRITE
           END-IF.

       4815-EXIT.
           EXIT.

      *>  Un intento fallido contra un operario registrado suma en su
      *>  contador; al llegar a CALC-SESION-MAX-FALLOS el operario
      *>  queda bloqueado (sin tocar OP-ESTADO) y la bitácora recibe
      *>  además una línea "BLOQ".
       4820-CONTAR-FALLO.
           IF OP-FALLOS LESS THAN 99
               ADD 1 TO OP-FALLOS
           END-IF.
           IF OP-FALLOS NOT LESS THAN CALC-SESION-MAX-FALLOS
               SET OP-BLOQUEADO TO TRUE
               ACCEPT OP-FECHA-BLOQUEO FROM DATE YYYYMMDD
           END-IF.
           REWRITE CALC-OPER-REC
               INVALID KEY
                   DISPLAY "Aviso: no se pudo actualizar el contador "
                       "de fallos de " OP-ID "."
                   GO TO 4820-EXIT
           END-REWRITE.
           IF OP-BLOQUEADO
               DISPLAY "Operario " OP-ID " bloqueado tras "
                   OP-FALLOS " intentos fallidos seguidos."
               MOVE "BLOQ" TO CALC-SESION-RESULTADO
               PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT
           END-IF.

       4820-EXIT.
           EXIT.

      *>  Un operario activo sin clave (maestro convertido con
      *>  CALCOCNV) la define en su primer inicio de sesión. Si no
      *>  la confirma, el intento queda como CLAV sin sumar en el
      *>  contador: todavía no había clave que errar.
       4825-DEFINIR-CLAVE.
           DISPLAY "El operario " CALC-SESION-ID " no tiene clave: "
               "debe definirla ahora.".
           PERFORM 4830-PEDIR-CLAVE-NUEVA THRU 4830-EXIT.
           IF NOT CALC-CLAVE-NUEVA-OK
               MOVE "CLAV" TO CALC-SESION-RESULTADO
               PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT
               GO TO 4825-EXIT
           END-IF.

           MOVE CALC-SESION-CLAVE TO OP-CLAVE.
           MOVE SPACES TO CALC-SESION-CLAVE.
           REWRITE CALC-OPER-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo grabar la clave de "
                       OP-ID "; la sesión no se inicia."
                   MOVE "N" TO CALC-CLAVE-NUEVA-SW
                   MOVE "CLAV" TO CALC-SESION-RESULTADO
                   PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT
                   GO TO 4825-EXIT
           END-REWRITE.
           MOVE "NCLV" TO CALC-SESION-RESULTADO.
           PERFORM 4850-REGISTRAR-SESION THRU 4850-EXIT.
           DISPLAY "Clave definida.".

       4825-EXIT.
           EXIT.

      *>  Pide una clave nueva dos veces; CALC-CLAVE-NUEVA-OK queda
      *>  encendido sólo si no está en blanco y las dos coinciden.
      *>  También la usa CALCPMNT para el alta y el cambio de clave.
       4830-PEDIR-CLAVE-NUEVA.
           MOVE "N" TO CALC-CLAVE-NUEVA-SW.
           MOVE SPACES TO CALC-SESION-CLAVE-2.
           DISPLAY "Clave nueva (hasta 8 caracteres): ".
           ACCEPT CALC-SESION-CLAVE.
           IF CALC-SESION-CLAVE = SPACES
               DISPLAY "La clave no puede quedar en blanco."
               GO TO 4830-EXIT
           END-IF.
           DISPLAY "Repita la clave: ".
           ACCEPT CALC-SESION-CLAVE-2.
           IF CALC-SESION-CLAVE-2 NOT = CALC-SESION-CLAVE
               MOVE SPACES TO CALC-SESION-CLAVE
               DISPLAY "Las claves no coinciden."
               GO TO 4830-EXIT
           END-IF.
           MOVE SPACES TO CALC-SESION-CLAVE-2.
           SET CALC-CLAVE-NUEVA-OK TO TRUE.

       4830-EXIT.
           EXIT.

       4840-ABRIR-SESION-LOG.
           OPEN EXTEND CALC-SLOG-FILE.
           IF CALC-SLOG-NO-EXISTE
