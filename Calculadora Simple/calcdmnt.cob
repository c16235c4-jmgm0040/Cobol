             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCDMNT                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Mantenimiento interactivo del maestro de departamentos      *
      *>  CALCDEPT (nombre, estado y límites de importe por           *
      *>  transacción y por día que CALCBAT aplica a cada detalle),   *
      *>  con el mismo ciclo de menú y el mismo patrón de             *
      *>  validar-y-reintentar de CALCPMNT. El alta, el cambio y la   *
      *>  baja exigen una sesión de supervisor (ver CALCSGNP); la     *
      *>  consulta queda abierta a todo operario con sesión. Cada     *
      *>  cambio queda registrado en el archivo de auditoría          *
      *>  CALCDAUD con el estado y los límites anteriores y nuevos.   *
      *>  Los departamentos no se borran: se desactivan (y el cambio  *
      *>  permite reactivarlos), para conservar la historia.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDMNT.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCDSEL.

           COPY CALCPSEL.

           COPY CALCSSEL.

           SELECT CALC-DAUD-FILE ASSIGN TO "CALCDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCDMNT-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCDFD.

       COPY CALCPFD.

       COPY CALCSFD.

       FD  CALC-DAUD-FILE.
       01  CALC-DAUD-REC.
           05  DA-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-HORA                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-OPERARIO             PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-ACCION               PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-CODIGO               PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-ESTADO-ANT           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-ESTADO-NVO           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-MAX-RES-ANT          PIC Z(9)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-MAX-RES-NVO          PIC Z(9)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-MAX-DIA-ANT          PIC Z(9)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-MAX-DIA-NVO          PIC Z(9)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DA-NOMBRE               PIC X(30).

       WORKING-STORAGE SECTION.

       COPY CALCDFLD.

       COPY CALCPFLD.

       01  CALCDMNT-SALIR-SW         PIC X VALUE "N".
           88  CALCDMNT-SALIR            VALUE "S".
       01  CALCDMNT-OPCION           PIC X VALUE SPACE.

       01  CALCDMNT-ENT-CODIGO       PIC X(4) VALUE SPACES.
       01  CALCDMNT-ENT-NOMBRE       PIC X(30) VALUE SPACES.
       01  CALCDMNT-ENT-NUM          PIC X(13) VALUE SPACES.
       01  CALCDMNT-ENT-ENTERO-NUM   PIC 9(10) VALUE ZERO.
       01  CALCDMNT-ENT-DECIMAL-NUM  PIC 9(02) VALUE ZERO.
       01  CALCDMNT-ENT-VALIDO-SW    PIC X VALUE "N".
           88  CALCDMNT-ENT-VALIDO       VALUE "S".
       01  CALCDMNT-ENT-VACIO-SW     PIC X VALUE "N".
           88  CALCDMNT-ENT-VACIO        VALUE "S".
       01  CALCDMNT-CONFIRMA-SW      PIC X VALUE "N".
           88  CALCDMNT-CONFIRMADO       VALUE "S" "s".

      *>  Límites de importe: cero = sin límite.
       01  CALCDMNT-LIMITE           PIC 9(10)V99 VALUE ZEROS.
       01  CALCDMNT-MAX-RES          PIC 9(10)V99 VALUE ZEROS.
       01  CALCDMNT-MAX-DIA          PIC 9(10)V99 VALUE ZEROS.
       01  CALCDMNT-LIMITE-ED        PIC Z(9)9.99.
       01  CALCDMNT-LIMITE2-ED       PIC Z(9)9.99.

       01  CALCDMNT-HALLADO-SW       PIC X VALUE "N".
           88  CALCDMNT-HALLADO          VALUE "S".
       01  CALCDMNT-DEPT-EOF-SW      PIC X VALUE "N".
           88  CALCDMNT-DEPT-EOF         VALUE "S".
       77  CALCDMNT-CONT-LISTADOS    PIC 9(5) VALUE ZERO.
       01  CALCDMNT-CONT-ED          PIC Z(4)9.

       01  CALCDMNT-AUD-ACCION       PIC X(4) VALUE SPACES.
       01  CALCDMNT-AUD-ESTADO-ANT   PIC X VALUE SPACE.
       01  CALCDMNT-AUD-ESTADO-NVO   PIC X VALUE SPACE.
       01  CALCDMNT-AUD-MAX-RES-ANT  PIC 9(10)V99 VALUE ZEROS.
       01  CALCDMNT-AUD-MAX-DIA-ANT  PIC 9(10)V99 VALUE ZEROS.

       01  CALCDMNT-AUD-STATUS       PIC X(02) VALUE SPACES.
           88  CALCDMNT-AUD-OK           VALUE "00".
           88  CALCDMNT-AUD-NO-EXISTE    VALUE "35".
       01  CALCDMNT-AUD-ABIERTO-SW   PIC X VALUE "N".
           88  CALCDMNT-AUD-ABIERTO      VALUE "S".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL CALCDMNT-SALIR.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Mantenimiento del maestro de departamentos".
           DISPLAY "=========================================".

           MOVE "CALCDMNT" TO CALC-SESION-PROGRAMA.
           PERFORM 4800-INICIAR-SESION THRU 4800-EXIT.
           IF NOT CALC-SESION-OK
               SET CALCDMNT-SALIR TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O CALC-DEPT-FILE.
           IF CALC-DEPT-NO-EXISTE
               CLOSE CALC-DEPT-FILE
               OPEN OUTPUT CALC-DEPT-FILE
               CLOSE CALC-DEPT-FILE
               OPEN I-O CALC-DEPT-FILE
           END-IF.
           IF CALC-DEPT-OK
               SET CALC-DEPT-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir el maestro de "
                   "departamentos CALCDEPT."
               MOVE 16 TO RETURN-CODE
               SET CALCDMNT-SALIR TO TRUE
           END-IF.

           IF CALC-DEPT-ABIERTO
               PERFORM 7900-ABRIR-AUDITORIA THRU 7900-EXIT
               IF NOT CALCDMNT-AUD-ABIERTO
                   SET CALCDMNT-SALIR TO TRUE
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

       2000-PROCESAR-OPCION.
           DISPLAY " ".
           DISPLAY "1 = Alta de departamento".
           DISPLAY "2 = Cambio de nombre, límites o reactivación".
           DISPLAY "3 = Baja (desactivar)".
           DISPLAY "4 = Consulta del maestro".
           DISPLAY "5 = Salir".
           DISPLAY "Elija una opción: ".
           ACCEPT CALCDMNT-OPCION.

      *>  El alta, el cambio y la baja deciden qué lotes se aceptan
      *>  y por cuánto: exigen nivel de supervisor. La consulta
      *>  queda abierta a todo operario con sesión.
           EVALUATE CALCDMNT-OPCION
               WHEN "1"
               WHEN "2"
               WHEN "3"
                   IF NOT CALC-OPER-SUPERVISOR
                       DISPLAY "Esta opción requiere nivel de "
                           "supervisor."
                   ELSE
                       EVALUATE CALCDMNT-OPCION
                           WHEN "1"
                               PERFORM 3000-ALTA-DEPTO
                                   THRU 3000-EXIT
                           WHEN "2"
                               PERFORM 4000-CAMBIAR-DEPTO
                                   THRU 4000-EXIT
                           WHEN "3"
                               PERFORM 5000-BAJA-DEPTO
                                   THRU 5000-EXIT
                       END-EVALUATE
                   END-IF
               WHEN "4"
                   PERFORM 6000-CONSULTAR-DEPTOS THRU 6000-EXIT
               WHEN "5"
                   SET CALCDMNT-SALIR TO TRUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       3000-ALTA-DEPTO.
           MOVE "N" TO CALCDMNT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               UNTIL CALCDMNT-ENT-VALIDO.

           PERFORM 3500-LEER-DEPTO THRU 3500-EXIT.
           IF CALCDMNT-HALLADO
               DISPLAY "El departamento " CALCDMNT-ENT-CODIGO
                   " ya existe; use la opción de cambio."
           ELSE
               DISPLAY "Nombre del departamento: "
               ACCEPT CALCDMNT-ENT-NOMBRE

               DISPLAY "Límites de importe (vacío = sin límite)."
               MOVE ZEROS TO CALCDMNT-MAX-RES
               MOVE ZEROS TO CALCDMNT-MAX-DIA
               MOVE "N" TO CALCDMNT-ENT-VALIDO-SW
               PERFORM 3200-PEDIR-MAX-RES THRU 3200-EXIT
                   UNTIL CALCDMNT-ENT-VALIDO
               MOVE "N" TO CALCDMNT-ENT-VALIDO-SW
               PERFORM 3300-PEDIR-MAX-DIA THRU 3300-EXIT
                   UNTIL CALCDMNT-ENT-VALIDO

               MOVE CALCDMNT-ENT-CODIGO TO DP-CODIGO
               MOVE CALCDMNT-ENT-NOMBRE TO DP-NOMBRE
               SET DP-ACTIVO TO TRUE
               MOVE CALCDMNT-MAX-RES    TO DP-MAX-RESULTADO
               MOVE CALCDMNT-MAX-DIA    TO DP-MAX-DIARIO
               WRITE CALC-DEPT-REC
                   INVALID KEY
                       DISPLAY "Error: no se pudo grabar el "
                           "departamento " CALCDMNT-ENT-CODIGO "."
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE "ALTA"  TO CALCDMNT-AUD-ACCION
                       MOVE SPACE   TO CALCDMNT-AUD-ESTADO-ANT
                       MOVE "A"     TO CALCDMNT-AUD-ESTADO-NVO
                       MOVE ZEROS   TO CALCDMNT-AUD-MAX-RES-ANT
                       MOVE ZEROS   TO CALCDMNT-AUD-MAX-DIA-ANT
                       PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                       DISPLAY "Departamento " CALCDMNT-ENT-CODIGO
                           " dado de alta."
               END-WRITE
           END-IF.

       3000-EXIT.
           EXIT.

       3100-PEDIR-CODIGO.
           DISPLAY "Código del departamento (4 caracteres): ".
           ACCEPT CALCDMNT-ENT-CODIGO.
           IF CALCDMNT-ENT-CODIGO = SPACES
               DISPLAY "El código no puede quedar en blanco."
           ELSE
               SET CALCDMNT-ENT-VALIDO TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

      *>  En el alta, un límite vacío queda en cero (sin límite); en
      *>  el cambio, vacío mantiene el valor que ya tenía el maestro
      *>  (cargado antes en CALCDMNT-MAX-RES / CALCDMNT-MAX-DIA).
       3200-PEDIR-MAX-RES.
           DISPLAY "Máximo por transacción (formato "
               "NNNNNNNNNN.NN): ".
           PERFORM 3400-CONVERTIR-LIMITE THRU 3400-EXIT.
           IF CALCDMNT-ENT-VALIDO
               AND NOT CALCDMNT-ENT-VACIO
               MOVE CALCDMNT-LIMITE TO CALCDMNT-MAX-RES
           END-IF.

       3200-EXIT.
           EXIT.

       3300-PEDIR-MAX-DIA.
           DISPLAY "Máximo diario del departamento (formato "
               "NNNNNNNNNN.NN): ".
           PERFORM 3400-CONVERTIR-LIMITE THRU 3400-EXIT.
           IF CALCDMNT-ENT-VALIDO
               AND NOT CALCDMNT-ENT-VACIO
               MOVE CALCDMNT-LIMITE TO CALCDMNT-MAX-DIA
           END-IF.

       3300-EXIT.
           EXIT.

       3400-CONVERTIR-LIMITE.
           MOVE "N" TO CALCDMNT-ENT-VACIO-SW.
           MOVE SPACES TO CALCDMNT-ENT-NUM.
           ACCEPT CALCDMNT-ENT-NUM.
           IF CALCDMNT-ENT-NUM = SPACES
               SET CALCDMNT-ENT-VACIO TO TRUE
               SET CALCDMNT-ENT-VALIDO TO TRUE
               GO TO 3400-EXIT
           END-IF.
           IF CALCDMNT-ENT-NUM(11:1) = "."
               AND CALCDMNT-ENT-NUM(1:10) IS NUMERIC
               AND CALCDMNT-ENT-NUM(12:2) IS NUMERIC
               MOVE CALCDMNT-ENT-NUM(1:10)
                   TO CALCDMNT-ENT-ENTERO-NUM
               MOVE CALCDMNT-ENT-NUM(12:2)
                   TO CALCDMNT-ENT-DECIMAL-NUM
               COMPUTE CALCDMNT-LIMITE =
                   CALCDMNT-ENT-ENTERO-NUM +
                   (CALCDMNT-ENT-DECIMAL-NUM / 100)
               SET CALCDMNT-ENT-VALIDO TO TRUE
           ELSE
               DISPLAY "Entrada no numérica. Use el formato "
                   "NNNNNNNNNN.NN, por ejemplo 0000050000.00."
           END-IF.

       3400-EXIT.
           EXIT.

       3500-LEER-DEPTO.
           MOVE "N" TO CALCDMNT-HALLADO-SW.
           MOVE CALCDMNT-ENT-CODIGO TO DP-CODIGO.
           READ CALC-DEPT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CALCDMNT-HALLADO TO TRUE
           END-READ.

       3500-EXIT.
           EXIT.

       4000-CAMBIAR-DEPTO.
           MOVE "N" TO CALCDMNT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               UNTIL CALCDMNT-ENT-VALIDO.

           PERFORM 3500-LEER-DEPTO THRU 3500-EXIT.
           IF NOT CALCDMNT-HALLADO
               DISPLAY "El departamento " CALCDMNT-ENT-CODIGO
                   " no existe en el maestro."
           ELSE
               MOVE DP-ESTADO        TO CALCDMNT-AUD-ESTADO-ANT
               MOVE DP-MAX-RESULTADO TO CALCDMNT-AUD-MAX-RES-ANT
               MOVE DP-MAX-DIARIO    TO CALCDMNT-AUD-MAX-DIA-ANT
               MOVE DP-MAX-RESULTADO TO CALCDMNT-MAX-RES
               MOVE DP-MAX-DIARIO    TO CALCDMNT-MAX-DIA
               DISPLAY "Departamento " DP-CODIGO " - " DP-NOMBRE
                   " - estado " DP-ESTADO
               MOVE DP-MAX-RESULTADO TO CALCDMNT-LIMITE-ED
               MOVE DP-MAX-DIARIO    TO CALCDMNT-LIMITE2-ED
               DISPLAY "Máximo por transacción " CALCDMNT-LIMITE-ED
                   " - máximo diario " CALCDMNT-LIMITE2-ED
                   " (cero = sin límite)"

               DISPLAY "Nuevo nombre (vacío = mantener): "
               ACCEPT CALCDMNT-ENT-NOMBRE
               IF CALCDMNT-ENT-NOMBRE NOT = SPACES
                   MOVE CALCDMNT-ENT-NOMBRE TO DP-NOMBRE
               END-IF

               DISPLAY "Límites nuevos (vacío = mantener, "
                   "0000000000.00 = sin límite)."
               MOVE "N" TO CALCDMNT-ENT-VALIDO-SW
               PERFORM 3200-PEDIR-MAX-RES THRU 3200-EXIT
                   UNTIL CALCDMNT-ENT-VALIDO
               MOVE "N" TO CALCDMNT-ENT-VALIDO-SW
               PERFORM 3300-PEDIR-MAX-DIA THRU 3300-EXIT
                   UNTIL CALCDMNT-ENT-VALIDO
               MOVE CALCDMNT-MAX-RES TO DP-MAX-RESULTADO
               MOVE CALCDMNT-MAX-DIA TO DP-MAX-DIARIO

               IF DP-INACTIVO
                   DISPLAY "El departamento está inactivo. "
                       "¿Reactivarlo? (S/N): "
                   ACCEPT CALCDMNT-CONFIRMA-SW
                   IF CALCDMNT-CONFIRMADO
                       SET DP-ACTIVO TO TRUE
                   END-IF
               END-IF

               REWRITE CALC-DEPT-REC
                   INVALID KEY
                       DISPLAY "Error: no se pudo regrabar el "
                           "departamento " CALCDMNT-ENT-CODIGO "."
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE "CAMB"    TO CALCDMNT-AUD-ACCION
                       MOVE DP-ESTADO TO CALCDMNT-AUD-ESTADO-NVO
                       PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                       DISPLAY "Departamento " CALCDMNT-ENT-CODIGO
                           " actualizado."
               END-REWRITE
           END-IF.

       4000-EXIT.
           EXIT.

       5000-BAJA-DEPTO.
           MOVE "N" TO CALCDMNT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               UNTIL CALCDMNT-ENT-VALIDO.

           PERFORM 3500-LEER-DEPTO THRU 3500-EXIT.
           IF NOT CALCDMNT-HALLADO
               DISPLAY "El departamento " CALCDMNT-ENT-CODIGO
                   " no existe en el maestro."
           ELSE
               IF DP-INACTIVO
                   DISPLAY "El departamento " CALCDMNT-ENT-CODIGO
                       " ya está inactivo."
               ELSE
                   DISPLAY "¿Confirma la baja del departamento "
                       CALCDMNT-ENT-CODIGO "? Sus lotes se "
                       "rechazarán. (S/N): "
                   ACCEPT CALCDMNT-CONFIRMA-SW
                   IF CALCDMNT-CONFIRMADO
                       MOVE DP-ESTADO TO CALCDMNT-AUD-ESTADO-ANT
                       SET DP-INACTIVO TO TRUE
                       REWRITE CALC-DEPT-REC
                           INVALID KEY
                               DISPLAY "Error: no se pudo regrabar "
                                   "el departamento "
                                   CALCDMNT-ENT-CODIGO "."
                               MOVE 16 TO RETURN-CODE
                           NOT INVALID KEY
                               MOVE "BAJA"           TO
                                   CALCDMNT-AUD-ACCION
                               MOVE "I"              TO
                                   CALCDMNT-AUD-ESTADO-NVO
                               MOVE DP-MAX-RESULTADO TO
                                   CALCDMNT-AUD-MAX-RES-ANT
                               MOVE DP-MAX-DIARIO    TO
                                   CALCDMNT-AUD-MAX-DIA-ANT
                               PERFORM 7000-REGISTRAR-AUDITORIA
                                   THRU 7000-EXIT
                               DISPLAY "Departamento "
                                   CALCDMNT-ENT-CODIGO
                                   " desactivado."
                       END-REWRITE
                   ELSE
                       DISPLAY "Baja cancelada."
                   END-IF
               END-IF
           END-IF.

       5000-EXIT.
           EXIT.

       6000-CONSULTAR-DEPTOS.
           MOVE "N" TO CALCDMNT-DEPT-EOF-SW.
           MOVE ZERO TO CALCDMNT-CONT-LISTADOS.
           MOVE LOW-VALUES TO DP-CODIGO.
           START CALC-DEPT-FILE KEY NOT LESS THAN DP-CODIGO
               INVALID KEY
                   SET CALCDMNT-DEPT-EOF TO TRUE
           END-START.
           PERFORM 6100-LISTAR-DEPTO THRU 6100-EXIT
               UNTIL CALCDMNT-DEPT-EOF.
           MOVE CALCDMNT-CONT-LISTADOS TO CALCDMNT-CONT-ED.
           DISPLAY "Departamentos en el maestro: " CALCDMNT-CONT-ED.

       6000-EXIT.
           EXIT.

       6100-LISTAR-DEPTO.
           READ CALC-DEPT-FILE NEXT RECORD
               AT END
                   SET CALCDMNT-DEPT-EOF TO TRUE
               NOT AT END
                   MOVE DP-MAX-RESULTADO TO CALCDMNT-LIMITE-ED
                   MOVE DP-MAX-DIARIO    TO CALCDMNT-LIMITE2-ED
                   DISPLAY DP-CODIGO " " DP-NOMBRE " estado "
                       DP-ESTADO " max. trans. " CALCDMNT-LIMITE-ED
                       " max. día " CALCDMNT-LIMITE2-ED
                   ADD 1 TO CALCDMNT-CONT-LISTADOS
           END-READ.

       6100-EXIT.
           EXIT.

      *>  La imagen nueva se toma del registro recién grabado del
      *>  maestro; la anterior, de lo guardado antes del cambio.
       7000-REGISTRAR-AUDITORIA.
           MOVE SPACES TO CALC-DAUD-REC.
           ACCEPT DA-FECHA FROM DATE YYYYMMDD.
           ACCEPT DA-HORA FROM TIME.
           MOVE CALC-OPERARIO-ACTUAL     TO DA-OPERARIO.
           MOVE CALCDMNT-AUD-ACCION      TO DA-ACCION.
           MOVE CALCDMNT-ENT-CODIGO      TO DA-CODIGO.
           MOVE CALCDMNT-AUD-ESTADO-ANT  TO DA-ESTADO-ANT.
           MOVE CALCDMNT-AUD-ESTADO-NVO  TO DA-ESTADO-NVO.
           MOVE CALCDMNT-AUD-MAX-RES-ANT TO DA-MAX-RES-ANT.
           MOVE DP-MAX-RESULTADO         TO DA-MAX-RES-NVO.
           MOVE CALCDMNT-AUD-MAX-DIA-ANT TO DA-MAX-DIA-ANT.
           MOVE DP-MAX-DIARIO            TO DA-MAX-DIA-NVO.
           MOVE DP-NOMBRE                TO DA-NOMBRE.
           WRITE CALC-DAUD-REC.

       7000-EXIT.
           EXIT.

       7900-ABRIR-AUDITORIA.
           OPEN EXTEND CALC-DAUD-FILE.
           IF CALCDMNT-AUD-NO-EXISTE
               CLOSE CALC-DAUD-FILE
               OPEN OUTPUT CALC-DAUD-FILE
           END-IF.
           IF CALCDMNT-AUD-OK
               SET CALCDMNT-AUD-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir la auditoría "
                   "CALCDAUD. No se permiten cambios sin rastro."
               MOVE 16 TO RETURN-CODE
           END-IF.

       7900-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-DEPT-ABIERTO
               CLOSE CALC-DEPT-FILE
           END-IF.
           IF CALCDMNT-AUD-ABIERTO
               CLOSE CALC-DAUD-FILE
           END-IF.
           DISPLAY "Fin del mantenimiento de departamentos.".

       9000-EXIT.
           EXIT.

       COPY CALCSGNP.

       END PROGRAM CALCDMNT.
