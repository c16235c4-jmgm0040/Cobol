             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCPLMT                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Mantenimiento interactivo del maestro de plantillas de      *
      *>  transacciones recurrentes CALCPLAN, con el mismo ciclo de   *
      *>  menú de CALCDMNT y la misma carga de operandos de CALCFIX.  *
      *>  Cada plantilla guarda una vez los detalles que un           *
      *>  departamento envía en forma periódica, con su frecuencia    *
      *>  (mensual, semanal o una fecha fija) y sus fechas desde y    *
      *>  hasta; CALCPLGN arma con ellas los lotes del día. El        *
      *>  departamento debe figurar activo en el maestro CALCDEPT,    *
      *>  como lo exige CALCBAT a cada lote. El alta, el cambio, el   *
      *>  reemplazo de detalles, la baja y el próximo número de lote  *
      *>  exigen una sesión de supervisor (ver CALCSGNP); la consulta *
      *>  queda abierta a todo operario con sesión. Cada cambio queda *
      *>  registrado en la auditoría CALCPLAU. Las plantillas no se   *
      *>  borran: se desactivan.                                      *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  El departamento del alta y del cambio   *
      *>                      se valida contra el maestro CALCDEPT:   *
      *>                      debe existir y estar activo, como en    *
      *>                      CALCBAT.                                *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPLMT.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCMSEL.

           COPY CALCPSEL.

           COPY CALCSSEL.

           COPY CALCDSEL.

           SELECT CALC-PLAU-FILE ASSIGN TO "CALCPLAU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCPLMT-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCMFD.

       COPY CALCPFD.

       COPY CALCSFD.

       COPY CALCDFD.

       FD  CALC-PLAU-FILE.
       01  CALC-PLAU-REC.
           05  PU-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-HORA                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-OPERARIO             PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-ACCION               PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-CODIGO               PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-DEPTO                PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-ESTADO-ANT           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-ESTADO-NVO           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-FRECUENCIA           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-DIA                  PIC 9(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-FECHA-DESDE          PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-FECHA-HASTA          PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-CANT-DETALLES        PIC 9(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-LOTE-ANT             PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-LOTE-NVO             PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  PU-DESCRIPCION          PIC X(30).

       WORKING-STORAGE SECTION.

       COPY CALCMFLD.

       COPY CALCPFLD.

       COPY CALCDFLD.

       01  CALCPLMT-SALIR-SW         PIC X VALUE "N".
           88  CALCPLMT-SALIR            VALUE "S".
       01  CALCPLMT-OPCION           PIC X VALUE SPACE.

       01  CALCPLMT-ENT-CODIGO       PIC X(6) VALUE SPACES.
       01  CALCPLMT-ENT-DEPTO        PIC X(4) VALUE SPACES.
       01  CALCPLMT-ENT-DESCRIPCION  PIC X(30) VALUE SPACES.
       01  CALCPLMT-ENT-FRECUENCIA   PIC X VALUE SPACE.
       01  CALCPLMT-ENT-DIA          PIC X(2) VALUE SPACES.
       01  CALCPLMT-ENT-FECHA        PIC X(8) VALUE SPACES.
       01  CALCPLMT-ENT-FECHA-NUM REDEFINES CALCPLMT-ENT-FECHA.
           05  CALCPLMT-ENT-AAAA     PIC 9(4).
           05  CALCPLMT-ENT-MM       PIC 9(2).
           05  CALCPLMT-ENT-DD       PIC 9(2).
       01  CALCPLMT-ENT-LOTE         PIC X(6) VALUE SPACES.
       01  CALCPLMT-ENT-NUM          PIC X(08) VALUE SPACES.
       01  CALCPLMT-ENT-ENTERO-NUM   PIC 9(05) VALUE ZERO.
       01  CALCPLMT-ENT-DECIMAL-NUM  PIC 9(02) VALUE ZERO.
       01  CALCPLMT-ENT-SIGNO        PIC X VALUE "N".
           88  CALCPLMT-ENT-NEGATIVO     VALUE "S" "s".
       01  CALCPLMT-ENT-TASA         PIC X(5) VALUE SPACES.
       01  CALCPLMT-ENT-LIN          PIC X(3) VALUE SPACES.
       01  CALCPLMT-ENT-OPCION       PIC X VALUE SPACE.
       01  CALCPLMT-ENT-VALIDO-SW    PIC X VALUE "N".
           88  CALCPLMT-ENT-VALIDO       VALUE "S".
       01  CALCPLMT-CONFIRMA-SW      PIC X VALUE "N".
           88  CALCPLMT-CONFIRMADO       VALUE "S" "s".

       01  CALCPLMT-HALLADO-SW       PIC X VALUE "N".
           88  CALCPLMT-HALLADO          VALUE "S".
       01  CALCPLMT-PLAN-EOF-SW      PIC X VALUE "N".
           88  CALCPLMT-PLAN-EOF         VALUE "S".
       01  CALCPLMT-FIN-DETALLES-SW  PIC X VALUE "N".
           88  CALCPLMT-FIN-DETALLES     VALUE "S".
       01  CALCPLMT-ERROR-SW         PIC X VALUE "N".
           88  CALCPLMT-ERROR            VALUE "S".

      *>  Cabecera de la plantilla mientras se cargan sus detalles:
      *>  el área del registro se reutiliza para grabar cada línea.
       01  CALCPLMT-CABECERA         PIC X(80) VALUE SPACES.
       01  CALCPLMT-FRECUENCIA       PIC X VALUE SPACE.
       01  CALCPLMT-DIA              PIC 9(2) VALUE ZERO.
       01  CALCPLMT-FECHA-DESDE      PIC 9(8) VALUE ZEROS.
       01  CALCPLMT-FECHA-HASTA      PIC 9(8) VALUE ZEROS.
       01  CALCPLMT-FECHA            PIC 9(8) VALUE ZEROS.
       01  CALCPLMT-VALOR            PIC S9(5)V99 VALUE ZEROS.
       01  CALCPLMT-LIN-REF          PIC 9(3) VALUE ZERO.
       77  CALCPLMT-LINEA            PIC 9(3) VALUE ZERO.
       77  CALCPLMT-CANT-DETALLES    PIC 9(3) VALUE ZERO.
       77  CALCPLMT-CONT-LISTADOS    PIC 9(5) VALUE ZERO.
       77  CALCPLMT-LOTE             PIC 9(6) VALUE ZERO.
       01  CALCPLMT-NUM-ED           PIC -(4)9.99.
       01  CALCPLMT-CONT-ED          PIC Z(4)9.
       01  CALCPLMT-LIN-ED           PIC ZZ9.

       01  CALCPLMT-AUD-ACCION       PIC X(4) VALUE SPACES.
       01  CALCPLMT-AUD-ESTADO-ANT   PIC X VALUE SPACE.
       01  CALCPLMT-AUD-LOTE-ANT     PIC 9(6) VALUE ZERO.

       01  CALCPLMT-AUD-STATUS       PIC X(02) VALUE SPACES.
           88  CALCPLMT-AUD-OK           VALUE "00".
           88  CALCPLMT-AUD-NO-EXISTE    VALUE "35".
       01  CALCPLMT-AUD-ABIERTO-SW   PIC X VALUE "N".
           88  CALCPLMT-AUD-ABIERTO      VALUE "S".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL CALCPLMT-SALIR.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Mantenimiento de plantillas recurrentes".
           DISPLAY "=========================================".

           MOVE "CALCPLMT" TO CALC-SESION-PROGRAMA.
           PERFORM 4800-INICIAR-SESION THRU 4800-EXIT.
           IF NOT CALC-SESION-OK
               SET CALCPLMT-SALIR TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O CALC-PLAN-FILE.
           IF CALC-PLAN-NO-EXISTE
               CLOSE CALC-PLAN-FILE
               OPEN OUTPUT CALC-PLAN-FILE
               CLOSE CALC-PLAN-FILE
               OPEN I-O CALC-PLAN-FILE
           END-IF.
           IF CALC-PLAN-OK
               SET CALC-PLAN-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir el maestro de "
                   "plantillas CALCPLAN."
               MOVE 16 TO RETURN-CODE
               SET CALCPLMT-SALIR TO TRUE
           END-IF.

      *>  Sin el maestro de departamentos se puede consultar, pero
      *>  no dar de alta ni cambiar el departamento de una
      *>  plantilla: no habría contra qué validarlo.
           IF CALC-PLAN-ABIERTO
               OPEN INPUT CALC-DEPT-FILE
               IF CALC-DEPT-OK
                   SET CALC-DEPT-ABIERTO TO TRUE
               ELSE
                   CLOSE CALC-DEPT-FILE
                   DISPLAY "Aviso: maestro de departamentos CALCDEPT "
                       "no disponible; no se pueden dar de alta "
                       "plantillas ni cambiar su departamento."
               END-IF
           END-IF.

           IF CALC-PLAN-ABIERTO
               PERFORM 7900-ABRIR-AUDITORIA THRU 7900-EXIT
               IF NOT CALCPLMT-AUD-ABIERTO
                   SET CALCPLMT-SALIR TO TRUE
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

       2000-PROCESAR-OPCION.
           DISPLAY " ".
           DISPLAY "1 = Alta de plantilla".
           DISPLAY "2 = Cambio de cabecera o reactivación".
           DISPLAY "3 = Reemplazo de los detalles".
           DISPLAY "4 = Baja (desactivar)".
           DISPLAY "5 = Próximo número de lote generado".
           DISPLAY "6 = Consulta de plantillas".
           DISPLAY "7 = Salir".
           DISPLAY "Elija una opción: ".
           ACCEPT CALCPLMT-OPCION.

      *>  Las plantillas generan lotes sin intervención de nadie:
      *>  todo cambio exige nivel de supervisor. La consulta queda
      *>  abierta a todo operario con sesión.
           EVALUATE CALCPLMT-OPCION
               WHEN "1"
               WHEN "2"
               WHEN "3"
               WHEN "4"
               WHEN "5"
                   IF NOT CALC-OPER-SUPERVISOR
                       DISPLAY "Esta opción requiere nivel de "
                           "supervisor."
                   ELSE
                       EVALUATE CALCPLMT-OPCION
                           WHEN "1"
                               PERFORM 3000-ALTA-PLANTILLA
                                   THRU 3000-EXIT
                           WHEN "2"
                               PERFORM 4000-CAMBIAR-PLANTILLA
                                   THRU 4000-EXIT
                           WHEN "3"
                               PERFORM 4500-REEMPLAZAR-DETALLES
                                   THRU 4500-EXIT
                           WHEN "4"
                               PERFORM 5000-BAJA-PLANTILLA
                                   THRU 5000-EXIT
                           WHEN "5"
                               PERFORM 5500-FIJAR-PROX-LOTE
                                   THRU 5500-EXIT
                       END-EVALUATE
                   END-IF
               WHEN "6"
                   PERFORM 6000-CONSULTAR-PLANTILLAS THRU 6000-EXIT
               WHEN "7"
                   SET CALCPLMT-SALIR TO TRUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *>  La cabecera se graba al final, con la cantidad de
      *>  detalles ya cargados; si algún detalle no se pudo grabar,
      *>  la plantilla no se da de alta y se borran las líneas
      *>  sueltas.
       3000-ALTA-PLANTILLA.
           IF NOT CALC-DEPT-ABIERTO
               DISPLAY "Error: sin maestro CALCDEPT no se puede "
                   "validar el departamento de la plantilla."
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.

           PERFORM 3500-LEER-CABECERA THRU 3500-EXIT.
           IF CALCPLMT-HALLADO
               DISPLAY "La plantilla " CALCPLMT-ENT-CODIGO
                   " ya existe; use la opción de cambio o de "
                   "reemplazo de detalles."
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3110-PEDIR-DEPTO THRU 3110-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.
           DISPLAY "Descripción de la plantilla: ".
           ACCEPT CALCPLMT-ENT-DESCRIPCION.
           PERFORM 3150-PEDIR-CALENDARIO THRU 3150-EXIT.

           MOVE SPACES                   TO CALC-PLAN-REC.
           MOVE CALCPLMT-ENT-CODIGO      TO PL-CODIGO.
           MOVE ZERO                     TO PL-LINEA.
           MOVE CALCPLMT-ENT-DEPTO       TO PL-DEPTO.
           MOVE CALCPLMT-ENT-DESCRIPCION TO PL-DESCRIPCION.
           MOVE CALCPLMT-FRECUENCIA      TO PL-FRECUENCIA.
           MOVE CALCPLMT-DIA             TO PL-DIA.
           MOVE CALCPLMT-FECHA-DESDE     TO PL-FECHA-DESDE.
           MOVE CALCPLMT-FECHA-HASTA     TO PL-FECHA-HASTA.
           SET PL-ACTIVA                 TO TRUE.
           MOVE ZERO                     TO PL-CANT-DETALLES.
           MOVE ZEROS                    TO PL-ULT-PERIODO.
           MOVE ZEROS                    TO PL-ULT-LOTE.
           MOVE ZEROS                    TO PL-ULT-FECHA-GEN.
           MOVE PL-DATOS                 TO CALCPLMT-CABECERA.

           PERFORM 3200-CARGAR-DETALLES THRU 3200-EXIT.
           IF CALCPLMT-ERROR OR CALCPLMT-CANT-DETALLES = ZERO
               PERFORM 4600-BORRAR-DETALLES THRU 4600-EXIT
               DISPLAY "La plantilla " CALCPLMT-ENT-CODIGO
                   " no se dio de alta."
               GO TO 3000-EXIT
           END-IF.

           MOVE CALCPLMT-ENT-CODIGO    TO PL-CODIGO.
           MOVE ZERO                   TO PL-LINEA.
           MOVE CALCPLMT-CABECERA      TO PL-DATOS.
           MOVE CALCPLMT-CANT-DETALLES TO PL-CANT-DETALLES.
           WRITE CALC-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo grabar la cabecera "
                       "de la plantilla " CALCPLMT-ENT-CODIGO "."
                   MOVE 16 TO RETURN-CODE
                   PERFORM 4600-BORRAR-DETALLES THRU 4600-EXIT
               NOT INVALID KEY
                   MOVE "ALTA" TO CALCPLMT-AUD-ACCION
                   MOVE SPACE  TO CALCPLMT-AUD-ESTADO-ANT
                   PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                   MOVE CALCPLMT-CANT-DETALLES TO CALCPLMT-LIN-ED
                   DISPLAY "Plantilla " CALCPLMT-ENT-CODIGO
                       " dada de alta con " CALCPLMT-LIN-ED
                       " detalle(s)."
           END-WRITE.

       3000-EXIT.
           EXIT.

       3100-PEDIR-CODIGO.
           DISPLAY "Código de la plantilla (6 caracteres): ".
           ACCEPT CALCPLMT-ENT-CODIGO.
           IF CALCPLMT-ENT-CODIGO = SPACES
               DISPLAY "El código no puede quedar en blanco."
           ELSE
               SET CALCPLMT-ENT-VALIDO TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

       3110-PEDIR-DEPTO.
           DISPLAY "Departamento de origen de los lotes "
               "(4 caracteres): ".
           ACCEPT CALCPLMT-ENT-DEPTO.
           IF CALCPLMT-ENT-DEPTO = SPACES
               DISPLAY "Indique el departamento; la cabecera de "
                   "cada lote generado lo requiere."
           ELSE
               PERFORM 3120-VALIDAR-DEPTO THRU 3120-EXIT
           END-IF.

       3110-EXIT.
           EXIT.

      *>  El departamento debe figurar activo en CALCDEPT, igual que
      *>  lo exige CALCBAT a la cabecera del lote: una plantilla con
      *>  un departamento dado de baja generaría lotes que se
      *>  rechazan completos.
       3120-VALIDAR-DEPTO.
           IF NOT CALC-DEPT-ABIERTO
               DISPLAY "Error: sin maestro CALCDEPT no se puede "
                   "validar el departamento " CALCPLMT-ENT-DEPTO "."
               GO TO 3120-EXIT
           END-IF.
           MOVE CALCPLMT-ENT-DEPTO TO DP-CODIGO.
           READ CALC-DEPT-FILE
               INVALID KEY
                   DISPLAY "Error: el departamento "
                       CALCPLMT-ENT-DEPTO " no está registrado en "
                       "el maestro CALCDEPT."
                   GO TO 3120-EXIT
           END-READ.
           IF DP-INACTIVO
               DISPLAY "Error: el departamento " CALCPLMT-ENT-DEPTO
                   " está inactivo en el maestro CALCDEPT."
               GO TO 3120-EXIT
           END-IF.
           SET CALCPLMT-ENT-VALIDO TO TRUE.

       3120-EXIT.
           EXIT.

      *>  Frecuencia, día y fechas desde/hasta. Para "E" (una sola
      *>  vez) la fecha desde es la fecha de generación y la fecha
      *>  hasta se iguala a ella.
       3150-PEDIR-CALENDARIO.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3160-PEDIR-FRECUENCIA THRU 3160-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.
           MOVE ZERO TO CALCPLMT-DIA.
           IF CALCPLMT-FRECUENCIA NOT = "E"
               MOVE "N" TO CALCPLMT-ENT-VALIDO-SW
               PERFORM 3170-PEDIR-DIA THRU 3170-EXIT
                   UNTIL CALCPLMT-ENT-VALIDO
           END-IF.

           IF CALCPLMT-FRECUENCIA = "E"
               DISPLAY "Fecha de generación (AAAAMMDD): "
           ELSE
               DISPLAY "Fecha desde (AAAAMMDD): "
           END-IF.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3180-PEDIR-FECHA THRU 3180-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.
           MOVE CALCPLMT-FECHA TO CALCPLMT-FECHA-DESDE.

           IF CALCPLMT-FRECUENCIA = "E"
               MOVE CALCPLMT-FECHA-DESDE TO CALCPLMT-FECHA-HASTA
               GO TO 3150-EXIT
           END-IF.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3190-PEDIR-FECHA-HASTA THRU 3190-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.

       3150-EXIT.
           EXIT.

       3160-PEDIR-FRECUENCIA.
           DISPLAY "Frecuencia (M = mensual, S = semanal, "
               "E = una fecha específica): ".
           ACCEPT CALCPLMT-ENT-FRECUENCIA.
           EVALUATE CALCPLMT-ENT-FRECUENCIA
               WHEN "M"
               WHEN "m"
                   MOVE "M" TO CALCPLMT-FRECUENCIA
                   SET CALCPLMT-ENT-VALIDO TO TRUE
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO CALCPLMT-FRECUENCIA
                   SET CALCPLMT-ENT-VALIDO TO TRUE
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO CALCPLMT-FRECUENCIA
                   SET CALCPLMT-ENT-VALIDO TO TRUE
               WHEN OTHER
                   DISPLAY "Frecuencia no válida."
           END-EVALUATE.

       3160-EXIT.
           EXIT.

      *>  Mensual: día del mes 01 a 31 (en un mes más corto se
      *>  genera el último día). Semanal: 1 = lunes ... 7 = domingo.
       3170-PEDIR-DIA.
           IF CALCPLMT-FRECUENCIA = "M"
               DISPLAY "Día del mes (01 a 31): "
           ELSE
               DISPLAY "Día de la semana (1 = lunes ... "
                   "7 = domingo): "
           END-IF.
           MOVE SPACES TO CALCPLMT-ENT-DIA.
           ACCEPT CALCPLMT-ENT-DIA.
           IF CALCPLMT-ENT-DIA(2:1) = SPACE
               MOVE CALCPLMT-ENT-DIA(1:1) TO CALCPLMT-ENT-DIA(2:1)
               MOVE "0"                   TO CALCPLMT-ENT-DIA(1:1)
           END-IF.
           IF CALCPLMT-ENT-DIA IS NOT NUMERIC
               DISPLAY "El día debe ser numérico."
               GO TO 3170-EXIT
           END-IF.
           MOVE CALCPLMT-ENT-DIA TO CALCPLMT-DIA.
           IF CALCPLMT-DIA < 1
               OR (CALCPLMT-FRECUENCIA = "M" AND CALCPLMT-DIA > 31)
               OR (CALCPLMT-FRECUENCIA = "S" AND CALCPLMT-DIA > 7)
               DISPLAY "Día fuera de rango."
           ELSE
               SET CALCPLMT-ENT-VALIDO TO TRUE
           END-IF.

       3170-EXIT.
           EXIT.

       3180-PEDIR-FECHA.
           MOVE SPACES TO CALCPLMT-ENT-FECHA.
           ACCEPT CALCPLMT-ENT-FECHA.
           IF CALCPLMT-ENT-FECHA IS NUMERIC
               AND CALCPLMT-ENT-MM > ZERO AND CALCPLMT-ENT-MM < 13
               AND CALCPLMT-ENT-DD > ZERO AND CALCPLMT-ENT-DD < 32
               MOVE CALCPLMT-ENT-FECHA TO CALCPLMT-FECHA
               SET CALCPLMT-ENT-VALIDO TO TRUE
           ELSE
               DISPLAY "La fecha debe ser numérica, formato "
                   "AAAAMMDD, por ejemplo 20261101: "
           END-IF.

       3180-EXIT.
           EXIT.

       3190-PEDIR-FECHA-HASTA.
           DISPLAY "Fecha hasta (AAAAMMDD, vacío = sin fecha de "
               "fin): ".
           MOVE SPACES TO CALCPLMT-ENT-FECHA.
           ACCEPT CALCPLMT-ENT-FECHA.
           IF CALCPLMT-ENT-FECHA = SPACES
               MOVE ZEROS TO CALCPLMT-FECHA-HASTA
               SET CALCPLMT-ENT-VALIDO TO TRUE
               GO TO 3190-EXIT
           END-IF.
           IF CALCPLMT-ENT-FECHA IS NUMERIC
               AND CALCPLMT-ENT-MM > ZERO AND CALCPLMT-ENT-MM < 13
               AND CALCPLMT-ENT-DD > ZERO AND CALCPLMT-ENT-DD < 32
               MOVE CALCPLMT-ENT-FECHA TO CALCPLMT-FECHA-HASTA
               IF CALCPLMT-FECHA-HASTA < CALCPLMT-FECHA-DESDE
                   DISPLAY "La fecha hasta no puede ser anterior "
                       "a la fecha desde."
               ELSE
                   SET CALCPLMT-ENT-VALIDO TO TRUE
               END-IF
           ELSE
               DISPLAY "La fecha debe ser numérica, formato "
                   "AAAAMMDD, por ejemplo 20271231."
           END-IF.

       3190-EXIT.
           EXIT.

      *>  Los detalles se cargan en orden desde la línea 001: el
      *>  número de línea es la secuencia que tendrán en el lote
      *>  generado.
       3200-CARGAR-DETALLES.
           MOVE "N" TO CALCPLMT-ERROR-SW.
           MOVE "N" TO CALCPLMT-FIN-DETALLES-SW.
           MOVE ZERO TO CALCPLMT-CANT-DETALLES.
           PERFORM 3210-PEDIR-DETALLE THRU 3210-EXIT
               UNTIL CALCPLMT-FIN-DETALLES.

       3200-EXIT.
           EXIT.

       3210-PEDIR-DETALLE.
           COMPUTE CALCPLMT-LINEA = CALCPLMT-CANT-DETALLES + 1.
           MOVE CALCPLMT-LINEA TO CALCPLMT-LIN-ED.
           DISPLAY "¿Cargar el detalle de la línea " CALCPLMT-LIN-ED
               "? (S/N): ".
           ACCEPT CALCPLMT-CONFIRMA-SW.
           IF NOT CALCPLMT-CONFIRMADO
               IF CALCPLMT-CANT-DETALLES = ZERO
                   DISPLAY "Una plantilla necesita al menos un "
                       "detalle. ¿Abandonar la carga? (S/N): "
                   ACCEPT CALCPLMT-CONFIRMA-SW
                   IF CALCPLMT-CONFIRMADO
                       SET CALCPLMT-FIN-DETALLES TO TRUE
                   END-IF
               ELSE
                   SET CALCPLMT-FIN-DETALLES TO TRUE
               END-IF
               GO TO 3210-EXIT
           END-IF.

           MOVE SPACES              TO CALC-PLAN-REC.
           MOVE CALCPLMT-ENT-CODIGO TO PL-CODIGO.
           MOVE CALCPLMT-LINEA      TO PL-LINEA.
           PERFORM 3300-PEDIR-NUM1 THRU 3300-EXIT.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3400-PEDIR-OPERADOR THRU 3400-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.
           PERFORM 3450-PEDIR-NUM2 THRU 3450-EXIT.

           WRITE CALC-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo grabar la línea "
                       CALCPLMT-LIN-ED " de la plantilla "
                       CALCPLMT-ENT-CODIGO "."
                   MOVE 16 TO RETURN-CODE
                   SET CALCPLMT-ERROR TO TRUE
                   SET CALCPLMT-FIN-DETALLES TO TRUE
               NOT INVALID KEY
                   ADD 1 TO CALCPLMT-CANT-DETALLES
           END-WRITE.
           IF CALCPLMT-CANT-DETALLES = 999
               DISPLAY "La plantilla llegó al máximo de 999 "
                   "detalles."
               SET CALCPLMT-FIN-DETALLES TO TRUE
           END-IF.

       3210-EXIT.
           EXIT.

      *>  La primera línea no tiene a quién referirse: NUM1 es
      *>  siempre un literal.
       3300-PEDIR-NUM1.
           IF CALCPLMT-LINEA > 1
               DISPLAY "¿NUM1 como referencia a una línea "
                   "anterior de la plantilla? (S = referencia, "
                   "N = operando literal): "
               ACCEPT CALCPLMT-CONFIRMA-SW
           ELSE
               MOVE "N" TO CALCPLMT-CONFIRMA-SW
           END-IF.
           IF CALCPLMT-CONFIRMADO
               MOVE "N" TO CALCPLMT-ENT-VALIDO-SW
               PERFORM 3700-PEDIR-LINEA THRU 3700-EXIT
                   UNTIL CALCPLMT-ENT-VALIDO
               MOVE "R"               TO PL-NUM1-TIPO
               MOVE SPACES            TO PL-NUM1-REF
               MOVE "+"               TO PL-NUM1-REF(1:1)
               MOVE CALCPLMT-LIN-REF  TO PL-NUM1-REF-LIN
           ELSE
               DISPLAY "NUM1: "
               MOVE "N" TO CALCPLMT-ENT-VALIDO-SW
               PERFORM 3600-PEDIR-VALOR THRU 3600-EXIT
                   UNTIL CALCPLMT-ENT-VALIDO
               MOVE "L"               TO PL-NUM1-TIPO
               MOVE CALCPLMT-VALOR    TO PL-NUM1
           END-IF.

       3300-EXIT.
           EXIT.

       3400-PEDIR-OPERADOR.
           DISPLAY "Operador (+, -, *, /, %, ^): ".
           ACCEPT PL-OPERADOR.
           IF PL-OPERADOR = "+" OR "-" OR "*" OR "/" OR "%" OR "^"
               SET CALCPLMT-ENT-VALIDO TO TRUE
           ELSE
               DISPLAY "Operador no válido."
           END-IF.

       3400-EXIT.
           EXIT.

       3450-PEDIR-NUM2.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3510-PEDIR-TIPO-NUM2 THRU 3510-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.
           EVALUATE CALCPLMT-ENT-OPCION
               WHEN "C"
               WHEN "c"
                   MOVE "N" TO CALCPLMT-ENT-VALIDO-SW
                   PERFORM 3520-PEDIR-TASA THRU 3520-EXIT
                       UNTIL CALCPLMT-ENT-VALIDO
                   MOVE "C"               TO PL-NUM2-TIPO
                   MOVE SPACES            TO PL-NUM2-TASA
                   MOVE CALCPLMT-ENT-TASA TO PL-TASA-CODIGO
               WHEN "R"
               WHEN "r"
                   MOVE "N" TO CALCPLMT-ENT-VALIDO-SW
                   PERFORM 3700-PEDIR-LINEA THRU 3700-EXIT
                       UNTIL CALCPLMT-ENT-VALIDO
                   MOVE "R"               TO PL-NUM2-TIPO
                   MOVE SPACES            TO PL-NUM2-REF
                   MOVE "+"               TO PL-NUM2-REF(1:1)
                   MOVE CALCPLMT-LIN-REF  TO PL-NUM2-REF-LIN
               WHEN OTHER
                   DISPLAY "NUM2: "
                   MOVE "N" TO CALCPLMT-ENT-VALIDO-SW
                   PERFORM 3600-PEDIR-VALOR THRU 3600-EXIT
                       UNTIL CALCPLMT-ENT-VALIDO
                   MOVE "L"               TO PL-NUM2-TIPO
                   MOVE CALCPLMT-VALOR    TO PL-NUM2
           END-EVALUATE.

       3450-EXIT.
           EXIT.

      *>  Cabecera de la plantilla ya existente, línea 000.
       3500-LEER-CABECERA.
           MOVE "N" TO CALCPLMT-HALLADO-SW.
           MOVE CALCPLMT-ENT-CODIGO TO PL-CODIGO.
           MOVE ZERO                TO PL-LINEA.
           READ CALC-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CALCPLMT-HALLADO TO TRUE
           END-READ.

       3500-EXIT.
           EXIT.

       3510-PEDIR-TIPO-NUM2.
           IF CALCPLMT-LINEA > 1
               DISPLAY "Tipo de NUM2 (L = literal, C = código de "
                   "tasa, R = referencia): "
           ELSE
               DISPLAY "Tipo de NUM2 (L = literal, C = código de "
                   "tasa): "
           END-IF.
           ACCEPT CALCPLMT-ENT-OPCION.
           IF CALCPLMT-ENT-OPCION = "L" OR "l" OR "C" OR "c"
               SET CALCPLMT-ENT-VALIDO TO TRUE
           ELSE
               IF (CALCPLMT-ENT-OPCION = "R" OR "r")
                   AND CALCPLMT-LINEA > 1
                   SET CALCPLMT-ENT-VALIDO TO TRUE
               ELSE
                   DISPLAY "Opción no válida."
               END-IF
           END-IF.

       3510-EXIT.
           EXIT.

      *>  El código se resuelve contra CALCRATE recién al procesar
      *>  el lote, con la vigencia de la fecha del lote; aquí solo
      *>  se exige que venga informado.
       3520-PEDIR-TASA.
           DISPLAY "Código de tasa (5 caracteres, ej. GVA01): ".
           ACCEPT CALCPLMT-ENT-TASA.
           IF CALCPLMT-ENT-TASA = SPACES
               DISPLAY "El código de tasa no puede quedar en "
                   "blanco."
           ELSE
               SET CALCPLMT-ENT-VALIDO TO TRUE
           END-IF.

       3520-EXIT.
           EXIT.

       3600-PEDIR-VALOR.
           DISPLAY "Valor (formato NNNNN.NN, sin signo, "
               "ej. 00123.45): ".
           ACCEPT CALCPLMT-ENT-NUM.
           IF CALCPLMT-ENT-NUM(6:1) = "."
               AND CALCPLMT-ENT-NUM(1:5) IS NUMERIC
               AND CALCPLMT-ENT-NUM(7:2) IS NUMERIC
               MOVE CALCPLMT-ENT-NUM(1:5) TO CALCPLMT-ENT-ENTERO-NUM
               MOVE CALCPLMT-ENT-NUM(7:2) TO CALCPLMT-ENT-DECIMAL-NUM
               COMPUTE CALCPLMT-VALOR =
                   CALCPLMT-ENT-ENTERO-NUM +
                   (CALCPLMT-ENT-DECIMAL-NUM / 100)
               DISPLAY "¿Es negativo? (S/N): "
               ACCEPT CALCPLMT-ENT-SIGNO
               IF CALCPLMT-ENT-NEGATIVO
                   COMPUTE CALCPLMT-VALOR = CALCPLMT-VALOR * -1
               END-IF
               SET CALCPLMT-ENT-VALIDO TO TRUE
           ELSE
               DISPLAY "Entrada no numérica. Use el formato "
                   "NNNNN.NN, por ejemplo 00123.45."
           END-IF.

       3600-EXIT.
           EXIT.

      *>  Una referencia solo puede apuntar hacia atrás: de la
      *>  línea 1 a la anterior a la que se está cargando.
       3700-PEDIR-LINEA.
           COMPUTE CALCPLMT-LIN-REF = CALCPLMT-LINEA - 1.
           MOVE CALCPLMT-LIN-REF TO CALCPLMT-LIN-ED.
           DISPLAY "Línea referida (3 dígitos, de 1 a "
               CALCPLMT-LIN-ED "): ".
           MOVE SPACES TO CALCPLMT-ENT-LIN.
           ACCEPT CALCPLMT-ENT-LIN.
           IF CALCPLMT-ENT-LIN IS NUMERIC
               MOVE CALCPLMT-ENT-LIN TO CALCPLMT-LIN-REF
               IF CALCPLMT-LIN-REF > ZERO
                   AND CALCPLMT-LIN-REF < CALCPLMT-LINEA
                   SET CALCPLMT-ENT-VALIDO TO TRUE
               ELSE
                   DISPLAY "La línea referida debe ser anterior "
                       "a la que se está cargando."
               END-IF
           ELSE
               DISPLAY "La línea debe ser numérica de 3 dígitos, "
                   "por ejemplo 001."
           END-IF.

       3700-EXIT.
           EXIT.

      *>  El cambio de calendario no toca el último período
      *>  generado: una plantilla ya generada este período no se
      *>  vuelve a generar por haber cambiado su día.
       4000-CAMBIAR-PLANTILLA.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.

           PERFORM 3500-LEER-CABECERA THRU 3500-EXIT.
           IF NOT CALCPLMT-HALLADO
               DISPLAY "La plantilla " CALCPLMT-ENT-CODIGO
                   " no existe en el maestro."
               GO TO 4000-EXIT
           END-IF.

           MOVE PL-ESTADO TO CALCPLMT-AUD-ESTADO-ANT.
           PERFORM 6200-MOSTRAR-CABECERA THRU 6200-EXIT.

           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 4010-PEDIR-DEPTO-NUEVO THRU 4010-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.
           IF CALCPLMT-ENT-DEPTO NOT = SPACES
               MOVE CALCPLMT-ENT-DEPTO TO PL-DEPTO
           END-IF.
           DISPLAY "Nueva descripción (vacío = mantener): ".
           MOVE SPACES TO CALCPLMT-ENT-DESCRIPCION.
           ACCEPT CALCPLMT-ENT-DESCRIPCION.
           IF CALCPLMT-ENT-DESCRIPCION NOT = SPACES
               MOVE CALCPLMT-ENT-DESCRIPCION TO PL-DESCRIPCION
           END-IF.

           DISPLAY "¿Cambiar la frecuencia, el día o las fechas? "
               "(S/N): ".
           ACCEPT CALCPLMT-CONFIRMA-SW.
           IF CALCPLMT-CONFIRMADO
               PERFORM 3150-PEDIR-CALENDARIO THRU 3150-EXIT
               MOVE CALCPLMT-FRECUENCIA  TO PL-FRECUENCIA
               MOVE CALCPLMT-DIA         TO PL-DIA
               MOVE CALCPLMT-FECHA-DESDE TO PL-FECHA-DESDE
               MOVE CALCPLMT-FECHA-HASTA TO PL-FECHA-HASTA
           END-IF.

           IF PL-INACTIVA
               DISPLAY "La plantilla está inactiva. "
                   "¿Reactivarla? (S/N): "
               ACCEPT CALCPLMT-CONFIRMA-SW
               IF CALCPLMT-CONFIRMADO
                   SET PL-ACTIVA TO TRUE
               END-IF
           END-IF.

           REWRITE CALC-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo regrabar la "
                       "plantilla " CALCPLMT-ENT-CODIGO "."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "CAMB" TO CALCPLMT-AUD-ACCION
                   PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                   DISPLAY "Plantilla " CALCPLMT-ENT-CODIGO
                       " actualizada."
           END-REWRITE.

       4000-EXIT.
           EXIT.

       4010-PEDIR-DEPTO-NUEVO.
           DISPLAY "Nuevo departamento (vacío = mantener): ".
           MOVE SPACES TO CALCPLMT-ENT-DEPTO.
           ACCEPT CALCPLMT-ENT-DEPTO.
           IF CALCPLMT-ENT-DEPTO = SPACES
               SET CALCPLMT-ENT-VALIDO TO TRUE
           ELSE
               PERFORM 3120-VALIDAR-DEPTO THRU 3120-EXIT
           END-IF.

       4010-EXIT.
           EXIT.

      *>  Los detalles viejos se borran y se cargan los nuevos
      *>  desde la línea 001; la cabecera se regraba con la
      *>  cantidad nueva. Si la carga nueva no se completa, la
      *>  plantilla queda sin detalles y se desactiva, para que el
      *>  generador no arme un lote vacío.
       4500-REEMPLAZAR-DETALLES.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.

           PERFORM 3500-LEER-CABECERA THRU 3500-EXIT.
           IF NOT CALCPLMT-HALLADO
               DISPLAY "La plantilla " CALCPLMT-ENT-CODIGO
                   " no existe en el maestro."
               GO TO 4500-EXIT
           END-IF.

           PERFORM 6200-MOSTRAR-CABECERA THRU 6200-EXIT.
           PERFORM 6300-LISTAR-DETALLES THRU 6300-EXIT.
           DISPLAY "¿Confirma el reemplazo de todos los "
               "detalles? (S/N): ".
           ACCEPT CALCPLMT-CONFIRMA-SW.
           IF NOT CALCPLMT-CONFIRMADO
               DISPLAY "Reemplazo cancelado."
               GO TO 4500-EXIT
           END-IF.

           PERFORM 3500-LEER-CABECERA THRU 3500-EXIT.
           MOVE PL-ESTADO TO CALCPLMT-AUD-ESTADO-ANT.
           MOVE PL-DATOS  TO CALCPLMT-CABECERA.
           PERFORM 4600-BORRAR-DETALLES THRU 4600-EXIT.
           PERFORM 3200-CARGAR-DETALLES THRU 3200-EXIT.

           MOVE CALCPLMT-ENT-CODIGO    TO PL-CODIGO.
           MOVE ZERO                   TO PL-LINEA.
           MOVE CALCPLMT-CABECERA      TO PL-DATOS.
           IF CALCPLMT-ERROR OR CALCPLMT-CANT-DETALLES = ZERO
               PERFORM 4600-BORRAR-DETALLES THRU 4600-EXIT
               MOVE CALCPLMT-ENT-CODIGO TO PL-CODIGO
               MOVE ZERO                TO PL-LINEA
               MOVE CALCPLMT-CABECERA   TO PL-DATOS
               MOVE ZERO                TO PL-CANT-DETALLES
               SET PL-INACTIVA          TO TRUE
               DISPLAY "La plantilla " CALCPLMT-ENT-CODIGO
                   " quedó sin detalles y se desactiva."
           ELSE
               MOVE CALCPLMT-CANT-DETALLES TO PL-CANT-DETALLES
           END-IF.
           REWRITE CALC-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo regrabar la "
                       "plantilla " CALCPLMT-ENT-CODIGO "."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "DETA" TO CALCPLMT-AUD-ACCION
                   PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                   MOVE PL-CANT-DETALLES TO CALCPLMT-LIN-ED
                   DISPLAY "Plantilla " CALCPLMT-ENT-CODIGO
                       " con " CALCPLMT-LIN-ED " detalle(s)."
           END-REWRITE.

       4500-EXIT.
           EXIT.

      *>  Las líneas van seguidas desde 001: se borran por clave
      *>  hasta la primera que falte.
       4600-BORRAR-DETALLES.
           MOVE ZERO TO CALCPLMT-LINEA.
           MOVE "N" TO CALCPLMT-PLAN-EOF-SW.
           PERFORM 4610-BORRAR-LINEA THRU 4610-EXIT
               UNTIL CALCPLMT-PLAN-EOF.

       4600-EXIT.
           EXIT.

       4610-BORRAR-LINEA.
           ADD 1 TO CALCPLMT-LINEA.
           MOVE CALCPLMT-ENT-CODIGO TO PL-CODIGO.
           MOVE CALCPLMT-LINEA      TO PL-LINEA.
           DELETE CALC-PLAN-FILE RECORD
               INVALID KEY
                   SET CALCPLMT-PLAN-EOF TO TRUE
           END-DELETE.
           IF CALCPLMT-LINEA = 999
               SET CALCPLMT-PLAN-EOF TO TRUE
           END-IF.

       4610-EXIT.
           EXIT.

       5000-BAJA-PLANTILLA.
           MOVE "N" TO CALCPLMT-ENT-VALIDO-SW.
           PERFORM 3100-PEDIR-CODIGO THRU 3100-EXIT
               UNTIL CALCPLMT-ENT-VALIDO.

           PERFORM 3500-LEER-CABECERA THRU 3500-EXIT.
           IF NOT CALCPLMT-HALLADO
               DISPLAY "La plantilla " CALCPLMT-ENT-CODIGO
                   " no existe en el maestro."
               GO TO 5000-EXIT
           END-IF.
           IF PL-INACTIVA
               DISPLAY "La plantilla " CALCPLMT-ENT-CODIGO
                   " ya está inactiva."
               GO TO 5000-EXIT
           END-IF.

           DISPLAY "¿Confirma la baja de la plantilla "
               CALCPLMT-ENT-CODIGO "? No generará más lotes. "
               "(S/N): ".
           ACCEPT CALCPLMT-CONFIRMA-SW.
           IF NOT CALCPLMT-CONFIRMADO
               DISPLAY "Baja cancelada."
               GO TO 5000-EXIT
           END-IF.

           MOVE PL-ESTADO TO CALCPLMT-AUD-ESTADO-ANT.
           SET PL-INACTIVA TO TRUE.
           REWRITE CALC-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo regrabar la "
                       "plantilla " CALCPLMT-ENT-CODIGO "."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "BAJA" TO CALCPLMT-AUD-ACCION
                   PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                   DISPLAY "Plantilla " CALCPLMT-ENT-CODIGO
                       " desactivada."
           END-REWRITE.

       5000-EXIT.
           EXIT.

      *>  El registro de control (código en blancos) guarda el
      *>  próximo número de lote del generador. CALCPLGN igual
      *>  salta los números que ya figuren en CALCCTL.
       5500-FIJAR-PROX-LOTE.
           MOVE SPACES TO CALCPLMT-ENT-CODIGO.
           PERFORM 3500-LEER-CABECERA THRU 3500-EXIT.
           IF CALCPLMT-HALLADO
               MOVE PL-PROX-LOTE TO CALCPLMT-AUD-LOTE-ANT
               DISPLAY "Próximo lote actual: " PL-PROX-LOTE
           ELSE
               MOVE ZERO TO CALCPLMT-AUD-LOTE-ANT
               DISPLAY "Todavía no hay número de lote fijado."
           END-IF.

           DISPLAY "Próximo número de lote (6 dígitos, vacío = "
               "no cambiar): ".
           MOVE SPACES TO CALCPLMT-ENT-LOTE.
           ACCEPT CALCPLMT-ENT-LOTE.
           IF CALCPLMT-ENT-LOTE = SPACES
               GO TO 5500-EXIT
           END-IF.
           IF CALCPLMT-ENT-LOTE IS NOT NUMERIC
               DISPLAY "El lote debe ser numérico de 6 dígitos, "
                   "por ejemplo 900001."
               GO TO 5500-EXIT
           END-IF.
           MOVE CALCPLMT-ENT-LOTE TO CALCPLMT-LOTE.
           IF CALCPLMT-LOTE = ZERO
               DISPLAY "El lote no puede ser cero."
               GO TO 5500-EXIT
           END-IF.

           MOVE SPACES        TO CALC-PLAN-REC.
           MOVE SPACES        TO PL-CODIGO.
           MOVE ZERO          TO PL-LINEA.
           MOVE CALCPLMT-LOTE TO PL-PROX-LOTE.
           MOVE "N" TO CALCPLMT-ERROR-SW.
           IF CALCPLMT-HALLADO
               REWRITE CALC-PLAN-REC
                   INVALID KEY
                       SET CALCPLMT-ERROR TO TRUE
               END-REWRITE
           ELSE
               WRITE CALC-PLAN-REC
                   INVALID KEY
                       SET CALCPLMT-ERROR TO TRUE
               END-WRITE
           END-IF.
           IF CALCPLMT-ERROR
               DISPLAY "Error: no se pudo grabar el registro de "
                   "control de CALCPLAN."
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "LOTE" TO CALCPLMT-AUD-ACCION
               PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
               DISPLAY "Próximo lote fijado en " CALCPLMT-LOTE "."
           END-IF.

       5500-EXIT.
           EXIT.

      *>  Código en blanco: lista todas las cabeceras. Con código:
      *>  la cabecera y sus detalles.
       6000-CONSULTAR-PLANTILLAS.
           DISPLAY "Código de la plantilla (vacío = todas): ".
           MOVE SPACES TO CALCPLMT-ENT-CODIGO.
           ACCEPT CALCPLMT-ENT-CODIGO.
           IF CALCPLMT-ENT-CODIGO NOT = SPACES
               PERFORM 3500-LEER-CABECERA THRU 3500-EXIT
               IF CALCPLMT-HALLADO
                   PERFORM 6200-MOSTRAR-CABECERA THRU 6200-EXIT
                   PERFORM 6300-LISTAR-DETALLES THRU 6300-EXIT
               ELSE
                   DISPLAY "La plantilla " CALCPLMT-ENT-CODIGO
                       " no existe en el maestro."
               END-IF
               GO TO 6000-EXIT
           END-IF.

           MOVE "N" TO CALCPLMT-PLAN-EOF-SW.
           MOVE ZERO TO CALCPLMT-CONT-LISTADOS.
           MOVE LOW-VALUES TO PL-CLAVE.
           START CALC-PLAN-FILE KEY NOT LESS THAN PL-CLAVE
               INVALID KEY
                   SET CALCPLMT-PLAN-EOF TO TRUE
           END-START.
           PERFORM 6100-LISTAR-PLANTILLA THRU 6100-EXIT
               UNTIL CALCPLMT-PLAN-EOF.
           MOVE CALCPLMT-CONT-LISTADOS TO CALCPLMT-CONT-ED.
           DISPLAY "Plantillas en el maestro: " CALCPLMT-CONT-ED.

       6000-EXIT.
           EXIT.

       6100-LISTAR-PLANTILLA.
           READ CALC-PLAN-FILE NEXT RECORD
               AT END
                   SET CALCPLMT-PLAN-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF PL-CODIGO = SPACES
               DISPLAY "Próximo lote del generador: " PL-PROX-LOTE
               GO TO 6100-EXIT
           END-IF.
           IF PL-LINEA = ZERO
               PERFORM 6200-MOSTRAR-CABECERA THRU 6200-EXIT
               ADD 1 TO CALCPLMT-CONT-LISTADOS
           END-IF.

       6100-EXIT.
           EXIT.

       6200-MOSTRAR-CABECERA.
           MOVE PL-CANT-DETALLES TO CALCPLMT-LIN-ED.
           DISPLAY PL-CODIGO " " PL-DESCRIPCION " depto. "
               PL-DEPTO " estado " PL-ESTADO " detalles "
               CALCPLMT-LIN-ED.
           DISPLAY "       frecuencia " PL-FRECUENCIA " día "
               PL-DIA " desde " PL-FECHA-DESDE " hasta "
               PL-FECHA-HASTA.
           DISPLAY "       último período " PL-ULT-PERIODO
               " lote " PL-ULT-LOTE " generado el "
               PL-ULT-FECHA-GEN.

       6200-EXIT.
           EXIT.

       6300-LISTAR-DETALLES.
           MOVE "N" TO CALCPLMT-PLAN-EOF-SW.
           MOVE CALCPLMT-ENT-CODIGO TO PL-CODIGO.
           MOVE 1                   TO PL-LINEA.
           START CALC-PLAN-FILE KEY NOT LESS THAN PL-CLAVE
               INVALID KEY
                   SET CALCPLMT-PLAN-EOF TO TRUE
           END-START.
           PERFORM 6310-MOSTRAR-DETALLE THRU 6310-EXIT
               UNTIL CALCPLMT-PLAN-EOF.

       6300-EXIT.
           EXIT.

       6310-MOSTRAR-DETALLE.
           READ CALC-PLAN-FILE NEXT RECORD
               AT END
                   SET CALCPLMT-PLAN-EOF TO TRUE
                   GO TO 6310-EXIT
           END-READ.
           IF PL-CODIGO NOT = CALCPLMT-ENT-CODIGO
               SET CALCPLMT-PLAN-EOF TO TRUE
               GO TO 6310-EXIT
           END-IF.
           IF PL-NUM1-REFERENCIA
               DISPLAY "  " PL-LINEA "  NUM1 = línea "
                   PL-NUM1-REF-LIN " " PL-OPERADOR
                   WITH NO ADVANCING
           ELSE
               MOVE PL-NUM1 TO CALCPLMT-NUM-ED
               DISPLAY "  " PL-LINEA "  NUM1 = " CALCPLMT-NUM-ED
                   " " PL-OPERADOR WITH NO ADVANCING
           END-IF.
           EVALUATE TRUE
               WHEN PL-NUM2-COD-TASA
                   DISPLAY " tasa " PL-TASA-CODIGO
               WHEN PL-NUM2-REFERENCIA
                   DISPLAY " línea " PL-NUM2-REF-LIN
               WHEN OTHER
                   MOVE PL-NUM2 TO CALCPLMT-NUM-ED
                   DISPLAY " " CALCPLMT-NUM-ED
           END-EVALUATE.

       6310-EXIT.
           EXIT.

      *>  La imagen nueva se toma del registro recién grabado; en
      *>  la acción LOTE se registran el número anterior y el nuevo.
       7000-REGISTRAR-AUDITORIA.
           MOVE SPACES TO CALC-PLAU-REC.
           ACCEPT PU-FECHA FROM DATE YYYYMMDD.
           ACCEPT PU-HORA FROM TIME.
           MOVE CALC-OPERARIO-ACTUAL    TO PU-OPERARIO.
           MOVE CALCPLMT-AUD-ACCION     TO PU-ACCION.
           MOVE ZEROS                   TO PU-DIA.
           MOVE ZEROS                   TO PU-FECHA-DESDE.
           MOVE ZEROS                   TO PU-FECHA-HASTA.
           MOVE ZEROS                   TO PU-CANT-DETALLES.
           MOVE ZEROS                   TO PU-LOTE-ANT.
           MOVE ZEROS                   TO PU-LOTE-NVO.
           IF CALCPLMT-AUD-ACCION = "LOTE"
               MOVE CALCPLMT-AUD-LOTE-ANT TO PU-LOTE-ANT
               MOVE PL-PROX-LOTE          TO PU-LOTE-NVO
           ELSE
               MOVE PL-CODIGO               TO PU-CODIGO
               MOVE PL-DEPTO                TO PU-DEPTO
               MOVE CALCPLMT-AUD-ESTADO-ANT TO PU-ESTADO-ANT
               MOVE PL-ESTADO               TO PU-ESTADO-NVO
               MOVE PL-FRECUENCIA           TO PU-FRECUENCIA
               MOVE PL-DIA                  TO PU-DIA
               MOVE PL-FECHA-DESDE          TO PU-FECHA-DESDE
               MOVE PL-FECHA-HASTA          TO PU-FECHA-HASTA
               MOVE PL-CANT-DETALLES        TO PU-CANT-DETALLES
               MOVE PL-DESCRIPCION          TO PU-DESCRIPCION
           END-IF.
           WRITE CALC-PLAU-REC.

       7000-EXIT.
           EXIT.

       7900-ABRIR-AUDITORIA.
           OPEN EXTEND CALC-PLAU-FILE.
           IF CALCPLMT-AUD-NO-EXISTE
               CLOSE CALC-PLAU-FILE
               OPEN OUTPUT CALC-PLAU-FILE
           END-IF.
           IF CALCPLMT-AUD-OK
               SET CALCPLMT-AUD-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir la auditoría "
                   "CALCPLAU. No se permiten cambios sin rastro."
               MOVE 16 TO RETURN-CODE
           END-IF.

       7900-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-PLAN-ABIERTO
               CLOSE CALC-PLAN-FILE
           END-IF.
           IF CALCPLMT-AUD-ABIERTO
               CLOSE CALC-PLAU-FILE
           END-IF.
           IF CALC-DEPT-ABIERTO
               CLOSE CALC-DEPT-FILE
           END-IF.
           DISPLAY "Fin del mantenimiento de plantillas.".

       9000-EXIT.
           EXIT.

       COPY CALCSGNP.

       END PROGRAM CALCPLMT.
