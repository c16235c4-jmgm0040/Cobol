             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCOCNV                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Conversión única del maestro de operarios CALCOPER al       *
      *>  diseño con contador de intentos fallidos, bloqueo y clave   *
      *>  (ver CALCPFD). Descarga el maestro del diseño anterior, de  *
      *>  35 posiciones, al archivo secuencial CALCOPERSQ (que queda  *
      *>  como respaldo), recrea CALCOPER y lo carga desde ese        *
      *>  respaldo con el contador en cero, sin bloqueo, sin fecha de *
      *>  bloqueo y con la clave en blanco: cada operario define la   *
      *>  suya en su primer inicio de sesión (ver CALCSGNP). El       *
      *>  maestro convertido no trae registro de control; el tope de  *
      *>  intentos fallidos es el de CALCPFLD hasta que un supervisor *
      *>  lo fije en CALCPMNT. Se corre una sola vez, antes de la     *
      *>  primera sesión con el nuevo diseño.                         *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  La clave del operario (OP-CLAVE) se     *
      *>                      carga en blanco, para que cada          *
      *>                      operario la defina en su primer inicio  *
      *>                      de sesión.                              *
      *>    2026-10-15  JMGM  Un WRITE fallido en el respaldo         *
      *>                      CALCOPERSQ detiene la conversión antes  *
      *>                      de recrear CALCOPER, que queda sin      *
      *>                      tocar.                                  *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCOCNV.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCPSEL.

           SELECT CALC-OPANT-FILE ASSIGN TO "CALCOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-ID
               FILE STATUS IS CALCOCNV-ANT-STATUS.

           SELECT CALC-OPERSQ-FILE ASSIGN TO "CALCOPERSQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCOCNV-SQ-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCPFD.

      *>  Diseño anterior del maestro: identificación, nombre,
      *>  nivel y estado, sin contador ni bloqueo.
       FD  CALC-OPANT-FILE.
       01  CALC-OPANT-REC.
           05  OA-ID                   PIC X(3).
           05  FILLER                  PIC X(32).

       FD  CALC-OPERSQ-FILE.
       01  CALC-OPERSQ-REC             PIC X(35).

       WORKING-STORAGE SECTION.

       COPY CALCPFLD.

       01  CALCOCNV-ANT-STATUS     PIC X(02) VALUE SPACES.
           88  CALCOCNV-ANT-OK          VALUE "00".
       01  CALCOCNV-SQ-STATUS      PIC X(02) VALUE SPACES.
           88  CALCOCNV-SQ-OK           VALUE "00".
           88  CALCOCNV-SQ-NO-EXISTE    VALUE "35".

       01  CALCOCNV-DETENIDO-SW    PIC X VALUE "N".
           88  CALCOCNV-DETENIDO        VALUE "S".
       01  CALCOCNV-ANT-EOF-SW     PIC X VALUE "N".
           88  CALCOCNV-ANT-EOF         VALUE "S".
       01  CALCOCNV-SQ-EOF-SW      PIC X VALUE "N".
           88  CALCOCNV-SQ-EOF          VALUE "S".

       77  CALCOCNV-CANT-LEIDOS    PIC 9(5) VALUE ZERO.
       77  CALCOCNV-CANT-RESPALDO  PIC 9(5) VALUE ZERO.
       77  CALCOCNV-CANT-GRABADOS  PIC 9(5) VALUE ZERO.
       01  CALCOCNV-CANT-ED        PIC Z(4)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCOCNV-DETENIDO
               PERFORM 2000-RESPALDAR-OPERARIO THRU 2000-EXIT
                   UNTIL CALCOCNV-ANT-EOF
               IF NOT CALCOCNV-DETENIDO
                   PERFORM 3000-RECREAR-MAESTRO THRU 3000-EXIT
               ELSE
                   CLOSE CALC-OPANT-FILE
                   CLOSE CALC-OPERSQ-FILE
               END-IF
           END-IF.
           IF NOT CALCOCNV-DETENIDO
               PERFORM 4000-CARGAR-OPERARIO THRU 4000-EXIT
                   UNTIL CALCOCNV-SQ-EOF
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Conversión de operarios - CALCOCNV".
           DISPLAY "=========================================".

      *>  Si CALCOPERSQ ya existe, la conversión ya se corrió y no
      *>  debe repetirse sobre el maestro convertido.
           OPEN INPUT CALC-OPERSQ-FILE.
           IF CALCOCNV-SQ-OK
               CLOSE CALC-OPERSQ-FILE
               DISPLAY "Error: CALCOPERSQ ya existe; la conversión "
                   "ya fue realizada. No se repite."
               MOVE 16 TO RETURN-CODE
               SET CALCOCNV-DETENIDO TO TRUE
               GO TO 1000-EXIT
           END-IF.
           CLOSE CALC-OPERSQ-FILE.

           OPEN INPUT CALC-OPANT-FILE.
           IF NOT CALCOCNV-ANT-OK
               DISPLAY "Error: no se pudo leer el maestro CALCOPER "
                   "con el diseño anterior (status "
                   CALCOCNV-ANT-STATUS ")."
               MOVE 16 TO RETURN-CODE
               SET CALCOCNV-DETENIDO TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT CALC-OPERSQ-FILE.
           IF NOT CALCOCNV-SQ-OK
               DISPLAY "Error: no se pudo crear el respaldo "
                   "CALCOPERSQ."
               MOVE 16 TO RETURN-CODE
               CLOSE CALC-OPANT-FILE
               SET CALCOCNV-DETENIDO TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

       2000-RESPALDAR-OPERARIO.
           READ CALC-OPANT-FILE NEXT RECORD
               AT END
                   SET CALCOCNV-ANT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CALCOCNV-CANT-LEIDOS
                   MOVE CALC-OPANT-REC TO CALC-OPERSQ-REC
                   WRITE CALC-OPERSQ-REC
                   IF CALCOCNV-SQ-OK
                       ADD 1 TO CALCOCNV-CANT-RESPALDO
                   ELSE
                       DISPLAY "Error: no se pudo grabar el respaldo "
                           "CALCOPERSQ (status " CALCOCNV-SQ-STATUS
                           "); CALCOPER queda sin tocar. Borre el "
                           "respaldo incompleto antes de repetir."
                       MOVE 16 TO RETURN-CODE
                       SET CALCOCNV-DETENIDO TO TRUE
                       SET CALCOCNV-ANT-EOF TO TRUE
                   END-IF
           END-READ.

       2000-EXIT.
           EXIT.

      *>  Con el respaldo completo se recrea el maestro con el
      *>  diseño nuevo y se relee el respaldo para cargarlo.
       3000-RECREAR-MAESTRO.
           CLOSE CALC-OPANT-FILE.
           CLOSE CALC-OPERSQ-FILE.
           IF CALCOCNV-CANT-RESPALDO NOT = CALCOCNV-CANT-LEIDOS
               DISPLAY "Error: el respaldo CALCOPERSQ no cuadra con "
                   "el maestro; CALCOPER queda sin tocar."
               MOVE 16 TO RETURN-CODE
               SET CALCOCNV-DETENIDO TO TRUE
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT CALC-OPERSQ-FILE.
           IF NOT CALCOCNV-SQ-OK
               DISPLAY "Error: no se pudo releer el respaldo "
                   "CALCOPERSQ; CALCOPER queda sin tocar."
               MOVE 16 TO RETURN-CODE
               SET CALCOCNV-DETENIDO TO TRUE
               GO TO 3000-EXIT
           END-IF.

           OPEN OUTPUT CALC-OPER-FILE.
           IF NOT CALC-OPER-OK
               DISPLAY "Error: no se pudo recrear el maestro "
                   "CALCOPER; el respaldo queda en CALCOPERSQ."
               MOVE 16 TO RETURN-CODE
               CLOSE CALC-OPERSQ-FILE
               SET CALCOCNV-DETENIDO TO TRUE
               GO TO 3000-EXIT
           END-IF.
           SET CALC-OPER-ABIERTO TO TRUE.

       3000-EXIT.
           EXIT.

       4000-CARGAR-OPERARIO.
           READ CALC-OPERSQ-FILE
               AT END
                   SET CALCOCNV-SQ-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO CALC-OPER-REC
                   MOVE CALC-OPERSQ-REC TO CALC-OPER-REC
                   MOVE ZERO TO OP-FALLOS
                   SET OP-NO-BLOQUEADO TO TRUE
                   MOVE ZERO TO OP-FECHA-BLOQUEO
                   MOVE SPACES TO OP-CLAVE
                   WRITE CALC-OPER-REC
                       INVALID KEY
                           DISPLAY "Error: no se pudo grabar el "
                               "operario " OP-ID "."
                       NOT INVALID KEY
                           ADD 1 TO CALCOCNV-CANT-GRABADOS
                   END-WRITE
           END-READ.

       4000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-OPER-ABIERTO
               CLOSE CALC-OPER-FILE
               CLOSE CALC-OPERSQ-FILE
           END-IF.
           IF NOT CALCOCNV-DETENIDO
               DISPLAY "-----------------------------------------"
               MOVE CALCOCNV-CANT-LEIDOS TO CALCOCNV-CANT-ED
               DISPLAY "Operarios leídos de CALCOPER    : "
                   CALCOCNV-CANT-ED
               MOVE CALCOCNV-CANT-GRABADOS TO CALCOCNV-CANT-ED
               DISPLAY "Operarios grabados con el nuevo "
                   "diseño: " CALCOCNV-CANT-ED
               IF CALCOCNV-CANT-LEIDOS = CALCOCNV-CANT-GRABADOS
                   DISPLAY "Conversión completa; CALCOPERSQ queda "
                       "como respaldo."
               ELSE
                   DISPLAY "Atención: las cantidades no cuadran; "
                       "revise antes de borrar CALCOPERSQ."
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "Fin de la conversión de operarios.".

       9000-EXIT.
           EXIT.

       END PROGRAM CALCOCNV.
