      *>=============================================================*
      *>  CALCKVRP.CPY                                                *
      *>  Verifica si el CALCIN que está en disco ya fue procesado    *
      *>  por CALCBAT, antes de que un programa que genera CALCIN     *
      *>  (CALCPLGN, CALCFIX) lo reemplace con OPEN OUTPUT. Se da por *
      *>  procesado si el punto de control CALCCHKP figura            *
      *>  completado, para el mismo lote que la última cabecera de    *
      *>  CALCIN y con la misma cantidad de registros leídos que      *
      *>  tiene el archivo. Un CALCIN inexistente, vacío o sin        *
      *>  detalles no tiene nada que perder. Si no, deja              *
      *>  CALC-CALCIN-PENDIENTE y el programa que la incluye no debe  *
      *>  tocar CALCIN.                                               *
      *>  El programa que la incluye debe incluir también             *
      *>  CALCTSEL/CALCTFD/CALCTFLD y CALCKSEL/CALCKFD/CALCKFLD, y    *
      *>  llamar a 4700-VERIFICAR-CALCIN con CALCIN cerrado.          *
      *>  Se incluye con COPY dentro de la PROCEDURE DIVISION.         *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       4700-VERIFICAR-CALCIN.
           MOVE "N"  TO CALC-CALCIN-PEND-SW.
           MOVE "N"  TO CALC-CALCIN-EOF-SW.
           MOVE ZERO TO CALC-CALCIN-REGISTROS.
           MOVE ZERO TO CALC-CALCIN-DETALLES.
           MOVE ZERO TO CALC-CALCIN-ULT-LOTE.
           OPEN INPUT CALC-TRANS-FILE.
           IF NOT CALC-TRANS-OK
               CLOSE CALC-TRANS-FILE
               GO TO 4700-EXIT
           END-IF.
           PERFORM 4710-CONTAR-CALCIN THRU 4710-EXIT
               UNTIL CALC-CALCIN-EOF.
           CLOSE CALC-TRANS-FILE.
           IF CALC-CALCIN-DETALLES = ZERO
               GO TO 4700-EXIT
           END-IF.

           MOVE SPACES TO CALC-CHKP-DATOS.
           OPEN INPUT CALC-CHKP-FILE.
           IF CALC-CHKP-OK
               READ CALC-CHKP-FILE INTO CALC-CHKP-DATOS
                   AT END
                       CONTINUE
               END-READ
           END-IF.
           CLOSE CALC-CHKP-FILE.
           IF CK-COMPLETADO
               IF CK-LOTE-NUMERO = CALC-CALCIN-ULT-LOTE
                   AND CK-REG-LEIDOS = CALC-CALCIN-REGISTROS
                   GO TO 4700-EXIT
               END-IF
           END-IF.

           SET CALC-CALCIN-PENDIENTE TO TRUE.
           DISPLAY "Error: el CALCIN actual (lote "
               CALC-CALCIN-ULT-LOTE ", " CALC-CALCIN-REGISTROS
               " registros) todavía no fue procesado por CALCBAT; "
               "no se reemplaza. Procéselo antes de generar otro.".

       4700-EXIT.
           EXIT.

       4710-CONTAR-CALCIN.
           READ CALC-TRANS-FILE
               AT END
                   SET CALC-CALCIN-EOF TO TRUE
                   GO TO 4710-EXIT
           END-READ.
           ADD 1 TO CALC-CALCIN-REGISTROS.
           IF CT-TIPO-DETALLE
               ADD 1 TO CALC-CALCIN-DETALLES
           END-IF.
           IF CT-TIPO-CABECERA AND CB-NUM-LOTE IS NUMERIC
               MOVE CB-NUM-LOTE TO CALC-CALCIN-ULT-LOTE
           END-IF.

       4710-EXIT.
           EXIT.
