      *>=============================================================*
      *>  PROGRAM-ID.   CALCFIX                                       *
      *>  AUTHOR.       JMGM                                          *
      *>  Corrección y reenvío de rechazos. Trabaja sobre el          *
      *>  inventario de rechazos CALCRINV que alimenta CALCBAT: toma  *
      *>  los rechazos abiertos ("A") del departamento del reenvío -  *
      *>  y del lote de origen, si se indica - de cualquier corrida,  *
      *>  y muestra cada uno con su motivo en palabras ("OP" =        *
      *>  operador no válido, "DC" = división por cero, "DE" =        *
      *>  resultado desbordado, "TA" = código de tasa no hallado o    *
      *>  inactivo, "RE" = referencia no válida, "LT"/"LD" = límite   *
      *>  por transacción o diario del departamento). El operario     *
      *>  corrige NUM1, el operador, NUM2 o el código de tasa - con   *
      *>  el mismo ciclo ACCEPT/DISPLAY y el mismo patrón de          *
      *>  validar-y-reintentar de CALCRMNT -, acepta la imagen sin    *
      *>  cambio, la omite (queda abierta para otra sesión) o, si es  *
      *>  supervisor, la da de baja con una razón ("B"). Lo corregido *
      *>  y lo aceptado se graba en un CALCIN completo y en cuadre:   *
      *>  cabecera con un número de lote nuevo, detalles con          *
      *>  CT-SECUENCIA renumerada desde 1 y cola con la cantidad y el *
      *>  total de comprobación recalculados, listo para la siguiente *
      *>  corrida de CALCBAT; la entrada del inventario pasa a        *
      *>  reenviada ("R") con el lote y la secuencia nuevos. CALCBAT  *
      *>  la liquida ("L") cuando ese lote cuadra, o la reabre si el  *
      *>  lote se rechaza completo. No se pisa un CALCIN que CALCBAT  *
      *>  todavía no procesó (ver CALCKVRP). Cada decisión (corregir, *
      *>  aceptar sin cambio, omitir, dar de baja) queda registrada   *
      *>  en el archivo de auditoría CALCFAUD con operario, imagen    *
      *>  anterior e imagen corregida, igual que los cambios de tasa  *
      *>  quedan en CALCRAUD.                                         *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial.                        *
      *>                      suma) como literal en el lote, y         *
      *>                      sumarlo solo ante espacio o "L" hacía    *
      *>                      rebotar el reenvío por descuadre.        *
      *>    2026-10-15  JMGM  Los motivos nuevos "LT" y "LD" (límite   *
      *>                      por transacción o diario del             *
      *>                      departamento en CALCDEPT) se muestran    *
      *>                      en palabras.                             *
      *>    2026-10-15  JMGM  Los rechazos se toman del inventario     *
      *>                      CALCRINV (ver CALCIFD) y no de CALCREJ:  *
      *>                      se trabajan los abiertos del             *
      *>                      departamento del reenvío (y del lote     *
      *>                      de origen, si se indica), de cualquier   *
      *>                      corrida. Corregir o aceptar marca el     *
      *>                      rechazo como reenviado con el lote y la  *
      *>                      secuencia nuevos; omitir lo deja         *
      *>                      abierto para otra sesión; la opción      *
      *>                      nueva "B" (solo supervisores) lo da de   *
      *>                      baja con una razón, y "S" termina la     *
      *>                      sesión dejando abiertos los restantes.   *
      *>                      CALCFAUD agrega el lote y la secuencia   *
      *>                      de origen y la razón de la baja.         *
      *>    2026-10-15  JMGM  El diseño de CALCFAUD pasa a los         *
      *>                      copybooks CALCF*, compartidos con la     *
      *>                      consulta de trazas CALCTRAZ.             *
      *>    2026-10-15  JMGM  La cabecera describe el circuito del    *
      *>                      inventario CALCRINV. No se abre la      *
      *>                      sesión de corrección si el CALCIN       *
      *>                      actual todavía no fue procesado por     *
      *>                      CALCBAT (CALCKVRP): el CALCIN nuevo lo  *
      *>                      pisaría.                                *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFIX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCISEL.

           COPY CALCTSEL.

           COPY CALCKSEL.

           COPY CALCFSEL.

           COPY CALCPSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCIFD.

       COPY CALCTFD.

       COPY CALCKFD.

       COPY CALCFFD.

       COPY CALCPFD.

               10  FX-NUM2-REF-SEC PIC 9(7).
       01  CALCFIX-IMAGEN-ANT      PIC X(27) VALUE SPACES.

       COPY CALCIFLD.

       COPY CALCTFLD.

       COPY CALCKFLD.

       COPY CALCFFLD.

       01  CALCFIX-SALIR-SW        PIC X VALUE "N".
           88  CALCFIX-SALIR            VALUE "S".
       01  CALCFIX-REJ-EOF-SW      PIC X VALUE "N".
           88  CALCFIX-REJ-EOF          VALUE "S".
       01  CALCFIX-HALLADO-SW      PIC X VALUE "N".
           88  CALCFIX-HALLADO          VALUE "S".

       01  CALCFIX-ENT-LOTE        PIC X(6) VALUE SPACES.
       01  CALCFIX-ENT-FECHA       PIC X(8) VALUE SPACES.
       01  CALCFIX-ENT-DEPTO       PIC X(4) VALUE SPACES.
       01  CALCFIX-ENT-LOTE-ORIG   PIC X(6) VALUE SPACES.
       01  CALCFIX-ENT-RAZON       PIC X(30) VALUE SPACES.
       01  CALCFIX-ENT-NUM         PIC X(08) VALUE SPACES.
       01  CALCFIX-ENT-ENTERO-NUM  PIC 9(05) VALUE ZERO.
       01  CALCFIX-ENT-DECIMAL-NUM PIC 9(02) VALUE ZERO.
       01  CALCFIX-LOTE-NUEVO      PIC 9(6) VALUE ZEROS.
       01  CALCFIX-FECHA-LOTE      PIC 9(8) VALUE ZEROS.
       01  CALCFIX-DEPTO           PIC X(4) VALUE SPACES.
      *>  Lote de origen a trabajar; cero = todos los del depto.
       01  CALCFIX-LOTE-ORIGEN     PIC 9(6) VALUE ZEROS.
       01  CALCFIX-RAZON           PIC X(30) VALUE SPACES.
       01  CALCFIX-VALOR           PIC S9(5)V99 VALUE ZEROS.

       77  CALCFIX-SECUENCIA       PIC 9(7) VALUE ZERO.
       77  CALCFIX-CANT-CORREGIDOS PIC 9(7) VALUE ZERO.
       77  CALCFIX-CANT-IGUALES    PIC 9(7) VALUE ZERO.
       77  CALCFIX-CANT-OMITIDOS   PIC 9(7) VALUE ZERO.
       77  CALCFIX-CANT-BAJAS      PIC 9(7) VALUE ZERO.

       01  CALCFIX-NUM-ED          PIC -(4)9.99.
       01  CALCFIX-CANT-ED         PIC Z(6)9.
               GO TO 1000-EXIT
           END-IF.

      *>  La sesión graba un CALCIN nuevo: si el actual todavía no
      *>  pasó por CALCBAT no se corrige nada, para no pisarlo.
           PERFORM 4700-VERIFICAR-CALCIN THRU 4700-EXIT.
           IF CALC-CALCIN-PENDIENTE
               MOVE 16 TO RETURN-CODE
               SET CALCFIX-SALIR TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O CALC-RINV-FILE.
           IF CALC-RINV-OK
               SET CALC-RINV-ABIERTO TO TRUE
           ELSE
               IF CALC-RINV-NO-EXISTE
                   DISPLAY "No hay inventario de rechazos CALCRINV; "
                       "nada que corregir."
               ELSE
                   DISPLAY "Error: no se pudo abrir el inventario "
                       "de rechazos CALCRINV."
                   MOVE 16 TO RETURN-CODE
               END-IF
               SET CALCFIX-SALIR TO TRUE
           END-IF.

           IF CALC-RINV-ABIERTO
               MOVE "N" TO CALCFIX-ENT-VALIDO-SW
               PERFORM 1400-PEDIR-DEPTO THRU 1400-EXIT
                   UNTIL CALCFIX-ENT-VALIDO
               MOVE "N" TO CALCFIX-ENT-VALIDO-SW
               PERFORM 1500-PEDIR-LOTE-ORIGEN THRU 1500-EXIT
                   UNTIL CALCFIX-ENT-VALIDO
               PERFORM 1600-POSICIONAR-INVENTARIO THRU 1600-EXIT
               IF CALCFIX-REJ-EOF
                   DISPLAY "No hay rechazos abiertos del "
                       "departamento " CALCFIX-DEPTO
                       " en el inventario CALCRINV; nada que "
                       "corregir."
                   SET CALCFIX-SALIR TO TRUE
               END-IF
           END-IF.

           IF CALC-RINV-ABIERTO AND NOT CALCFIX-SALIR
               MOVE "N" TO CALCFIX-ENT-VALIDO-SW
               PERFORM 1200-PEDIR-LOTE THRU 1200-EXIT
                   UNTIL CALCFIX-ENT-VALIDO
               MOVE "N" TO CALCFIX-ENT-VALIDO-SW
               PERFORM 1300-PEDIR-FECHA THRU 1300-EXIT
                   UNTIL CALCFIX-ENT-VALIDO
               PERFORM 7900-ABRIR-AUDITORIA THRU 7900-EXIT
               IF NOT CALC-FAUD-ABIERTO
                   SET CALCFIX-SALIR TO TRUE
               END-IF
           END-IF.

           IF CALC-FAUD-ABIERTO
               OPEN OUTPUT CALC-TRANS-FILE
               IF CALC-TRANS-OK
                   SET CALC-TRANS-ABIERTO TO TRUE
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

       1300-EXIT.
           EXIT.

      *>  El lote de reenvío lleva un solo departamento en su
      *>  cabecera: se trabajan solo los rechazos de ese
      *>  departamento.
       1400-PEDIR-DEPTO.
           DISPLAY "Departamento de origen de los rechazos "
               "(4 caracteres): ".
           ACCEPT CALCFIX-ENT-DEPTO.
           IF CALCFIX-ENT-DEPTO = SPACES
               DISPLAY "Indique el departamento; la cabecera del "
                   "lote nuevo lo requiere."
           ELSE
               MOVE CALCFIX-ENT-DEPTO TO CALCFIX-DEPTO
               SET CALCFIX-ENT-VALIDO TO TRUE
           END-IF.

       1400-EXIT.
           EXIT.

       1500-PEDIR-LOTE-ORIGEN.
           DISPLAY "Lote de origen a corregir (6 dígitos, vacío "
               "= todos los abiertos del departamento): ".
           ACCEPT CALCFIX-ENT-LOTE-ORIG.
           IF CALCFIX-ENT-LOTE-ORIG = SPACES
               MOVE ZEROS TO CALCFIX-LOTE-ORIGEN
               SET CALCFIX-ENT-VALIDO TO TRUE
           ELSE
               IF CALCFIX-ENT-LOTE-ORIG IS NUMERIC
                   MOVE CALCFIX-ENT-LOTE-ORIG TO CALCFIX-LOTE-ORIGEN
                   SET CALCFIX-ENT-VALIDO TO TRUE
               ELSE
                   DISPLAY "El lote debe ser numérico de 6 dígitos, "
                       "por ejemplo 000123."
               END-IF
           END-IF.

       1500-EXIT.
           EXIT.

      *>  Deja leído el primer rechazo abierto a trabajar.
       1600-POSICIONAR-INVENTARIO.
           MOVE CALCFIX-LOTE-ORIGEN TO RI-LOTE.
           MOVE ZEROS               TO RI-SECUENCIA.
           START CALC-RINV-FILE KEY NOT LESS THAN RI-CLAVE
               INVALID KEY
                   SET CALCFIX-REJ-EOF TO TRUE
           END-START.
           IF NOT CALCFIX-REJ-EOF
               PERFORM 2100-LEER-RECHAZO THRU 2100-EXIT
           END-IF.

       1600-EXIT.
           EXIT.

      *>  Avanza al siguiente rechazo abierto del departamento (y
      *>  del lote de origen pedido, si se indicó uno).
       2100-LEER-RECHAZO.
           MOVE "N" TO CALCFIX-HALLADO-SW.
           PERFORM 2110-LEER-INVENTARIO THRU 2110-EXIT
               UNTIL CALCFIX-HALLADO OR CALCFIX-REJ-EOF.
           IF CALCFIX-HALLADO
               ADD 1 TO CALCFIX-CANT-LEIDOS
           END-IF.

       2100-EXIT.
           EXIT.

       2110-LEER-INVENTARIO.
           READ CALC-RINV-FILE NEXT RECORD
               AT END
                   SET CALCFIX-REJ-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           IF CALCFIX-LOTE-ORIGEN NOT = ZERO
               AND RI-LOTE NOT = CALCFIX-LOTE-ORIGEN
               SET CALCFIX-REJ-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF.
           IF RI-ABIERTO AND RI-DEPTO = CALCFIX-DEPTO
               SET CALCFIX-HALLADO TO TRUE
           END-IF.

       2110-EXIT.
           EXIT.

       2000-PROCESAR-RECHAZO.
           MOVE RI-IMAGEN TO CALCFIX-IMAGEN.
           MOVE RI-IMAGEN TO CALCFIX-IMAGEN-ANT.
           MOVE "N" TO CALCFIX-CAMBIADO-SW.
           MOVE SPACES TO CALCFIX-RAZON.
           PERFORM 2200-MOSTRAR-RECHAZO THRU 2200-EXIT.
           PERFORM 3000-DECIDIR-RECHAZO THRU 3000-EXIT.
           IF NOT CALCFIX-SALIR
               PERFORM 2100-LEER-RECHAZO THRU 2100-EXIT
           END-IF.

       2000-EXIT.
           EXIT.
           DISPLAY "-----------------------------------------".
           MOVE CALCFIX-CANT-LEIDOS TO CALCFIX-CANT-ED.
           DISPLAY "Rechazo " CALCFIX-CANT-ED " - lote de origen "
               RI-LOTE ", secuencia " RI-SECUENCIA ".".
           DISPLAY "Rechazado el " RI-FECHA-RECHAZO
               ", pendiente desde el " RI-FECHA-ORIGEN ".".
           IF RI-LOTE-ANT NOT = ZERO
               DISPLAY "Reenvío del rechazo del lote " RI-LOTE-ANT
                   ", secuencia " RI-SEC-ANT ", que volvió a "
                   "rechazarse."
           END-IF.
           EVALUATE TRUE
               WHEN RI-MOTIVO = "OP"
                   DISPLAY "Motivo: operador no válido."
               WHEN RI-MOTIVO = "DC"
                   DISPLAY "Motivo: división por cero."
               WHEN RI-MOTIVO = "DE"
                   DISPLAY "Motivo: resultado desbordado."
               WHEN RI-MOTIVO = "TA"
                   DISPLAY "Motivo: código de tasa no hallado o "
                       "inactivo en el maestro CALCRATE."
               WHEN RI-MOTIVO = "RE"
                   DISPLAY "Motivo: referencia a una secuencia del "
                       "lote que no existe, viene después, fue "
                       "rechazada o no cabe como operando."
               WHEN RI-MOTIVO = "LT"
                   DISPLAY "Motivo: el resultado supera el máximo "
                       "por transacción del departamento (CALCDEPT)."
               WHEN RI-MOTIVO = "LD"
                   DISPLAY "Motivo: el total del día del "
                       "departamento superaba su máximo diario "
                       "(CALCDEPT)."
               WHEN OTHER
                   DISPLAY "Motivo: " RI-MOTIVO " (no reconocido)."
           END-EVALUATE.
           IF FX-NUM1-REFERENCIA
               DISPLAY "  NUM1     : referencia a la secuencia "
               WHEN "a"
                   PERFORM 3800-VALIDAR-REFERENCIAS THRU 3800-EXIT
                   PERFORM 4000-GRABAR-DETALLE THRU 4000-EXIT
               WHEN "B"
               WHEN "b"
                   PERFORM 4200-DAR-DE-BAJA THRU 4200-EXIT
               WHEN "S"
               WHEN "s"
                   SET CALCFIX-SALIR TO TRUE
                   DISPLAY "Sesión terminada; los rechazos sin "
                       "trabajar siguen abiertos en el inventario."
               WHEN OTHER
                   ADD 1 TO CALCFIX-CANT-OMITIDOS
                   MOVE "OMIT" TO CALCFIX-ACCION
                   MOVE ZEROS  TO CALCFIX-SEC-AUD
                   PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
                   DISPLAY "Transacción omitida del reenvío; sigue "
                       "abierta en el inventario."
           END-EVALUATE.

       3000-EXIT.

       3100-PEDIR-DECISION.
           DISPLAY "C = corregir, A = aceptar tal cual, "
               "O = omitir del reenvío, B = dar de baja "
               "(supervisor), S = terminar: ".
           ACCEPT CALCFIX-ENT-OPCION.
           EVALUATE TRUE
               WHEN CALCFIX-ENT-OPCION = "B" OR "b"
                   AND NOT CALC-OPER-SUPERVISOR
                   DISPLAY "Solo un supervisor puede dar de baja "
                       "un rechazo."
               WHEN CALCFIX-ENT-OPCION = "C" OR "c" OR "A" OR "a"
                   OR "O" OR "o" OR "B" OR "b" OR "S" OR "s"
                   SET CALCFIX-ENT-VALIDO TO TRUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
           END-EVALUATE.

       3100-EXIT.
           EXIT.
           DISPLAY "Transacción incluida con secuencia "
               CT-SECUENCIA " en el lote " CALCFIX-LOTE-NUEVO ".".

      *>  El rechazo queda reenviado en el inventario; CALCBAT lo
      *>  liquida cuando el lote nuevo se procesa en cuadre.
           SET RI-REENVIADO TO TRUE.
           MOVE CALCFIX-LOTE-NUEVO   TO RI-LOTE-NUEVO.
           MOVE CALCFIX-SECUENCIA    TO RI-SEC-NUEVA.
           ACCEPT RI-FECHA-ESTADO FROM DATE YYYYMMDD.
           MOVE CALC-OPERARIO-ACTUAL TO RI-OPERARIO.
           PERFORM 4300-ACTUALIZAR-INVENTARIO THRU 4300-EXIT.

       4000-EXIT.
           EXIT.

      *>  Baja de un rechazo que no se va a reenviar (duplicado,
      *>  anulado por el departamento, etc.): solo supervisores, y
      *>  siempre con la razón, que queda en el inventario y en
      *>  CALCFAUD.
       4200-DAR-DE-BAJA.
           MOVE SPACES TO CALCFIX-ENT-RAZON.
           PERFORM 4210-PEDIR-RAZON THRU 4210-EXIT
               UNTIL CALCFIX-ENT-RAZON NOT = SPACES.
           MOVE CALCFIX-ENT-RAZON TO CALCFIX-RAZON.
           ADD 1 TO CALCFIX-CANT-BAJAS.
           MOVE "BAJA" TO CALCFIX-ACCION.
           MOVE ZEROS  TO CALCFIX-SEC-AUD.
           PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT.
           SET RI-DADO-DE-BAJA TO TRUE.
           MOVE CALCFIX-RAZON        TO RI-RAZON-BAJA.
           ACCEPT RI-FECHA-ESTADO FROM DATE YYYYMMDD.
           MOVE CALC-OPERARIO-ACTUAL TO RI-OPERARIO.
           PERFORM 4300-ACTUALIZAR-INVENTARIO THRU 4300-EXIT.
           DISPLAY "Rechazo dado de baja en el inventario.".

       4200-EXIT.
           EXIT.

       4210-PEDIR-RAZON.
           DISPLAY "Razón de la baja (hasta 30 caracteres): ".
           ACCEPT CALCFIX-ENT-RAZON.
           IF CALCFIX-ENT-RAZON = SPACES
               DISPLAY "La razón es obligatoria."
           END-IF.

       4210-EXIT.
           EXIT.

       4300-ACTUALIZAR-INVENTARIO.
           REWRITE CALC-RINV-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo actualizar el rechazo "
                       "en el inventario CALCRINV."
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       4300-EXIT.
           EXIT.

       7000-REGISTRAR-AUDITORIA.
           MOVE SPACES TO CALC-FAUD-REC.
           MOVE CALCFIX-ACCION TO FA-ACCION.
           ACCEPT FA-HORA FROM TIME.
           MOVE CALC-OPERARIO-ACTUAL TO FA-OPERARIO.
           MOVE CALCFIX-LOTE-NUEVO TO FA-LOTE-NUEVO.
           MOVE RI-MOTIVO          TO FA-MOTIVO.
           MOVE CALCFIX-IMAGEN-ANT TO FA-IMAGEN-ANT.
           MOVE CALCFIX-IMAGEN     TO FA-IMAGEN-NVA.
           MOVE RI-LOTE            TO FA-LOTE-ORIGEN.
           MOVE RI-SECUENCIA       TO FA-SEC-ORIGEN.
           MOVE CALCFIX-RAZON      TO FA-RAZON.
           WRITE CALC-FAUD-REC.

       7000-EXIT.

       7900-ABRIR-AUDITORIA.
           OPEN EXTEND CALC-FAUD-FILE.
           IF CALC-FAUD-NO-EXISTE
               CLOSE CALC-FAUD-FILE
               OPEN OUTPUT CALC-FAUD-FILE
           END-IF.
           IF CALC-FAUD-OK
               SET CALC-FAUD-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir la auditoría "
                   "CALCFAUD. No se permiten correcciones sin "
               DISPLAY "Incluidos sin cambio   : " CALCFIX-CANT-ED
               MOVE CALCFIX-CANT-OMITIDOS TO CALCFIX-CANT-ED
               DISPLAY "Omitidos del reenvío   : " CALCFIX-CANT-ED
               MOVE CALCFIX-CANT-BAJAS TO CALCFIX-CANT-ED
               DISPLAY "Dados de baja          : " CALCFIX-CANT-ED
               IF CALCFIX-SECUENCIA = ZERO
                   DISPLAY "Aviso: el nuevo lote quedó sin "
                       "detalles; no lo encole a CALCBAT."
               END-IF
           END-IF.
           IF CALC-RINV-ABIERTO
               CLOSE CALC-RINV-FILE
           END-IF.
           IF CALC-FAUD-ABIERTO
               CLOSE CALC-FAUD-FILE
           END-IF.
           DISPLAY "Fin de la corrección de rechazos.".

       COPY CALCSGNP.

       COPY CALCKVRP.

       END PROGRAM CALCFIX.
