      *>                      duplicado en vez de procesarlo) y si                 *
      *>                      las salidas llegaron a abrirse (solo                 *
      *>                      entonces se reposicionan al reanudar).               *
      *>    2026-10-15  JMGM  Maestro de departamentos CALCDEPT: la                *
      *>                      cabecera de un departamento no registrado           *
      *>                      o inactivo rechaza el lote completo con             *
      *>                      RETURN-CODE 12 (la corrida sigue con el             *
      *>                      lote siguiente, y el punto de control lo            *
      *>                      recuerda como omitido con el valor "D").            *
      *>                      Cada detalle se coteja además con los               *
      *>                      límites del departamento: un RESULTADO              *
      *>                      cuyo valor absoluto supera el máximo por            *
      *>                      transacción va a CALCREJ con motivo "LT",           *
      *>                      y uno que llevaría el total del día del             *
      *>                      departamento (suma de valores absolutos             *
      *>                      de lo aceptado en la fecha de proceso,              *
      *>                      según CALCLOG) por encima de su máximo              *
      *>                      diario va con motivo "LD"; ambos con                *
      *>                      RETURN-CODE 8.                                      *
      *>    2026-10-15  JMGM  Inventario de rechazos CALCRINV (ver                *
      *>                      CALCIFD): cada rechazo se anota además             *
      *>                      en el inventario indexado por lote y               *
      *>                      secuencia de origen, que a diferencia de           *
      *>                      CALCREJ acumula todas las corridas. Al             *
      *>                      procesarse en cuadre un lote de reenvío            *
      *>                      de CALCFIX se liquidan los rechazos que            *
      *>                      reenviaba (si el reenvío vuelve a rebotar,         *
      *>                      el rechazo nuevo hereda la fecha de                *
      *>                      origen del anterior), y un lote que no             *
      *>                      cuadra retira del inventario los                   *
      *>                      rechazos abiertos que había anotado.               *
      *>    2026-10-15  JMGM  Un lote revertido con CALCREVR, o un lote          *
      *>                      de reversión, no se reprocesa ni con               *
      *>                      REPROCESAR=S: volvería a contabilizar lo           *
      *>                      que la reversión ya anuló. El lote se              *
      *>                      omite con RETURN-CODE 8.                           *
      *>    2026-10-15  JMGM  Cada detalle procesado deja su entrada en          *
      *>                      el archivo de operandos de origen                  *
      *>                      CALCOPND (ver CALCGFD): tipo de cada               *
      *>                      operando, código de tasa con la vigencia           *
      *>                      aplicada, secuencias referidas, valores            *
      *>                      resueltos y resultado, para la consulta            *
      *>                      de trazas CALCTRAZ. Sin ese archivo el             *
      *>                      lote no se procesa, igual que sin                  *
      *>                      CALCRINV.                                          *
      *>    2026-10-15  JMGM  Modo de simulación de tasas (tarjeta               *
      *>                      SIMULAR=AAAAMMDD de CALCPARM): recalcula los       *
      *>                      lotes de CALCIN - todos, o solo los de las         *
      *>                      tarjetas LOTE-SIM= - con los valores de CALCRATE   *
      *>                      vigentes en la fecha supuesta, incluidas las       *
      *>                      vigencias futuras ya cargadas, y compara cada      *
      *>                      RESULTADO contra el real anotado en CALCOPND en    *
      *>                      el reporte CALCSRPT, por lote, por departamento y  *
      *>                      por código de tasa. La simulación no graba         *
      *>                      CALCLOG, CALCCTL, CALCOUT, CALCREJ, CALCRINV,      *
      *>                      CALCOPND ni el punto de control. Las tarjetas se   *
      *>                      leen ahora antes que el punto de control.          *
      *>    2026-10-15  JMGM  Aviso en la consola del job cuando el operario de  *
      *>                      la tarjeta OPERARIO= está bloqueado en CALCOPER    *
      *>                      por intentos de sesión fallidos.                   *
      *>    2026-10-15  JMGM  Las entradas de reversión "RV" que graba CALCREVR  *
      *>                      en CALCLOG ya no cuentan para el máximo diario del *
      *>                      departamento.                                      *
      *>    2026-10-15  JMGM  Una transacción rechazada por límite del           *
      *>                      departamento deja su RESULTADO en cero en la       *
      *>                      salida. Un lote rechazado u omitido completo       *
      *>                      devuelve a abierto ("A") en CALCRINV los rechazos  *
      *>                      que CALCFIX había reenviado en él.                 *
      *>    2026-10-15  JMGM  Cada lote registrado en CALCCTL graba en           *
      *>                      PB-OPERARIO el operario de la corrida (tarjeta     *
      *>                      OPERARIO=).                                        *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBAT.

           COPY CALCLSEL.

           COPY CALCDSEL.

           COPY CALCISEL.

           COPY CALCGSEL.

           SELECT CALC-SIM-FILE ASSIGN TO "CALCSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCBAT-SIM-STATUS.

       DATA DIVISION.
       FILE SECTION.


       COPY CALCLFD.

       COPY CALCDFD.

       COPY CALCIFD.

       COPY CALCGFD.

       FD  CALC-SIM-FILE.
       01  CALC-SIM-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CALCFLDS.

       COPY CALCPFLD.

       COPY CALCDFLD.

       COPY CALCOFLD.

       COPY CALCENGL.

      *>  Un lote omitido (número ya procesado según CALCCTL y sin
      *>  REPROCESAR=S) se lee y descarta hasta su cola, sin detener
      *>  los lotes siguientes de la misma transmisión. El valor "D"
      *>  marca un lote rechazado por departamento no registrado o
      *>  inactivo en CALCDEPT, que se descarta del mismo modo.
       01  CALCBAT-SALTAR-LOTE-SW  PIC X VALUE "N".
           88  CALCBAT-SALTAR-LOTE     VALUE "S" "D".
           88  CALCBAT-DEPTO-RECHAZADO VALUE "D".

      *>  Límites del departamento del lote en curso (cero = sin
      *>  límite) y total del día ya aceptado para él: lo registrado
      *>  en CALCLOG en la fecha de proceso por otros lotes más lo
      *>  aceptado hasta aquí en el lote en curso.
       01  CALCBAT-DEPTO-HALLADO-SW PIC X VALUE "N".
           88  CALCBAT-DEPTO-HALLADO    VALUE "S".
       01  CALCBAT-DEPTO-MAX-RES   PIC 9(10)V99 VALUE ZEROS.
       01  CALCBAT-DEPTO-MAX-DIA   PIC 9(10)V99 VALUE ZEROS.
       77  CALCBAT-DEPTO-DIA-ACUM  PIC S9(12)V99 VALUE ZEROS.
       01  CALCBAT-IMPORTE         PIC 9(10)V99 VALUE ZEROS.
       01  CALCBAT-LOG-RESULTADO   PIC S9(10)V99 VALUE ZEROS.
       01  CALCBAT-FECHA-PROCESO   PIC 9(8) VALUE ZEROS.
       01  CALCBAT-LOG-EOF-SW      PIC X VALUE "N".
           88  CALCBAT-LOG-EOF          VALUE "S".
       01  CALCBAT-IMPORTE-ED      PIC Z(9)9.99.

       77  CALCBAT-CANT-LEIDAS     PIC 9(7) VALUE ZERO.
       77  CALCBAT-HASH-ACUM       PIC S9(9)V99 VALUE ZEROS.
           88  CALCBAT-TASA-FIN         VALUE "S".
       01  CALCBAT-TASA-VALOR      PIC S9(5)V99 VALUE ZEROS.
       01  CALCBAT-TASA-ESTADO     PIC X VALUE SPACE.
       01  CALCBAT-TASA-VIGENCIA   PIC 9(8) VALUE ZEROS.

      *>  Resultados del lote en curso, para el tipo de operando "R"
      *>  (NUM1 o NUM2 referidos al CR-RESULTADO de una secuencia
       01  CALCBAT-OPERARIO        PIC X(3) VALUE SPACES.
       01  CALCBAT-LOTE-PREVIO-SW  PIC X VALUE "N".
           88  CALCBAT-LOTE-PREVIO      VALUE "S".
       01  CALCBAT-LOTE-REVERTIDO-SW PIC X VALUE "N".
           88  CALCBAT-LOTE-REVERTIDO   VALUE "S".
       01  CALCBAT-CTL-EOF-SW      PIC X VALUE "N".
           88  CALCBAT-CTL-EOF          VALUE "S".


       COPY CALCJFLD.

       COPY CALCIFLD.

       COPY CALCGFLD.

      *>  Liquidación de reenvíos (7100): el rechazo reenviado se
      *>  guarda aparte mientras se consulta el rechazo nuevo que
      *>  pudo dejar su reenvío, y el recorrido se retoma después de
      *>  su clave.
       01  CALCBAT-RINV-GUARDADO   PIC X(130) VALUE SPACES.
       01  CALCBAT-RINV-CLAVE-ANT.
           05  CALCBAT-RINV-LOTE-ANT   PIC 9(6) VALUE ZEROS.
           05  CALCBAT-RINV-SEC-ANT    PIC 9(7) VALUE ZEROS.
       01  CALCBAT-RINV-ORIGEN     PIC 9(8) VALUE ZEROS.
       01  CALCBAT-RINV-FIN-SW     PIC X VALUE "N".
           88  CALCBAT-RINV-FIN         VALUE "S".
       77  CALCBAT-RINV-LIQUIDADOS PIC 9(7) VALUE ZERO.
       77  CALCBAT-RINV-RETIRADOS  PIC 9(7) VALUE ZERO.
       77  CALCBAT-RINV-REABIERTOS PIC 9(7) VALUE ZERO.

      *>  Simulación de tasas (tarjeta SIMULAR=): fecha supuesta,
      *>  lotes pedidos con LOTE-SIM= (ninguno = todos los de
      *>  CALCIN) y si cada uno apareció en la transmisión.
       01  CALCBAT-SIMULACION-SW   PIC X VALUE "N".
           88  CALCBAT-SIMULACION       VALUE "S".
       01  CALCBAT-SIM-PARM-ERROR-SW PIC X VALUE "N".
           88  CALCBAT-SIM-PARM-ERROR   VALUE "S".
       01  CALCBAT-SIM-FECHA       PIC 9(8) VALUE ZEROS.
       01  CALCBAT-SIM-LOTES-TAB.
           05  CALCBAT-SIM-LOTE-ENT OCCURS 50 TIMES.
               10  CALCBAT-SIM-LOTE        PIC 9(6).
               10  CALCBAT-SIM-LOTE-VISTO  PIC X.
       77  CALCBAT-SIM-LOTES-USADOS PIC 9(2) VALUE ZERO.
       77  CALCBAT-SIM-SUB         PIC 9(3) VALUE ZERO.
       01  CALCBAT-SIM-INCLUIDO-SW PIC X VALUE "N".
           88  CALCBAT-SIM-INCLUIDO     VALUE "S".
       01  CALCBAT-SIM-LOTE-FECHA  PIC 9(8) VALUE ZEROS.
       01  CALCBAT-SIM-RC          PIC S9(4) VALUE ZERO.

       01  CALCBAT-SIM-STATUS      PIC X(02) VALUE SPACES.
           88  CALCBAT-SIM-OK           VALUE "00".
       01  CALCBAT-SIM-ABIERTO-SW  PIC X VALUE "N".
           88  CALCBAT-SIM-ABIERTO      VALUE "S".

      *>  RESULTADO real de la transacción según CALCOPND: "S"
      *>  aceptada, "E" rechazada, "N" sin entrada.
       01  CALCBAT-SIM-REAL-SW     PIC X VALUE "N".
           88  CALCBAT-SIM-REAL-OK      VALUE "S".
           88  CALCBAT-SIM-REAL-RECH    VALUE "E".
           88  CALCBAT-SIM-SIN-REAL     VALUE "N".
       01  CALCBAT-SIM-REAL        PIC S9(10)V99 VALUE ZEROS.
       01  CALCBAT-SIM-DIFER       PIC S9(11)V99 VALUE ZEROS.

       77  CALCBAT-SIM-LOTES       PIC 9(5) VALUE ZERO.
       77  CALCBAT-SIM-DETALLES    PIC 9(7) VALUE ZERO.
       77  CALCBAT-SIM-COMPARADOS  PIC 9(7) VALUE ZERO.
       77  CALCBAT-SIM-CON-DIFER   PIC 9(7) VALUE ZERO.
       77  CALCBAT-SIM-NO-COMPARA  PIC 9(7) VALUE ZERO.
       77  CALCBAT-SIM-LT-CANT     PIC 9(7) VALUE ZERO.
       01  CALCBAT-SIM-LT-REAL     PIC S9(11)V99 VALUE ZEROS.
       01  CALCBAT-SIM-LT-SIMUL    PIC S9(11)V99 VALUE ZEROS.
       01  CALCBAT-SIM-LT-DIFER    PIC S9(11)V99 VALUE ZEROS.
       01  CALCBAT-SIM-GR-REAL     PIC S9(11)V99 VALUE ZEROS.
       01  CALCBAT-SIM-GR-SIMUL    PIC S9(11)V99 VALUE ZEROS.
       01  CALCBAT-SIM-GR-DIFER    PIC S9(11)V99 VALUE ZEROS.

      *>  Acumulados por departamento y por código de tasa de las
      *>  transacciones comparables (real y simulada aceptadas). Las
      *>  que no usan tasa pero cambian por referir al resultado de
      *>  otra secuencia se agrupan bajo la clave "(REF)".
       01  CALCBAT-SIM-DEP-TAB.
           05  CALCBAT-SD-ENT OCCURS 100 TIMES
                   INDEXED BY CALCBAT-SD-IDX.
               10  CALCBAT-SD-DEPTO        PIC X(4).
               10  CALCBAT-SD-CANT         PIC 9(7).
               10  CALCBAT-SD-REAL         PIC S9(11)V99.
               10  CALCBAT-SD-SIMUL        PIC S9(11)V99.
               10  CALCBAT-SD-DIFER        PIC S9(11)V99.
       77  CALCBAT-SD-USADOS       PIC 9(3) VALUE ZERO.
       01  CALCBAT-SIM-TAS-TAB.
           05  CALCBAT-ST-ENT OCCURS 200 TIMES
                   INDEXED BY CALCBAT-ST-IDX.
               10  CALCBAT-ST-CODIGO       PIC X(5).
               10  CALCBAT-ST-VIGENCIA     PIC 9(8).
               10  CALCBAT-ST-CANT         PIC 9(7).
               10  CALCBAT-ST-REAL         PIC S9(11)V99.
               10  CALCBAT-ST-SIMUL        PIC S9(11)V99.
               10  CALCBAT-ST-DIFER        PIC S9(11)V99.
       77  CALCBAT-ST-USADOS       PIC 9(3) VALUE ZERO.
       01  CALCBAT-SIM-CLAVE       PIC X(5) VALUE SPACES.
       77  CALCBAT-SIM-POS         PIC 9(3) VALUE ZERO.
       01  CALCBAT-SIM-HALLADA-SW  PIC X VALUE "N".
           88  CALCBAT-SIM-HALLADA      VALUE "S".
       01  CALCBAT-SIM-LLENA-SW    PIC X VALUE "N".
           88  CALCBAT-SIM-LLENA        VALUE "S".

       77  CALCBAT-SIM-PAGINA      PIC 9(4) VALUE ZERO.
       77  CALCBAT-SIM-LINEAS      PIC 9(2) VALUE 99.
       77  CALCBAT-SIM-LINEAS-X-PAG PIC 9(2) VALUE 55.
       77  CALCBAT-SIM-FECHA-HOY   PIC 9(8) VALUE ZEROS.
       01  CALCBAT-SIM-SECCION     PIC X VALUE "D".
           88  CALCBAT-SIM-SEC-DETALLE  VALUE "D".
           88  CALCBAT-SIM-SEC-DEPTOS   VALUE "P".
           88  CALCBAT-SIM-SEC-TASAS    VALUE "T".

      *>  Líneas del reporte de simulación.
       01  CALCBAT-SIM-ENC1.
           05  FILLER              PIC X(30) VALUE
               "SIMULACION DE TASAS           ".
           05  FILLER              PIC X(17) VALUE
               "      FECHA REP. ".
           05  SEN1-FECHA          PIC 9(8).
           05  FILLER              PIC X(09) VALUE "  PAGINA ".
           05  SEN1-PAGINA         PIC Z(3)9.
       01  CALCBAT-SIM-ENC2.
           05  FILLER              PIC X(30) VALUE
               "TASAS VIGENTES AL             ".
           05  SEN2-FECHA          PIC 9(8).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SEN2-SECCION        PIC X(30).
       01  CALCBAT-SIM-ENC3-DET.
           05  FILLER              PIC X(30) VALUE
               "LOTE   SECUENC TASA           ".
           05  FILLER              PIC X(30) VALUE
               "  REAL        SIMULADO      DI".
           05  FILLER              PIC X(13) VALUE "FERENCIA NOTA".
       01  CALCBAT-SIM-ENC3-DEP.
           05  FILLER              PIC X(30) VALUE
               "DEPT            CANT.         ".
           05  FILLER              PIC X(30) VALUE
               "  REAL        SIMULADO      DI".
           05  FILLER              PIC X(08) VALUE "FERENCIA".
       01  CALCBAT-SIM-ENC3-TAS.
           05  FILLER              PIC X(30) VALUE
               "TASA  VIG.SIM.  CANT.         ".
           05  FILLER              PIC X(30) VALUE
               "  REAL        SIMULADO      DI".
           05  FILLER              PIC X(08) VALUE "FERENCIA".
       01  CALCBAT-SIM-ENC4        PIC X(78) VALUE ALL "-".

       01  CALCBAT-SIM-CAB.
           05  FILLER              PIC X(05) VALUE "LOTE ".
           05  SCB-LOTE            PIC 9(6).
           05  FILLER              PIC X(08) VALUE "  DEPTO ".
           05  SCB-DEPTO           PIC X(4).
           05  FILLER              PIC X(17) VALUE
               "  FECHA DEL LOTE ".
           05  SCB-FECHA           PIC 9(8).

       01  CALCBAT-SIM-DET.
           05  SDT-LOTE            PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-TASA            PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-REAL            PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-SIMUL           PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-DIFER           PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-NOTA            PIC X(10).

       01  CALCBAT-SIM-TOT.
           05  STT-ROTULO          PIC X(21).
           05  STT-REAL            PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  STT-SIMUL           PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  STT-DIFER           PIC -(11)9.99.

       01  CALCBAT-SIM-RES.
           05  SRS-CLAVE           PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  SRS-VIGENCIA        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SRS-CANT            PIC Z(5)9.
           05  SRS-REAL            PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  SRS-SIMUL           PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  SRS-DIFER           PIC -(11)9.99.

       01  CALCBAT-SIM-FALTA.
           05  FILLER              PIC X(05) VALUE "LOTE ".
           05  SFL-LOTE            PIC 9(6).
           05  FILLER              PIC X(19) VALUE
               "  NO ESTA EN CALCIN".

       01  CALCBAT-SIM-CNT.
           05  SCN-ROTULO          PIC X(30).
           05  SCN-CANT            PIC Z(6)9.

       PROCEDURE DIVISION.

      *>  Las tarjetas se leen antes que nada: con SIMULAR= la
      *>  corrida es una simulación de tasas (8100) y no pasa por el
      *>  punto de control, la bitácora ni las salidas del proceso.
       0000-MAINLINE.
           PERFORM 1600-LEER-PARAMETROS THRU 1600-EXIT.
           IF CALCBAT-SIMULACION
               PERFORM 8100-SIMULAR THRU 8100-EXIT
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               IF CALCBAT-CAB-LEIDA
                   PERFORM 2500-PROCESAR-LOTE THRU 2500-EXIT
                       WITH TEST AFTER UNTIL CALCBAT-EOF
               END-IF
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           GOBACK.

      *>  Un lote completo de la transmisión: sus detalles hasta la

       1000-INICIALIZAR.
           PERFORM 1400-LEER-CHECKPOINT THRU 1400-EXIT.

           OPEN INPUT CALC-TRANS-FILE.
           IF CALC-TRANS-OK
               END-IF
           END-IF.

           IF CALC-TRANS-ABIERTO
               OPEN INPUT CALC-DEPT-FILE
               IF CALC-DEPT-OK
                   SET CALC-DEPT-ABIERTO TO TRUE
               ELSE
                   CLOSE CALC-DEPT-FILE
                   DISPLAY "Aviso: maestro de departamentos CALCDEPT "
                       "no disponible; los lotes se rechazarán."
               END-IF
           END-IF.

      *>  Sin inventario de rechazos el lote no se procesa: un
      *>  rechazo que no queda inventariado se pierde de vista en
      *>  cuanto la corrida siguiente reemplaza CALCREJ.
           IF CALC-TRANS-ABIERTO
               PERFORM 1800-ABRIR-INVENTARIO THRU 1800-EXIT
               IF NOT CALC-RINV-ABIERTO
                   SET CALCBAT-ABORTADO TO TRUE
                   SET CALCBAT-EOF TO TRUE
               END-IF
           END-IF.

      *>  Tampoco sin el archivo de operandos de origen: una cifra
      *>  que no deja su entrada ya no se puede rastrear.
           IF CALC-TRANS-ABIERTO AND NOT CALCBAT-ABORTADO
               PERFORM 1850-ABRIR-OPERANDOS THRU 1850-EXIT
               IF NOT CALC-OPND-ABIERTO
                   SET CALCBAT-ABORTADO TO TRUE
                   SET CALCBAT-EOF TO TRUE
               END-IF
           END-IF.

      *>  CALCOUT/CALCREJ NO se abren aquí con OUTPUT: se abren de
      *>  forma diferida (1900), en la primera cabecera que pasa el
      *>  control de lotes ya procesados, para que una transmisión
      *>  confirmados por el punto de control, y las salidas se
      *>  reposicionan solo si la corrida interrumpida llegó a
      *>  abrirlas (CK-SALIDAS-ABIERTAS).
           IF CALC-TRANS-ABIERTO AND NOT CALCBAT-ABORTADO
               IF CALCBAT-REINICIO
                   PERFORM 1250-RETOMAR-CHECKPOINT THRU 1250-EXIT
               ELSE
                       PERFORM 6000-GRABAR-CHECKPOINT THRU 6000-EXIT
                       ADD 1 TO CALCBAT-REG-LEIDOS
                   END-IF
      *>  El total del día del departamento se toma de la bitácora,
      *>  que recién aquí queda abierta para el primer lote (los
      *>  siguientes lo toman en 1210). En la reanudación se relee
      *>  el maestro y se suma lo ya aceptado del lote en curso.
                   IF NOT CALCBAT-SALTAR-LOTE
                       IF CALCBAT-REINICIO
                           PERFORM 1710-LEER-DEPTO THRU 1710-EXIT
                       END-IF
                       PERFORM 1750-TOTAL-DIA-DEPTO THRU 1750-EXIT
                       IF CALCBAT-REINICIO
                           PERFORM 1770-SUMAR-LOTE-RETOMADO
                               THRU 1770-EXIT
                       END-IF
                   END-IF
               ELSE
                   SET CALCBAT-ABORTADO TO TRUE
                   SET CALCBAT-EOF TO TRUE
               MOVE CALCBAT-LOTE-NUMERO TO CALC-LOTE-ACTUAL
               MOVE CALCBAT-LOTE-DEPTO  TO CALC-DEPTO-ACTUAL
               PERFORM 1500-VERIFICAR-LOTE-PREVIO THRU 1500-EXIT
               IF NOT CALCBAT-SALTAR-LOTE
                   PERFORM 1700-VALIDAR-DEPTO THRU 1700-EXIT
               END-IF
               IF NOT CALCBAT-SALTAR-LOTE
                   AND CALC-LOG-ABIERTO
                   PERFORM 1750-TOTAL-DIA-DEPTO THRU 1750-EXIT
               END-IF
               IF NOT CALCBAT-SALTAR-LOTE
                   AND NOT CALC-RESULT-ABIERTO
                   AND NOT CALCBAT-EOF

       1500-VERIFICAR-LOTE-PREVIO.
           MOVE "N" TO CALCBAT-LOTE-PREVIO-SW.
           MOVE "N" TO CALCBAT-LOTE-REVERTIDO-SW.
           MOVE "N" TO CALCBAT-CTL-EOF-SW.
           OPEN INPUT CALC-CTL-FILE.
           IF CALC-CTL-OK
           END-IF.
           CLOSE CALC-CTL-FILE.

      *>  Lo revertido con CALCREVR queda fuera del reproceso.
           IF CALCBAT-LOTE-REVERTIDO
               DISPLAY "Error: el lote " CALCBAT-LOTE-NUMERO
                   " fue revertido, o es una reversión (ver "
                   "CALCCTL); no se reprocesa. El lote se omite y "
                   "la corrida sigue con el lote siguiente."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET CALCBAT-SALTAR-LOTE TO TRUE
               ADD 1 TO CALCBAT-LOTES-RECHAZADOS
               GO TO 1500-EXIT
           END-IF.

           IF CALCBAT-LOTE-PREVIO
               IF CALCBAT-REPROCESO
                   DISPLAY "Aviso: el lote " CALCBAT-LOTE-NUMERO
                   IF PB-LOTE = CALCBAT-LOTE-NUMERO
                       SET CALCBAT-LOTE-PREVIO TO TRUE
                       SET CALCBAT-CTL-EOF TO TRUE
                       IF PB-REVERTIDO OR PB-REVERSION
                           SET CALCBAT-LOTE-REVERTIDO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1510-EXIT.
           EXIT.

      *>  El departamento de la cabecera debe figurar activo en el
      *>  maestro CALCDEPT; si no, el lote se rechaza completo (sus
      *>  detalles se leen y descartan hasta la cola) y la corrida
      *>  sigue con el lote siguiente.
       1700-VALIDAR-DEPTO.
           PERFORM 1710-LEER-DEPTO THRU 1710-EXIT.
           EVALUATE TRUE
               WHEN NOT CALC-DEPT-ABIERTO
                   DISPLAY "Error: sin maestro CALCDEPT no se puede "
                       "validar el departamento " CALCBAT-LOTE-DEPTO
                       " del lote " CALCBAT-LOTE-NUMERO "."
               WHEN NOT CALCBAT-DEPTO-HALLADO
                   DISPLAY "Error: el departamento "
                       CALCBAT-LOTE-DEPTO " del lote "
                       CALCBAT-LOTE-NUMERO " no está registrado en "
                       "el maestro CALCDEPT."
               WHEN DP-INACTIVO
                   DISPLAY "Error: el departamento "
                       CALCBAT-LOTE-DEPTO " del lote "
                       CALCBAT-LOTE-NUMERO " está inactivo en el "
                       "maestro CALCDEPT."
               WHEN OTHER
                   GO TO 1700-EXIT
           END-EVALUATE.
           DISPLAY "El lote se rechaza completo; la corrida sigue "
               "con el lote siguiente.".
           MOVE 12 TO RETURN-CODE.
           SET CALCBAT-DEPTO-RECHAZADO TO TRUE.
           ADD 1 TO CALCBAT-LOTES-RECHAZADOS.

       1700-EXIT.
           EXIT.

       1710-LEER-DEPTO.
           MOVE "N"   TO CALCBAT-DEPTO-HALLADO-SW.
           MOVE ZEROS TO CALCBAT-DEPTO-MAX-RES.
           MOVE ZEROS TO CALCBAT-DEPTO-MAX-DIA.
           IF CALC-DEPT-ABIERTO
               MOVE CALCBAT-LOTE-DEPTO TO DP-CODIGO
               READ CALC-DEPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CALCBAT-DEPTO-HALLADO TO TRUE
                       MOVE DP-MAX-RESULTADO TO CALCBAT-DEPTO-MAX-RES
                       MOVE DP-MAX-DIARIO    TO CALCBAT-DEPTO-MAX-DIA
               END-READ
           END-IF.

       1710-EXIT.
           EXIT.

      *>  Total del día ya aceptado para el departamento: suma los
      *>  valores absolutos de las entradas sin error de CALCLOG con
      *>  la fecha de proceso de hoy y el departamento del lote,
      *>  salvo las del propio lote (que un reproceso o una
      *>  reanudación regraban) y las de reversión "RV" de CALCREVR,
      *>  que anulan un lote y no deben gastar el máximo diario por
      *>  segunda vez. Sin máximo diario no hace falta.
       1750-TOTAL-DIA-DEPTO.
           MOVE ZEROS TO CALCBAT-DEPTO-DIA-ACUM.
           IF CALCBAT-DEPTO-MAX-DIA = ZERO
               GO TO 1750-EXIT
           END-IF.
           MOVE "N" TO CALCBAT-LOG-EOF-SW.
           ACCEPT CALCBAT-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE CALCBAT-FECHA-PROCESO TO CL-FECHA.
           MOVE ZEROS TO CL-LOTE.
           MOVE ZEROS TO CL-SECUENCIA.
           START CALC-LOG-FILE KEY NOT LESS THAN CL-CLAVE
               INVALID KEY
                   SET CALCBAT-LOG-EOF TO TRUE
           END-START.
           PERFORM 1760-SUMAR-ENTRADA-DIA THRU 1760-EXIT
               UNTIL CALCBAT-LOG-EOF.

       1750-EXIT.
           EXIT.

       1760-SUMAR-ENTRADA-DIA.
           READ CALC-LOG-FILE NEXT RECORD
               AT END
                   SET CALCBAT-LOG-EOF TO TRUE
               NOT AT END
                   IF CL-FECHA NOT = CALCBAT-FECHA-PROCESO
                       SET CALCBAT-LOG-EOF TO TRUE
                   ELSE
                       IF CL-DEPTO = CALCBAT-LOTE-DEPTO
                           AND CL-DIV-ERROR NOT = "E"
                           AND CL-LOTE NOT = CALCBAT-LOTE-NUMERO
                           AND CL-MOTIVO NOT = "RV"
                           MOVE CL-RESULTADO TO CALCBAT-LOG-RESULTADO
                           IF CALCBAT-LOG-RESULTADO < ZERO
                               SUBTRACT CALCBAT-LOG-RESULTADO
                                   FROM CALCBAT-DEPTO-DIA-ACUM
                           ELSE
                               ADD CALCBAT-LOG-RESULTADO
                                   TO CALCBAT-DEPTO-DIA-ACUM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1760-EXIT.
           EXIT.

      *>  En la reanudación, lo ya aceptado del lote en curso está en
      *>  la tabla de referencias repoblada desde CALCOUT (6130).
       1770-SUMAR-LOTE-RETOMADO.
           IF CALCBAT-RES-USADOS > ZERO
               PERFORM 1780-SUMAR-RES-ENT THRU 1780-EXIT
                   VARYING CALCBAT-RES-IDX FROM 1 BY 1
                   UNTIL CALCBAT-RES-IDX > CALCBAT-RES-USADOS
           END-IF.

       1770-EXIT.
           EXIT.

       1780-SUMAR-RES-ENT.
           IF CALCBAT-RES-ESTADO(CALCBAT-RES-IDX) NOT = "E"
               IF CALCBAT-RES-RESULTADO(CALCBAT-RES-IDX) < ZERO
                   SUBTRACT CALCBAT-RES-RESULTADO(CALCBAT-RES-IDX)
                       FROM CALCBAT-DEPTO-DIA-ACUM
               ELSE
                   ADD CALCBAT-RES-RESULTADO(CALCBAT-RES-IDX)
                       TO CALCBAT-DEPTO-DIA-ACUM
               END-IF
           END-IF.

       1780-EXIT.
           EXIT.

      *>  Las tarjetas se leen todas al inicio: REPROCESAR= habilita
      *>  el reproceso de un lote ya registrado en CALCCTL, y
      *>  OPERARIO= identifica quién corre el lote, para estamparlo
      *>  en cada entrada de la bitácora. SIMULAR= pide una
      *>  simulación de tasas a esa fecha y LOTE-SIM= (una tarjeta
      *>  por lote, hasta 50) la limita a los lotes indicados. Las
      *>  palabras desconocidas se ignoran: pueden ser tarjetas de
      *>  otros pasos de la misma cadena.
       1600-LEER-PARAMETROS.
           MOVE "N" TO CALCBAT-REPROCESO-SW.
           MOVE "N" TO CALCBAT-PARM-EOF-SW.
       1600-EXIT.
           EXIT.

      *>  El inventario se crea vacío la primera vez.
       1800-ABRIR-INVENTARIO.
           OPEN I-O CALC-RINV-FILE.
           IF CALC-RINV-NO-EXISTE
               CLOSE CALC-RINV-FILE
               OPEN OUTPUT CALC-RINV-FILE
               CLOSE CALC-RINV-FILE
               OPEN I-O CALC-RINV-FILE
           END-IF.
           IF CALC-RINV-OK
               SET CALC-RINV-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir el inventario de "
                   "rechazos CALCRINV."
               MOVE 16 TO RETURN-CODE
           END-IF.

       1800-EXIT.
           EXIT.

      *>  El archivo de operandos de origen se crea vacío la
      *>  primera vez.
       1850-ABRIR-OPERANDOS.
           OPEN I-O CALC-OPND-FILE.
           IF CALC-OPND-NO-EXISTE
               CLOSE CALC-OPND-FILE
               OPEN OUTPUT CALC-OPND-FILE
               CLOSE CALC-OPND-FILE
               OPEN I-O CALC-OPND-FILE
           END-IF.
           IF CALC-OPND-OK
               SET CALC-OPND-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir el archivo de "
                   "operandos de origen CALCOPND."
               MOVE 16 TO RETURN-CODE
           END-IF.

       1850-EXIT.
           EXIT.

      *>  Apertura diferida de las salidas: CALCOUT y CALCREJ se
      *>  crean recién en la primera cabecera que pasa el control
      *>  de lotes ya procesados. Una transmisión compuesta solo de
                           END-IF
                       WHEN "OPERARIO="
                           MOVE PM-VALOR(1:3) TO CALCBAT-OPERARIO
                       WHEN "SIMULAR="
                           SET CALCBAT-SIMULACION TO TRUE
                           IF PM-VALOR IS NUMERIC
                               AND PM-VALOR(5:2) > "00"
                               AND PM-VALOR(5:2) < "13"
                               AND PM-VALOR(7:2) > "00"
                               AND PM-VALOR(7:2) < "32"
                               MOVE PM-VALOR TO CALCBAT-SIM-FECHA
                           ELSE
                               DISPLAY "Error: la tarjeta SIMULAR= "
                                   "de CALCPARM no trae una fecha "
                                   "válida (AAAAMMDD): " PM-VALOR
                               SET CALCBAT-SIM-PARM-ERROR TO TRUE
                           END-IF
                       WHEN "LOTE-SIM="
                           PERFORM 1620-ANOTAR-LOTE-SIM THRU 1620-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       1610-EXIT.
           EXIT.

       1620-ANOTAR-LOTE-SIM.
           IF PM-VALOR(1:6) NOT NUMERIC
               DISPLAY "Error: tarjeta LOTE-SIM= con número de lote "
                   "no válido: " PM-VALOR "."
               SET CALCBAT-SIM-PARM-ERROR TO TRUE
               GO TO 1620-EXIT
           END-IF.
           IF CALCBAT-SIM-LOTES-USADOS NOT LESS THAN 50
               DISPLAY "Error: más de 50 tarjetas LOTE-SIM= en "
                   "CALCPARM."
               SET CALCBAT-SIM-PARM-ERROR TO TRUE
               GO TO 1620-EXIT
           END-IF.
           ADD 1 TO CALCBAT-SIM-LOTES-USADOS.
           MOVE PM-VALOR(1:6)
               TO CALCBAT-SIM-LOTE(CALCBAT-SIM-LOTES-USADOS).
           MOVE "N"
               TO CALCBAT-SIM-LOTE-VISTO(CALCBAT-SIM-LOTES-USADOS).

       1620-EXIT.
           EXIT.

      *>  El operario de la tarjeta se coteja contra el maestro
      *>  CALCOPER; un operario no registrado, inactivo o bloqueado
      *>  se avisa en la consola del job pero se estampa igual en
      *>  la bitácora, para que la auditoría muestre lo declarado.
       1650-VALIDAR-OPERARIO.
           OPEN INPUT CALC-OPER-FILE.
           IF CALC-OPER-OK
                               CALCBAT-OPERARIO " de CALCPARM está "
                               "inactivo en el maestro CALCOPER."
                       END-IF
                       IF OP-BLOQUEADO
                           DISPLAY "Aviso: el operario "
                               CALCBAT-OPERARIO " de CALCPARM está "
                               "bloqueado por intentos de sesión "
                               "fallidos desde " OP-FECHA-BLOQUEO "."
                       END-IF
               END-READ
           ELSE
               DISPLAY "Aviso: maestro de operarios CALCOPER no "
                   THRU 4000-CALCULAR-RESULTADO-EXIT
               IF CALC-DIV-ERROR-ON
                   PERFORM 4100-MOSTRAR-ERROR THRU 4100-EXIT
               ELSE
                   PERFORM 2700-VERIFICAR-LIMITES THRU 2700-EXIT
               END-IF
           ELSE
               SET CALC-DIV-ERROR-ON TO TRUE
           END-IF.
           PERFORM 5000-REGISTRAR-BITACORA THRU 5000-EXIT.
           PERFORM 2600-ANOTAR-RESULTADO THRU 2600-EXIT.
           PERFORM 2650-ANOTAR-OPERANDOS THRU 2650-EXIT.

           IF CALC-DIV-ERROR-ON
               PERFORM 2100-RECHAZAR-TRANSACCION THRU 2100-EXIT
           WRITE CALC-REJECT-REC.
           ADD 1 TO CALCBAT-CANT-RECHAZOS.
           ADD 1 TO CALCBAT-LOTE-RECHAZOS.
           PERFORM 2150-ANOTAR-INVENTARIO THRU 2150-EXIT.

       2100-EXIT.
           EXIT.

      *>  Un rechazo nuevo entra abierto al inventario. Si la clave
      *>  ya figura (reanudación o reproceso del lote) y sigue
      *>  abierta, se actualizan el motivo y la imagen; un rechazo
      *>  ya reenviado, dado de baja o liquidado no se reabre.
       2150-ANOTAR-INVENTARIO.
           MOVE CALC-LOTE-ACTUAL      TO RI-LOTE.
           MOVE CALC-SECUENCIA-ACTUAL TO RI-SECUENCIA.
           READ CALC-RINV-FILE
               INVALID KEY
                   PERFORM 2160-ALTA-INVENTARIO THRU 2160-EXIT
               NOT INVALID KEY
                   IF RI-ABIERTO
                       MOVE CALC-ERROR-MOTIVO TO RI-MOTIVO
                       MOVE CALC-TRANS-REC    TO RI-IMAGEN
                       ACCEPT RI-FECHA-RECHAZO FROM DATE YYYYMMDD
                       REWRITE CALC-RINV-REC
                   END-IF
           END-READ.

       2150-EXIT.
           EXIT.

       2160-ALTA-INVENTARIO.
           MOVE SPACES                TO CALC-RINV-REC.
           MOVE CALC-LOTE-ACTUAL      TO RI-LOTE.
           MOVE CALC-SECUENCIA-ACTUAL TO RI-SECUENCIA.
           MOVE CALC-ERROR-MOTIVO     TO RI-MOTIVO.
           MOVE CALC-DEPTO-ACTUAL     TO RI-DEPTO.
           MOVE CALC-TRANS-REC        TO RI-IMAGEN.
           ACCEPT RI-FECHA-RECHAZO FROM DATE YYYYMMDD.
           MOVE RI-FECHA-RECHAZO      TO RI-FECHA-ORIGEN.
           MOVE RI-FECHA-RECHAZO      TO RI-FECHA-ESTADO.
           SET RI-ABIERTO TO TRUE.
           MOVE CALC-OPERARIO-ACTUAL  TO RI-OPERARIO.
           MOVE ZEROS                 TO RI-LOTE-NUEVO.
           MOVE ZEROS                 TO RI-SEC-NUEVA.
           MOVE ZEROS                 TO RI-LOTE-ANT.
           MOVE ZEROS                 TO RI-SEC-ANT.
           WRITE CALC-RINV-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo anotar el rechazo "
                       "de la secuencia " CALC-SECUENCIA-ACTUAL
                       " en el inventario CALCRINV."
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       2160-EXIT.
           EXIT.

       4100-MOSTRAR-ERROR.
           EVALUATE TRUE
               WHEN CALC-MOTIVO-OPERADOR

           MOVE "N" TO CALCBAT-TASA-HALLADA-SW.
           MOVE "N" TO CALCBAT-TASA-FIN-SW.
           MOVE ZEROS TO CALCBAT-TASA-VIGENCIA.
           MOVE CT-TASA-CODIGO TO RT-CODIGO.
           MOVE ZEROS          TO RT-FECHA-VIGENCIA.
           START CALC-RATE-FILE KEY NOT LESS THAN RT-CLAVE
                       SET CALCBAT-TASA-HALLADA TO TRUE
                       MOVE RT-VALOR  TO CALCBAT-TASA-VALOR
                       MOVE RT-ESTADO TO CALCBAT-TASA-ESTADO
                       MOVE RT-FECHA-VIGENCIA
                           TO CALCBAT-TASA-VIGENCIA
                   END-IF
           END-READ.

       2600-EXIT.
           EXIT.

      *>  Deja en CALCOPND cómo vino cada operando en CALCIN y con
      *>  qué valor se resolvió. La vigencia de la tasa se guarda
      *>  solo si la tasa se aplicó. Un reproceso o una reanudación
      *>  regraban la entrada del mismo lote y secuencia.
       2650-ANOTAR-OPERANDOS.
           MOVE SPACES                TO CALC-OPND-REC.
           MOVE CALC-LOTE-ACTUAL      TO OD-LOTE.
           MOVE CALC-SECUENCIA-ACTUAL TO OD-SECUENCIA.
           MOVE CALCBAT-LOTE-FECHA    TO OD-FECHA-LOTE.
           MOVE CALC-DEPTO-ACTUAL     TO OD-DEPTO.
           MOVE CT-NUM1-TIPO          TO OD-NUM1-TIPO.
           MOVE ZEROS                 TO OD-NUM1-REF-SEC.
           IF CT-NUM1-REFERENCIA
               MOVE CT-NUM1-REF-SEC   TO OD-NUM1-REF-SEC
           END-IF.
           MOVE CALC-NUM1             TO OD-NUM1.
           MOVE CT-OPERADOR           TO OD-OPERADOR.
           MOVE CT-NUM2-TIPO          TO OD-NUM2-TIPO.
           MOVE ZEROS                 TO OD-TASA-VIGENCIA.
           MOVE ZEROS                 TO OD-NUM2-REF-SEC.
           EVALUATE TRUE
               WHEN CT-NUM2-COD-TASA
                   MOVE CT-TASA-CODIGO TO OD-TASA-CODIGO
                   IF CALCBAT-TASA-OK
                       MOVE CALCBAT-TASA-VIGENCIA
                           TO OD-TASA-VIGENCIA
                   END-IF
               WHEN CT-NUM2-REFERENCIA
                   MOVE CT-NUM2-REF-SEC TO OD-NUM2-REF-SEC
           END-EVALUATE.
           MOVE CALC-NUM2             TO OD-NUM2.
           MOVE CALC-RESULTADO        TO OD-RESULTADO.
           MOVE CALC-DIV-ERROR        TO OD-DIV-ERROR.
           MOVE CALC-ERROR-MOTIVO     TO OD-MOTIVO.
           ACCEPT OD-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT OD-HORA-PROCESO FROM TIME.
           MOVE CALC-OPERARIO-ACTUAL  TO OD-OPERARIO.
           WRITE CALC-OPND-REC
               INVALID KEY
                   REWRITE CALC-OPND-REC
                       INVALID KEY
                           DISPLAY "Error: no se pudo anotar la "
                               "secuencia " CALC-SECUENCIA-ACTUAL
                               " en el archivo de operandos "
                               "CALCOPND."
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.

       2650-EXIT.
           EXIT.

      *>  Límites del departamento sobre un RESULTADO bien calculado:
      *>  el valor absoluto contra el máximo por transacción, y el
      *>  total del día que resultaría contra el máximo diario. Un
      *>  detalle fuera de límite se rechaza como cualquier otro
      *>  (bitácora con error, CALCREJ, resumen de cierre), pero con
      *>  RETURN-CODE 8: no es una falla de cálculo sino un control
      *>  de autorización que se resuelve por CALCFIX. Como en los
      *>  demás rechazos, el RESULTADO queda en cero para que no
      *>  llegue a CALCLOG, CALCOPND ni a las referencias.
       2700-VERIFICAR-LIMITES.
           IF CALC-RESULTADO < ZERO
               COMPUTE CALCBAT-IMPORTE = ZERO - CALC-RESULTADO
           ELSE
               MOVE CALC-RESULTADO TO CALCBAT-IMPORTE
           END-IF.
           EVALUATE TRUE
               WHEN CALCBAT-DEPTO-MAX-RES > ZERO
                   AND CALCBAT-IMPORTE > CALCBAT-DEPTO-MAX-RES
                   SET CALC-MOTIVO-LIMITE-TRANS TO TRUE
                   MOVE CALCBAT-DEPTO-MAX-RES TO CALCBAT-IMPORTE-ED
                   DISPLAY "Secuencia " CALC-SECUENCIA-ACTUAL
                       ": el resultado supera el máximo por "
                       "transacción del depto. " CALCBAT-LOTE-DEPTO
                       " (" CALCBAT-IMPORTE-ED ")."
               WHEN CALCBAT-DEPTO-MAX-DIA > ZERO
                   AND CALCBAT-DEPTO-DIA-ACUM + CALCBAT-IMPORTE
                       > CALCBAT-DEPTO-MAX-DIA
                   SET CALC-MOTIVO-LIMITE-DIA TO TRUE
                   MOVE CALCBAT-DEPTO-MAX-DIA TO CALCBAT-IMPORTE-ED
                   DISPLAY "Secuencia " CALC-SECUENCIA-ACTUAL
                       ": el total del día superaría el máximo "
                       "diario del depto. " CALCBAT-LOTE-DEPTO
                       " (" CALCBAT-IMPORTE-ED ")."
               WHEN OTHER
                   ADD CALCBAT-IMPORTE TO CALCBAT-DEPTO-DIA-ACUM
                   GO TO 2700-EXIT
           END-EVALUATE.
           SET CALC-DIV-ERROR-ON TO TRUE.
           SUBTRACT CALC-RESULTADO FROM CALC-TOTAL-ACUM.
           MOVE ZEROS TO CALC-RESULTADO.
           ADD 1 TO CALC-CONTADOR-ERROR.
           IF RETURN-CODE LESS THAN 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       2700-EXIT.
           EXIT.

       3000-VERIFICAR-LOTE.
           IF CALCBAT-CAB-LEIDA AND NOT CALCBAT-ABORTADO
               IF CALCBAT-COLA-LEIDA
                   EVALUATE TRUE
                       WHEN CALCBAT-DEPTO-RECHAZADO
                           DISPLAY "Lote " CALCBAT-LOTE-NUMERO
                               " rechazado completo (departamento "
                               CALCBAT-LOTE-DEPTO " no válido)."
                           PERFORM 7300-REABRIR-REENVIOS
                               THRU 7300-EXIT
                       WHEN CALCBAT-SALTAR-LOTE
                           DISPLAY "Lote " CALCBAT-LOTE-NUMERO
                               " omitido completo (ya procesado)."
                           PERFORM 7300-REABRIR-REENVIOS
                               THRU 7300-EXIT
                       WHEN OTHER
                           PERFORM 3100-COMPARAR-COLA THRU 3100-EXIT
                   END-EVALUATE
               ELSE
                   DISPLAY "Error: CALCIN terminó sin la cola del "
                       "lote " CALCBAT-LOTE-NUMERO "; posible "
                       "completo."
                   MOVE 12 TO RETURN-CODE
                   ADD 1 TO CALCBAT-LOTES-RECHAZADOS
                   PERFORM 7200-RETIRAR-RECHAZOS-LOTE THRU 7200-EXIT
                   PERFORM 7300-REABRIR-REENVIOS THRU 7300-EXIT
               END-IF
           END-IF.

                   CALCBAT-HASH-ED
               MOVE 12 TO RETURN-CODE
               ADD 1 TO CALCBAT-LOTES-RECHAZADOS
               PERFORM 7200-RETIRAR-RECHAZOS-LOTE THRU 7200-EXIT
               PERFORM 7300-REABRIR-REENVIOS THRU 7300-EXIT
           END-IF.

       3100-EXIT.
               MOVE CALCBAT-LOTE-SALIDAS   TO PB-CANT-SALIDAS
               MOVE CALCBAT-LOTE-RECHAZOS  TO PB-CANT-RECHAZOS
               MOVE CALCBAT-LOTE-DEPTO     TO PB-DEPTO
               MOVE CALC-OPERARIO-ACTUAL   TO PB-OPERARIO
               WRITE CALC-CTL-REC
               CLOSE CALC-CTL-FILE
           ELSE
                   "control de lotes procesados CALCCTL."
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 7100-LIQUIDAR-REENVIOS THRU 7100-EXIT.

       7000-EXIT.
           EXIT.

      *>  Un lote en cuadre liquida los rechazos del inventario que
      *>  CALCFIX reenvió en él. Se recorre el inventario completo,
      *>  una vez por lote procesado: no hay clave por lote de
      *>  reenvío.
       7100-LIQUIDAR-REENVIOS.
           MOVE ZERO  TO CALCBAT-RINV-LIQUIDADOS.
           MOVE "N"   TO CALCBAT-RINV-FIN-SW.
           MOVE ZEROS TO RI-CLAVE.
           START CALC-RINV-FILE KEY NOT LESS THAN RI-CLAVE
               INVALID KEY
                   SET CALCBAT-RINV-FIN TO TRUE
           END-START.
           PERFORM 7110-LIQUIDAR-ENTRADA THRU 7110-EXIT
               UNTIL CALCBAT-RINV-FIN.
           IF CALCBAT-RINV-LIQUIDADOS > ZERO
               MOVE CALCBAT-RINV-LIQUIDADOS TO CALCBAT-CANT-ED
               DISPLAY "Lote " CALCBAT-LOTE-NUMERO ": "
                   CALCBAT-CANT-ED " rechazos reenviados liquidados "
                   "en el inventario CALCRINV."
           END-IF.

       7100-EXIT.
           EXIT.

      *>  Si la secuencia del reenvío volvió a rechazarse, su
      *>  entrada abierta hereda la fecha de origen del rechazo que
      *>  reemplaza, para que la antigüedad no vuelva a cero.
       7110-LIQUIDAR-ENTRADA.
           READ CALC-RINV-FILE NEXT RECORD
               AT END
                   SET CALCBAT-RINV-FIN TO TRUE
                   GO TO 7110-EXIT
           END-READ.
           IF NOT RI-REENVIADO
               OR RI-LOTE-NUEVO NOT = CALCBAT-LOTE-NUMERO
               GO TO 7110-EXIT
           END-IF.
           MOVE CALC-RINV-REC   TO CALCBAT-RINV-GUARDADO.
           MOVE RI-CLAVE        TO CALCBAT-RINV-CLAVE-ANT.
           MOVE RI-FECHA-ORIGEN TO CALCBAT-RINV-ORIGEN.
           MOVE RI-LOTE-NUEVO   TO RI-LOTE.
           MOVE RI-SEC-NUEVA    TO RI-SECUENCIA.
           READ CALC-RINV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RI-ABIERTO
                       IF CALCBAT-RINV-ORIGEN < RI-FECHA-ORIGEN
                           MOVE CALCBAT-RINV-ORIGEN
                               TO RI-FECHA-ORIGEN
                       END-IF
                       MOVE CALCBAT-RINV-LOTE-ANT TO RI-LOTE-ANT
                       MOVE CALCBAT-RINV-SEC-ANT  TO RI-SEC-ANT
                       REWRITE CALC-RINV-REC
                   END-IF
           END-READ.
           MOVE CALCBAT-RINV-GUARDADO TO CALC-RINV-REC.
           SET RI-LIQUIDADO TO TRUE.
           ACCEPT RI-FECHA-ESTADO FROM DATE YYYYMMDD.
           REWRITE CALC-RINV-REC.
           ADD 1 TO CALCBAT-RINV-LIQUIDADOS.
           START CALC-RINV-FILE KEY GREATER THAN RI-CLAVE
               INVALID KEY
                   SET CALCBAT-RINV-FIN TO TRUE
           END-START.

       7110-EXIT.
           EXIT.

      *>  Un lote que no cuadra se rechaza completo y debe volver a
      *>  enviarse: sus rechazos abiertos salen del inventario (el
      *>  reenvío los vuelve a anotar). No se tocan si el lote ya
      *>  figuraba procesado en CALCCTL (reproceso): los de la
      *>  corrida que lo procesó siguen vigentes.
       7200-RETIRAR-RECHAZOS-LOTE.
           IF CALCBAT-LOTE-PREVIO OR NOT CALC-RINV-ABIERTO
               GO TO 7200-EXIT
           END-IF.
           MOVE ZERO  TO CALCBAT-RINV-RETIRADOS.
           MOVE "N"   TO CALCBAT-RINV-FIN-SW.
           MOVE CALCBAT-LOTE-NUMERO TO RI-LOTE.
           MOVE ZEROS TO RI-SECUENCIA.
           START CALC-RINV-FILE KEY NOT LESS THAN RI-CLAVE
               INVALID KEY
                   SET CALCBAT-RINV-FIN TO TRUE
           END-START.
           PERFORM 7210-RETIRAR-ENTRADA THRU 7210-EXIT
               UNTIL CALCBAT-RINV-FIN.
           IF CALCBAT-RINV-RETIRADOS > ZERO
               MOVE CALCBAT-RINV-RETIRADOS TO CALCBAT-CANT-ED
               DISPLAY "Lote " CALCBAT-LOTE-NUMERO ": "
                   CALCBAT-CANT-ED " rechazos retirados del "
                   "inventario CALCRINV."
           END-IF.

       7200-EXIT.
           EXIT.

       7210-RETIRAR-ENTRADA.
           READ CALC-RINV-FILE NEXT RECORD
               AT END
                   SET CALCBAT-RINV-FIN TO TRUE
                   GO TO 7210-EXIT
           END-READ.
           IF RI-LOTE NOT = CALCBAT-LOTE-NUMERO
               SET CALCBAT-RINV-FIN TO TRUE
               GO TO 7210-EXIT
           END-IF.
           IF RI-ABIERTO
               DELETE CALC-RINV-FILE RECORD
               ADD 1 TO CALCBAT-RINV-RETIRADOS
           END-IF.

       7210-EXIT.
           EXIT.

      *>  Un lote rechazado u omitido completo no liquida los
      *>  reenvíos que CALCFIX puso en él: esas entradas vuelven a
      *>  quedar abiertas ("A") en el inventario, con su fecha de
      *>  origen intacta, para que CALCFIX pueda reenviarlas otra
      *>  vez y CALCRANT siga midiendo su antigüedad.
       7300-REABRIR-REENVIOS.
           IF NOT CALC-RINV-ABIERTO
               GO TO 7300-EXIT
           END-IF.
           MOVE ZERO  TO CALCBAT-RINV-REABIERTOS.
           MOVE "N"   TO CALCBAT-RINV-FIN-SW.
           MOVE ZEROS TO RI-CLAVE.
           START CALC-RINV-FILE KEY NOT LESS THAN RI-CLAVE
               INVALID KEY
                   SET CALCBAT-RINV-FIN TO TRUE
           END-START.
           PERFORM 7310-REABRIR-ENTRADA THRU 7310-EXIT
               UNTIL CALCBAT-RINV-FIN.
           IF CALCBAT-RINV-REABIERTOS > ZERO
               MOVE CALCBAT-RINV-REABIERTOS TO CALCBAT-CANT-ED
               DISPLAY "Lote " CALCBAT-LOTE-NUMERO ": "
                   CALCBAT-CANT-ED " rechazos reenviados vuelven a "
                   "quedar abiertos en el inventario CALCRINV."
           END-IF.

       7300-EXIT.
           EXIT.

       7310-REABRIR-ENTRADA.
           READ CALC-RINV-FILE NEXT RECORD
               AT END
                   SET CALCBAT-RINV-FIN TO TRUE
                   GO TO 7310-EXIT
           END-READ.
           IF NOT RI-REENVIADO
               OR RI-LOTE-NUEVO NOT = CALCBAT-LOTE-NUMERO
               GO TO 7310-EXIT
           END-IF.
           SET RI-ABIERTO TO TRUE.
           ACCEPT RI-FECHA-ESTADO FROM DATE YYYYMMDD.
           MOVE ZEROS TO RI-LOTE-NUEVO.
           MOVE ZEROS TO RI-SEC-NUEVA.
           REWRITE CALC-RINV-REC.
           ADD 1 TO CALCBAT-RINV-REABIERTOS.

       7310-EXIT.
           EXIT.

       6000-GRABAR-CHECKPOINT.
      *>  Los WRITE de las salidas pasan por la memoria intermedia
      *>  del runtime: se vacían a disco (CLOSE y reapertura EXTEND)
           IF CALC-LOG-ABIERTO
               CLOSE CALC-LOG-FILE
           END-IF.
           IF CALC-DEPT-ABIERTO
               CLOSE CALC-DEPT-FILE
           END-IF.
           IF CALC-RINV-ABIERTO
               CLOSE CALC-RINV-FILE
           END-IF.
           IF CALC-OPND-ABIERTO
               CLOSE CALC-OPND-FILE
           END-IF.

       9000-EXIT.
           EXIT.

      *>  Simulación de tasas: recorre CALCIN con la misma
      *>  resolución de operandos y el mismo motor del proceso real,
      *>  pero con las tasas vigentes en la fecha supuesta de
      *>  SIMULAR=, y compara cada RESULTADO contra el real anotado
      *>  en CALCOPND. Solo se leen CALCIN, CALCRATE y CALCOPND y se
      *>  graba el reporte CALCSRPT: la bitácora, CALCCTL, las
      *>  salidas, el inventario de rechazos y el punto de control
      *>  ni se abren. Un error en las tarjetas de simulación
      *>  detiene la corrida con RETURN-CODE 16 sin procesar nada.
       8100-SIMULAR.
           IF CALCBAT-SIM-PARM-ERROR
               DISPLAY "Simulación cancelada por error en CALCPARM."
               MOVE 16 TO RETURN-CODE
               GO TO 8100-EXIT
           END-IF.
           DISPLAY "Simulación de tasas al " CALCBAT-SIM-FECHA
               ": no se graba ningún resultado.".
           PERFORM 8120-ABRIR-SIMULACION THRU 8120-EXIT.
           IF CALC-TRANS-ABIERTO AND CALCBAT-SIM-ABIERTO
               PERFORM 1100-LEER-TRANSACCION THRU 1100-EXIT
               PERFORM 8200-SIMULAR-REGISTRO THRU 8200-EXIT
                   UNTIL CALCBAT-EOF
               IF CALCBAT-CAB-LEIDA
                   PERFORM 8400-CERRAR-LOTE-SIM THRU 8400-EXIT
               END-IF
               PERFORM 8600-IMPRIMIR-RESUMENES THRU 8600-EXIT
           END-IF.
           PERFORM 8900-FINALIZAR-SIMULACION THRU 8900-EXIT.

       8100-EXIT.
           EXIT.

      *>  CALCRATE y CALCOPND se abren solo para lectura. Sin
      *>  CALCRATE los detalles con código de tasa salen rechazados
      *>  en la simulación; sin CALCOPND no hay cifras reales contra
      *>  las que comparar. Ambos casos dejan RETURN-CODE 8.
       8120-ABRIR-SIMULACION.
           ACCEPT CALCBAT-SIM-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CALC-TRANS-FILE.
           IF CALC-TRANS-OK
               SET CALC-TRANS-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir el archivo de "
                   "transacciones CALCIN."
               MOVE 16 TO RETURN-CODE
               GO TO 8120-EXIT
           END-IF.

           OPEN OUTPUT CALC-SIM-FILE.
           IF CALCBAT-SIM-OK
               SET CALCBAT-SIM-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir el reporte de "
                   "simulación CALCSRPT."
               MOVE 16 TO RETURN-CODE
               GO TO 8120-EXIT
           END-IF.

           OPEN INPUT CALC-RATE-FILE.
           IF CALC-RATE-OK
               SET CALC-RATE-ABIERTO TO TRUE
           ELSE
               CLOSE CALC-RATE-FILE
               DISPLAY "Aviso: maestro de tasas CALCRATE no "
                   "disponible; las transacciones con código "
                   "de tasa no se pueden simular."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           OPEN INPUT CALC-OPND-FILE.
           IF CALC-OPND-OK
               SET CALC-OPND-ABIERTO TO TRUE
           ELSE
               CLOSE CALC-OPND-FILE
               DISPLAY "Aviso: archivo de operandos de origen "
                   "CALCOPND no disponible; no hay resultados "
                   "reales para comparar."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       8120-EXIT.
           EXIT.

      *>  Deja procesado el registro en curso y lee el siguiente.
      *>  La cola solo cierra el lote: en la simulación no se
      *>  verifica el cuadre, que ya controló el proceso real.
       8200-SIMULAR-REGISTRO.
           EVALUATE TRUE
               WHEN CT-TIPO-CABECERA
                   IF CALCBAT-CAB-LEIDA
                       PERFORM 8400-CERRAR-LOTE-SIM THRU 8400-EXIT
                   END-IF
                   PERFORM 8210-SIMULAR-CABECERA THRU 8210-EXIT
               WHEN CT-TIPO-DETALLE
                   IF CALCBAT-CAB-LEIDA AND CALCBAT-SIM-INCLUIDO
                       PERFORM 8300-SIMULAR-DETALLE THRU 8300-EXIT
                   END-IF
               WHEN CT-TIPO-COLA
                   IF CALCBAT-CAB-LEIDA
                       PERFORM 8400-CERRAR-LOTE-SIM THRU 8400-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Error: registro de CALCIN con tipo no "
                       "reconocido. La simulación se detiene."
                   MOVE 16 TO RETURN-CODE
                   SET CALCBAT-ABORTADO TO TRUE
                   SET CALCBAT-EOF TO TRUE
           END-EVALUATE.
           IF NOT CALCBAT-EOF
               PERFORM 1100-LEER-TRANSACCION THRU 1100-EXIT
           END-IF.

       8200-EXIT.
           EXIT.

      *>  Las tasas se buscan con la fecha supuesta en lugar de la
      *>  fecha del lote: 2300 toma la última vigencia no posterior
      *>  a CALCBAT-LOTE-FECHA, que aquí lleva la fecha de SIMULAR=.
       8210-SIMULAR-CABECERA.
           IF CB-FECHA-LOTE NOT NUMERIC OR CB-NUM-LOTE NOT NUMERIC
               DISPLAY "Aviso: cabecera de lote no válida en "
                   "CALCIN; sus detalles no se simulan."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 8210-EXIT
           END-IF.
           MOVE CB-NUM-LOTE        TO CALCBAT-LOTE-NUMERO.
           MOVE CB-DEPTO-ORIGEN    TO CALCBAT-LOTE-DEPTO.
           MOVE CB-FECHA-LOTE      TO CALCBAT-SIM-LOTE-FECHA.
           MOVE CALCBAT-SIM-FECHA  TO CALCBAT-LOTE-FECHA.
           MOVE CALCBAT-LOTE-NUMERO TO CALC-LOTE-ACTUAL.
           MOVE CALCBAT-LOTE-DEPTO  TO CALC-DEPTO-ACTUAL.
           SET CALCBAT-CAB-LEIDA TO TRUE.
           MOVE ZERO  TO CALCBAT-RES-USADOS.
           MOVE ZERO  TO CALCBAT-SIM-LT-CANT.
           MOVE ZEROS TO CALCBAT-SIM-LT-REAL.
           MOVE ZEROS TO CALCBAT-SIM-LT-SIMUL.
           MOVE ZEROS TO CALCBAT-SIM-LT-DIFER.
           PERFORM 8220-BUSCAR-LOTE-SIM THRU 8220-EXIT.
           IF NOT CALCBAT-SIM-INCLUIDO
               GO TO 8210-EXIT
           END-IF.
           ADD 1 TO CALCBAT-SIM-LOTES.
           DISPLAY "Lote " CALCBAT-LOTE-NUMERO " del "
               CALCBAT-SIM-LOTE-FECHA " - depto. "
               CALCBAT-LOTE-DEPTO ": simulado.".
           PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT.
           MOVE CALCBAT-LOTE-NUMERO    TO SCB-LOTE.
           MOVE CALCBAT-LOTE-DEPTO     TO SCB-DEPTO.
           MOVE CALCBAT-SIM-LOTE-FECHA TO SCB-FECHA.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-CAB.
           ADD 1 TO CALCBAT-SIM-LINEAS.

       8210-EXIT.
           EXIT.

      *>  Sin tarjetas LOTE-SIM= se simulan todos los lotes.
       8220-BUSCAR-LOTE-SIM.
           IF CALCBAT-SIM-LOTES-USADOS = ZERO
               SET CALCBAT-SIM-INCLUIDO TO TRUE
               GO TO 8220-EXIT
           END-IF.
           MOVE "N" TO CALCBAT-SIM-INCLUIDO-SW.
           PERFORM 8230-COMPARAR-LOTE-SIM THRU 8230-EXIT
               VARYING CALCBAT-SIM-SUB FROM 1 BY 1
               UNTIL CALCBAT-SIM-SUB > CALCBAT-SIM-LOTES-USADOS.

       8220-EXIT.
           EXIT.

       8230-COMPARAR-LOTE-SIM.
           IF CALCBAT-SIM-LOTE(CALCBAT-SIM-SUB) = CALCBAT-LOTE-NUMERO
               SET CALCBAT-SIM-INCLUIDO TO TRUE
               MOVE "S" TO CALCBAT-SIM-LOTE-VISTO(CALCBAT-SIM-SUB)
           END-IF.

       8230-EXIT.
           EXIT.

      *>  Resuelve los operandos igual que 2200 y calcula con el
      *>  motor compartido. El motor deja RETURN-CODE 16 en un
      *>  cálculo fallido: en la simulación un rechazo es un dato
      *>  del reporte y no un error de la corrida, así que el
      *>  código de la corrida se guarda y se repone.
       8300-SIMULAR-DETALLE.
           ADD 1 TO CALCBAT-SIM-DETALLES.
           MOVE CT-SECUENCIA       TO CALC-SECUENCIA-ACTUAL.
           MOVE CT-OPERADOR        TO CALC-OPERADOR.
           SET CALCBAT-TASA-OK TO TRUE.
           SET CALCBAT-REF-OK TO TRUE.
           MOVE ZEROS TO CALCBAT-TASA-VIGENCIA.

           IF CT-NUM1-REFERENCIA
               MOVE CT-NUM1-REF-SEC TO CALCBAT-REF-SEC
               PERFORM 2400-BUSCAR-REFERENCIA THRU 2400-EXIT
               MOVE CALCBAT-REF-VALOR TO CALC-NUM1
           ELSE
               MOVE CT-NUM1        TO CALC-NUM1
           END-IF.

           EVALUATE TRUE
               WHEN CT-NUM2-COD-TASA
                   PERFORM 2300-BUSCAR-TASA THRU 2300-EXIT
               WHEN CT-NUM2-REFERENCIA
                   MOVE CT-NUM2-REF-SEC TO CALCBAT-REF-SEC
                   PERFORM 2400-BUSCAR-REFERENCIA THRU 2400-EXIT
                   MOVE CALCBAT-REF-VALOR TO CALC-NUM2
               WHEN OTHER
                   MOVE CT-NUM2        TO CALC-NUM2
           END-EVALUATE.

           MOVE RETURN-CODE TO CALCBAT-SIM-RC.
           IF CALCBAT-TASA-OK AND CALCBAT-REF-OK
               PERFORM 4000-CALCULAR-RESULTADO
                   THRU 4000-CALCULAR-RESULTADO-EXIT
           ELSE
               SET CALC-DIV-ERROR-ON TO TRUE
               MOVE ZEROS TO CALC-RESULTADO
           END-IF.
           MOVE CALCBAT-SIM-RC TO RETURN-CODE.
           PERFORM 2600-ANOTAR-RESULTADO THRU 2600-EXIT.

           PERFORM 8310-LEER-REAL THRU 8310-EXIT.
           PERFORM 8320-COMPARAR-RESULTADO THRU 8320-EXIT.

       8300-EXIT.
           EXIT.

       8310-LEER-REAL.
           SET CALCBAT-SIM-SIN-REAL TO TRUE.
           MOVE ZEROS TO CALCBAT-SIM-REAL.
           IF NOT CALC-OPND-ABIERTO
               GO TO 8310-EXIT
           END-IF.
           MOVE CALC-LOTE-ACTUAL      TO OD-LOTE.
           MOVE CALC-SECUENCIA-ACTUAL TO OD-SECUENCIA.
           READ CALC-OPND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OD-DIV-ERROR = "E"
                       SET CALCBAT-SIM-REAL-RECH TO TRUE
                   ELSE
                       SET CALCBAT-SIM-REAL-OK TO TRUE
                       MOVE OD-RESULTADO TO CALCBAT-SIM-REAL
                   END-IF
           END-READ.

       8310-EXIT.
           EXIT.

      *>  Solo las transacciones aceptadas en las dos versiones
      *>  entran en las diferencias; las demás se listan con una
      *>  nota y se cuentan aparte.
       8320-COMPARAR-RESULTADO.
           MOVE SPACES                TO CALCBAT-SIM-DET.
           MOVE CALC-LOTE-ACTUAL      TO SDT-LOTE.
           MOVE CALC-SECUENCIA-ACTUAL TO SDT-SECUENCIA.
           IF CT-NUM2-COD-TASA
               MOVE CT-TASA-CODIGO    TO SDT-TASA
           END-IF.
           IF NOT CALCBAT-SIM-SIN-REAL
               AND NOT CALCBAT-SIM-REAL-RECH
               MOVE CALCBAT-SIM-REAL  TO SDT-REAL
           END-IF.
           IF CALC-DIV-ERROR-OFF
               MOVE CALC-RESULTADO    TO SDT-SIMUL
           END-IF.

           EVALUATE TRUE
               WHEN CALCBAT-SIM-SIN-REAL
                   MOVE "SIN REAL"   TO SDT-NOTA
               WHEN CALCBAT-SIM-REAL-RECH AND CALC-DIV-ERROR-ON
                   MOVE "RECH.AMBOS" TO SDT-NOTA
               WHEN CALCBAT-SIM-REAL-RECH
                   MOVE "RECH.REAL"  TO SDT-NOTA
               WHEN CALC-DIV-ERROR-ON
                   MOVE "RECH.SIMUL" TO SDT-NOTA
           END-EVALUATE.

           IF SDT-NOTA = SPACES
               COMPUTE CALCBAT-SIM-DIFER =
                   CALC-RESULTADO - CALCBAT-SIM-REAL
               MOVE CALCBAT-SIM-DIFER TO SDT-DIFER
               ADD 1 TO CALCBAT-SIM-COMPARADOS
               IF CALCBAT-SIM-DIFER NOT = ZERO
                   ADD 1 TO CALCBAT-SIM-CON-DIFER
               END-IF
               ADD 1                 TO CALCBAT-SIM-LT-CANT
               ADD CALCBAT-SIM-REAL  TO CALCBAT-SIM-LT-REAL
               ADD CALC-RESULTADO    TO CALCBAT-SIM-LT-SIMUL
               ADD CALCBAT-SIM-DIFER TO CALCBAT-SIM-LT-DIFER
               PERFORM 8330-ACUMULAR-DEPTO THRU 8330-EXIT
               PERFORM 8340-ACUMULAR-TASA THRU 8340-EXIT
           ELSE
               ADD 1 TO CALCBAT-SIM-NO-COMPARA
           END-IF.

           PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-DET.
           ADD 1 TO CALCBAT-SIM-LINEAS.

       8320-EXIT.
           EXIT.

       8330-ACUMULAR-DEPTO.
           MOVE "N" TO CALCBAT-SIM-HALLADA-SW.
           IF CALCBAT-SD-USADOS > ZERO
               PERFORM 8335-BUSCAR-DEPTO THRU 8335-EXIT
                   VARYING CALCBAT-SD-IDX FROM 1 BY 1
                   UNTIL CALCBAT-SIM-HALLADA
                       OR CALCBAT-SD-IDX > CALCBAT-SD-USADOS
           END-IF.
           IF NOT CALCBAT-SIM-HALLADA
               IF CALCBAT-SD-USADOS NOT LESS THAN 100
                   PERFORM 8350-AVISAR-TABLA-LLENA THRU 8350-EXIT
                   GO TO 8330-EXIT
               END-IF
               ADD 1 TO CALCBAT-SD-USADOS
               MOVE CALCBAT-SD-USADOS TO CALCBAT-SIM-POS
               MOVE CALC-DEPTO-ACTUAL
                   TO CALCBAT-SD-DEPTO(CALCBAT-SIM-POS)
               MOVE ZERO  TO CALCBAT-SD-CANT(CALCBAT-SIM-POS)
               MOVE ZEROS TO CALCBAT-SD-REAL(CALCBAT-SIM-POS)
               MOVE ZEROS TO CALCBAT-SD-SIMUL(CALCBAT-SIM-POS)
               MOVE ZEROS TO CALCBAT-SD-DIFER(CALCBAT-SIM-POS)
           END-IF.
           ADD 1 TO CALCBAT-SD-CANT(CALCBAT-SIM-POS).
           ADD CALCBAT-SIM-REAL  TO CALCBAT-SD-REAL(CALCBAT-SIM-POS).
           ADD CALC-RESULTADO    TO CALCBAT-SD-SIMUL(CALCBAT-SIM-POS).
           ADD CALCBAT-SIM-DIFER TO CALCBAT-SD-DIFER(CALCBAT-SIM-POS).

       8330-EXIT.
           EXIT.

       8335-BUSCAR-DEPTO.
           IF CALCBAT-SD-DEPTO(CALCBAT-SD-IDX) = CALC-DEPTO-ACTUAL
               SET CALCBAT-SIM-HALLADA TO TRUE
               SET CALCBAT-SIM-POS TO CALCBAT-SD-IDX
           END-IF.

       8335-EXIT.
           EXIT.

      *>  Cada código de tasa junta sus transacciones con la
      *>  vigencia simulada; las que no usan tasa solo cuentan, bajo
      *>  "(REF)", si su resultado cambió por una referencia.
       8340-ACUMULAR-TASA.
           IF CT-NUM2-COD-TASA
               MOVE CT-TASA-CODIGO TO CALCBAT-SIM-CLAVE
           ELSE
               IF CALCBAT-SIM-DIFER = ZERO
                   GO TO 8340-EXIT
               END-IF
               MOVE "(REF)" TO CALCBAT-SIM-CLAVE
           END-IF.
           MOVE "N" TO CALCBAT-SIM-HALLADA-SW.
           IF CALCBAT-ST-USADOS > ZERO
               PERFORM 8345-BUSCAR-TASA THRU 8345-EXIT
                   VARYING CALCBAT-ST-IDX FROM 1 BY 1
                   UNTIL CALCBAT-SIM-HALLADA
                       OR CALCBAT-ST-IDX > CALCBAT-ST-USADOS
           END-IF.
           IF NOT CALCBAT-SIM-HALLADA
               IF CALCBAT-ST-USADOS NOT LESS THAN 200
                   PERFORM 8350-AVISAR-TABLA-LLENA THRU 8350-EXIT
                   GO TO 8340-EXIT
               END-IF
               ADD 1 TO CALCBAT-ST-USADOS
               MOVE CALCBAT-ST-USADOS TO CALCBAT-SIM-POS
               MOVE CALCBAT-SIM-CLAVE
                   TO CALCBAT-ST-CODIGO(CALCBAT-SIM-POS)
               MOVE ZEROS TO CALCBAT-ST-VIGENCIA(CALCBAT-SIM-POS)
               IF CT-NUM2-COD-TASA
                   MOVE CALCBAT-TASA-VIGENCIA
                       TO CALCBAT-ST-VIGENCIA(CALCBAT-SIM-POS)
               END-IF
               MOVE ZERO  TO CALCBAT-ST-CANT(CALCBAT-SIM-POS)
               MOVE ZEROS TO CALCBAT-ST-REAL(CALCBAT-SIM-POS)
               MOVE ZEROS TO CALCBAT-ST-SIMUL(CALCBAT-SIM-POS)
               MOVE ZEROS TO CALCBAT-ST-DIFER(CALCBAT-SIM-POS)
           END-IF.
           ADD 1 TO CALCBAT-ST-CANT(CALCBAT-SIM-POS).
           ADD CALCBAT-SIM-REAL  TO CALCBAT-ST-REAL(CALCBAT-SIM-POS).
           ADD CALC-RESULTADO    TO CALCBAT-ST-SIMUL(CALCBAT-SIM-POS).
           ADD CALCBAT-SIM-DIFER TO CALCBAT-ST-DIFER(CALCBAT-SIM-POS).

       8340-EXIT.
           EXIT.

       8345-BUSCAR-TASA.
           IF CALCBAT-ST-CODIGO(CALCBAT-ST-IDX) = CALCBAT-SIM-CLAVE
               SET CALCBAT-SIM-HALLADA TO TRUE
               SET CALCBAT-SIM-POS TO CALCBAT-ST-IDX
           END-IF.

       8345-EXIT.
           EXIT.

       8350-AVISAR-TABLA-LLENA.
           IF NOT CALCBAT-SIM-LLENA
               DISPLAY "Aviso: demasiados departamentos o códigos "
                   "de tasa distintos; los resúmenes del reporte "
                   "quedan incompletos."
               SET CALCBAT-SIM-LLENA TO TRUE
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       8350-EXIT.
           EXIT.

      *>  Subtotal del lote simulado y pase a los totales generales.
       8400-CERRAR-LOTE-SIM.
           IF CALCBAT-SIM-INCLUIDO
               PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT
               MOVE SPACES TO CALCBAT-SIM-TOT
               MOVE "  TOTAL DEL LOTE" TO STT-ROTULO
               MOVE CALCBAT-SIM-LT-REAL  TO STT-REAL
               MOVE CALCBAT-SIM-LT-SIMUL TO STT-SIMUL
               MOVE CALCBAT-SIM-LT-DIFER TO STT-DIFER
               WRITE CALC-SIM-REC FROM CALCBAT-SIM-TOT
               MOVE SPACES TO CALC-SIM-REC
               WRITE CALC-SIM-REC
               ADD 2 TO CALCBAT-SIM-LINEAS
               ADD CALCBAT-SIM-LT-REAL  TO CALCBAT-SIM-GR-REAL
               ADD CALCBAT-SIM-LT-SIMUL TO CALCBAT-SIM-GR-SIMUL
               ADD CALCBAT-SIM-LT-DIFER TO CALCBAT-SIM-GR-DIFER
           END-IF.
           MOVE "N" TO CALCBAT-CAB-LEIDA-SW.
           MOVE "N" TO CALCBAT-SIM-INCLUIDO-SW.

       8400-EXIT.
           EXIT.

      *>  Cierre del reporte: total general, resumen por
      *>  departamento y resumen por código de tasa, cada resumen
      *>  en página propia, y los contadores de la simulación.
       8600-IMPRIMIR-RESUMENES.
           IF CALCBAT-SIM-PAGINA = ZERO
               PERFORM 8700-SALTAR-PAGINA THRU 8700-EXIT
               MOVE "SIN LOTES PARA SIMULAR EN CALCIN" TO CALC-SIM-REC
               WRITE CALC-SIM-REC
               ADD 1 TO CALCBAT-SIM-LINEAS
           END-IF.
           PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC4.
           MOVE SPACES TO CALCBAT-SIM-TOT.
           MOVE "TOTAL GENERAL" TO STT-ROTULO.
           MOVE CALCBAT-SIM-GR-REAL  TO STT-REAL.
           MOVE CALCBAT-SIM-GR-SIMUL TO STT-SIMUL.
           MOVE CALCBAT-SIM-GR-DIFER TO STT-DIFER.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-TOT.
           ADD 2 TO CALCBAT-SIM-LINEAS.

           SET CALCBAT-SIM-SEC-DEPTOS TO TRUE.
           MOVE 99 TO CALCBAT-SIM-LINEAS.
           IF CALCBAT-SD-USADOS = ZERO
               PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT
               MOVE "SIN TRANSACCIONES COMPARABLES" TO CALC-SIM-REC
               WRITE CALC-SIM-REC
               ADD 1 TO CALCBAT-SIM-LINEAS
           ELSE
               PERFORM 8610-IMPRIMIR-DEPTO THRU 8610-EXIT
                   VARYING CALCBAT-SD-IDX FROM 1 BY 1
                   UNTIL CALCBAT-SD-IDX > CALCBAT-SD-USADOS
           END-IF.

           SET CALCBAT-SIM-SEC-TASAS TO TRUE.
           MOVE 99 TO CALCBAT-SIM-LINEAS.
           IF CALCBAT-ST-USADOS = ZERO
               PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT
               MOVE "SIN TRANSACCIONES CON TASA COMPARABLES"
                   TO CALC-SIM-REC
               WRITE CALC-SIM-REC
               ADD 1 TO CALCBAT-SIM-LINEAS
           ELSE
               PERFORM 8620-IMPRIMIR-TASA THRU 8620-EXIT
                   VARYING CALCBAT-ST-IDX FROM 1 BY 1
                   UNTIL CALCBAT-ST-IDX > CALCBAT-ST-USADOS
           END-IF.

           PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC4.
           ADD 1 TO CALCBAT-SIM-LINEAS.
           MOVE "LOTES SIMULADOS" TO SCN-ROTULO.
           MOVE CALCBAT-SIM-LOTES TO SCN-CANT.
           PERFORM 8630-IMPRIMIR-CONTADOR THRU 8630-EXIT.
           MOVE "TRANSACCIONES SIMULADAS" TO SCN-ROTULO.
           MOVE CALCBAT-SIM-DETALLES TO SCN-CANT.
           PERFORM 8630-IMPRIMIR-CONTADOR THRU 8630-EXIT.
           MOVE "COMPARABLES" TO SCN-ROTULO.
           MOVE CALCBAT-SIM-COMPARADOS TO SCN-CANT.
           PERFORM 8630-IMPRIMIR-CONTADOR THRU 8630-EXIT.
           MOVE "  CON DIFERENCIA" TO SCN-ROTULO.
           MOVE CALCBAT-SIM-CON-DIFER TO SCN-CANT.
           PERFORM 8630-IMPRIMIR-CONTADOR THRU 8630-EXIT.
           MOVE "NO COMPARABLES (VER NOTA)" TO SCN-ROTULO.
           MOVE CALCBAT-SIM-NO-COMPARA TO SCN-CANT.
           PERFORM 8630-IMPRIMIR-CONTADOR THRU 8630-EXIT.

           IF CALCBAT-SIM-LOTES-USADOS > ZERO
               PERFORM 8640-LOTE-NO-HALLADO THRU 8640-EXIT
                   VARYING CALCBAT-SIM-SUB FROM 1 BY 1
                   UNTIL CALCBAT-SIM-SUB > CALCBAT-SIM-LOTES-USADOS
           END-IF.
           IF CALCBAT-ABORTADO
               PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT
               MOVE "SIMULACION DETENIDA POR ERROR - VER EL LOG"
                   TO CALC-SIM-REC
               WRITE CALC-SIM-REC
               ADD 1 TO CALCBAT-SIM-LINEAS
           END-IF.

           MOVE CALCBAT-SIM-LOTES TO CALCBAT-LOTES-ED.
           DISPLAY "Lotes simulados                     : "
               CALCBAT-LOTES-ED.
           MOVE CALCBAT-SIM-COMPARADOS TO CALCBAT-CANT-ED.
           DISPLAY "Transacciones comparables           : "
               CALCBAT-CANT-ED.
           MOVE CALCBAT-SIM-NO-COMPARA TO CALCBAT-CANT-ED.
           DISPLAY "Transacciones no comparables        : "
               CALCBAT-CANT-ED.
           DISPLAY "Reporte de simulación grabado en CALCSRPT.".

       8600-EXIT.
           EXIT.

       8610-IMPRIMIR-DEPTO.
           PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT.
           MOVE SPACES TO CALCBAT-SIM-RES.
           MOVE CALCBAT-SD-DEPTO(CALCBAT-SD-IDX) TO SRS-CLAVE.
           MOVE CALCBAT-SD-CANT(CALCBAT-SD-IDX)  TO SRS-CANT.
           MOVE CALCBAT-SD-REAL(CALCBAT-SD-IDX)  TO SRS-REAL.
           MOVE CALCBAT-SD-SIMUL(CALCBAT-SD-IDX) TO SRS-SIMUL.
           MOVE CALCBAT-SD-DIFER(CALCBAT-SD-IDX) TO SRS-DIFER.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-RES.
           ADD 1 TO CALCBAT-SIM-LINEAS.

       8610-EXIT.
           EXIT.

       8620-IMPRIMIR-TASA.
           PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT.
           MOVE SPACES TO CALCBAT-SIM-RES.
           MOVE CALCBAT-ST-CODIGO(CALCBAT-ST-IDX) TO SRS-CLAVE.
           IF CALCBAT-ST-VIGENCIA(CALCBAT-ST-IDX) NOT = ZEROS
               MOVE CALCBAT-ST-VIGENCIA(CALCBAT-ST-IDX)
                   TO SRS-VIGENCIA
           END-IF.
           MOVE CALCBAT-ST-CANT(CALCBAT-ST-IDX)  TO SRS-CANT.
           MOVE CALCBAT-ST-REAL(CALCBAT-ST-IDX)  TO SRS-REAL.
           MOVE CALCBAT-ST-SIMUL(CALCBAT-ST-IDX) TO SRS-SIMUL.
           MOVE CALCBAT-ST-DIFER(CALCBAT-ST-IDX) TO SRS-DIFER.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-RES.
           ADD 1 TO CALCBAT-SIM-LINEAS.

       8620-EXIT.
           EXIT.

       8630-IMPRIMIR-CONTADOR.
           PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-CNT.
           ADD 1 TO CALCBAT-SIM-LINEAS.

       8630-EXIT.
           EXIT.

      *>  Un lote pedido con LOTE-SIM= que no vino en CALCIN se
      *>  informa y deja RETURN-CODE 8.
       8640-LOTE-NO-HALLADO.
           IF CALCBAT-SIM-LOTE-VISTO(CALCBAT-SIM-SUB) = "N"
               DISPLAY "Aviso: el lote "
                   CALCBAT-SIM-LOTE(CALCBAT-SIM-SUB)
                   " de LOTE-SIM= no está en CALCIN."
               MOVE CALCBAT-SIM-LOTE(CALCBAT-SIM-SUB) TO SFL-LOTE
               PERFORM 8710-VERIFICAR-PAGINA THRU 8710-EXIT
               WRITE CALC-SIM-REC FROM CALCBAT-SIM-FALTA
               ADD 1 TO CALCBAT-SIM-LINEAS
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       8640-EXIT.
           EXIT.

       8700-SALTAR-PAGINA.
           ADD 1 TO CALCBAT-SIM-PAGINA.
           IF CALCBAT-SIM-PAGINA > 1
               MOVE SPACES TO CALC-SIM-REC
               WRITE CALC-SIM-REC
           END-IF.
           MOVE CALCBAT-SIM-FECHA-HOY TO SEN1-FECHA.
           MOVE CALCBAT-SIM-PAGINA    TO SEN1-PAGINA.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC1.
           MOVE CALCBAT-SIM-FECHA     TO SEN2-FECHA.
           EVALUATE TRUE
               WHEN CALCBAT-SIM-SEC-DEPTOS
                   MOVE "RESUMEN POR DEPARTAMENTO" TO SEN2-SECCION
                   WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC2
                   WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC3-DEP
               WHEN CALCBAT-SIM-SEC-TASAS
                   MOVE "RESUMEN POR CODIGO DE TASA" TO SEN2-SECCION
                   WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC2
                   WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC3-TAS
               WHEN OTHER
                   MOVE "DETALLE POR LOTE" TO SEN2-SECCION
                   WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC2
                   WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC3-DET
           END-EVALUATE.
           WRITE CALC-SIM-REC FROM CALCBAT-SIM-ENC4.
           MOVE 4 TO CALCBAT-SIM-LINEAS.

       8700-EXIT.
           EXIT.

       8710-VERIFICAR-PAGINA.
           IF CALCBAT-SIM-LINEAS NOT LESS THAN CALCBAT-SIM-LINEAS-X-PAG
               PERFORM 8700-SALTAR-PAGINA THRU 8700-EXIT
           END-IF.

       8710-EXIT.
           EXIT.

       8900-FINALIZAR-SIMULACION.
           IF CALC-TRANS-ABIERTO
               CLOSE CALC-TRANS-FILE
           END-IF.
           IF CALCBAT-SIM-ABIERTO
               CLOSE CALC-SIM-FILE
           END-IF.
           IF CALC-RATE-ABIERTO
               CLOSE CALC-RATE-FILE
           END-IF.
           IF CALC-OPND-ABIERTO
               CLOSE CALC-OPND-FILE
           END-IF.

       8900-EXIT.
           EXIT.

       COPY CALCCALC.

       COPY CALCLOGP.
