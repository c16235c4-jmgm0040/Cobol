      *>  retransmisión; un detalle "D" por resultado (lote,          *
      *>  secuencia, departamento e importe); y cola "T" con la       *
      *>  cantidad de registros y el total de importes. Lleva el      *
      *>  control de transmisiones CALCXCTL al estilo de CALCCTL: un  *
      *>  lote que ya figura ahí no vuelve a enviarse - así la copia  *
      *>  a mano que el receptor contabilizaba dos veces deja de      *
      *>  existir. El reenvío de una transferencia fallida se pide    *
      *>  expreso con la tarjeta REENVIAR=S de CALCPARM: reproduce el *
      *>  archivo idéntico (mismo número de transmisión y misma fecha *
      *>  registrados en CALCXCTL) con la marca de retransmisión      *
      *>  encendida, y deja la transmisión marcada reenviada en       *
      *>  CALCXCTL.                                                   *
      *>                                                               *
      *>  RETURN-CODE: 4 si no hay nada por extraer porque todos los  *
      *>  lotes ya estaban enviados, o si una transmisión rechazada   *
      *>  espera su reenvío (pendientes del operador, que no detienen *
      *>  el ciclo de CALCCICL); 8 si se omiten lotes ya enviados     *
      *>  mientras se envían otros, o si el reenvío no pudo marcarse  *
      *>  en CALCXCTL; 16 en error.                                   *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial.                        *
      *>                      corrida fallida ya no deja un           *
      *>                      CALCIFAZ de aspecto válido con cola     *
      *>                      en cero junto a un RETURN-CODE 16.      *
      *>    2026-10-15  JMGM  El diseño de CALCXCTL pasa a los        *
      *>                      copybooks CALCXSEL/CALCXFD/CALCXFLD,    *
      *>                      compartidos con el proceso de acuses    *
      *>                      del mayor CALCACUS, que marca cada      *
      *>                      transmisión aceptada, rechazada o       *
      *>                      descuadrada. Una transmisión rechazada  *
      *>                      por el mayor se avisa en cada corrida   *
      *>                      (RETURN-CODE 8) hasta que se reenvía    *
      *>                      con REENVIAR=S y llega su acuse nuevo.  *
      *>    2026-10-15  JMGM  Las reversiones de lotes que graba      *
      *>                      CALCREVR en CALCREVP se extraen junto   *
      *>                      con CALCOUT, como lotes más. Un lote    *
      *>                      de reversión ya enviado se salta sin    *
      *>                      aviso, y tras registrar la transmisión  *
      *>                      CALCREVP se depura de los ya enviados   *
      *>                      en transmisiones anteriores (se         *
      *>                      conservan los de la última, para que    *
      *>                      REENVIAR=S la reproduzca idéntica).     *
      *>    2026-10-15  JMGM  Un reenvío con REENVIAR=S marca su      *
      *>                      transmisión "E" (reenviada) en          *
      *>                      CALCXCTL, y el rechazo deja de          *
      *>                      avisarse. Nada por extraer porque todo  *
      *>                      ya estaba enviado, y el aviso de        *
      *>                      rechazo pendiente, terminan con         *
      *>                      RETURN-CODE 4 en lugar de 8: un ciclo   *
      *>                      retomado en CALCEXT ya puede llegar a   *
      *>                      CALCARCH.                               *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEXT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCEXT-IFAZ-STATUS.

           COPY CALCXSEL.

           COPY CALCVSEL.

           SELECT CALC-REVN-FILE ASSIGN TO "CALCREVN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCEXT-REVN-STATUS.

           SELECT CALC-XCTN-FILE ASSIGN TO "CALCXCTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCEXT-XCTN-STATUS.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
           05  IF-COLA-TOTAL       PIC S9(12)V99 SIGN IS LEADING
                                   SEPARATE.

       COPY CALCXFD.

       COPY CALCVFD.

       FD  CALC-REVN-FILE.
       01  CALC-REVN-REC           PIC X(53).

       FD  CALC-XCTN-FILE.
       01  CALC-XCTN-REC           PIC X(66).

      *>  Tarjetas de parámetros: palabra clave en las primeras 11
      *>  posiciones (incluido el "=") y valor desde la posición 12,

       COPY CALCOFLD.

       COPY CALCXFLD.

       COPY CALCVFLD.

       01  CALCEXT-REVN-STATUS     PIC X(02) VALUE SPACES.
           88  CALCEXT-REVN-OK          VALUE "00".
       01  CALCEXT-XCTN-STATUS     PIC X(02) VALUE SPACES.
           88  CALCEXT-XCTN-OK          VALUE "00".

       01  CALCEXT-IFAZ-STATUS     PIC X(02) VALUE SPACES.
           88  CALCEXT-IFAZ-OK          VALUE "00".
       01  CALCEXT-IFAZ-ABIERTO-SW PIC X VALUE "N".
           88  CALCEXT-IFAZ-ABIERTO     VALUE "S".
       01  CALCEXT-PARM-STATUS     PIC X(02) VALUE SPACES.
           88  CALCEXT-PARM-OK          VALUE "00".

           88  CALCEXT-PARM-EOF         VALUE "S".
       01  CALCEXT-OUT-EOF-SW      PIC X VALUE "N".
           88  CALCEXT-OUT-EOF          VALUE "S".
       01  CALCEXT-REVP-EOF-SW     PIC X VALUE "N".
           88  CALCEXT-REVP-EOF         VALUE "S".
       01  CALCEXT-XCTL-EOF-SW     PIC X VALUE "N".
           88  CALCEXT-XCTL-EOF         VALUE "S".
       01  CALCEXT-LOTE-HALLADO-SW PIC X VALUE "N".
      *>  Resumen por lote de CALCOUT, casado contra el control de
      *>  transmisiones: qué lotes trae el día, cuáles ya fueron
      *>  enviados y con qué número y fecha, y cuáles selecciona
      *>  este extracto. Los lotes de reversión de CALCREVP van
      *>  detrás de los de CALCOUT, con XL-REVERSION-SW en "S".
       01  CALCEXT-LOTE-TAB.
           05  CALCEXT-LOTE-ENT OCCURS 200 TIMES
                   INDEXED BY CALCEXT-LOTE-IDX.
               10  XL-TRANSMISION      PIC 9(6).
               10  XL-FECHA-ENVIO      PIC 9(8).
               10  XL-SELECCION-SW     PIC X.
               10  XL-REVERSION-SW     PIC X.
       77  CALCEXT-LOTES-USADOS    PIC 9(3) VALUE ZERO.
       77  CALCEXT-LOTE-SUB        PIC 9(3) VALUE ZERO.
       77  CALCEXT-LOTE-BUSCADO    PIC 9(6) VALUE ZERO.

      *>  Transmisiones que el mayor rechazó (acuse "R" en
      *>  CALCXCTL) y que siguen esperando el reenvío.
       01  CALCEXT-RECH-TAB.
           05  CALCEXT-RECH-ENT OCCURS 50 TIMES.
               10  RX-TRANSMISION      PIC 9(6).
               10  RX-FECHA-ENVIO      PIC 9(8).
               10  RX-FECHA-ACUSE      PIC X(8).
       77  CALCEXT-RECH-USADAS     PIC 9(3) VALUE ZERO.
       77  CALCEXT-RECH-SUB        PIC 9(3) VALUE ZERO.

       77  CALCEXT-TRANS-MAX       PIC 9(6) VALUE ZERO.
       77  CALCEXT-TRANSMISION     PIC 9(6) VALUE ZERO.
       77  CALCEXT-FECHA-EXTRACTO  PIC 9(8) VALUE ZEROS.
       77  CALCEXT-LOTES-OMITIDOS  PIC 9(3) VALUE ZERO.
       77  CALCEXT-LOTES-ENVIADOS  PIC 9(3) VALUE ZERO.
       77  CALCEXT-RESULTADO-NUM   PIC S9(10)V99 VALUE ZEROS.
       77  CALCEXT-REV-PREVIOS     PIC 9(3) VALUE ZERO.
       77  CALCEXT-REV-DEPURADOS   PIC 9(7) VALUE ZERO.

       01  CALCEXT-NOM-TMP         PIC X(8) VALUE "CALCREVN".
       01  CALCEXT-NOM-REVP        PIC X(8) VALUE "CALCREVP".
       01  CALCEXT-NOM-XCTN        PIC X(8) VALUE "CALCXCTN".
       01  CALCEXT-NOM-XCTL        PIC X(8) VALUE "CALCXCTL".
       77  CALCEXT-FECHA-REENVIO   PIC 9(8) VALUE ZEROS.
       01  CALCEXT-XCTN-FALLA-SW   PIC X VALUE "N".
           88  CALCEXT-XCTN-FALLA       VALUE "S".
       77  CALCEXT-RC-GUARDADO     PIC S9(4) VALUE ZERO.

       01  CALCEXT-CANT-ED         PIC Z(6)9.
       01  CALCEXT-TOTAL-ED        PIC -(12)9.99.
               GO TO 1000-EXIT
           END-IF.
           IF CALCEXT-LOTES-USADOS = ZERO
               DISPLAY "CALCOUT no trae resultados ni hay "
                   "reversiones pendientes; nada que extraer."
               SET CALCEXT-DETENIDO TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 3000-CARGAR-CONTROL THRU 3000-EXIT.
           PERFORM 4000-SELECCIONAR-LOTES THRU 4000-EXIT.
           PERFORM 4500-AVISAR-RECHAZADAS THRU 4500-EXIT
               VARYING CALCEXT-RECH-SUB FROM 1 BY 1
               UNTIL CALCEXT-RECH-SUB > CALCEXT-RECH-USADAS.

       1000-EXIT.
           EXIT.
               MOVE 16 TO RETURN-CODE
               SET CALCEXT-DETENIDO TO TRUE
           END-IF.
           IF NOT CALCEXT-DETENIDO
               PERFORM 2200-RESUMIR-REVERSIONES THRU 2200-EXIT
           END-IF.

       2000-EXIT.
           EXIT.
       2100-EXIT.
           EXIT.

      *>  Sin CALCREVP no hay reversiones pendientes.
       2200-RESUMIR-REVERSIONES.
           MOVE "N" TO CALCEXT-REVP-EOF-SW.
           OPEN INPUT CALC-REVP-FILE.
           IF CALC-REVP-OK
               PERFORM 2210-RESUMIR-REVERSION THRU 2210-EXIT
                   UNTIL CALCEXT-REVP-EOF
               CLOSE CALC-REVP-FILE
           ELSE
               CLOSE CALC-REVP-FILE
               IF NOT CALC-REVP-NO-EXISTE
                   DISPLAY "Error: no se pudo abrir el archivo de "
                       "reversiones pendientes CALCREVP."
                   MOVE 16 TO RETURN-CODE
                   SET CALCEXT-DETENIDO TO TRUE
               END-IF
           END-IF.

       2200-EXIT.
           EXIT.

       2210-RESUMIR-REVERSION.
           READ CALC-REVP-FILE
               AT END
                   SET CALCEXT-REVP-EOF TO TRUE
               NOT AT END
                   MOVE PV-LOTE TO CALCEXT-LOTE-BUSCADO
                   PERFORM 6000-UBICAR-LOTE THRU 6000-EXIT
                   IF CALCEXT-DETENIDO
                       SET CALCEXT-REVP-EOF TO TRUE
                   ELSE
                       MOVE "S" TO XL-REVERSION-SW
                           (CALCEXT-LOTE-SUB)
                       ADD 1 TO XL-CANT(CALCEXT-LOTE-SUB)
                       MOVE PV-RESULTADO TO CALCEXT-RESULTADO-NUM
                       ADD CALCEXT-RESULTADO-NUM
                           TO XL-TOTAL(CALCEXT-LOTE-SUB)
                   END-IF
           END-READ.

       2210-EXIT.
           EXIT.

       3000-CARGAR-CONTROL.
           MOVE "N" TO CALCEXT-XCTL-EOF-SW.
           OPEN INPUT CALC-XCTL-FILE.
           IF CALC-XCTL-OK
               PERFORM 3100-CARGAR-REG-CONTROL THRU 3100-EXIT
                   UNTIL CALCEXT-XCTL-EOF
           END-IF.
                       MOVE XT-TRANSMISION TO CALCEXT-TRANS-MAX
                   END-IF
                   PERFORM 3200-MARCAR-LOTE-ENVIADO THRU 3200-EXIT
                   IF XT-RECHAZADA
                       PERFORM 3300-ANOTAR-RECHAZADA THRU 3300-EXIT
                   END-IF
           END-READ.

       3100-EXIT.
       3200-EXIT.
           EXIT.

      *>  Las líneas de una transmisión están juntas en CALCXCTL:
      *>  basta con compararla contra la última anotada.
       3300-ANOTAR-RECHAZADA.
           IF CALCEXT-RECH-USADAS > ZERO
               AND RX-TRANSMISION(CALCEXT-RECH-USADAS)
                   = XT-TRANSMISION
               GO TO 3300-EXIT
           END-IF.
           IF CALCEXT-RECH-USADAS < 50
               ADD 1 TO CALCEXT-RECH-USADAS
               MOVE XT-TRANSMISION
                   TO RX-TRANSMISION(CALCEXT-RECH-USADAS)
               MOVE XT-FECHA-ENVIO
                   TO RX-FECHA-ENVIO(CALCEXT-RECH-USADAS)
               MOVE XT-FECHA-ACUSE
                   TO RX-FECHA-ACUSE(CALCEXT-RECH-USADAS)
           ELSE
               DISPLAY "Aviso: más de 50 transmisiones rechazadas "
                   "pendientes de reenvío en CALCXCTL."
           END-IF.

       3300-EXIT.
           EXIT.

      *>  Sin REENVIAR=S: se extraen solo los lotes aún no
      *>  enviados; un lote que ya figura en CALCXCTL se omite con
      *>  aviso. Si se omiten lotes y se envían otros, la corrida
      *>  termina con RETURN-CODE 8 (CALCOUT mezcla lotes nuevos
      *>  con repetidos); si todos estaban ya enviados no hay nada
      *>  pendiente - es el caso del ciclo que se retoma después de
      *>  este paso - y termina con RETURN-CODE 4, que no detiene
      *>  la cadena de CALCCICL. Con REENVIAR=S la corrida es una
      *>  retransmisión: todos los lotes de CALCOUT deben estar ya
      *>  enviados bajo un mismo número de transmisión, que se
      *>  reutiliza junto con su fecha para reproducir el archivo
               DISPLAY "Ningún lote por extraer; el extracto no "
                   "se genera."
               IF CALCEXT-LOTES-OMITIDOS > ZERO
                   AND RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET CALCEXT-DETENIDO TO TRUE
               GO TO 4000-EXIT
       4000-EXIT.
           EXIT.

      *>  Un lote de reversión viaja una sola vez: ya enviado, se
      *>  salta sin aviso (sigue en CALCREVP solo hasta la
      *>  depuración); en un reenvío entra solo si pertenece a la
      *>  transmisión que se reproduce.
       4100-SELECCIONAR-LOTE.
           EVALUATE TRUE
               WHEN XL-REVERSION-SW(CALCEXT-LOTE-SUB) = "S"
                   AND CALCEXT-REENVIO
                   PERFORM 4200-SELECCIONAR-REVERSO THRU 4200-EXIT
               WHEN XL-REVERSION-SW(CALCEXT-LOTE-SUB) = "S"
                   AND XL-ENVIADO-SW(CALCEXT-LOTE-SUB) = "S"
                   ADD 1 TO CALCEXT-REV-PREVIOS
               WHEN CALCEXT-REENVIO
                   IF XL-ENVIADO-SW(CALCEXT-LOTE-SUB) NOT = "S"
                       DISPLAY "Error: el lote "
       4100-EXIT.
           EXIT.

       4200-SELECCIONAR-REVERSO.
           IF XL-ENVIADO-SW(CALCEXT-LOTE-SUB) NOT = "S"
               GO TO 4200-EXIT
           END-IF.
           IF CALCEXT-TRANSMISION = ZERO
               MOVE XL-TRANSMISION(CALCEXT-LOTE-SUB)
                   TO CALCEXT-TRANSMISION
               MOVE XL-FECHA-ENVIO(CALCEXT-LOTE-SUB)
                   TO CALCEXT-FECHA-EXTRACTO
           END-IF.
           IF XL-TRANSMISION(CALCEXT-LOTE-SUB) = CALCEXT-TRANSMISION
               MOVE "S" TO XL-SELECCION-SW(CALCEXT-LOTE-SUB)
               ADD 1 TO CALCEXT-LOTES-ENVIADOS
           END-IF.

       4200-EXIT.
           EXIT.

      *>  Un rechazo del mayor tiene un solo remedio esperado: el
      *>  reenvío con REENVIAR=S. Mientras no se haga, cada corrida
      *>  lo recuerda y termina con RETURN-CODE 4: es un pendiente
      *>  del operador, no una falla del extracto, y no debe
      *>  detener el ciclo de CALCCICL. El reenvío deja la
      *>  transmisión como reenviada (ver 7600) y el aviso cesa.
       4500-AVISAR-RECHAZADAS.
           IF CALCEXT-REENVIO
               AND RX-TRANSMISION(CALCEXT-RECH-SUB)
                   = CALCEXT-TRANSMISION
               DISPLAY "Reenvío de la transmisión "
                   CALCEXT-TRANSMISION ", rechazada por el mayor "
                   "el " RX-FECHA-ACUSE(CALCEXT-RECH-SUB) "."
           ELSE
               DISPLAY "Aviso: la transmisión "
                   RX-TRANSMISION(CALCEXT-RECH-SUB) " del "
                   RX-FECHA-ENVIO(CALCEXT-RECH-SUB) " fue "
                   "rechazada por el mayor el "
                   RX-FECHA-ACUSE(CALCEXT-RECH-SUB) " y espera "
                   "su reenvío con REENVIAR=S en CALCPARM."
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       4500-EXIT.
           EXIT.

      *>  CALCOUT se reabre ANTES de crear el extracto, y la cola
      *>  se graba solo si el pase de detalles terminó: una corrida
      *>  que falla no deja en el directorio un CALCIFAZ de aspecto
               UNTIL CALCEXT-OUT-EOF.
           CLOSE CALC-RESULT-FILE.
           MOVE "N" TO CALC-RESULT-ABIERTO-SW.
           IF NOT CALCEXT-DETENIDO
               PERFORM 5200-EXTRAER-REVERSIONES THRU 5200-EXIT
           END-IF.

           IF NOT CALCEXT-DETENIDO
               MOVE SPACES               TO CALC-IFAZ-COLA-REC
           IF NOT CALCEXT-DETENIDO
               AND NOT CALCEXT-REENVIO
               PERFORM 7000-REGISTRAR-TRANSMISION THRU 7000-EXIT
               IF CALCEXT-REV-PREVIOS > ZERO
                   PERFORM 7500-DEPURAR-REVERSIONES THRU 7500-EXIT
               END-IF
           END-IF.
           IF NOT CALCEXT-DETENIDO
               AND CALCEXT-REENVIO
               PERFORM 7600-MARCAR-REENVIO THRU 7600-EXIT
           END-IF.

       5000-EXIT.
       5100-EXIT.
           EXIT.

      *>  Las reversiones se extraen solo si hay alguna
      *>  seleccionada; el archivo ya se leyó completo en el
      *>  resumen, así que aquí su ausencia no es error.
       5200-EXTRAER-REVERSIONES.
           MOVE "N" TO CALCEXT-REVP-EOF-SW.
           OPEN INPUT CALC-REVP-FILE.
           IF CALC-REVP-OK
               PERFORM 5210-EXTRAER-REVERSION THRU 5210-EXIT
                   UNTIL CALCEXT-REVP-EOF
           END-IF.
           CLOSE CALC-REVP-FILE.

       5200-EXIT.
           EXIT.

       5210-EXTRAER-REVERSION.
           READ CALC-REVP-FILE
               AT END
                   SET CALCEXT-REVP-EOF TO TRUE
               NOT AT END
                   MOVE PV-LOTE TO CALCEXT-LOTE-BUSCADO
                   MOVE "N" TO CALCEXT-LOTE-HALLADO-SW
                   PERFORM 6100-BUSCAR-LOTE THRU 6100-EXIT
                       VARYING CALCEXT-LOTE-IDX FROM 1 BY 1
                       UNTIL CALCEXT-LOTE-HALLADO
                           OR CALCEXT-LOTE-IDX
                               > CALCEXT-LOTES-USADOS
                   IF CALCEXT-LOTE-HALLADO
                       AND XL-SELECCION-SW(CALCEXT-LOTE-SUB) = "S"
                       MOVE SPACES        TO CALC-IFAZ-DET-REC
                       MOVE "D"           TO IF-DET-TIPO
                       MOVE PV-LOTE       TO IF-DET-LOTE
                       MOVE PV-SECUENCIA  TO IF-DET-SECUENCIA
                       MOVE PV-DEPTO      TO IF-DET-DEPTO
                       MOVE PV-RESULTADO  TO IF-DET-IMPORTE
                       WRITE CALC-IFAZ-REC FROM CALC-IFAZ-DET-REC
                       ADD 1 TO CALCEXT-CANT-ENVIADA
                       MOVE PV-RESULTADO TO CALCEXT-RESULTADO-NUM
                       ADD CALCEXT-RESULTADO-NUM
                           TO CALCEXT-TOTAL-ENVIADO
                   END-IF
           END-READ.

       5210-EXIT.
           EXIT.

      *>  Busca el lote en la tabla y lo da de alta si es nuevo.
       6000-UBICAR-LOTE.
           MOVE "N" TO CALCEXT-LOTE-HALLADO-SW.
                   MOVE ZERO  TO XL-TRANSMISION(CALCEXT-LOTE-SUB)
                   MOVE ZEROS TO XL-FECHA-ENVIO(CALCEXT-LOTE-SUB)
                   MOVE "N"   TO XL-SELECCION-SW(CALCEXT-LOTE-SUB)
                   MOVE "N"   TO XL-REVERSION-SW(CALCEXT-LOTE-SUB)
               ELSE
                   DISPLAY "Error: más de 200 lotes distintos en "
                       "CALCOUT; amplíe la tabla del extracto."

       7000-REGISTRAR-TRANSMISION.
           OPEN EXTEND CALC-XCTL-FILE.
           IF CALC-XCTL-NO-EXISTE
               CLOSE CALC-XCTL-FILE
               OPEN OUTPUT CALC-XCTL-FILE
           END-IF.
           IF CALC-XCTL-OK
               PERFORM 7100-REGISTRAR-LOTE-ENVIADO THRU 7100-EXIT
                   VARYING CALCEXT-LOTE-SUB FROM 1 BY 1
                   UNTIL CALCEXT-LOTE-SUB > CALCEXT-LOTES-USADOS
       7100-EXIT.
           EXIT.

      *>  CALCREVP se copia al archivo de paso CALCREVN sin los
      *>  lotes que ya figuraban enviados al empezar la corrida, y
      *>  el paso se renombra encima (igual que CALCACUS con
      *>  CALCXCTL). Lo que viajó en esta transmisión se conserva
      *>  para un posible REENVIAR=S y se depura en la próxima.
      *>  Una falla aquí no invalida el extracto: lo ya enviado se
      *>  volvería a saltar sin aviso.
       7500-DEPURAR-REVERSIONES.
           MOVE "N" TO CALCEXT-REVP-EOF-SW.
           OPEN INPUT CALC-REVP-FILE.
           IF NOT CALC-REVP-OK
               CLOSE CALC-REVP-FILE
               GO TO 7500-EXIT
           END-IF.
           OPEN OUTPUT CALC-REVN-FILE.
           IF NOT CALCEXT-REVN-OK
               DISPLAY "Aviso: no se pudo crear el archivo de paso "
                   "CALCREVN; CALCREVP no se depura."
               CLOSE CALC-REVP-FILE
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 7500-EXIT
           END-IF.
           PERFORM 7510-DEPURAR-REVERSION THRU 7510-EXIT
               UNTIL CALCEXT-REVP-EOF.
           CLOSE CALC-REVP-FILE.
           CLOSE CALC-REVN-FILE.
           IF CALCEXT-REV-DEPURADOS = ZERO
               GO TO 7500-EXIT
           END-IF.

           MOVE RETURN-CODE TO CALCEXT-RC-GUARDADO.
           CALL "CBL_RENAME_FILE"
               USING CALCEXT-NOM-TMP CALCEXT-NOM-REVP.
           IF RETURN-CODE = ZERO
               MOVE CALCEXT-RC-GUARDADO TO RETURN-CODE
           ELSE
               MOVE CALCEXT-RC-GUARDADO TO RETURN-CODE
               DISPLAY "Aviso: no se pudo renombrar CALCREVN sobre "
                   "CALCREVP; CALCREVP no se depura."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       7500-EXIT.
           EXIT.

       7510-DEPURAR-REVERSION.
           READ CALC-REVP-FILE
               AT END
                   SET CALCEXT-REVP-EOF TO TRUE
               NOT AT END
                   MOVE PV-LOTE TO CALCEXT-LOTE-BUSCADO
                   MOVE "N" TO CALCEXT-LOTE-HALLADO-SW
                   PERFORM 6100-BUSCAR-LOTE THRU 6100-EXIT
                       VARYING CALCEXT-LOTE-IDX FROM 1 BY 1
                       UNTIL CALCEXT-LOTE-HALLADO
                           OR CALCEXT-LOTE-IDX
                               > CALCEXT-LOTES-USADOS
                   IF CALCEXT-LOTE-HALLADO
                       AND XL-ENVIADO-SW(CALCEXT-LOTE-SUB) = "S"
                       ADD 1 TO CALCEXT-REV-DEPURADOS
                   ELSE
                       WRITE CALC-REVN-REC FROM CALC-REVP-REC
                   END-IF
           END-READ.

       7510-EXIT.
           EXIT.

      *>  Un reenvío deja las líneas de su transmisión en CALCXCTL
      *>  con el acuse "E" (reenviada) y la fecha del reenvío, a la
      *>  espera del acuse nuevo que registra CALCACUS; así el
      *>  rechazo anterior deja de avisarse. CALCXCTL se copia al
      *>  archivo de paso CALCXCTN y el paso se renombra encima,
      *>  igual que en CALCACUS. El archivo ya está reproducido:
      *>  una falla aquí solo se avisa con RETURN-CODE 8, y el
      *>  rechazo seguirá recordándose hasta que llegue el acuse.
       7600-MARCAR-REENVIO.
           ACCEPT CALCEXT-FECHA-REENVIO FROM DATE YYYYMMDD.
           MOVE "N" TO CALCEXT-XCTL-EOF-SW.
           MOVE "N" TO CALCEXT-XCTN-FALLA-SW.
           OPEN INPUT CALC-XCTL-FILE.
           IF NOT CALC-XCTL-OK
               DISPLAY "Aviso: no se pudo releer CALCXCTL; la "
                   "transmisión " CALCEXT-TRANSMISION " no queda "
                   "marcada reenviada."
               CLOSE CALC-XCTL-FILE
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 7600-EXIT
           END-IF.
           OPEN OUTPUT CALC-XCTN-FILE.
           IF NOT CALCEXT-XCTN-OK
               DISPLAY "Aviso: no se pudo crear el archivo de paso "
                   "CALCXCTN; la transmisión " CALCEXT-TRANSMISION
                   " no queda marcada reenviada."
               CLOSE CALC-XCTL-FILE
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 7600-EXIT
           END-IF.
           PERFORM 7610-COPIAR-REG-CONTROL THRU 7610-EXIT
               UNTIL CALCEXT-XCTL-EOF.
           CLOSE CALC-XCTL-FILE.
           CLOSE CALC-XCTN-FILE.
           IF CALCEXT-XCTN-FALLA
               DISPLAY "Aviso: falló la grabación del archivo de "
                   "paso CALCXCTN; la transmisión "
                   CALCEXT-TRANSMISION " no queda marcada reenviada."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 7600-EXIT
           END-IF.

           MOVE RETURN-CODE TO CALCEXT-RC-GUARDADO.
           CALL "CBL_RENAME_FILE"
               USING CALCEXT-NOM-XCTN CALCEXT-NOM-XCTL.
           IF RETURN-CODE = ZERO
               MOVE CALCEXT-RC-GUARDADO TO RETURN-CODE
           ELSE
               MOVE CALCEXT-RC-GUARDADO TO RETURN-CODE
               DISPLAY "Aviso: no se pudo renombrar CALCXCTN sobre "
                   "CALCXCTL; la transmisión " CALCEXT-TRANSMISION
                   " no queda marcada reenviada."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       7600-EXIT.
           EXIT.

       7610-COPIAR-REG-CONTROL.
           READ CALC-XCTL-FILE
               AT END
                   SET CALCEXT-XCTL-EOF TO TRUE
               NOT AT END
                   IF XT-TRANSMISION = CALCEXT-TRANSMISION
                       SET XT-REENVIADA TO TRUE
                       MOVE CALCEXT-FECHA-REENVIO TO XT-FECHA-ACUSE
                   END-IF
                   WRITE CALC-XCTN-REC FROM CALC-XCTL-REC
                   IF NOT CALCEXT-XCTN-OK
                       SET CALCEXT-XCTN-FALLA TO TRUE
                       SET CALCEXT-XCTL-EOF TO TRUE
                   END-IF
           END-READ.

       7610-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALCEXT-IFAZ-ABIERTO
               CLOSE CALC-IFAZ-FILE
