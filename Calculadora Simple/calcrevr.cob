             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCREVR                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Reversión completa de un lote ya contabilizado. Cuando un   *
      *>  departamento avisa después del hecho que un lote entero     *
      *>  era erróneo (archivo equivocado, mes equivocado, datos      *
      *>  duplicados), este programa - solo para supervisores -       *
      *>  genera bajo un lote de reversión nuevo la contrapartida de  *
      *>  cada RESULTADO del lote original:                           *
      *>    - en la bitácora CALCLOG, una entrada por secuencia con   *
      *>      el RESULTADO con el signo invertido y la marca de       *
      *>      reversión "RV" en CL-MOTIVO;                            *
      *>    - en CALCREVP, el registro con diseño de CALCOUT que el   *
      *>      próximo CALCEXT envía al mayor;                         *
      *>    - en el control de lotes CALCCTL, el lote original queda  *
      *>      marcado revertido con el número del lote de reversión,  *
      *>      y el lote de reversión se registra con el número del    *
      *>      original.                                               *
      *>  Las entradas se toman de la bitácora en la fecha de la      *
      *>  última contabilización del lote según CALCCTL, y deben      *
      *>  cuadrar con las salidas registradas ahí; si el lote ya se   *
      *>  archivó con CALCARCH o la bitácora no cuadra, la reversión  *
      *>  no se hace.                                                 *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Las líneas del lote original en         *
      *>                      CALCCTL se marcan revertidas sin pisar  *
      *>                      su PB-OPERARIO: conservan quién corrió  *
      *>                      el original, y quien revierte queda en  *
      *>                      la línea del lote de reversión.         *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREVR.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCLSEL.

           COPY CALCCSEL.

           COPY CALCVSEL.

           COPY CALCPSEL.

           COPY CALCSSEL.

           SELECT CALC-CTLN-FILE ASSIGN TO "CALCCTLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCREVR-CTLN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCLFD.

       COPY CALCCFD.

       COPY CALCVFD.

       COPY CALCPFD.

       COPY CALCSFD.

       FD  CALC-CTLN-FILE.
       01  CALC-CTLN-REC           PIC X(58).

       WORKING-STORAGE SECTION.

       COPY CALCFLDS.

       COPY CALCCFLD.

       COPY CALCVFLD.

       COPY CALCPFLD.

       01  CALCREVR-CTLN-STATUS    PIC X(02) VALUE SPACES.
           88  CALCREVR-CTLN-OK         VALUE "00".

       01  CALCREVR-DETENIDO-SW    PIC X VALUE "N".
           88  CALCREVR-DETENIDO        VALUE "S".
       01  CALCREVR-ENT-VALIDO-SW  PIC X VALUE "N".
           88  CALCREVR-ENT-VALIDO      VALUE "S".
       01  CALCREVR-CONFIRMA-SW    PIC X VALUE "N".
           88  CALCREVR-CONFIRMADO      VALUE "S" "s".
       01  CALCREVR-CTL-EOF-SW     PIC X VALUE "N".
           88  CALCREVR-CTL-EOF         VALUE "S".
       01  CALCREVR-LOG-FIN-SW     PIC X VALUE "N".
           88  CALCREVR-LOG-FIN         VALUE "S".
       01  CALCREVR-HALLADO-SW     PIC X VALUE "N".
           88  CALCREVR-HALLADO         VALUE "S".

       01  CALCREVR-ENT-LOTE       PIC X(6) VALUE SPACES.
       01  CALCREVR-LOTE-ORIGEN    PIC 9(6) VALUE ZEROS.
       01  CALCREVR-LOTE-REVERSO   PIC 9(6) VALUE ZEROS.
       01  CALCREVR-LOTE-BUSCADO   PIC 9(6) VALUE ZEROS.
       77  CALCREVR-FECHA-HOY      PIC 9(8) VALUE ZEROS.

      *>  Datos de la última línea de CALCCTL del lote buscado (un
      *>  lote reprocesado con REPROCESAR=S tiene varias).
       01  CALCREVR-CTL-DATOS.
           05  CALCREVR-CTL-FECHA      PIC 9(8).
           05  CALCREVR-CTL-SALIDAS    PIC 9(7).
           05  CALCREVR-CTL-DEPTO      PIC X(4).
           05  CALCREVR-CTL-ESTADO     PIC X.
               88  CALCREVR-CTL-REVERTIDO   VALUE "R".
               88  CALCREVR-CTL-REVERSION   VALUE "V".
           05  CALCREVR-CTL-LOTE-REF   PIC 9(6).

      *>  La entrada original se guarda completa mientras se graba
      *>  su contrapartida, para reposicionar la lectura después.
       01  CALCREVR-LOG-GUARDADO   PIC X(80) VALUE SPACES.

       77  CALCREVR-CANT-ENTRADAS  PIC 9(7) VALUE ZERO.
       77  CALCREVR-CANT-ERRORES   PIC 9(7) VALUE ZERO.
       77  CALCREVR-CANT-GRABADAS  PIC 9(7) VALUE ZERO.
       77  CALCREVR-IMPORTE        PIC S9(10)V99 VALUE ZEROS.
       77  CALCREVR-REVERSO        PIC S9(10)V99 VALUE ZEROS.
       77  CALCREVR-TOTAL-ORIGEN   PIC S9(12)V99 VALUE ZEROS.
       77  CALCREVR-TOTAL-REVERSO  PIC S9(12)V99 VALUE ZEROS.

       01  CALCREVR-NOM-TMP        PIC X(8) VALUE "CALCCTLN".
       01  CALCREVR-NOM-CTL        PIC X(8) VALUE "CALCCTL".
       77  CALCREVR-RC-GUARDADO    PIC S9(4) VALUE ZERO.

       01  CALCREVR-CANT-ED        PIC Z(6)9.
       01  CALCREVR-TOTAL-ED       PIC -(12)9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCREVR-DETENIDO
               PERFORM 2000-CONTAR-ENTRADAS THRU 2000-EXIT
           END-IF.
           IF NOT CALCREVR-DETENIDO
               PERFORM 3000-CONFIRMAR THRU 3000-EXIT
           END-IF.
           IF NOT CALCREVR-DETENIDO
               PERFORM 4000-GENERAR-REVERSION THRU 4000-EXIT
           END-IF.
           IF NOT CALCREVR-DETENIDO
               PERFORM 5000-MARCAR-CONTROL THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Reversión de lotes - CALCREVR".
           DISPLAY "=========================================".

           MOVE "CALCREVR" TO CALC-SESION-PROGRAMA.
           PERFORM 4800-INICIAR-SESION THRU 4800-EXIT.
           IF NOT CALC-SESION-OK
               SET CALCREVR-DETENIDO TO TRUE
               GO TO 1000-EXIT
           END-IF.
      *>  Revertir un lote mueve importes ya contabilizados en el
      *>  mayor: el programa completo exige nivel de supervisor.
           IF NOT CALC-OPER-SUPERVISOR
               DISPLAY "La reversión de lotes requiere nivel de "
                   "supervisor."
               MOVE 16 TO RETURN-CODE
               SET CALCREVR-DETENIDO TO TRUE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT CALCREVR-FECHA-HOY FROM DATE YYYYMMDD.

           MOVE "N" TO CALCREVR-ENT-VALIDO-SW.
           PERFORM 1100-PEDIR-LOTE-ORIGEN THRU 1100-EXIT
               UNTIL CALCREVR-ENT-VALIDO OR CALCREVR-DETENIDO.
           IF CALCREVR-DETENIDO
               GO TO 1000-EXIT
           END-IF.

           MOVE CALCREVR-LOTE-ORIGEN TO CALCREVR-LOTE-BUSCADO.
           PERFORM 1200-BUSCAR-CONTROL THRU 1200-EXIT.
           IF CALCREVR-DETENIDO
               GO TO 1000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT CALCREVR-HALLADO
                   DISPLAY "El lote " CALCREVR-LOTE-ORIGEN " no "
                       "figura en el control de lotes procesados "
                       "CALCCTL; no hay nada que revertir."
                   SET CALCREVR-DETENIDO TO TRUE
               WHEN CALCREVR-CTL-REVERTIDO
                   DISPLAY "El lote " CALCREVR-LOTE-ORIGEN " ya fue "
                       "revertido por el lote "
                       CALCREVR-CTL-LOTE-REF "."
                   SET CALCREVR-DETENIDO TO TRUE
               WHEN CALCREVR-CTL-REVERSION
                   DISPLAY "El lote " CALCREVR-LOTE-ORIGEN " es la "
                       "reversión del lote " CALCREVR-CTL-LOTE-REF
                       "; una reversión no se revierte."
                   SET CALCREVR-DETENIDO TO TRUE
               WHEN CALCREVR-CTL-SALIDAS = ZERO
                   DISPLAY "El lote " CALCREVR-LOTE-ORIGEN " no "
                       "dejó resultados (todas sus transacciones "
                       "fueron rechazadas); no hay nada que "
                       "revertir."
                   SET CALCREVR-DETENIDO TO TRUE
           END-EVALUATE.
           IF CALCREVR-DETENIDO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Lote " CALCREVR-LOTE-ORIGEN ": departamento "
               CALCREVR-CTL-DEPTO ", procesado el "
               CALCREVR-CTL-FECHA ", " CALCREVR-CTL-SALIDAS
               " resultados.".

           MOVE "N" TO CALCREVR-ENT-VALIDO-SW.
           PERFORM 1300-PEDIR-LOTE-REVERSO THRU 1300-EXIT
               UNTIL CALCREVR-ENT-VALIDO OR CALCREVR-DETENIDO.
           IF CALCREVR-DETENIDO
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O CALC-LOG-FILE.
           IF CALC-LOG-OK
               SET CALC-LOG-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir la bitácora CALCLOG."
               MOVE 16 TO RETURN-CODE
               SET CALCREVR-DETENIDO TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

       1100-PEDIR-LOTE-ORIGEN.
           DISPLAY "Lote a revertir (6 dígitos, vacío = salir): ".
           ACCEPT CALCREVR-ENT-LOTE.
           IF CALCREVR-ENT-LOTE = SPACES
               DISPLAY "Reversión cancelada."
               SET CALCREVR-DETENIDO TO TRUE
           ELSE
               IF CALCREVR-ENT-LOTE IS NUMERIC
                   AND CALCREVR-ENT-LOTE NOT = "000000"
                   MOVE CALCREVR-ENT-LOTE TO CALCREVR-LOTE-ORIGEN
                   SET CALCREVR-ENT-VALIDO TO TRUE
               ELSE
                   DISPLAY "El lote debe ser numérico de 6 dígitos "
                       "y distinto de cero, por ejemplo 000123."
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      *>  Recorre CALCCTL completo buscando CALCREVR-LOTE-BUSCADO;
      *>  deja en CALCREVR-CTL-DATOS la última línea del lote.
       1200-BUSCAR-CONTROL.
           MOVE "N" TO CALCREVR-HALLADO-SW.
           MOVE "N" TO CALCREVR-CTL-EOF-SW.
           OPEN INPUT CALC-CTL-FILE.
           IF CALC-CTL-OK
               PERFORM 1210-LEER-CONTROL THRU 1210-EXIT
                   UNTIL CALCREVR-CTL-EOF
               CLOSE CALC-CTL-FILE
           ELSE
               CLOSE CALC-CTL-FILE
               IF NOT CALC-CTL-NO-EXISTE
                   DISPLAY "Error: no se pudo abrir el control de "
                       "lotes procesados CALCCTL."
                   MOVE 16 TO RETURN-CODE
                   SET CALCREVR-DETENIDO TO TRUE
               END-IF
           END-IF.

       1200-EXIT.
           EXIT.

       1210-LEER-CONTROL.
           READ CALC-CTL-FILE
               AT END
                   SET CALCREVR-CTL-EOF TO TRUE
               NOT AT END
                   IF PB-LOTE = CALCREVR-LOTE-BUSCADO
                       SET CALCREVR-HALLADO TO TRUE
                       MOVE PB-FECHA-PROCESO TO CALCREVR-CTL-FECHA
                       MOVE PB-CANT-SALIDAS  TO CALCREVR-CTL-SALIDAS
                       MOVE PB-DEPTO         TO CALCREVR-CTL-DEPTO
                       MOVE PB-ESTADO        TO CALCREVR-CTL-ESTADO
                       IF PB-REVERTIDO OR PB-REVERSION
                           MOVE PB-LOTE-REF
                               TO CALCREVR-CTL-LOTE-REF
                       END-IF
                   END-IF
           END-READ.

       1210-EXIT.
           EXIT.

      *>  El lote de reversión debe ser nuevo: CALCBAT rechaza
      *>  luego cualquier CALCIN con ese número, porque ya figura
      *>  en CALCCTL.
       1300-PEDIR-LOTE-REVERSO.
           DISPLAY "Número del lote de reversión (6 dígitos, "
               "vacío = salir): ".
           ACCEPT CALCREVR-ENT-LOTE.
           IF CALCREVR-ENT-LOTE = SPACES
               DISPLAY "Reversión cancelada."
               SET CALCREVR-DETENIDO TO TRUE
               GO TO 1300-EXIT
           END-IF.
           IF CALCREVR-ENT-LOTE IS NOT NUMERIC
               OR CALCREVR-ENT-LOTE = "000000"
               DISPLAY "El lote debe ser numérico de 6 dígitos "
                   "y distinto de cero, por ejemplo 000123."
               GO TO 1300-EXIT
           END-IF.
           MOVE CALCREVR-ENT-LOTE TO CALCREVR-LOTE-BUSCADO.
           IF CALCREVR-LOTE-BUSCADO = CALCREVR-LOTE-ORIGEN
               DISPLAY "El lote de reversión debe ser distinto del "
                   "lote revertido."
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1200-BUSCAR-CONTROL THRU 1200-EXIT.
           IF CALCREVR-DETENIDO
               GO TO 1300-EXIT
           END-IF.
           IF CALCREVR-HALLADO
               DISPLAY "El lote " CALCREVR-LOTE-BUSCADO " ya figura "
                   "en CALCCTL; indique un número de lote nuevo."
           ELSE
               MOVE CALCREVR-LOTE-BUSCADO TO CALCREVR-LOTE-REVERSO
               SET CALCREVR-ENT-VALIDO TO TRUE
           END-IF.

       1300-EXIT.
           EXIT.

      *>  Primer pase, solo de lectura: las entradas sin error del
      *>  lote en la fecha de su contabilización deben ser tantas
      *>  como las salidas de CALCCTL. Si no cuadran (lote
      *>  archivado, o bitácora incompleta) no se graba nada.
       2000-CONTAR-ENTRADAS.
           PERFORM 2100-POSICIONAR-BITACORA THRU 2100-EXIT.
           PERFORM 2200-CONTAR-ENTRADA THRU 2200-EXIT
               UNTIL CALCREVR-LOG-FIN.
           IF CALCREVR-CANT-ENTRADAS = ZERO
               DISPLAY "Error: la bitácora CALCLOG no tiene "
                   "entradas del lote " CALCREVR-LOTE-ORIGEN
                   " del " CALCREVR-CTL-FECHA "; si el lote ya se "
                   "archivó con CALCARCH no puede revertirse con "
                   "este programa."
               MOVE 16 TO RETURN-CODE
               SET CALCREVR-DETENIDO TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF CALCREVR-CANT-ENTRADAS NOT = CALCREVR-CTL-SALIDAS
               DISPLAY "Error: la bitácora trae "
                   CALCREVR-CANT-ENTRADAS " resultados del lote "
                   CALCREVR-LOTE-ORIGEN " y CALCCTL registra "
                   CALCREVR-CTL-SALIDAS "; la reversión no se hace."
               MOVE 16 TO RETURN-CODE
               SET CALCREVR-DETENIDO TO TRUE
           END-IF.

       2000-EXIT.
           EXIT.

       2100-POSICIONAR-BITACORA.
           MOVE "N" TO CALCREVR-LOG-FIN-SW.
           MOVE CALCREVR-CTL-FECHA   TO CL-FECHA.
           MOVE CALCREVR-LOTE-ORIGEN TO CL-LOTE.
           MOVE ZEROS                TO CL-SECUENCIA.
           START CALC-LOG-FILE KEY NOT LESS THAN CL-CLAVE
               INVALID KEY
                   SET CALCREVR-LOG-FIN TO TRUE
           END-START.

       2100-EXIT.
           EXIT.

       2200-CONTAR-ENTRADA.
           PERFORM 2300-LEER-ORIGINAL THRU 2300-EXIT.
           IF CALCREVR-LOG-FIN
               GO TO 2200-EXIT
           END-IF.
           IF CL-DIV-ERROR = "E"
               ADD 1 TO CALCREVR-CANT-ERRORES
           ELSE
               ADD 1 TO CALCREVR-CANT-ENTRADAS
               MOVE CL-RESULTADO TO CALCREVR-IMPORTE
               ADD CALCREVR-IMPORTE TO CALCREVR-TOTAL-ORIGEN
           END-IF.

       2200-EXIT.
           EXIT.

      *>  Lee la siguiente entrada; fuera de la fecha o del lote
      *>  original termina el recorrido.
       2300-LEER-ORIGINAL.
           READ CALC-LOG-FILE NEXT RECORD
               AT END
                   SET CALCREVR-LOG-FIN TO TRUE
               NOT AT END
                   IF CL-FECHA NOT = CALCREVR-CTL-FECHA
                       OR CL-LOTE NOT = CALCREVR-LOTE-ORIGEN
                       SET CALCREVR-LOG-FIN TO TRUE
                   END-IF
           END-READ.

       2300-EXIT.
           EXIT.

       3000-CONFIRMAR.
           DISPLAY "-----------------------------------------".
           DISPLAY "Lote a revertir      : " CALCREVR-LOTE-ORIGEN.
           DISPLAY "Departamento         : " CALCREVR-CTL-DEPTO.
           MOVE CALCREVR-CANT-ENTRADAS TO CALCREVR-CANT-ED.
           DISPLAY "Resultados           : " CALCREVR-CANT-ED.
           MOVE CALCREVR-TOTAL-ORIGEN TO CALCREVR-TOTAL-ED.
           DISPLAY "Total del lote       : " CALCREVR-TOTAL-ED.
           DISPLAY "Lote de reversión    : " CALCREVR-LOTE-REVERSO.
           DISPLAY "¿Confirma la reversión completa del lote? "
               "(S/N): ".
           ACCEPT CALCREVR-CONFIRMA-SW.
           IF NOT CALCREVR-CONFIRMADO
               DISPLAY "Reversión cancelada."
               SET CALCREVR-DETENIDO TO TRUE
           END-IF.

       3000-EXIT.
           EXIT.

      *>  Segundo pase: por cada entrada sin error del lote se
      *>  graba su contrapartida en CALCREVP y en la bitácora.
       4000-GENERAR-REVERSION.
           OPEN EXTEND CALC-REVP-FILE.
           IF CALC-REVP-NO-EXISTE
               CLOSE CALC-REVP-FILE
               OPEN OUTPUT CALC-REVP-FILE
           END-IF.
           IF CALC-REVP-OK
               SET CALC-REVP-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir el archivo de "
                   "reversiones pendientes CALCREVP."
               MOVE 16 TO RETURN-CODE
               SET CALCREVR-DETENIDO TO TRUE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 2100-POSICIONAR-BITACORA THRU 2100-EXIT.
           PERFORM 4100-REVERTIR-ENTRADA THRU 4100-EXIT
               UNTIL CALCREVR-LOG-FIN.
           CLOSE CALC-REVP-FILE.
           MOVE "N" TO CALC-REVP-ABIERTO-SW.

           IF CALCREVR-DETENIDO
               DISPLAY "Error: la reversión quedó incompleta ("
                   CALCREVR-CANT-GRABADAS " contrapartidas "
                   "grabadas en CALCLOG y CALCREVP); el lote "
                   CALCREVR-LOTE-ORIGEN " no se marca revertido."
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-EXIT.
           EXIT.

       4100-REVERTIR-ENTRADA.
           PERFORM 2300-LEER-ORIGINAL THRU 2300-EXIT.
           IF CALCREVR-LOG-FIN
               GO TO 4100-EXIT
           END-IF.
           IF CL-DIV-ERROR = "E"
               GO TO 4100-EXIT
           END-IF.

           MOVE CALC-LOG-REC TO CALCREVR-LOG-GUARDADO.
           MOVE CL-RESULTADO TO CALCREVR-IMPORTE.
           COMPUTE CALCREVR-REVERSO = ZERO - CALCREVR-IMPORTE.

           MOVE SPACES                TO CALC-REVP-REC.
           MOVE CALCREVR-LOTE-REVERSO TO PV-LOTE.
           MOVE CL-SECUENCIA          TO PV-SECUENCIA.
           MOVE CL-NUM1               TO PV-NUM1.
           MOVE CL-OPERADOR           TO PV-OPERADOR.
           MOVE CL-NUM2               TO PV-NUM2.
           MOVE CALCREVR-REVERSO      TO PV-RESULTADO.
           MOVE CALCREVR-CTL-DEPTO    TO PV-DEPTO.
           MOVE CALCREVR-LOTE-ORIGEN  TO PV-LOTE-ORIGEN.
           WRITE CALC-REVP-REC.
           IF NOT CALC-REVP-OK
               DISPLAY "Error: falló la grabación de CALCREVP."
               SET CALCREVR-DETENIDO TO TRUE
               SET CALCREVR-LOG-FIN TO TRUE
               GO TO 4100-EXIT
           END-IF.

      *>  La contrapartida conserva operandos, operador, secuencia
      *>  y departamento del original; cambian la fecha, la hora,
      *>  el signo del RESULTADO, el lote y el operario.
           MOVE CALCREVR-FECHA-HOY    TO CL-FECHA.
           ACCEPT CL-HORA FROM TIME.
           MOVE CALCREVR-REVERSO      TO CL-RESULTADO.
           MOVE SPACE                 TO CL-DIV-ERROR.
           MOVE CALCREVR-LOTE-REVERSO TO CL-LOTE.
           MOVE CALC-OPERARIO-ACTUAL  TO CL-OPERARIO.
           MOVE "RV"                  TO CL-MOTIVO.
           MOVE CALCREVR-CTL-DEPTO    TO CL-DEPTO.
           WRITE CALC-LOG-REC
               INVALID KEY
                   DISPLAY "Error: la entrada de reversión "
                       CL-LOTE "/" CL-SECUENCIA " ya existe en "
                       "CALCLOG."
                   SET CALCREVR-DETENIDO TO TRUE
                   SET CALCREVR-LOG-FIN TO TRUE
               NOT INVALID KEY
                   ADD 1 TO CALCREVR-CANT-GRABADAS
                   ADD CALCREVR-REVERSO TO CALCREVR-TOTAL-REVERSO
           END-WRITE.
           IF CALCREVR-DETENIDO
               GO TO 4100-EXIT
           END-IF.

      *>  El WRITE puede mover la posición de lectura: se vuelve a
      *>  posicionar justo después de la entrada original.
           MOVE CALCREVR-LOG-GUARDADO TO CALC-LOG-REC.
           START CALC-LOG-FILE KEY GREATER THAN CL-CLAVE
               INVALID KEY
                   SET CALCREVR-LOG-FIN TO TRUE
           END-START.

       4100-EXIT.
           EXIT.

      *>  Si el control no se pudo regrabar, las contrapartidas ya
      *>  están grabadas: el control debe corregirse a mano antes
      *>  de la próxima corrida.
       5000-MARCAR-CONTROL.
           PERFORM 5100-REGRABAR-CONTROL THRU 5100-EXIT.
           IF CALCREVR-DETENIDO
               DISPLAY "Las contrapartidas quedaron grabadas en "
                   "CALCLOG y CALCREVP, pero el lote "
                   CALCREVR-LOTE-ORIGEN " no quedó marcado "
                   "revertido en CALCCTL ni el lote "
                   CALCREVR-LOTE-REVERSO " registrado."
               MOVE 16 TO RETURN-CODE
           END-IF.

       5000-EXIT.
           EXIT.

      *>  CALCCTL se copia completo al archivo de paso CALCCTLN con
      *>  las líneas del lote original marcadas revertidas, se
      *>  agrega al final la línea del lote de reversión, y el
      *>  paso se renombra encima (igual que CALCACUS con
      *>  CALCXCTL). El renombre repone el RETURN-CODE, que la
      *>  rutina de biblioteca pisa con su propio estado. Las
      *>  líneas del original conservan su PB-OPERARIO (quién lo
      *>  corrió); quien revierte queda en la línea nueva.
       5100-REGRABAR-CONTROL.
           MOVE "N" TO CALCREVR-CTL-EOF-SW.
           OPEN INPUT CALC-CTL-FILE.
           IF NOT CALC-CTL-OK
               DISPLAY "Error: no se pudo releer el control de "
                   "lotes CALCCTL."
               SET CALCREVR-DETENIDO TO TRUE
               GO TO 5100-EXIT
           END-IF.
           OPEN OUTPUT CALC-CTLN-FILE.
           IF NOT CALCREVR-CTLN-OK
               DISPLAY "Error: no se pudo crear el archivo de paso "
                   "CALCCTLN."
               SET CALCREVR-DETENIDO TO TRUE
               CLOSE CALC-CTL-FILE
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-COPIAR-CONTROL THRU 5200-EXIT
               UNTIL CALCREVR-CTL-EOF.
           CLOSE CALC-CTL-FILE.

           IF NOT CALCREVR-DETENIDO
               MOVE SPACES                 TO CALC-CTL-REC
               MOVE CALCREVR-LOTE-REVERSO  TO PB-LOTE
               MOVE CALCREVR-FECHA-HOY     TO PB-FECHA-PROCESO
               ACCEPT PB-HORA-PROCESO FROM TIME
               MOVE CALCREVR-CANT-GRABADAS TO PB-CANT-SALIDAS
               MOVE ZERO                   TO PB-CANT-RECHAZOS
               MOVE CALCREVR-CTL-DEPTO     TO PB-DEPTO
               SET PB-REVERSION            TO TRUE
               MOVE CALCREVR-LOTE-ORIGEN   TO PB-LOTE-REF
               MOVE CALC-OPERARIO-ACTUAL   TO PB-OPERARIO
               WRITE CALC-CTLN-REC FROM CALC-CTL-REC
               IF NOT CALCREVR-CTLN-OK
                   DISPLAY "Error: falló la grabación del archivo "
                       "de paso CALCCTLN."
                   SET CALCREVR-DETENIDO TO TRUE
               END-IF
           END-IF.
           CLOSE CALC-CTLN-FILE.
           IF CALCREVR-DETENIDO
               GO TO 5100-EXIT
           END-IF.

           MOVE RETURN-CODE TO CALCREVR-RC-GUARDADO.
           CALL "CBL_RENAME_FILE"
               USING CALCREVR-NOM-TMP CALCREVR-NOM-CTL.
           IF RETURN-CODE = ZERO
               MOVE CALCREVR-RC-GUARDADO TO RETURN-CODE
           ELSE
               MOVE CALCREVR-RC-GUARDADO TO RETURN-CODE
               DISPLAY "Error: no se pudo renombrar CALCCTLN sobre "
                   "CALCCTL."
               SET CALCREVR-DETENIDO TO TRUE
           END-IF.

       5100-EXIT.
           EXIT.

       5200-COPIAR-CONTROL.
           READ CALC-CTL-FILE
               AT END
                   SET CALCREVR-CTL-EOF TO TRUE
               NOT AT END
                   IF PB-LOTE = CALCREVR-LOTE-ORIGEN
                       SET PB-REVERTIDO          TO TRUE
                       MOVE CALCREVR-LOTE-REVERSO TO PB-LOTE-REF
                   END-IF
                   WRITE CALC-CTLN-REC FROM CALC-CTL-REC
                   IF NOT CALCREVR-CTLN-OK
                       DISPLAY "Error: falló la grabación del "
                           "archivo de paso CALCCTLN."
                       SET CALCREVR-DETENIDO TO TRUE
                       SET CALCREVR-CTL-EOF TO TRUE
                   END-IF
           END-READ.

       5200-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-LOG-ABIERTO
               CLOSE CALC-LOG-FILE
           END-IF.
           IF CALCREVR-CANT-GRABADAS > ZERO
               AND NOT CALCREVR-DETENIDO
               DISPLAY "-----------------------------------------"
               DISPLAY "Lote " CALCREVR-LOTE-ORIGEN " revertido por "
                   "el lote " CALCREVR-LOTE-REVERSO "."
               MOVE CALCREVR-CANT-GRABADAS TO CALCREVR-CANT-ED
               DISPLAY "Contrapartidas grabadas: " CALCREVR-CANT-ED
               MOVE CALCREVR-TOTAL-REVERSO TO CALCREVR-TOTAL-ED
               DISPLAY "Total de la reversión  : " CALCREVR-TOTAL-ED
               DISPLAY "La reversión viaja al mayor en el próximo "
                   "extracto CALCEXT."
           END-IF.

       9000-EXIT.
           EXIT.

       COPY CALCSGNP.

       END PROGRAM CALCREVR.
