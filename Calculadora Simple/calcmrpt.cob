      *>                      de terminal - y los lotes con el         *
      *>                      departamento en blanco en la cabecera    *
      *>                      se agrupan bajo el rótulo "S/D".         *
      *>    2026-10-15  JMGM  El título de cada departamento lleva     *
      *>                      su nombre según el maestro CALCDEPT, y   *
      *>                      el desglose de rechazos agrega los       *
      *>                      motivos de límite LT (por transacción)   *
      *>                      y LD (diario).                           *
      *>    2026-10-15  JMGM  Las reversiones de CALCREVR se muestran  *
      *>                      aparte: lotes de reversión (líneas "V"   *
      *>                      de CALCCTL), transacciones revertidas    *
      *>                      (entradas de bitácora con marca "RV") y  *
      *>                      total revertido. Esas entradas ya no     *
      *>                      cuentan como transacciones, pero su      *
      *>                      importe sí entra en el total acumulado,  *
      *>                      que queda neto de reversiones.           *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMRPT.

           COPY CALCCSEL.

           COPY CALCDSEL.

           SELECT CALC-ARCH-FILE ASSIGN USING CALCMRPT-ARCH-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCMRPT-ARCH-STATUS.

       COPY CALCCFD.

       COPY CALCDFD.

       FD  CALC-ARCH-FILE.
       01  CALC-ARCH-REC           PIC X(80).


       COPY CALCCFLD.

       COPY CALCDFLD.

       01  CALCMRPT-ARCH-STATUS    PIC X(02) VALUE SPACES.
           88  CALCMRPT-ARCH-OK         VALUE "00".
       01  CALCMRPT-RPT-STATUS     PIC X(02) VALUE SPACES.
      *>  Acumuladores por departamento; el subíndice 1 es el mes
      *>  reportado y el 2 el mes anterior (la columna de
      *>  comparación). Los motivos de rechazo se desglosan en el
      *>  orden OP, DC, DE, TA, RE, LT, LD; un motivo no reconocido
      *>  cuenta solo en el total de rechazos. Las reversiones
      *>  llevan sus propios contadores; MR-DEP-TOTAL es el neto.
       77  CALCMRPT-RESULTADO-NUM  PIC S9(10)V99 VALUE ZEROS.
       01  CALCMRPT-MOTIVO-TAB     PIC X(14) VALUE "OPDCDETARELTLD".
       01  CALCMRPT-DEP-TAB.
           05  CALCMRPT-DEP-ENT OCCURS 50 TIMES
                   INDEXED BY CALCMRPT-DEP-IDX.
                   15  MR-DEP-LOTES    PIC 9(5).
                   15  MR-DEP-TRANS    PIC 9(7).
                   15  MR-DEP-RECHAZOS PIC 9(7).
                   15  MR-DEP-MOTIVO   OCCURS 7 TIMES PIC 9(7).
                   15  MR-DEP-TOTAL    PIC S9(12)V99.
                   15  MR-DEP-LOTES-REV PIC 9(5).
                   15  MR-DEP-TRANS-REV PIC 9(7).
                   15  MR-DEP-TOTAL-REV PIC S9(12)V99.
       77  CALCMRPT-DEP-USADOS     PIC 9(2) VALUE ZERO.
       77  CALCMRPT-DEP-SUB        PIC 9(2) VALUE ZERO.
       77  CALCMRPT-MES-SUB        PIC 9 VALUE ZERO.
       01  CALCMRPT-DEP-TIT.
           05  FILLER              PIC X(14) VALUE "DEPARTAMENTO: ".
           05  TIT-DEPTO           PIC X(4).
           05  FILLER              PIC X(03) VALUE " - ".
           05  TIT-NOMBRE          PIC X(30).
       01  CALCMRPT-DET.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-CONCEPTO        PIC X(24).
           05  DET-CANT-ANT        PIC Z(6)9.
       01  CALCMRPT-DET-TOT.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-CONCEPTO        PIC X(16).
           05  TOT-IMPORTE         PIC -(12)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "MES ANT. ".
                       END-IF
                       PERFORM 6000-UBICAR-DEPTO THRU 6000-EXIT
                       IF NOT CALCMRPT-DETENIDO
                           IF PB-REVERSION
                               ADD 1 TO MR-DEP-LOTES-REV
                                   (CALCMRPT-DEP-SUB CALCMRPT-MES-SUB)
                           ELSE
                               ADD 1 TO MR-DEP-LOTES
                                   (CALCMRPT-DEP-SUB CALCMRPT-MES-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               GO TO 3200-EXIT
           END-IF.

      *>  Una contrapartida de CALCREVR (marca "RV") no es una
      *>  transacción del departamento, pero su importe negativo
      *>  neta el total acumulado.
           IF CL-DIV-ERROR NOT = "E"
               AND CL-MOTIVO = "RV"
               ADD 1 TO MR-DEP-TRANS-REV
                   (CALCMRPT-DEP-SUB CALCMRPT-MES-SUB)
               MOVE CL-RESULTADO TO CALCMRPT-RESULTADO-NUM
               ADD CALCMRPT-RESULTADO-NUM TO MR-DEP-TOTAL-REV
                   (CALCMRPT-DEP-SUB CALCMRPT-MES-SUB)
               ADD CALCMRPT-RESULTADO-NUM TO MR-DEP-TOTAL
                   (CALCMRPT-DEP-SUB CALCMRPT-MES-SUB)
               GO TO 3200-EXIT
           END-IF.

           IF CL-DIV-ERROR = "E"
               ADD 1 TO MR-DEP-RECHAZOS
                   (CALCMRPT-DEP-SUB CALCMRPT-MES-SUB)
           PERFORM 3310-BUSCAR-MOTIVO THRU 3310-EXIT
               VARYING CALCMRPT-MOT-SUB FROM 1 BY 1
               UNTIL CALCMRPT-MOT-HALLADO
                   OR CALCMRPT-MOT-SUB > 7.

       3300-EXIT.
           EXIT.
           IF CALCMRPT-DETENIDO
               GO TO 5000-EXIT
           END-IF.
      *>  Sin el maestro de departamentos el reporte sale igual, con
      *>  los códigos solos.
           OPEN INPUT CALC-DEPT-FILE.
           IF CALC-DEPT-OK
               SET CALC-DEPT-ABIERTO TO TRUE
           ELSE
               CLOSE CALC-DEPT-FILE
               DISPLAY "Aviso: maestro de departamentos CALCDEPT no "
                   "disponible; el reporte sale sin nombres."
           END-IF.
           PERFORM 5100-SALTAR-PAGINA THRU 5100-EXIT.
           IF CALCMRPT-DEP-USADOS = ZERO
               MOVE "SIN ACTIVIDAD EN EL MES REPORTADO"
       5200-IMPRIMIR-DEPTO.
           PERFORM 5110-VERIFICAR-PAGINA THRU 5110-EXIT.
           MOVE MR-DEP-DEPTO(CALCMRPT-DEP-SUB) TO TIT-DEPTO.
           PERFORM 5250-BUSCAR-NOMBRE THRU 5250-EXIT.
           MOVE SPACES TO CALC-RPT-REC.
           WRITE CALC-RPT-REC.
           WRITE CALC-RPT-REC FROM CALCMRPT-DEP-TIT.
           MOVE "  REFERENCIA (RE)" TO DET-CONCEPTO.
           MOVE 5 TO CALCMRPT-MOT-SUB.
           PERFORM 5400-IMPRIMIR-MOTIVO THRU 5400-EXIT.
           MOVE "  LIMITE POR TRANS. (LT)" TO DET-CONCEPTO.
           MOVE 6 TO CALCMRPT-MOT-SUB.
           PERFORM 5400-IMPRIMIR-MOTIVO THRU 5400-EXIT.
           MOVE "  LIMITE DIARIO (LD)" TO DET-CONCEPTO.
           MOVE 7 TO CALCMRPT-MOT-SUB.
           PERFORM 5400-IMPRIMIR-MOTIVO THRU 5400-EXIT.

           MOVE "LOTES DE REVERSION" TO DET-CONCEPTO.
           MOVE MR-DEP-LOTES-REV(CALCMRPT-DEP-SUB 1) TO DET-CANT.
           MOVE MR-DEP-LOTES-REV(CALCMRPT-DEP-SUB 2)
               TO DET-CANT-ANT.
           PERFORM 5300-IMPRIMIR-DETALLE THRU 5300-EXIT.

           MOVE "TRANS. REVERTIDAS" TO DET-CONCEPTO.
           MOVE MR-DEP-TRANS-REV(CALCMRPT-DEP-SUB 1) TO DET-CANT.
           MOVE MR-DEP-TRANS-REV(CALCMRPT-DEP-SUB 2)
               TO DET-CANT-ANT.
           PERFORM 5300-IMPRIMIR-DETALLE THRU 5300-EXIT.

           MOVE "TOTAL REVERTIDO " TO TOT-CONCEPTO.
           MOVE MR-DEP-TOTAL-REV(CALCMRPT-DEP-SUB 1) TO TOT-IMPORTE.
           MOVE MR-DEP-TOTAL-REV(CALCMRPT-DEP-SUB 2)
               TO TOT-IMPORTE-ANT.
           WRITE CALC-RPT-REC FROM CALCMRPT-DET-TOT.
           ADD 1 TO CALCMRPT-LINEAS.

           MOVE "TOTAL ACUMULADO " TO TOT-CONCEPTO.
           MOVE MR-DEP-TOTAL(CALCMRPT-DEP-SUB 1) TO TOT-IMPORTE.
           MOVE MR-DEP-TOTAL(CALCMRPT-DEP-SUB 2)
               TO TOT-IMPORTE-ANT.
       5200-EXIT.
           EXIT.

      *>  Nombre del departamento según CALCDEPT; el rótulo "S/D"
      *>  (lotes sin departamento) no se busca.
       5250-BUSCAR-NOMBRE.
           MOVE SPACES TO TIT-NOMBRE.
           IF NOT CALC-DEPT-ABIERTO
               OR TIT-DEPTO = "S/D"
               GO TO 5250-EXIT
           END-IF.
           MOVE TIT-DEPTO TO DP-CODIGO.
           READ CALC-DEPT-FILE
               INVALID KEY
                   MOVE "(NO REGISTRADO EN CALCDEPT)" TO TIT-NOMBRE
               NOT INVALID KEY
                   MOVE DP-NOMBRE TO TIT-NOMBRE
           END-READ.

       5250-EXIT.
           EXIT.

       5300-IMPRIMIR-DETALLE.
           WRITE CALC-RPT-REC FROM CALCMRPT-DET.
           ADD 1 TO CALCMRPT-LINEAS.
           IF CALCMRPT-RPT-ABIERTO
               CLOSE CALC-RPT-FILE
           END-IF.
           IF CALC-DEPT-ABIERTO
               CLOSE CALC-DEPT-FILE
           END-IF.

       9000-EXIT.
           EXIT.
