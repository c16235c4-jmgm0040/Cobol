             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCRANT                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Reporte semanal de antigüedad de rechazos sobre el          *
      *>  inventario CALCRINV. Lista en CALCIRPT cada rechazo abierto *
      *>  (lote y secuencia de origen, departamento, motivo, fecha    *
      *>  desde la que está pendiente y tramo de antigüedad), luego   *
      *>  cada reenvío que CALCFIX hizo y CALCBAT todavía no liquidó  *
      *>  (con su antigüedad medida desde la fecha del reenvío), y un *
      *>  resumen por departamento con la cantidad de abiertos en     *
      *>  cada tramo - hasta 7 días, 8 a 14, 15 a 30 y más de 30 -    *
      *>  más los reenviados sin liquidar. Un rechazo abierto con más *
      *>  de 30 días, o un reenvío sin liquidar con más de 7, deja la *
      *>  corrida con RETURN-CODE 8: nada debe quedar sin resolver    *
      *>  sin que alguien lo vea.                                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Los reenvíos sin liquidar se listan en  *
      *>                      sección propia con su antigüedad desde  *
      *>                      la fecha del reenvío; uno con más de 7  *
      *>                      días deja RETURN-CODE 8.                *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRANT.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCISEL.

           COPY CALCDSEL.

           SELECT CALC-RPT-FILE ASSIGN TO "CALCIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCRANT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCIFD.

       COPY CALCDFD.

       FD  CALC-RPT-FILE.
       01  CALC-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CALCIFLD.

       COPY CALCDFLD.

       01  CALCRANT-RPT-STATUS     PIC X(02) VALUE SPACES.
           88  CALCRANT-RPT-OK          VALUE "00".
       01  CALCRANT-RPT-ABIERTO-SW PIC X VALUE "N".
           88  CALCRANT-RPT-ABIERTO     VALUE "S".

       01  CALCRANT-RINV-EOF-SW    PIC X VALUE "N".
           88  CALCRANT-RINV-EOF        VALUE "S".
       01  CALCRANT-DETENIDO-SW    PIC X VALUE "N".
           88  CALCRANT-DETENIDO        VALUE "S".

      *>  El encabezado de columnas cambia entre el detalle de
      *>  abiertos y el resumen por departamento.
       01  CALCRANT-SECCION-SW     PIC X VALUE "D".
           88  CALCRANT-SECCION-DETALLE VALUE "D".
           88  CALCRANT-SECCION-RESUMEN VALUE "R".
           88  CALCRANT-SECCION-REENVIO VALUE "E".

       77  CALCRANT-FECHA-HOY      PIC 9(8) VALUE ZEROS.
       77  CALCRANT-PAGINA         PIC 9(4) VALUE ZERO.
       77  CALCRANT-LINEAS         PIC 9(2) VALUE 99.
       77  CALCRANT-LINEAS-X-PAG   PIC 9(2) VALUE 55.

      *>  Límites de los tramos de antigüedad: un rechazo pendiente
      *>  desde CORTE-07 o después tiene hasta 7 días; desde
      *>  CORTE-14, hasta 14; desde CORTE-30, hasta 30; antes, más.
       77  CALCRANT-CORTE-07       PIC 9(8) VALUE ZEROS.
       77  CALCRANT-CORTE-14       PIC 9(8) VALUE ZEROS.
       77  CALCRANT-CORTE-30       PIC 9(8) VALUE ZEROS.
       77  CALCRANT-TRAMO          PIC 9 VALUE ZERO.

      *>  Aritmética de fechas de los cortes (hoy menos N días),
      *>  restando de a un día con la tabla de largos de mes y la
      *>  regla de años bisiestos, como en CALCARCH.
       01  CALCRANT-FECHA-TRAB.
           05  TRAB-AAAA           PIC 9(4).
           05  TRAB-MM             PIC 9(2).
           05  TRAB-DD             PIC 9(2).
       01  CALCRANT-MES-DIAS-VAL   PIC X(24) VALUE
           "312831303130313130313031".
       01  CALCRANT-MES-DIAS-TAB REDEFINES CALCRANT-MES-DIAS-VAL.
           05  CALCRANT-MES-DIAS OCCURS 12 TIMES PIC 9(2).
       77  CALCRANT-AAAA-COCIENTE  PIC 9(4) VALUE ZERO.
       77  CALCRANT-AAAA-RESTO     PIC 9(4) VALUE ZERO.
       01  CALCRANT-BISIESTO-SW    PIC X VALUE "N".
           88  CALCRANT-BISIESTO        VALUE "S".

      *>  Rótulos de los tramos para la línea de detalle.
       01  CALCRANT-TRAMO-VAL      PIC X(28) VALUE
           "0-7    8-14   15-30  +30    ".
       01  CALCRANT-TRAMO-TAB REDEFINES CALCRANT-TRAMO-VAL.
           05  CALCRANT-TRAMO-ROT OCCURS 4 TIMES PIC X(7).

      *>  Acumulados por departamento: abiertos por tramo y
      *>  reenviados sin liquidar. Los rechazos sin departamento
      *>  se agrupan bajo "S/D".
       01  CALCRANT-DEP-TAB.
           05  CALCRANT-DEP-ENT OCCURS 50 TIMES
                   INDEXED BY CALCRANT-DEP-IDX.
               10  AN-DEP-DEPTO        PIC X(4).
               10  AN-DEP-TRAMO        OCCURS 4 TIMES PIC 9(6).
               10  AN-DEP-ABIERTOS     PIC 9(6).
               10  AN-DEP-REENVIADOS   PIC 9(6).
       77  CALCRANT-DEP-USADOS     PIC 9(2) VALUE ZERO.
       77  CALCRANT-DEP-SUB        PIC 9(2) VALUE ZERO.
       01  CALCRANT-DEP-HALLADO-SW PIC X VALUE "N".
           88  CALCRANT-DEP-HALLADO     VALUE "S".
       01  CALCRANT-DEPTO          PIC X(4) VALUE SPACES.

       01  CALCRANT-TOT-TRAMO-TAB.
           05  CALCRANT-TOT-TRAMO  OCCURS 4 TIMES PIC 9(6).
       77  CALCRANT-TOT-ABIERTOS   PIC 9(6) VALUE ZERO.
       77  CALCRANT-TOT-REENVIADOS PIC 9(6) VALUE ZERO.
      *>  Un reenvío se da por vencido si lleva más de 7 días sin
      *>  que CALCBAT lo liquide (fecha de estado antes de CORTE-07).
       77  CALCRANT-TOT-REE-VENCIDOS PIC 9(6) VALUE ZERO.
       01  CALCRANT-CANT-ED        PIC Z(5)9.

      *>  Líneas del reporte.
       01  CALCRANT-ENC1.
           05  FILLER              PIC X(30) VALUE
               "ANTIGUEDAD DE RECHAZOS        ".
           05  FILLER              PIC X(17) VALUE
               "      FECHA REP. ".
           05  ENC1-FECHA          PIC 9(8).
           05  FILLER              PIC X(09) VALUE "  PAGINA ".
           05  ENC1-PAGINA         PIC Z(3)9.
       01  CALCRANT-ENC2-DET       PIC X(30) VALUE
               "RECHAZOS ABIERTOS             ".
       01  CALCRANT-ENC2-RES       PIC X(30) VALUE
               "RESUMEN POR DEPARTAMENTO      ".
       01  CALCRANT-ENC2-REE       PIC X(30) VALUE
               "REENVIOS SIN LIQUIDAR         ".
       01  CALCRANT-ENC3-DET.
           05  FILLER              PIC X(30) VALUE
               "LOTE   SECUENC DEPT MO PEND.DE".
           05  FILLER              PIC X(23) VALUE
               "S RECHAZO  TRAMO  AVISO".
       01  CALCRANT-ENC3-RES.
           05  FILLER              PIC X(30) VALUE
               "DEPT NOMBRE                 0-".
           05  FILLER              PIC X(36) VALUE
               "7   8-14  15-30    +30  TOTAL REENV.".
       01  CALCRANT-ENC3-REE.
           05  FILLER              PIC X(30) VALUE
               "LOTE   SECUENC DEPT MO REENVIO".
           05  FILLER              PIC X(29) VALUE
               "  LOTE-N SEC-NVA TRAMO  AVISO".
       01  CALCRANT-ENC4           PIC X(67) VALUE ALL "-".

       01  CALCRANT-DET.
           05  DET-LOTE            PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-DEPTO           PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-MOTIVO          PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-FECHA-ORIGEN    PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-FECHA-RECHAZO   PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-TRAMO           PIC X(7).
           05  DET-AVISO           PIC X(15).

       01  CALCRANT-DET-REE.
           05  DRE-LOTE            PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  DRE-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  DRE-DEPTO           PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  DRE-MOTIVO          PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  DRE-FECHA-ESTADO    PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DRE-LOTE-NUEVO      PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  DRE-SEC-NUEVA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  DRE-TRAMO           PIC X(7).
           05  DRE-AVISO           PIC X(15).

       01  CALCRANT-RES.
           05  RES-DEPTO           PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  RES-NOMBRE          PIC X(20).
           05  RES-TRAMO-ENT OCCURS 4 TIMES.
               10  RES-TRAMO       PIC Z(5)9.
               10  FILLER          PIC X.
           05  RES-ABIERTOS        PIC Z(5)9.
           05  FILLER              PIC X VALUE SPACE.
           05  RES-REENVIADOS      PIC Z(5)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCRANT-DETENIDO
               PERFORM 2000-PROCESAR-RECHAZO THRU 2000-EXIT
                   UNTIL CALCRANT-RINV-EOF OR CALCRANT-DETENIDO
           END-IF.
           IF NOT CALCRANT-DETENIDO
               PERFORM 4000-LISTAR-REENVIOS THRU 4000-EXIT
           END-IF.
           IF NOT CALCRANT-DETENIDO
               PERFORM 5000-IMPRIMIR-RESUMEN THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Antigüedad de rechazos - CALCRANT".
           DISPLAY "=========================================".

           INITIALIZE CALCRANT-DEP-TAB.
           INITIALIZE CALCRANT-TOT-TRAMO-TAB.
           ACCEPT CALCRANT-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1100-CALCULAR-CORTES THRU 1100-EXIT.

      *>  Sin inventario no hay rechazos pendientes: el reporte
      *>  sale igual, con los totales en cero.
           OPEN INPUT CALC-RINV-FILE.
           IF CALC-RINV-OK
               SET CALC-RINV-ABIERTO TO TRUE
           ELSE
               IF CALC-RINV-NO-EXISTE
                   SET CALCRANT-RINV-EOF TO TRUE
               ELSE
                   DISPLAY "Error: no se pudo abrir el inventario "
                       "de rechazos CALCRINV."
                   MOVE 16 TO RETURN-CODE
                   SET CALCRANT-DETENIDO TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

      *>  Sin el maestro de departamentos el resumen sale igual,
      *>  con los códigos solos.
           OPEN INPUT CALC-DEPT-FILE.
           IF CALC-DEPT-OK
               SET CALC-DEPT-ABIERTO TO TRUE
           ELSE
               CLOSE CALC-DEPT-FILE
               DISPLAY "Aviso: maestro de departamentos CALCDEPT no "
                   "disponible; el resumen sale sin nombres."
           END-IF.

           OPEN OUTPUT CALC-RPT-FILE.
           IF CALCRANT-RPT-OK
               SET CALCRANT-RPT-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo crear el reporte "
                   "CALCIRPT."
               MOVE 16 TO RETURN-CODE
               SET CALCRANT-DETENIDO TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

       1100-CALCULAR-CORTES.
           MOVE CALCRANT-FECHA-HOY TO CALCRANT-FECHA-TRAB.
           PERFORM 1160-RESTAR-UN-DIA THRU 1160-EXIT 7 TIMES.
           MOVE CALCRANT-FECHA-TRAB TO CALCRANT-CORTE-07.
           PERFORM 1160-RESTAR-UN-DIA THRU 1160-EXIT 7 TIMES.
           MOVE CALCRANT-FECHA-TRAB TO CALCRANT-CORTE-14.
           PERFORM 1160-RESTAR-UN-DIA THRU 1160-EXIT 16 TIMES.
           MOVE CALCRANT-FECHA-TRAB TO CALCRANT-CORTE-30.

       1100-EXIT.
           EXIT.

       1160-RESTAR-UN-DIA.
           IF TRAB-DD > 1
               SUBTRACT 1 FROM TRAB-DD
               GO TO 1160-EXIT
           END-IF.
           IF TRAB-MM = 1
               SUBTRACT 1 FROM TRAB-AAAA
               MOVE 12 TO TRAB-MM
               MOVE 31 TO TRAB-DD
           ELSE
               SUBTRACT 1 FROM TRAB-MM
               MOVE CALCRANT-MES-DIAS(TRAB-MM) TO TRAB-DD
               IF TRAB-MM = 2
                   PERFORM 1170-VERIFICAR-BISIESTO THRU 1170-EXIT
                   IF CALCRANT-BISIESTO
                       MOVE 29 TO TRAB-DD
                   END-IF
               END-IF
           END-IF.

       1160-EXIT.
           EXIT.

      *>  Bisiesto: divisible entre 4 y no entre 100, o divisible
      *>  entre 400.
       1170-VERIFICAR-BISIESTO.
           MOVE "N" TO CALCRANT-BISIESTO-SW.
           DIVIDE TRAB-AAAA BY 4 GIVING CALCRANT-AAAA-COCIENTE
               REMAINDER CALCRANT-AAAA-RESTO.
           IF CALCRANT-AAAA-RESTO = ZERO
               DIVIDE TRAB-AAAA BY 100 GIVING CALCRANT-AAAA-COCIENTE
                   REMAINDER CALCRANT-AAAA-RESTO
               IF CALCRANT-AAAA-RESTO NOT = ZERO
                   SET CALCRANT-BISIESTO TO TRUE
               ELSE
                   DIVIDE TRAB-AAAA BY 400
                       GIVING CALCRANT-AAAA-COCIENTE
                       REMAINDER CALCRANT-AAAA-RESTO
                   IF CALCRANT-AAAA-RESTO = ZERO
                       SET CALCRANT-BISIESTO TO TRUE
                   END-IF
               END-IF
           END-IF.

       1170-EXIT.
           EXIT.

      *>  Solo cuentan los abiertos y los reenviados sin liquidar;
      *>  los dados de baja y los liquidados son historia.
       2000-PROCESAR-RECHAZO.
           READ CALC-RINV-FILE NEXT RECORD
               AT END
                   SET CALCRANT-RINV-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF NOT RI-ABIERTO AND NOT RI-REENVIADO
               GO TO 2000-EXIT
           END-IF.
           IF RI-DEPTO = SPACES
               MOVE "S/D" TO CALCRANT-DEPTO
           ELSE
               MOVE RI-DEPTO TO CALCRANT-DEPTO
           END-IF.
           PERFORM 6000-UBICAR-DEPTO THRU 6000-EXIT.
           IF CALCRANT-DETENIDO
               GO TO 2000-EXIT
           END-IF.
           IF RI-REENVIADO
               ADD 1 TO AN-DEP-REENVIADOS(CALCRANT-DEP-SUB)
               ADD 1 TO CALCRANT-TOT-REENVIADOS
               GO TO 2000-EXIT
           END-IF.
           MOVE RI-FECHA-ORIGEN TO CALCRANT-FECHA-TRAB.
           PERFORM 2100-UBICAR-TRAMO THRU 2100-EXIT.
           ADD 1 TO AN-DEP-TRAMO(CALCRANT-DEP-SUB, CALCRANT-TRAMO).
           ADD 1 TO AN-DEP-ABIERTOS(CALCRANT-DEP-SUB).
           ADD 1 TO CALCRANT-TOT-TRAMO(CALCRANT-TRAMO).
           ADD 1 TO CALCRANT-TOT-ABIERTOS.
           PERFORM 2200-IMPRIMIR-ABIERTO THRU 2200-EXIT.

       2000-EXIT.
           EXIT.

      *>  Tramo de antigüedad de la fecha que trae
      *>  CALCRANT-FECHA-TRAB.
       2100-UBICAR-TRAMO.
           EVALUATE TRUE
               WHEN CALCRANT-FECHA-TRAB NOT < CALCRANT-CORTE-07
                   MOVE 1 TO CALCRANT-TRAMO
               WHEN CALCRANT-FECHA-TRAB NOT < CALCRANT-CORTE-14
                   MOVE 2 TO CALCRANT-TRAMO
               WHEN CALCRANT-FECHA-TRAB NOT < CALCRANT-CORTE-30
                   MOVE 3 TO CALCRANT-TRAMO
               WHEN OTHER
                   MOVE 4 TO CALCRANT-TRAMO
           END-EVALUATE.

       2100-EXIT.
           EXIT.

       2200-IMPRIMIR-ABIERTO.
           PERFORM 3100-VERIFICAR-PAGINA THRU 3100-EXIT.
           MOVE SPACES            TO CALCRANT-DET.
           MOVE RI-LOTE           TO DET-LOTE.
           MOVE RI-SECUENCIA      TO DET-SECUENCIA.
           MOVE CALCRANT-DEPTO    TO DET-DEPTO.
           MOVE RI-MOTIVO         TO DET-MOTIVO.
           MOVE RI-FECHA-ORIGEN   TO DET-FECHA-ORIGEN.
           MOVE RI-FECHA-RECHAZO  TO DET-FECHA-RECHAZO.
           MOVE CALCRANT-TRAMO-ROT(CALCRANT-TRAMO) TO DET-TRAMO.
           IF CALCRANT-TRAMO = 4
               MOVE "MAS DE UN MES" TO DET-AVISO
           END-IF.
           WRITE CALC-RPT-REC FROM CALCRANT-DET.
           ADD 1 TO CALCRANT-LINEAS.

       2200-EXIT.
           EXIT.

       3000-SALTAR-PAGINA.
           ADD 1 TO CALCRANT-PAGINA.
           IF CALCRANT-PAGINA > 1
               MOVE SPACES TO CALC-RPT-REC
               WRITE CALC-RPT-REC
           END-IF.
           MOVE CALCRANT-FECHA-HOY TO ENC1-FECHA.
           MOVE CALCRANT-PAGINA    TO ENC1-PAGINA.
           WRITE CALC-RPT-REC FROM CALCRANT-ENC1.
           EVALUATE TRUE
               WHEN CALCRANT-SECCION-DETALLE
                   WRITE CALC-RPT-REC FROM CALCRANT-ENC2-DET
                   WRITE CALC-RPT-REC FROM CALCRANT-ENC3-DET
               WHEN CALCRANT-SECCION-REENVIO
                   WRITE CALC-RPT-REC FROM CALCRANT-ENC2-REE
                   WRITE CALC-RPT-REC FROM CALCRANT-ENC3-REE
               WHEN OTHER
                   WRITE CALC-RPT-REC FROM CALCRANT-ENC2-RES
                   WRITE CALC-RPT-REC FROM CALCRANT-ENC3-RES
           END-EVALUATE.
           WRITE CALC-RPT-REC FROM CALCRANT-ENC4.
           MOVE 4 TO CALCRANT-LINEAS.

       3000-EXIT.
           EXIT.

       3100-VERIFICAR-PAGINA.
           IF CALCRANT-LINEAS NOT LESS THAN CALCRANT-LINEAS-X-PAG
               PERFORM 3000-SALTAR-PAGINA THRU 3000-EXIT
           END-IF.

       3100-EXIT.
           EXIT.

      *>  Los reenviados sin liquidar van en sección propia, en
      *>  página nueva, con la antigüedad medida desde la fecha del
      *>  reenvío (RI-FECHA-ESTADO): un reenvío que CALCBAT no
      *>  liquida en una semana es un lote que no llegó o no cuadró.
      *>  Es una segunda pasada sobre el inventario.
       4000-LISTAR-REENVIOS.
           IF CALCRANT-TOT-ABIERTOS = ZERO
               PERFORM 3000-SALTAR-PAGINA THRU 3000-EXIT
               MOVE "SIN RECHAZOS ABIERTOS" TO CALC-RPT-REC
               WRITE CALC-RPT-REC
           END-IF.
           IF CALCRANT-TOT-REENVIADOS = ZERO
               GO TO 4000-EXIT
           END-IF.
           SET CALCRANT-SECCION-REENVIO TO TRUE.
           PERFORM 3000-SALTAR-PAGINA THRU 3000-EXIT.
           MOVE "N" TO CALCRANT-RINV-EOF-SW.
           MOVE ZEROS TO RI-CLAVE.
           START CALC-RINV-FILE KEY NOT LESS THAN RI-CLAVE
               INVALID KEY
                   SET CALCRANT-RINV-EOF TO TRUE
           END-START.
           PERFORM 4100-IMPRIMIR-REENVIO THRU 4100-EXIT
               UNTIL CALCRANT-RINV-EOF.

       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-REENVIO.
           READ CALC-RINV-FILE NEXT RECORD
               AT END
                   SET CALCRANT-RINV-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF NOT RI-REENVIADO
               GO TO 4100-EXIT
           END-IF.
           MOVE RI-FECHA-ESTADO TO CALCRANT-FECHA-TRAB.
           PERFORM 2100-UBICAR-TRAMO THRU 2100-EXIT.
           PERFORM 3100-VERIFICAR-PAGINA THRU 3100-EXIT.
           MOVE SPACES            TO CALCRANT-DET-REE.
           MOVE RI-LOTE           TO DRE-LOTE.
           MOVE RI-SECUENCIA      TO DRE-SECUENCIA.
           IF RI-DEPTO = SPACES
               MOVE "S/D" TO DRE-DEPTO
           ELSE
               MOVE RI-DEPTO TO DRE-DEPTO
           END-IF.
           MOVE RI-MOTIVO         TO DRE-MOTIVO.
           MOVE RI-FECHA-ESTADO   TO DRE-FECHA-ESTADO.
           MOVE RI-LOTE-NUEVO     TO DRE-LOTE-NUEVO.
           MOVE RI-SEC-NUEVA      TO DRE-SEC-NUEVA.
           MOVE CALCRANT-TRAMO-ROT(CALCRANT-TRAMO) TO DRE-TRAMO.
           IF CALCRANT-TRAMO > 1
               MOVE "REENVIO VENCIDO" TO DRE-AVISO
               ADD 1 TO CALCRANT-TOT-REE-VENCIDOS
           END-IF.
           WRITE CALC-RPT-REC FROM CALCRANT-DET-REE.
           ADD 1 TO CALCRANT-LINEAS.

       4100-EXIT.
           EXIT.

      *>  El resumen empieza en página nueva, con un renglón por
      *>  departamento y el total general al pie.
       5000-IMPRIMIR-RESUMEN.
           SET CALCRANT-SECCION-RESUMEN TO TRUE.
           PERFORM 3000-SALTAR-PAGINA THRU 3000-EXIT.
           IF CALCRANT-DEP-USADOS > ZERO
               PERFORM 5100-IMPRIMIR-DEPTO THRU 5100-EXIT
                   VARYING CALCRANT-DEP-SUB FROM 1 BY 1
                   UNTIL CALCRANT-DEP-SUB > CALCRANT-DEP-USADOS
           END-IF.
           PERFORM 3100-VERIFICAR-PAGINA THRU 3100-EXIT.
           WRITE CALC-RPT-REC FROM CALCRANT-ENC4.
           MOVE SPACES TO CALCRANT-RES.
           MOVE "TOTAL"                 TO RES-NOMBRE.
           MOVE CALCRANT-TOT-TRAMO(1)   TO RES-TRAMO(1).
           MOVE CALCRANT-TOT-TRAMO(2)   TO RES-TRAMO(2).
           MOVE CALCRANT-TOT-TRAMO(3)   TO RES-TRAMO(3).
           MOVE CALCRANT-TOT-TRAMO(4)   TO RES-TRAMO(4).
           MOVE CALCRANT-TOT-ABIERTOS   TO RES-ABIERTOS.
           MOVE CALCRANT-TOT-REENVIADOS TO RES-REENVIADOS.
           WRITE CALC-RPT-REC FROM CALCRANT-RES.

           MOVE CALCRANT-TOT-ABIERTOS TO CALCRANT-CANT-ED.
           DISPLAY "Rechazos abiertos      : " CALCRANT-CANT-ED.
           MOVE CALCRANT-TOT-REENVIADOS TO CALCRANT-CANT-ED.
           DISPLAY "Reenviados sin liquidar: " CALCRANT-CANT-ED.
           IF CALCRANT-TOT-TRAMO(4) > ZERO
               MOVE CALCRANT-TOT-TRAMO(4) TO CALCRANT-CANT-ED
               DISPLAY "Atención: " CALCRANT-CANT-ED " rechazo(s) "
                   "abiertos hace más de 30 días."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF CALCRANT-TOT-REE-VENCIDOS > ZERO
               MOVE CALCRANT-TOT-REE-VENCIDOS TO CALCRANT-CANT-ED
               DISPLAY "Atención: " CALCRANT-CANT-ED " reenvío(s) "
                   "sin liquidar hace más de 7 días."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "Reporte grabado en CALCIRPT.".

       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-DEPTO.
           PERFORM 3100-VERIFICAR-PAGINA THRU 3100-EXIT.
           MOVE SPACES TO CALCRANT-RES.
           MOVE AN-DEP-DEPTO(CALCRANT-DEP-SUB) TO RES-DEPTO.
           IF CALC-DEPT-ABIERTO
               MOVE AN-DEP-DEPTO(CALCRANT-DEP-SUB) TO DP-CODIGO
               READ CALC-DEPT-FILE
                   INVALID KEY
                       MOVE "(NO REGISTRADO)" TO RES-NOMBRE
                   NOT INVALID KEY
                       MOVE DP-NOMBRE TO RES-NOMBRE
               END-READ
           END-IF.
           MOVE AN-DEP-TRAMO(CALCRANT-DEP-SUB, 1) TO RES-TRAMO(1).
           MOVE AN-DEP-TRAMO(CALCRANT-DEP-SUB, 2) TO RES-TRAMO(2).
           MOVE AN-DEP-TRAMO(CALCRANT-DEP-SUB, 3) TO RES-TRAMO(3).
           MOVE AN-DEP-TRAMO(CALCRANT-DEP-SUB, 4) TO RES-TRAMO(4).
           MOVE AN-DEP-ABIERTOS(CALCRANT-DEP-SUB) TO RES-ABIERTOS.
           MOVE AN-DEP-REENVIADOS(CALCRANT-DEP-SUB)
               TO RES-REENVIADOS.
           WRITE CALC-RPT-REC FROM CALCRANT-RES.
           ADD 1 TO CALCRANT-LINEAS.

       5100-EXIT.
           EXIT.

      *>  Busca el departamento en la tabla y lo da de alta si es
      *>  nuevo. CALCRANT-DEPTO trae el departamento buscado.
       6000-UBICAR-DEPTO.
           MOVE "N" TO CALCRANT-DEP-HALLADO-SW.
           MOVE ZERO TO CALCRANT-DEP-SUB.
           IF CALCRANT-DEP-USADOS > ZERO
               PERFORM 6100-BUSCAR-DEPTO THRU 6100-EXIT
                   VARYING CALCRANT-DEP-IDX FROM 1 BY 1
                   UNTIL CALCRANT-DEP-HALLADO
                       OR CALCRANT-DEP-IDX > CALCRANT-DEP-USADOS
           END-IF.
           IF NOT CALCRANT-DEP-HALLADO
               IF CALCRANT-DEP-USADOS < 50
                   ADD 1 TO CALCRANT-DEP-USADOS
                   MOVE CALCRANT-DEP-USADOS TO CALCRANT-DEP-SUB
                   MOVE CALCRANT-DEPTO
                       TO AN-DEP-DEPTO(CALCRANT-DEP-SUB)
               ELSE
                   DISPLAY "Error: más de 50 departamentos "
                       "distintos; amplíe la tabla del reporte."
                   MOVE 16 TO RETURN-CODE
                   SET CALCRANT-DETENIDO TO TRUE
               END-IF
           END-IF.

       6000-EXIT.
           EXIT.

       6100-BUSCAR-DEPTO.
           IF AN-DEP-DEPTO(CALCRANT-DEP-IDX) = CALCRANT-DEPTO
               SET CALCRANT-DEP-HALLADO TO TRUE
               SET CALCRANT-DEP-SUB TO CALCRANT-DEP-IDX
           END-IF.

       6100-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-RINV-ABIERTO
               CLOSE CALC-RINV-FILE
           END-IF.
           IF CALC-DEPT-ABIERTO
               CLOSE CALC-DEPT-FILE
           END-IF.
           IF CALCRANT-RPT-ABIERTO
               CLOSE CALC-RPT-FILE
           END-IF.
           DISPLAY "Fin del reporte de antigüedad de rechazos.".

       9000-EXIT.
           EXIT.

       END PROGRAM CALCRANT.
