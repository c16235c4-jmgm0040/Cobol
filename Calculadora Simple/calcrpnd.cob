             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCRPND                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Reporte de cambios de tasa pendientes de aprobación sobre   *
      *>  CALCRPEN, en el estilo de CALCRAUR: una línea por solicitud *
      *>  (tasa, vigencia, acción, valores y estados anterior y       *
      *>  nuevo, quién la pidió y cuándo), paginado en CALCQRPT. La   *
      *>  fecha de corte es la del próximo CALCBAT: con CALCPARM      *
      *>  viene en la tarjeta CORTE= (sin ella, mañana); sin CALCPARM *
      *>  se pregunta en la terminal (vacío = mañana). Toda solicitud *
      *>  cuya vigencia entra en efecto a esa fecha o antes se marca  *
      *>  ANTES DEL CORTE y deja la corrida con RETURN-CODE 8: un     *
      *>  cambio de tasa sin aprobar que vale para mañana tiene que   *
      *>  verse hoy, no después del lote. Una tarjeta CORTE= inválida *
      *>  detiene la corrida con RETURN-CODE 16.                      *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Tarjeta CORTE= de CALCPARM para la      *
      *>                      corrida desatendida (1300); la fecha    *
      *>                      de corte, de la tarjeta o de la         *
      *>                      terminal, se valida en mes y día, y     *
      *>                      por omisión es mañana (1200) en lugar   *
      *>                      de hoy.                                 *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRPND.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCQSEL.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCRPND-PARM-STATUS.

           SELECT CALC-RPT-FILE ASSIGN TO "CALCQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCRPND-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCQFD.

       FD  CALC-PARM-FILE.
       01  CALC-PARM-REC.
           05  PM-PALABRA          PIC X(11).
           05  PM-VALOR            PIC X(8).

       FD  CALC-RPT-FILE.
       01  CALC-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CALCQFLD.

       01  CALCRPND-PARM-STATUS    PIC X(02) VALUE SPACES.
           88  CALCRPND-PARM-OK         VALUE "00".
           88  CALCRPND-PARM-NO-EXISTE  VALUE "35".
       01  CALCRPND-PARM-EOF-SW    PIC X VALUE "N".
           88  CALCRPND-PARM-EOF        VALUE "S".
       01  CALCRPND-RPT-STATUS     PIC X(02) VALUE SPACES.
           88  CALCRPND-RPT-OK          VALUE "00".
       01  CALCRPND-RPT-ABIERTO-SW PIC X VALUE "N".
           88  CALCRPND-RPT-ABIERTO     VALUE "S".

       01  CALCRPND-ENT-FECHA      PIC X(8) VALUE SPACES.
       01  CALCRPND-FECHA-CORTE    PIC 9(8) VALUE ZEROS.
       01  CALCRPND-ENT-VALIDO-SW  PIC X VALUE "N".
           88  CALCRPND-ENT-VALIDO      VALUE "S".

       01  CALCRPND-PEND-EOF-SW    PIC X VALUE "N".
           88  CALCRPND-PEND-EOF        VALUE "S".
       01  CALCRPND-DETENIDO-SW    PIC X VALUE "N".
           88  CALCRPND-DETENIDO        VALUE "S".

       77  CALCRPND-FECHA-HOY      PIC 9(8) VALUE ZEROS.

      *>  Mañana, la fecha de corte por omisión: hoy más un día,
      *>  con el largo de cada mes y febrero de 29 en bisiesto.
       77  CALCRPND-FECHA-MANANA   PIC 9(8) VALUE ZEROS.
       01  CALCRPND-FECHA-TRAB.
           05  TRAB-AAAA           PIC 9(4).
           05  TRAB-MM             PIC 9(2).
           05  TRAB-DD             PIC 9(2).
       01  CALCRPND-MES-DIAS-VAL   PIC X(24) VALUE
           "312831303130313130313031".
       01  CALCRPND-MES-DIAS-TAB REDEFINES CALCRPND-MES-DIAS-VAL.
           05  CALCRPND-MES-DIAS OCCURS 12 TIMES PIC 9(2).
       77  CALCRPND-ULT-DIA-MES    PIC 9(2) VALUE ZERO.
       77  CALCRPND-AAAA-COCIENTE  PIC 9(4) VALUE ZERO.
       77  CALCRPND-AAAA-RESTO     PIC 9(4) VALUE ZERO.
       01  CALCRPND-BISIESTO-SW    PIC X VALUE "N".
           88  CALCRPND-BISIESTO        VALUE "S".

       77  CALCRPND-PAGINA         PIC 9(4) VALUE ZERO.
       77  CALCRPND-LINEAS         PIC 9(2) VALUE 99.
       77  CALCRPND-LINEAS-X-PAG   PIC 9(2) VALUE 55.

       77  CALCRPND-CANT-LISTADAS  PIC 9(7) VALUE ZERO.
       77  CALCRPND-CANT-ALTAS     PIC 9(7) VALUE ZERO.
       77  CALCRPND-CANT-CAMBIOS   PIC 9(7) VALUE ZERO.
       77  CALCRPND-CANT-BAJAS     PIC 9(7) VALUE ZERO.
       77  CALCRPND-CANT-CORTE     PIC 9(7) VALUE ZERO.
       01  CALCRPND-CANT-ED        PIC Z(6)9.

      *>  Líneas del reporte.
       01  CALCRPND-ENC1.
           05  FILLER              PIC X(30) VALUE
               "CAMBIOS DE TASA PENDIENTES    ".
           05  FILLER              PIC X(17) VALUE
               "      FECHA REP. ".
           05  ENC1-FECHA          PIC 9(8).
           05  FILLER              PIC X(09) VALUE "  PAGINA ".
           05  ENC1-PAGINA         PIC Z(3)9.
       01  CALCRPND-ENC2.
           05  FILLER              PIC X(15) VALUE "FECHA DE CORTE ".
           05  ENC2-CORTE          PIC 9(8).
       01  CALCRPND-ENC3.
           05  FILLER              PIC X(30) VALUE
               "TASA  VIGENCIA ACC. VAL.ANT. V".
           05  FILLER              PIC X(32) VALUE
               "AL.NVO. EA EN SOL SOLICIT. AVISO".
       01  CALCRPND-ENC4           PIC X(73) VALUE ALL "-".

       01  CALCRPND-DET.
           05  DET-CODIGO          PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-VIGENCIA        PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-ACCION          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-VALOR-ANT       PIC -(4)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-VALOR-NVO       PIC -(4)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-ESTADO-ANT      PIC X.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-ESTADO-NVO      PIC X.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-SOLICITANTE     PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-FECHA-SOL       PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-AVISO           PIC X(16).

       01  CALCRPND-TOT1           PIC X(26) VALUE
               "TOTAL DE PENDIENTES       ".
       01  CALCRPND-TOT2.
           05  FILLER              PIC X(25) VALUE
               "  SOLICITUDES LISTADAS   ".
           05  TOT2-CANT           PIC Z(6)9.
       01  CALCRPND-TOT3.
           05  FILLER              PIC X(25) VALUE
               "  ALTAS                  ".
           05  TOT3-CANT           PIC Z(6)9.
       01  CALCRPND-TOT4.
           05  FILLER              PIC X(25) VALUE
               "  CAMBIOS DE VALOR       ".
           05  TOT4-CANT           PIC Z(6)9.
       01  CALCRPND-TOT5.
           05  FILLER              PIC X(25) VALUE
               "  BAJAS                  ".
           05  TOT5-CANT           PIC Z(6)9.
       01  CALCRPND-TOT6.
           05  FILLER              PIC X(26) VALUE
               "  VIGENTES ANTES DEL CORTE".
           05  TOT6-CANT           PIC Z(5)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCRPND-DETENIDO
               PERFORM 2000-PROCESAR-PENDIENTE THRU 2000-EXIT
                   UNTIL CALCRPND-PEND-EOF
               PERFORM 5000-TOTAL-GENERAL THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Cambios de tasa pendientes - CALCRPND".
           DISPLAY "=========================================".

           ACCEPT CALCRPND-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1200-CALCULAR-MANANA THRU 1200-EXIT.
           MOVE CALCRPND-FECHA-MANANA TO CALCRPND-FECHA-CORTE.
           PERFORM 1300-LEER-PARAMETROS THRU 1300-EXIT.
           IF CALCRPND-DETENIDO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Fecha de corte: " CALCRPND-FECHA-CORTE.

      *>  Sin archivo de pendientes no hay nada pendiente: el
      *>  reporte sale igual, con los totales en cero.
           OPEN INPUT CALC-PEND-FILE.
           IF CALC-PEND-OK
               SET CALC-PEND-ABIERTO TO TRUE
           ELSE
               IF CALC-PEND-NO-EXISTE
                   SET CALCRPND-PEND-EOF TO TRUE
               ELSE
                   DISPLAY "Error: no se pudo abrir el archivo de "
                       "cambios pendientes CALCRPEN."
                   MOVE 16 TO RETURN-CODE
                   SET CALCRPND-DETENIDO TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT CALC-RPT-FILE.
           IF CALCRPND-RPT-OK
               SET CALCRPND-RPT-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo crear el reporte "
                   "CALCQRPT."
               MOVE 16 TO RETURN-CODE
               SET CALCRPND-DETENIDO TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

       1100-PEDIR-CORTE.
           DISPLAY "Fecha de corte - la del próximo lote "
               "(AAAAMMDD, vacío = mañana): ".
           ACCEPT CALCRPND-ENT-FECHA.
           IF CALCRPND-ENT-FECHA = SPACES
               MOVE CALCRPND-FECHA-MANANA TO CALCRPND-FECHA-CORTE
               SET CALCRPND-ENT-VALIDO TO TRUE
           ELSE
               IF CALCRPND-ENT-FECHA IS NUMERIC
                   AND CALCRPND-ENT-FECHA(5:2) > "00"
                   AND CALCRPND-ENT-FECHA(5:2) < "13"
                   AND CALCRPND-ENT-FECHA(7:2) > "00"
                   AND CALCRPND-ENT-FECHA(7:2) < "32"
                   MOVE CALCRPND-ENT-FECHA TO CALCRPND-FECHA-CORTE
                   SET CALCRPND-ENT-VALIDO TO TRUE
               ELSE
                   DISPLAY "La fecha debe ser válida, formato "
                       "AAAAMMDD, por ejemplo 20261016."
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

       1200-CALCULAR-MANANA.
           MOVE CALCRPND-FECHA-HOY TO CALCRPND-FECHA-TRAB.
           MOVE CALCRPND-MES-DIAS(TRAB-MM) TO CALCRPND-ULT-DIA-MES.
           IF TRAB-MM = 2
               PERFORM 1270-VERIFICAR-BISIESTO THRU 1270-EXIT
               IF CALCRPND-BISIESTO
                   MOVE 29 TO CALCRPND-ULT-DIA-MES
               END-IF
           END-IF.
           IF TRAB-DD < CALCRPND-ULT-DIA-MES
               ADD 1 TO TRAB-DD
           ELSE
               MOVE 1 TO TRAB-DD
               IF TRAB-MM < 12
                   ADD 1 TO TRAB-MM
               ELSE
                   MOVE 1 TO TRAB-MM
                   ADD 1 TO TRAB-AAAA
               END-IF
           END-IF.
           MOVE CALCRPND-FECHA-TRAB TO CALCRPND-FECHA-MANANA.

       1200-EXIT.
           EXIT.

      *>  Bisiesto: divisible entre 4 y no entre 100, o divisible
      *>  entre 400.
       1270-VERIFICAR-BISIESTO.
           MOVE "N" TO CALCRPND-BISIESTO-SW.
           DIVIDE TRAB-AAAA BY 4 GIVING CALCRPND-AAAA-COCIENTE
               REMAINDER CALCRPND-AAAA-RESTO.
           IF CALCRPND-AAAA-RESTO = ZERO
               DIVIDE TRAB-AAAA BY 100 GIVING CALCRPND-AAAA-COCIENTE
                   REMAINDER CALCRPND-AAAA-RESTO
               IF CALCRPND-AAAA-RESTO NOT = ZERO
                   SET CALCRPND-BISIESTO TO TRUE
               ELSE
                   DIVIDE TRAB-AAAA BY 400
                       GIVING CALCRPND-AAAA-COCIENTE
                       REMAINDER CALCRPND-AAAA-RESTO
                   IF CALCRPND-AAAA-RESTO = ZERO
                       SET CALCRPND-BISIESTO TO TRUE
                   END-IF
               END-IF
           END-IF.

       1270-EXIT.
           EXIT.

      *>  Sin CALCPARM la fecha de corte se pregunta en la terminal,
      *>  como siempre; con CALCPARM la corrida es desatendida: la
      *>  tarjeta CORTE= trae la fecha (sin ella, mañana), y una
      *>  tarjeta inválida detiene la corrida, porque el reporte
      *>  saldría con otro corte.
       1300-LEER-PARAMETROS.
           MOVE "N" TO CALCRPND-PARM-EOF-SW.
           OPEN INPUT CALC-PARM-FILE.
           IF CALCRPND-PARM-NO-EXISTE
               CLOSE CALC-PARM-FILE
               MOVE "N" TO CALCRPND-ENT-VALIDO-SW
               PERFORM 1100-PEDIR-CORTE THRU 1100-EXIT
                   UNTIL CALCRPND-ENT-VALIDO
               GO TO 1300-EXIT
           END-IF.
           IF NOT CALCRPND-PARM-OK
               DISPLAY "Error: no se pudo leer la tarjeta de "
                   "parámetros CALCPARM."
               MOVE 16 TO RETURN-CODE
               SET CALCRPND-DETENIDO TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LEER-TARJETA THRU 1310-EXIT
               UNTIL CALCRPND-PARM-EOF OR CALCRPND-DETENIDO.
           CLOSE CALC-PARM-FILE.

       1300-EXIT.
           EXIT.

       1310-LEER-TARJETA.
           READ CALC-PARM-FILE
               AT END
                   SET CALCRPND-PARM-EOF TO TRUE
               NOT AT END
                   IF PM-PALABRA = "CORTE="
                       IF PM-VALOR IS NUMERIC
                           AND PM-VALOR(5:2) > "00"
                           AND PM-VALOR(5:2) < "13"
                           AND PM-VALOR(7:2) > "00"
                           AND PM-VALOR(7:2) < "32"
                           MOVE PM-VALOR TO CALCRPND-FECHA-CORTE
                       ELSE
                           DISPLAY "Error: la tarjeta CORTE= "
                               "de CALCPARM no trae una fecha "
                               "válida (AAAAMMDD): " PM-VALOR
                           MOVE 16 TO RETURN-CODE
                           SET CALCRPND-DETENIDO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1310-EXIT.
           EXIT.

       2000-PROCESAR-PENDIENTE.
           READ CALC-PEND-FILE NEXT RECORD
               AT END
                   SET CALCRPND-PEND-EOF TO TRUE
               NOT AT END
                   PERFORM 2200-IMPRIMIR-PENDIENTE THRU 2200-EXIT
           END-READ.

       2000-EXIT.
           EXIT.

       2200-IMPRIMIR-PENDIENTE.
           PERFORM 3100-VERIFICAR-PAGINA THRU 3100-EXIT.
           MOVE SPACES          TO CALCRPND-DET.
           MOVE RP-CODIGO       TO DET-CODIGO.
           MOVE RP-FECHA-VIG    TO DET-VIGENCIA.
           MOVE RP-ACCION       TO DET-ACCION.
           MOVE RP-VALOR-ANT    TO DET-VALOR-ANT.
           MOVE RP-VALOR-NVO    TO DET-VALOR-NVO.
           MOVE RP-ESTADO-ANT   TO DET-ESTADO-ANT.
           MOVE RP-ESTADO-NVO   TO DET-ESTADO-NVO.
           MOVE RP-SOLICITANTE  TO DET-SOLICITANTE.
           MOVE RP-FECHA-SOL    TO DET-FECHA-SOL.
           IF RP-FECHA-VIG NOT > CALCRPND-FECHA-CORTE
               MOVE "ANTES DEL CORTE" TO DET-AVISO
               ADD 1 TO CALCRPND-CANT-CORTE
           END-IF.
           WRITE CALC-RPT-REC FROM CALCRPND-DET.
           ADD 1 TO CALCRPND-LINEAS.

           ADD 1 TO CALCRPND-CANT-LISTADAS.
           EVALUATE TRUE
               WHEN RP-ALTA
                   ADD 1 TO CALCRPND-CANT-ALTAS
               WHEN RP-CAMBIO
                   ADD 1 TO CALCRPND-CANT-CAMBIOS
               WHEN RP-BAJA
                   ADD 1 TO CALCRPND-CANT-BAJAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-EXIT.
           EXIT.

       3000-SALTAR-PAGINA.
           ADD 1 TO CALCRPND-PAGINA.
           IF CALCRPND-PAGINA > 1
               MOVE SPACES TO CALC-RPT-REC
               WRITE CALC-RPT-REC
           END-IF.
           MOVE CALCRPND-FECHA-HOY   TO ENC1-FECHA.
           MOVE CALCRPND-PAGINA      TO ENC1-PAGINA.
           WRITE CALC-RPT-REC FROM CALCRPND-ENC1.
           MOVE CALCRPND-FECHA-CORTE TO ENC2-CORTE.
           WRITE CALC-RPT-REC FROM CALCRPND-ENC2.
           WRITE CALC-RPT-REC FROM CALCRPND-ENC3.
           WRITE CALC-RPT-REC FROM CALCRPND-ENC4.
           MOVE 4 TO CALCRPND-LINEAS.

       3000-EXIT.
           EXIT.

       3100-VERIFICAR-PAGINA.
           IF CALCRPND-LINEAS NOT LESS THAN CALCRPND-LINEAS-X-PAG
               PERFORM 3000-SALTAR-PAGINA THRU 3000-EXIT
           END-IF.

       3100-EXIT.
           EXIT.

       5000-TOTAL-GENERAL.
           PERFORM 3000-SALTAR-PAGINA THRU 3000-EXIT.
           WRITE CALC-RPT-REC FROM CALCRPND-TOT1.
           MOVE CALCRPND-CANT-LISTADAS TO TOT2-CANT.
           WRITE CALC-RPT-REC FROM CALCRPND-TOT2.
           MOVE CALCRPND-CANT-ALTAS TO TOT3-CANT.
           WRITE CALC-RPT-REC FROM CALCRPND-TOT3.
           MOVE CALCRPND-CANT-CAMBIOS TO TOT4-CANT.
           WRITE CALC-RPT-REC FROM CALCRPND-TOT4.
           MOVE CALCRPND-CANT-BAJAS TO TOT5-CANT.
           WRITE CALC-RPT-REC FROM CALCRPND-TOT5.
           MOVE CALCRPND-CANT-CORTE TO TOT6-CANT.
           WRITE CALC-RPT-REC FROM CALCRPND-TOT6.

           MOVE CALCRPND-CANT-LISTADAS TO CALCRPND-CANT-ED.
           DISPLAY "Solicitudes pendientes: " CALCRPND-CANT-ED.
           IF CALCRPND-CANT-CORTE > ZERO
               MOVE CALCRPND-CANT-CORTE TO CALCRPND-CANT-ED
               DISPLAY "Atención: " CALCRPND-CANT-ED " solicitud(es) "
                   "sin aprobar entran en vigencia antes del corte "
                   CALCRPND-FECHA-CORTE "."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "Reporte grabado en CALCQRPT.".

       5000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-PEND-ABIERTO
               CLOSE CALC-PEND-FILE
           END-IF.
           IF CALCRPND-RPT-ABIERTO
               CLOSE CALC-RPT-FILE
           END-IF.
           DISPLAY "Fin del reporte de cambios pendientes.".

       9000-EXIT.
           EXIT.

       END PROGRAM CALCRPND.
