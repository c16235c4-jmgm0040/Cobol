             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCPLGN                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Generador de lotes desde las plantillas de transacciones    *
      *>  recurrentes CALCPLAN. Para la fecha de generación (tarjeta  *
      *>  FECHA-PLAN= de CALCPARM; hoy si no viene) selecciona las    *
      *>  plantillas activas que vencen ese día y arma con ellas un   *
      *>  CALCIN completo, listo para CALCBAT: por cada plantilla     *
      *>  una cabecera "H" con un número de lote nuevo y el           *
      *>  departamento, los detalles "D" con CT-SECUENCIA numerada    *
      *>  en orden desde 1 y una cola "T" con la cantidad de          *
      *>  detalles y el total de comprobación calculado con la misma  *
      *>  regla de CALCBAT. Cada plantilla generada guarda el         *
      *>  período y el lote, de modo que una segunda corrida del      *
      *>  mismo período no la vuelve a generar. Lo generado, lo ya    *
      *>  generado y lo salteado con aviso se lista en CALCPRPT.      *
      *>  Los números de lote salen del registro de control de        *
      *>  CALCPLAN y saltan los que ya figuren en CALCCTL. Si ninguna *
      *>  plantilla vence, CALCIN no se toca; tampoco se reemplaza un *
      *>  CALCIN que CALCBAT todavía no procesó (ver CALCKVRP).       *
      *>  RETURN-CODE 8: alguna plantilla vencida no se pudo generar  *
      *>  (sin detalles o con frecuencia no válida). RETURN-CODE 16:  *
      *>  error de archivos o de parámetros, o CALCIN pendiente; el   *
      *>  lote no se arma.                                            *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Antes de crear CALCIN se verifica que   *
      *>                      el anterior ya haya sido procesado por  *
      *>                      CALCBAT (CALCKVRP); si no, RETURN-CODE  *
      *>                      16 y CALCIN queda intacto.              *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPLGN.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCMSEL.

           COPY CALCTSEL.

           COPY CALCCSEL.

           COPY CALCKSEL.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCPLGN-PARM-STATUS.

           SELECT CALC-RPT-FILE ASSIGN TO "CALCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCPLGN-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCMFD.

       COPY CALCTFD.

       COPY CALCCFD.

       COPY CALCKFD.

       FD  CALC-PARM-FILE.
       01  CALC-PARM-REC.
           05  PM-PALABRA          PIC X(11).
           05  PM-VALOR            PIC X(8).

       FD  CALC-RPT-FILE.
       01  CALC-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CALCMFLD.

       COPY CALCTFLD.

       COPY CALCCFLD.

       COPY CALCKFLD.

       01  CALCPLGN-PARM-STATUS    PIC X(02) VALUE SPACES.
           88  CALCPLGN-PARM-OK         VALUE "00".
       01  CALCPLGN-PARM-EOF-SW    PIC X VALUE "N".
           88  CALCPLGN-PARM-EOF        VALUE "S".

       01  CALCPLGN-RPT-STATUS     PIC X(02) VALUE SPACES.
           88  CALCPLGN-RPT-OK          VALUE "00".
       01  CALCPLGN-RPT-ABIERTO-SW PIC X VALUE "N".
           88  CALCPLGN-RPT-ABIERTO     VALUE "S".

       01  CALCPLGN-DETENIDO-SW    PIC X VALUE "N".
           88  CALCPLGN-DETENIDO        VALUE "S".
       01  CALCPLGN-PLAN-EOF-SW    PIC X VALUE "N".
           88  CALCPLGN-PLAN-EOF        VALUE "S".
       01  CALCPLGN-CTL-EOF-SW     PIC X VALUE "N".
           88  CALCPLGN-CTL-EOF         VALUE "S".
       01  CALCPLGN-DET-EOF-SW     PIC X VALUE "N".
           88  CALCPLGN-DET-EOF         VALUE "S".

       77  CALCPLGN-FECHA-HOY      PIC 9(8) VALUE ZEROS.
       01  CALCPLGN-FECHA-PLAN     PIC 9(8) VALUE ZEROS.
       01  CALCPLGN-FECHA-PLAN-R REDEFINES CALCPLGN-FECHA-PLAN.
           05  CALCPLGN-PLAN-AAAA  PIC 9(4).
           05  CALCPLGN-PLAN-MM    PIC 9(2).
           05  CALCPLGN-PLAN-DD    PIC 9(2).
       01  CALCPLGN-PERIODO-MES    PIC 9(8) VALUE ZEROS.
       01  CALCPLGN-PERIODO        PIC 9(8) VALUE ZEROS.

      *>  Día de la semana de la fecha de generación (1 = lunes ...
      *>  7 = domingo), por la congruencia de Zeller: enero y
      *>  febrero cuentan como meses 13 y 14 del año anterior.
       77  CALCPLGN-DIA-SEMANA     PIC 9 VALUE ZERO.
       77  CALCPLGN-Z-MES          PIC 9(2) VALUE ZERO.
       77  CALCPLGN-Z-AAAA         PIC 9(4) VALUE ZERO.
       77  CALCPLGN-Z-SIGLO        PIC 9(2) VALUE ZERO.
       77  CALCPLGN-Z-ANIO         PIC 9(2) VALUE ZERO.
       77  CALCPLGN-Z-TERMINO      PIC 9(4) VALUE ZERO.
       77  CALCPLGN-Z-SUMA         PIC 9(5) VALUE ZERO.
       77  CALCPLGN-Z-COCIENTE     PIC 9(5) VALUE ZERO.
       77  CALCPLGN-Z-RESTO        PIC 9 VALUE ZERO.

      *>  Último día del mes de la fecha de generación: una
      *>  plantilla mensual con un día que el mes no tiene se genera
      *>  ese último día.
       77  CALCPLGN-ULT-DIA-MES    PIC 9(2) VALUE ZERO.
       77  CALCPLGN-DIA-EFECTIVO   PIC 9(2) VALUE ZERO.
       01  CALCPLGN-FECHA-TRAB.
           05  TRAB-AAAA           PIC 9(4).
           05  TRAB-MM             PIC 9(2).
           05  TRAB-DD             PIC 9(2).
       01  CALCPLGN-MES-DIAS-VAL   PIC X(24) VALUE
           "312831303130313130313031".
       01  CALCPLGN-MES-DIAS-TAB REDEFINES CALCPLGN-MES-DIAS-VAL.
           05  CALCPLGN-MES-DIAS OCCURS 12 TIMES PIC 9(2).
       77  CALCPLGN-AAAA-COCIENTE  PIC 9(4) VALUE ZERO.
       77  CALCPLGN-AAAA-RESTO     PIC 9(4) VALUE ZERO.
       01  CALCPLGN-BISIESTO-SW    PIC X VALUE "N".
           88  CALCPLGN-BISIESTO        VALUE "S".

      *>  Plantillas que vencen en la fecha, juntadas en la primera
      *>  pasada; CALCIN se abre solo si hay al menos una.
       01  CALCPLGN-GEN-TAB.
           05  CALCPLGN-GEN-ENT OCCURS 500 TIMES.
               10  PG-CODIGO           PIC X(6).
               10  PG-PERIODO          PIC 9(8).
       77  CALCPLGN-GEN-USADOS     PIC 9(3) VALUE ZERO.
       77  CALCPLGN-GEN-SUB        PIC 9(3) VALUE ZERO.

       77  CALCPLGN-PROX-LOTE      PIC 9(6) VALUE ZERO.
       77  CALCPLGN-MAX-CTL        PIC 9(6) VALUE ZERO.
       77  CALCPLGN-ULT-NECESARIO  PIC 9(7) VALUE ZERO.
       77  CALCPLGN-LOTE           PIC 9(6) VALUE ZERO.
       01  CALCPLGN-DEPTO          PIC X(4) VALUE SPACES.
       77  CALCPLGN-SECUENCIA      PIC 9(7) VALUE ZERO.
       77  CALCPLGN-HASH-ACUM      PIC S9(9)V99 VALUE ZEROS.

       77  CALCPLGN-CANT-GENERADAS PIC 9(5) VALUE ZERO.
       77  CALCPLGN-CANT-YA-GEN    PIC 9(5) VALUE ZERO.
       77  CALCPLGN-CANT-AVISOS    PIC 9(5) VALUE ZERO.
       77  CALCPLGN-CANT-DETALLES  PIC 9(7) VALUE ZERO.
       01  CALCPLGN-CANT-ED        PIC Z(4)9.
       01  CALCPLGN-SITUACION      PIC X(20) VALUE SPACES.

       77  CALCPLGN-PAGINA         PIC 9(4) VALUE ZERO.
       77  CALCPLGN-LINEAS         PIC 9(2) VALUE 99.
       77  CALCPLGN-LINEAS-X-PAG   PIC 9(2) VALUE 55.

      *>  Líneas del reporte.
       01  CALCPLGN-ENC1.
           05  FILLER              PIC X(30) VALUE
               "PLANTILLAS RECURRENTES        ".
           05  FILLER              PIC X(17) VALUE
               "      FECHA REP. ".
           05  ENC1-FECHA          PIC 9(8).
           05  FILLER              PIC X(09) VALUE "  PAGINA ".
           05  ENC1-PAGINA         PIC Z(3)9.
       01  CALCPLGN-ENC2.
           05  FILLER              PIC X(30) VALUE
               "LOTES GENERADOS PARA EL DIA   ".
           05  ENC2-FECHA          PIC 9(8).
       01  CALCPLGN-ENC3.
           05  FILLER              PIC X(30) VALUE
               "PLANTI DEPT F PERIODO  LOTE   ".
           05  FILLER              PIC X(26) VALUE
               "DET TOT. COMPROB SITUACION".
       01  CALCPLGN-ENC4           PIC X(67) VALUE ALL "-".

       01  CALCPLGN-DET.
           05  DET-CODIGO          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-DEPTO           PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-FRECUENCIA      PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-PERIODO         PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-LOTE            PIC Z(5)9.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-DETALLES        PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-HASH            PIC -(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-SITUACION       PIC X(20).

       01  CALCPLGN-TOT.
           05  TOT-ROTULO          PIC X(30).
           05  TOT-CANT            PIC Z(5)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCPLGN-DETENIDO
               PERFORM 2000-SELECCIONAR-PLANTILLA THRU 2000-EXIT
                   UNTIL CALCPLGN-PLAN-EOF OR CALCPLGN-DETENIDO
           END-IF.
           IF NOT CALCPLGN-DETENIDO
               AND CALCPLGN-GEN-USADOS > ZERO
               PERFORM 3000-GENERAR-LOTES THRU 3000-EXIT
           END-IF.
           IF CALCPLGN-RPT-ABIERTO
               PERFORM 8500-IMPRIMIR-TOTALES THRU 8500-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Generación de lotes desde plantillas".
           DISPLAY "=========================================".

           ACCEPT CALCPLGN-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE CALCPLGN-FECHA-HOY TO CALCPLGN-FECHA-PLAN.
           PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
           IF CALCPLGN-DETENIDO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Fecha de generación: " CALCPLGN-FECHA-PLAN.
           PERFORM 1200-CALCULAR-DIA-SEMANA THRU 1200-EXIT.
           PERFORM 1300-CALCULAR-FIN-MES THRU 1300-EXIT.
           COMPUTE CALCPLGN-PERIODO-MES =
               CALCPLGN-PLAN-AAAA * 10000 + CALCPLGN-PLAN-MM * 100.

      *>  Sin maestro de plantillas no hay nada que generar: el
      *>  reporte sale igual, vacío.
           OPEN I-O CALC-PLAN-FILE.
           IF CALC-PLAN-OK
               SET CALC-PLAN-ABIERTO TO TRUE
               MOVE LOW-VALUES TO PL-CLAVE
               START CALC-PLAN-FILE KEY NOT LESS THAN PL-CLAVE
                   INVALID KEY
                       SET CALCPLGN-PLAN-EOF TO TRUE
               END-START
           ELSE
               IF CALC-PLAN-NO-EXISTE
                   DISPLAY "Aviso: no existe el maestro de "
                       "plantillas CALCPLAN; no hay nada que "
                       "generar."
                   SET CALCPLGN-PLAN-EOF TO TRUE
               ELSE
                   DISPLAY "Error: no se pudo abrir el maestro de "
                       "plantillas CALCPLAN."
                   MOVE 16 TO RETURN-CODE
                   SET CALCPLGN-DETENIDO TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT CALC-RPT-FILE.
           IF CALCPLGN-RPT-OK
               SET CALCPLGN-RPT-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo crear el reporte "
                   "CALCPRPT."
               MOVE 16 TO RETURN-CODE
               SET CALCPLGN-DETENIDO TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

      *>  La tarjeta FECHA-PLAN= es opcional (sin ella, hoy); una
      *>  tarjeta presente pero inválida detiene la corrida, porque
      *>  generaría los lotes de otro día.
       1100-LEER-PARAMETROS.
           MOVE "N" TO CALCPLGN-PARM-EOF-SW.
           OPEN INPUT CALC-PARM-FILE.
           IF CALCPLGN-PARM-OK
               PERFORM 1110-LEER-TARJETA THRU 1110-EXIT
                   UNTIL CALCPLGN-PARM-EOF OR CALCPLGN-DETENIDO
           END-IF.
           CLOSE CALC-PARM-FILE.

       1100-EXIT.
           EXIT.

       1110-LEER-TARJETA.
           READ CALC-PARM-FILE
               AT END
                   SET CALCPLGN-PARM-EOF TO TRUE
               NOT AT END
                   IF PM-PALABRA = "FECHA-PLAN="
                       IF PM-VALOR IS NUMERIC
                           AND PM-VALOR(5:2) > "00"
                           AND PM-VALOR(5:2) < "13"
                           AND PM-VALOR(7:2) > "00"
                           AND PM-VALOR(7:2) < "32"
                           MOVE PM-VALOR TO CALCPLGN-FECHA-PLAN
                       ELSE
                           DISPLAY "Error: la tarjeta FECHA-PLAN= "
                               "de CALCPARM no trae una fecha "
                               "válida (AAAAMMDD): " PM-VALOR
                           MOVE 16 TO RETURN-CODE
                           SET CALCPLGN-DETENIDO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1110-EXIT.
           EXIT.

       1200-CALCULAR-DIA-SEMANA.
           MOVE CALCPLGN-PLAN-MM   TO CALCPLGN-Z-MES.
           MOVE CALCPLGN-PLAN-AAAA TO CALCPLGN-Z-AAAA.
           IF CALCPLGN-Z-MES < 3
               ADD 12 TO CALCPLGN-Z-MES
               SUBTRACT 1 FROM CALCPLGN-Z-AAAA
           END-IF.
           DIVIDE CALCPLGN-Z-AAAA BY 100 GIVING CALCPLGN-Z-SIGLO
               REMAINDER CALCPLGN-Z-ANIO.
           MOVE CALCPLGN-PLAN-DD TO CALCPLGN-Z-SUMA.
           COMPUTE CALCPLGN-Z-TERMINO = 13 * (CALCPLGN-Z-MES + 1).
           DIVIDE CALCPLGN-Z-TERMINO BY 5
               GIVING CALCPLGN-Z-TERMINO.
           ADD CALCPLGN-Z-TERMINO TO CALCPLGN-Z-SUMA.
           ADD CALCPLGN-Z-ANIO TO CALCPLGN-Z-SUMA.
           DIVIDE CALCPLGN-Z-ANIO BY 4 GIVING CALCPLGN-Z-TERMINO.
           ADD CALCPLGN-Z-TERMINO TO CALCPLGN-Z-SUMA.
           DIVIDE CALCPLGN-Z-SIGLO BY 4 GIVING CALCPLGN-Z-TERMINO.
           ADD CALCPLGN-Z-TERMINO TO CALCPLGN-Z-SUMA.
           COMPUTE CALCPLGN-Z-TERMINO = 5 * CALCPLGN-Z-SIGLO.
           ADD CALCPLGN-Z-TERMINO TO CALCPLGN-Z-SUMA.
      *>  Zeller da 0 = sábado, 1 = domingo, 2 = lunes ...; se
      *>  corre a 1 = lunes ... 7 = domingo.
           ADD 5 TO CALCPLGN-Z-SUMA.
           DIVIDE CALCPLGN-Z-SUMA BY 7 GIVING CALCPLGN-Z-COCIENTE
               REMAINDER CALCPLGN-Z-RESTO.
           COMPUTE CALCPLGN-DIA-SEMANA = CALCPLGN-Z-RESTO + 1.

       1200-EXIT.
           EXIT.

       1300-CALCULAR-FIN-MES.
           MOVE CALCPLGN-FECHA-PLAN TO CALCPLGN-FECHA-TRAB.
           MOVE CALCPLGN-MES-DIAS(TRAB-MM) TO CALCPLGN-ULT-DIA-MES.
           IF TRAB-MM = 2
               PERFORM 1370-VERIFICAR-BISIESTO THRU 1370-EXIT
               IF CALCPLGN-BISIESTO
                   MOVE 29 TO CALCPLGN-ULT-DIA-MES
               END-IF
           END-IF.

       1300-EXIT.
           EXIT.

      *>  Bisiesto: divisible entre 4 y no entre 100, o divisible
      *>  entre 400.
       1370-VERIFICAR-BISIESTO.
           MOVE "N" TO CALCPLGN-BISIESTO-SW.
           DIVIDE TRAB-AAAA BY 4 GIVING CALCPLGN-AAAA-COCIENTE
               REMAINDER CALCPLGN-AAAA-RESTO.
           IF CALCPLGN-AAAA-RESTO = ZERO
               DIVIDE TRAB-AAAA BY 100 GIVING CALCPLGN-AAAA-COCIENTE
                   REMAINDER CALCPLGN-AAAA-RESTO
               IF CALCPLGN-AAAA-RESTO NOT = ZERO
                   SET CALCPLGN-BISIESTO TO TRUE
               ELSE
                   DIVIDE TRAB-AAAA BY 400
                       GIVING CALCPLGN-AAAA-COCIENTE
                       REMAINDER CALCPLGN-AAAA-RESTO
                   IF CALCPLGN-AAAA-RESTO = ZERO
                       SET CALCPLGN-BISIESTO TO TRUE
                   END-IF
               END-IF
           END-IF.

       1370-EXIT.
           EXIT.

      *>  Primera pasada: solo las cabeceras (línea 000) de
      *>  plantillas; el registro de control tiene código en
      *>  blancos.
       2000-SELECCIONAR-PLANTILLA.
           READ CALC-PLAN-FILE NEXT RECORD
               AT END
                   SET CALCPLGN-PLAN-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF PL-CODIGO = SPACES OR PL-LINEA NOT = ZERO
               GO TO 2000-EXIT
           END-IF.
           IF NOT PL-ACTIVA
               GO TO 2000-EXIT
           END-IF.
           IF CALCPLGN-FECHA-PLAN < PL-FECHA-DESDE
               GO TO 2000-EXIT
           END-IF.
           IF PL-FECHA-HASTA NOT = ZEROS
               AND CALCPLGN-FECHA-PLAN > PL-FECHA-HASTA
               GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PL-MENSUAL
                   MOVE PL-DIA TO CALCPLGN-DIA-EFECTIVO
                   IF CALCPLGN-DIA-EFECTIVO > CALCPLGN-ULT-DIA-MES
                       MOVE CALCPLGN-ULT-DIA-MES
                           TO CALCPLGN-DIA-EFECTIVO
                   END-IF
                   IF CALCPLGN-PLAN-DD NOT = CALCPLGN-DIA-EFECTIVO
                       GO TO 2000-EXIT
                   END-IF
                   MOVE CALCPLGN-PERIODO-MES TO CALCPLGN-PERIODO
               WHEN PL-SEMANAL
                   IF PL-DIA NOT = CALCPLGN-DIA-SEMANA
                       GO TO 2000-EXIT
                   END-IF
                   MOVE CALCPLGN-FECHA-PLAN TO CALCPLGN-PERIODO
               WHEN PL-FECHA-FIJA
                   IF CALCPLGN-FECHA-PLAN NOT = PL-FECHA-DESDE
                       GO TO 2000-EXIT
                   END-IF
                   MOVE CALCPLGN-FECHA-PLAN TO CALCPLGN-PERIODO
               WHEN OTHER
                   MOVE ZEROS TO CALCPLGN-PERIODO
                   MOVE ZERO  TO CALCPLGN-LOTE
                   MOVE ZEROS TO CALCPLGN-HASH-ACUM
                   MOVE "FRECUENCIA NO VALIDA" TO CALCPLGN-SITUACION
                   PERFORM 2100-AVISAR-PLANTILLA THRU 2100-EXIT
                   GO TO 2000-EXIT
           END-EVALUATE.

           IF PL-ULT-PERIODO = CALCPLGN-PERIODO
               ADD 1 TO CALCPLGN-CANT-YA-GEN
               MOVE PL-ULT-LOTE TO CALCPLGN-LOTE
               MOVE ZEROS       TO CALCPLGN-HASH-ACUM
               MOVE "YA GENERADA" TO CALCPLGN-SITUACION
               PERFORM 8200-IMPRIMIR-DETALLE THRU 8200-EXIT
               DISPLAY "Plantilla " PL-CODIGO " ya generada para el "
                   "período " CALCPLGN-PERIODO " (lote "
                   PL-ULT-LOTE ")."
               GO TO 2000-EXIT
           END-IF.
           IF PL-CANT-DETALLES = ZERO
               MOVE ZERO  TO CALCPLGN-LOTE
               MOVE ZEROS TO CALCPLGN-HASH-ACUM
               MOVE "SIN DETALLES" TO CALCPLGN-SITUACION
               PERFORM 2100-AVISAR-PLANTILLA THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF CALCPLGN-GEN-USADOS = 500
               DISPLAY "Error: más de 500 plantillas vencen en la "
                   "fecha; amplíe la tabla del generador."
               MOVE 16 TO RETURN-CODE
               SET CALCPLGN-DETENIDO TO TRUE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO CALCPLGN-GEN-USADOS.
           MOVE PL-CODIGO        TO PG-CODIGO(CALCPLGN-GEN-USADOS).
           MOVE CALCPLGN-PERIODO TO PG-PERIODO(CALCPLGN-GEN-USADOS).

       2000-EXIT.
           EXIT.

       2100-AVISAR-PLANTILLA.
           ADD 1 TO CALCPLGN-CANT-AVISOS.
           PERFORM 8200-IMPRIMIR-DETALLE THRU 8200-EXIT.
           DISPLAY "Aviso: la plantilla " PL-CODIGO " vence hoy "
               "pero no se generó: " CALCPLGN-SITUACION.
           IF RETURN-CODE LESS THAN 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       2100-EXIT.
           EXIT.

      *>  Segunda pasada: un lote por plantilla seleccionada, todos
      *>  en el mismo CALCIN.
       3000-GENERAR-LOTES.
           MOVE SPACES TO PL-CODIGO.
           MOVE ZERO   TO PL-LINEA.
           READ CALC-PLAN-FILE
               INVALID KEY
                   DISPLAY "Error: CALCPLAN no tiene el próximo "
                       "número de lote; fíjelo con CALCPLMT "
                       "(opción 5)."
                   MOVE 16 TO RETURN-CODE
                   SET CALCPLGN-DETENIDO TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           MOVE PL-PROX-LOTE TO CALCPLGN-PROX-LOTE.

           PERFORM 3050-SALTAR-LOTES-USADOS THRU 3050-EXIT.
           IF CALCPLGN-DETENIDO
               GO TO 3000-EXIT
           END-IF.
           COMPUTE CALCPLGN-ULT-NECESARIO =
               CALCPLGN-PROX-LOTE + CALCPLGN-GEN-USADOS - 1.
           IF CALCPLGN-ULT-NECESARIO > 999999
               DISPLAY "Error: no quedan números de lote para "
                   "todas las plantillas; reinicie la numeración "
                   "con CALCPLMT (opción 5)."
               MOVE 16 TO RETURN-CODE
               SET CALCPLGN-DETENIDO TO TRUE
               GO TO 3000-EXIT
           END-IF.

      *>  Un CALCIN que CALCBAT todavía no procesó no se pisa.
           PERFORM 4700-VERIFICAR-CALCIN THRU 4700-EXIT.
           IF CALC-CALCIN-PENDIENTE
               MOVE 16 TO RETURN-CODE
               SET CALCPLGN-DETENIDO TO TRUE
               GO TO 3000-EXIT
           END-IF.

           OPEN OUTPUT CALC-TRANS-FILE.
           IF NOT CALC-TRANS-OK
               DISPLAY "Error: no se pudo crear CALCIN."
               MOVE 16 TO RETURN-CODE
               SET CALCPLGN-DETENIDO TO TRUE
               GO TO 3000-EXIT
           END-IF.
           SET CALC-TRANS-ABIERTO TO TRUE.

           PERFORM 3100-GENERAR-PLANTILLA THRU 3100-EXIT
               VARYING CALCPLGN-GEN-SUB FROM 1 BY 1
               UNTIL CALCPLGN-GEN-SUB > CALCPLGN-GEN-USADOS
                   OR CALCPLGN-DETENIDO.

      *>  El contador avanza aunque la corrida se haya detenido a
      *>  mitad: los lotes ya escritos en CALCIN no deben repetir
      *>  número en la corrida siguiente.
           MOVE SPACES TO PL-CODIGO.
           MOVE ZERO   TO PL-LINEA.
           READ CALC-PLAN-FILE
               INVALID KEY
                   DISPLAY "Error: no se pudo releer el registro "
                       "de control de CALCPLAN."
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-READ.
           MOVE CALCPLGN-PROX-LOTE TO PL-PROX-LOTE.
           REWRITE CALC-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo actualizar el "
                       "próximo lote en CALCPLAN."
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       3000-EXIT.
           EXIT.

      *>  Un número que ya figura en CALCCTL haría que CALCBAT
      *>  tomara el lote generado por un reproceso. Se salta por
      *>  encima del mayor lote registrado desde el contador.
       3050-SALTAR-LOTES-USADOS.
           MOVE ZERO TO CALCPLGN-MAX-CTL.
           MOVE "N" TO CALCPLGN-CTL-EOF-SW.
           OPEN INPUT CALC-CTL-FILE.
           IF CALC-CTL-NO-EXISTE
               GO TO 3050-EXIT
           END-IF.
           IF NOT CALC-CTL-OK
               DISPLAY "Error: no se pudo leer el control de lotes "
                   "CALCCTL."
               MOVE 16 TO RETURN-CODE
               SET CALCPLGN-DETENIDO TO TRUE
               GO TO 3050-EXIT
           END-IF.
           PERFORM 3060-LEER-CONTROL THRU 3060-EXIT
               UNTIL CALCPLGN-CTL-EOF.
           CLOSE CALC-CTL-FILE.
           IF CALCPLGN-MAX-CTL NOT LESS THAN CALCPLGN-PROX-LOTE
               DISPLAY "El lote " CALCPLGN-MAX-CTL " ya figura en "
                   "CALCCTL; la numeración sigue desde el "
                   "siguiente."
               IF CALCPLGN-MAX-CTL = 999999
                   DISPLAY "Error: no quedan números de lote "
                       "libres; reinicie la numeración con "
                       "CALCPLMT (opción 5)."
                   MOVE 16 TO RETURN-CODE
                   SET CALCPLGN-DETENIDO TO TRUE
               ELSE
                   COMPUTE CALCPLGN-PROX-LOTE = CALCPLGN-MAX-CTL + 1
               END-IF
           END-IF.

       3050-EXIT.
           EXIT.

       3060-LEER-CONTROL.
           READ CALC-CTL-FILE
               AT END
                   SET CALCPLGN-CTL-EOF TO TRUE
               NOT AT END
                   IF PB-LOTE NOT LESS THAN CALCPLGN-PROX-LOTE
                       AND PB-LOTE > CALCPLGN-MAX-CTL
                       MOVE PB-LOTE TO CALCPLGN-MAX-CTL
                   END-IF
           END-READ.

       3060-EXIT.
           EXIT.

       3100-GENERAR-PLANTILLA.
           MOVE PG-CODIGO(CALCPLGN-GEN-SUB) TO PL-CODIGO.
           MOVE ZERO                        TO PL-LINEA.
           READ CALC-PLAN-FILE
               INVALID KEY
                   DISPLAY "Error: no se pudo releer la plantilla "
                       PG-CODIGO(CALCPLGN-GEN-SUB) "."
                   MOVE 16 TO RETURN-CODE
                   SET CALCPLGN-DETENIDO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE PL-DEPTO           TO CALCPLGN-DEPTO.
           MOVE CALCPLGN-PROX-LOTE TO CALCPLGN-LOTE.
           ADD 1 TO CALCPLGN-PROX-LOTE.

           MOVE SPACES              TO CALC-TRANS-CAB-REC.
           MOVE "H"                 TO CALC-TRANS-CAB-REC(1:1).
           MOVE CALCPLGN-FECHA-PLAN TO CB-FECHA-LOTE.
           MOVE CALCPLGN-LOTE       TO CB-NUM-LOTE.
           MOVE CALCPLGN-DEPTO      TO CB-DEPTO-ORIGEN.
           WRITE CALC-TRANS-CAB-REC.

           MOVE ZERO  TO CALCPLGN-SECUENCIA.
           MOVE ZEROS TO CALCPLGN-HASH-ACUM.
           MOVE "N" TO CALCPLGN-DET-EOF-SW.
           MOVE 1 TO PL-LINEA.
           START CALC-PLAN-FILE KEY NOT LESS THAN PL-CLAVE
               INVALID KEY
                   SET CALCPLGN-DET-EOF TO TRUE
           END-START.
           PERFORM 3200-COPIAR-DETALLE THRU 3200-EXIT
               UNTIL CALCPLGN-DET-EOF.

           MOVE SPACES              TO CALC-TRANS-COLA-REC.
           MOVE "T"                 TO CALC-TRANS-COLA-REC(1:1).
           MOVE CALCPLGN-SECUENCIA  TO TC-CANT-DETALLES.
           MOVE CALCPLGN-HASH-ACUM  TO TC-HASH-TOTAL.
           WRITE CALC-TRANS-COLA-REC.
           ADD CALCPLGN-SECUENCIA TO CALCPLGN-CANT-DETALLES.

           MOVE PG-CODIGO(CALCPLGN-GEN-SUB) TO PL-CODIGO.
           MOVE ZERO                        TO PL-LINEA.
           READ CALC-PLAN-FILE
               INVALID KEY
                   DISPLAY "Error: no se pudo releer la plantilla "
                       PG-CODIGO(CALCPLGN-GEN-SUB) "."
                   MOVE 16 TO RETURN-CODE
                   SET CALCPLGN-DETENIDO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE PG-PERIODO(CALCPLGN-GEN-SUB) TO PL-ULT-PERIODO.
           MOVE CALCPLGN-LOTE                TO PL-ULT-LOTE.
           MOVE CALCPLGN-FECHA-HOY           TO PL-ULT-FECHA-GEN.
           REWRITE CALC-PLAN-REC
               INVALID KEY
                   DISPLAY "Error: no se pudo marcar la plantilla "
                       PL-CODIGO " como generada; el lote "
                       CALCPLGN-LOTE " quedó en CALCIN."
                   MOVE 16 TO RETURN-CODE
                   SET CALCPLGN-DETENIDO TO TRUE
           END-REWRITE.

           ADD 1 TO CALCPLGN-CANT-GENERADAS.
           MOVE PG-PERIODO(CALCPLGN-GEN-SUB) TO CALCPLGN-PERIODO.
           MOVE "GENERADA" TO CALCPLGN-SITUACION.
           PERFORM 8200-IMPRIMIR-DETALLE THRU 8200-EXIT.
           DISPLAY "Plantilla " PL-CODIGO " generada como lote "
               CALCPLGN-LOTE " del departamento " CALCPLGN-DEPTO
               " (" CALCPLGN-SECUENCIA " detalles).".

       3100-EXIT.
           EXIT.

      *>  Las líneas van seguidas desde 001, de modo que la
      *>  secuencia del lote coincide con la línea y una referencia
      *>  a la línea N es una referencia a la secuencia N.
       3200-COPIAR-DETALLE.
           READ CALC-PLAN-FILE NEXT RECORD
               AT END
                   SET CALCPLGN-DET-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF PL-CODIGO NOT = PG-CODIGO(CALCPLGN-GEN-SUB)
               SET CALCPLGN-DET-EOF TO TRUE
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO CALCPLGN-SECUENCIA.
           MOVE SPACES             TO CALC-TRANS-REC.
           MOVE "D"                TO CT-TIPO-REG.
           MOVE CALCPLGN-SECUENCIA TO CT-SECUENCIA.
           MOVE PL-NUM1-TIPO       TO CT-NUM1-TIPO.
           IF PL-NUM1-REFERENCIA
               MOVE SPACES          TO CT-NUM1-REF
               MOVE "+"             TO CT-NUM1-REF(1:1)
               MOVE PL-NUM1-REF-LIN TO CT-NUM1-REF-SEC
           ELSE
               MOVE PL-NUM1         TO CT-NUM1
           END-IF.
           MOVE PL-OPERADOR        TO CT-OPERADOR.
           MOVE PL-NUM2-TIPO       TO CT-NUM2-TIPO.
           EVALUATE TRUE
               WHEN PL-NUM2-COD-TASA
                   MOVE SPACES          TO CT-NUM2-TASA
                   MOVE PL-TASA-CODIGO  TO CT-TASA-CODIGO
               WHEN PL-NUM2-REFERENCIA
                   MOVE SPACES          TO CT-NUM2-REF
                   MOVE "+"             TO CT-NUM2-REF(1:1)
                   MOVE PL-NUM2-REF-LIN TO CT-NUM2-REF-SEC
               WHEN OTHER
                   MOVE PL-NUM2         TO CT-NUM2
           END-EVALUATE.
           WRITE CALC-TRANS-REC.

      *>  Misma regla exacta de CALCBAT (2200): NUM1 suma salvo
      *>  referencia, NUM2 suma salvo código de tasa o referencia.
           IF NOT PL-NUM1-REFERENCIA
               ADD PL-NUM1 TO CALCPLGN-HASH-ACUM
           END-IF.
           IF NOT PL-NUM2-COD-TASA
               AND NOT PL-NUM2-REFERENCIA
               ADD PL-NUM2 TO CALCPLGN-HASH-ACUM
           END-IF.

       3200-EXIT.
           EXIT.

       8000-SALTAR-PAGINA.
           ADD 1 TO CALCPLGN-PAGINA.
           IF CALCPLGN-PAGINA > 1
               MOVE SPACES TO CALC-RPT-REC
               WRITE CALC-RPT-REC
           END-IF.
           MOVE CALCPLGN-FECHA-HOY  TO ENC1-FECHA.
           MOVE CALCPLGN-PAGINA     TO ENC1-PAGINA.
           WRITE CALC-RPT-REC FROM CALCPLGN-ENC1.
           MOVE CALCPLGN-FECHA-PLAN TO ENC2-FECHA.
           WRITE CALC-RPT-REC FROM CALCPLGN-ENC2.
           WRITE CALC-RPT-REC FROM CALCPLGN-ENC3.
           WRITE CALC-RPT-REC FROM CALCPLGN-ENC4.
           MOVE 4 TO CALCPLGN-LINEAS.

       8000-EXIT.
           EXIT.

       8100-VERIFICAR-PAGINA.
           IF CALCPLGN-LINEAS NOT LESS THAN CALCPLGN-LINEAS-X-PAG
               PERFORM 8000-SALTAR-PAGINA THRU 8000-EXIT
           END-IF.

       8100-EXIT.
           EXIT.

      *>  Una línea por plantilla vencida en la fecha, tomada de la
      *>  cabecera recién leída de CALCPLAN.
       8200-IMPRIMIR-DETALLE.
           IF NOT CALCPLGN-RPT-ABIERTO
               GO TO 8200-EXIT
           END-IF.
           PERFORM 8100-VERIFICAR-PAGINA THRU 8100-EXIT.
           MOVE SPACES             TO CALCPLGN-DET.
           MOVE PL-CODIGO          TO DET-CODIGO.
           MOVE PL-DEPTO           TO DET-DEPTO.
           MOVE PL-FRECUENCIA      TO DET-FRECUENCIA.
           MOVE CALCPLGN-PERIODO   TO DET-PERIODO.
           IF CALCPLGN-LOTE NOT = ZERO
               MOVE CALCPLGN-LOTE  TO DET-LOTE
           END-IF.
           IF CALCPLGN-SITUACION = "GENERADA"
               MOVE CALCPLGN-SECUENCIA TO DET-DETALLES
               MOVE CALCPLGN-HASH-ACUM TO DET-HASH
           ELSE
               MOVE PL-CANT-DETALLES   TO DET-DETALLES
           END-IF.
           MOVE CALCPLGN-SITUACION TO DET-SITUACION.
           WRITE CALC-RPT-REC FROM CALCPLGN-DET.
           ADD 1 TO CALCPLGN-LINEAS.

       8200-EXIT.
           EXIT.

       8500-IMPRIMIR-TOTALES.
           IF CALCPLGN-PAGINA = ZERO
               PERFORM 8000-SALTAR-PAGINA THRU 8000-EXIT
               MOVE "SIN PLANTILLAS PARA LA FECHA" TO CALC-RPT-REC
               WRITE CALC-RPT-REC
               ADD 1 TO CALCPLGN-LINEAS
           END-IF.
           PERFORM 8100-VERIFICAR-PAGINA THRU 8100-EXIT.
           WRITE CALC-RPT-REC FROM CALCPLGN-ENC4.
           MOVE SPACES TO CALCPLGN-TOT.
           MOVE "PLANTILLAS GENERADAS" TO TOT-ROTULO.
           MOVE CALCPLGN-CANT-GENERADAS TO TOT-CANT.
           WRITE CALC-RPT-REC FROM CALCPLGN-TOT.
           MOVE "DETALLES GENERADOS" TO TOT-ROTULO.
           MOVE CALCPLGN-CANT-DETALLES TO TOT-CANT.
           WRITE CALC-RPT-REC FROM CALCPLGN-TOT.
           MOVE "YA GENERADAS EN EL PERIODO" TO TOT-ROTULO.
           MOVE CALCPLGN-CANT-YA-GEN TO TOT-CANT.
           WRITE CALC-RPT-REC FROM CALCPLGN-TOT.
           MOVE "NO GENERADAS CON AVISO" TO TOT-ROTULO.
           MOVE CALCPLGN-CANT-AVISOS TO TOT-CANT.
           WRITE CALC-RPT-REC FROM CALCPLGN-TOT.
           IF CALCPLGN-DETENIDO
               MOVE "CORRIDA DETENIDA POR ERROR - VER EL LOG"
                   TO CALC-RPT-REC
               WRITE CALC-RPT-REC
           END-IF.

           MOVE CALCPLGN-CANT-GENERADAS TO CALCPLGN-CANT-ED.
           DISPLAY "Plantillas generadas      : " CALCPLGN-CANT-ED.
           MOVE CALCPLGN-CANT-YA-GEN TO CALCPLGN-CANT-ED.
           DISPLAY "Ya generadas en el período: " CALCPLGN-CANT-ED.
           MOVE CALCPLGN-CANT-AVISOS TO CALCPLGN-CANT-ED.
           DISPLAY "No generadas con aviso    : " CALCPLGN-CANT-ED.
           DISPLAY "Reporte grabado en CALCPRPT.".

       8500-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-TRANS-ABIERTO
               CLOSE CALC-TRANS-FILE
           END-IF.
           IF CALC-PLAN-ABIERTO
               CLOSE CALC-PLAN-FILE
           END-IF.
           IF CALCPLGN-RPT-ABIERTO
               CLOSE CALC-RPT-FILE
           END-IF.
           DISPLAY "Fin de la generación de lotes.".

       9000-EXIT.
           EXIT.

       COPY CALCKVRP.

       END PROGRAM CALCPLGN.
