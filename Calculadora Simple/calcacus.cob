             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCACUS                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Proceso de acuses del mayor corporativo. El sistema         *
      *>  receptor devuelve por cada CALCIFAZ que carga un acuse en   *
      *>  CALCXACU: número de transmisión, estado ("A" aceptada, "R"  *
      *>  rechazada) y la cantidad y el total tal como los cargó.     *
      *>  Este programa casa cada acuse con las líneas de esa         *
      *>  transmisión en el control CALCXCTL y la marca aceptada,     *
      *>  rechazada o descuadrada (aceptada, pero con cantidad o      *
      *>  total distintos de nuestra cola). CALCXCTL se regraba       *
      *>  completo por el archivo de paso CALCXCTN, que luego se      *
      *>  renombra encima (como el punto de control de CALCBAT). El   *
      *>  reporte CALCXRPT lista los acuses procesados y las          *
      *>  excepciones: transmisiones rechazadas a la espera del       *
      *>  reenvío con REENVIAR=S, descuadradas, acuses de             *
      *>  transmisiones que no esperaban acuse, y transmisiones sin   *
      *>  acuse después de los días de la tarjeta DIAS-ACUSE= de      *
      *>  CALCPARM (3 si no viene). Con alguna excepción la corrida   *
      *>  termina con RETURN-CODE 8.                                  *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Las transmisiones reenviadas ("E",      *
      *>                      marcadas por CALCEXT) reciben su acuse  *
      *>                      nuevo como las demás, y su vencimiento  *
      *>                      sin acuse se cuenta desde la fecha del  *
      *>                      reenvío.                                *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCACUS.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCXSEL.

           SELECT CALC-XCTN-FILE ASSIGN TO "CALCXCTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCACUS-XCTN-STATUS.

           SELECT CALC-ACU-FILE ASSIGN TO "CALCXACU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCACUS-ACU-STATUS.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCACUS-PARM-STATUS.

           SELECT CALC-RPT-FILE ASSIGN TO "CALCXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCACUS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCXFD.

       FD  CALC-XCTN-FILE.
       01  CALC-XCTN-REC           PIC X(66).

      *>  Acuse del mayor: un registro por transmisión cargada (o
      *>  rechazada), con la cantidad y el total que el receptor
      *>  contó y, en el rechazo, su motivo en texto.
       FD  CALC-ACU-FILE.
       01  CALC-ACU-REC.
           05  AK-TRANSMISION      PIC 9(6).
           05  AK-FECHA-CARGA      PIC 9(8).
           05  AK-ESTADO           PIC X.
               88  AK-ACEPTADA          VALUE "A".
               88  AK-RECHAZADA         VALUE "R".
           05  AK-CANT             PIC 9(7).
           05  AK-TOTAL            PIC S9(12)V99 SIGN IS LEADING
                                   SEPARATE.
           05  AK-MOTIVO           PIC X(30).

      *>  Tarjetas de parámetros: palabra clave en las primeras 11
      *>  posiciones (incluido el "=") y valor desde la posición 12,
      *>  igual que en CALCBAT. Las palabras desconocidas se
      *>  ignoran: pueden ser tarjetas de otros pasos de la cadena.
       FD  CALC-PARM-FILE.
       01  CALC-PARM-REC.
           05  PM-PALABRA          PIC X(11).
           05  PM-VALOR            PIC X(8).

       FD  CALC-RPT-FILE.
       01  CALC-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CALCXFLD.

       01  CALCACUS-XCTN-STATUS    PIC X(02) VALUE SPACES.
           88  CALCACUS-XCTN-OK         VALUE "00".
       01  CALCACUS-ACU-STATUS     PIC X(02) VALUE SPACES.
           88  CALCACUS-ACU-OK          VALUE "00".
           88  CALCACUS-ACU-NO-EXISTE   VALUE "35".
       01  CALCACUS-PARM-STATUS    PIC X(02) VALUE SPACES.
           88  CALCACUS-PARM-OK         VALUE "00".
       01  CALCACUS-RPT-STATUS     PIC X(02) VALUE SPACES.
           88  CALCACUS-RPT-OK          VALUE "00".
       01  CALCACUS-RPT-ABIERTO-SW PIC X VALUE "N".
           88  CALCACUS-RPT-ABIERTO     VALUE "S".

       01  CALCACUS-DETENIDO-SW    PIC X VALUE "N".
           88  CALCACUS-DETENIDO        VALUE "S".
       01  CALCACUS-PARM-EOF-SW    PIC X VALUE "N".
           88  CALCACUS-PARM-EOF        VALUE "S".
       01  CALCACUS-ACU-EOF-SW     PIC X VALUE "N".
           88  CALCACUS-ACU-EOF         VALUE "S".
       01  CALCACUS-XCTL-EOF-SW    PIC X VALUE "N".
           88  CALCACUS-XCTL-EOF        VALUE "S".
       01  CALCACUS-TRANS-HALLADA-SW PIC X VALUE "N".
           88  CALCACUS-TRANS-HALLADA   VALUE "S".

       01  CALCACUS-NOM-TMP        PIC X(8) VALUE "CALCXCTN".
       01  CALCACUS-NOM-XCTL       PIC X(8) VALUE "CALCXCTL".
       77  CALCACUS-RC-GUARDADO    PIC S9(4) VALUE ZERO.

       77  CALCACUS-DIAS-ACUSE     PIC 9(3) VALUE 3.
       77  CALCACUS-FECHA-HOY      PIC 9(8) VALUE ZEROS.
       77  CALCACUS-FECHA-CORTE    PIC 9(8) VALUE ZEROS.

      *>  Aritmética de fechas del corte de días sin acuse (hoy
      *>  menos N días), restando de a un día con la tabla de
      *>  largos de mes y la regla de años bisiestos, como en
      *>  CALCARCH.
       01  CALCACUS-FECHA-TRAB.
           05  TRAB-AAAA           PIC 9(4).
           05  TRAB-MM             PIC 9(2).
           05  TRAB-DD             PIC 9(2).
       01  CALCACUS-MES-DIAS-VAL   PIC X(24) VALUE
           "312831303130313130313031".
       01  CALCACUS-MES-DIAS-TAB REDEFINES CALCACUS-MES-DIAS-VAL.
           05  CALCACUS-MES-DIAS OCCURS 12 TIMES PIC 9(2).
       77  CALCACUS-AAAA-COCIENTE  PIC 9(4) VALUE ZERO.
       77  CALCACUS-AAAA-RESTO     PIC 9(4) VALUE ZERO.
       01  CALCACUS-BISIESTO-SW    PIC X VALUE "N".
           88  CALCACUS-BISIESTO        VALUE "S".

      *>  Acuses recibidos, en el orden del archivo (si una
      *>  transmisión trae dos acuses - el del envío y el del
      *>  reenvío -, vale el último).
       01  CALCACUS-ACU-TAB.
           05  CALCACUS-ACU-ENT OCCURS 100 TIMES.
               10  AU-TRANSMISION      PIC 9(6).
               10  AU-FECHA-CARGA      PIC 9(8).
               10  AU-ESTADO           PIC X.
               10  AU-CANT             PIC 9(7).
               10  AU-TOTAL            PIC S9(12)V99.
               10  AU-MOTIVO           PIC X(30).
       77  CALCACUS-ACU-USADOS     PIC 9(3) VALUE ZERO.
       77  CALCACUS-ACU-SUB        PIC 9(3) VALUE ZERO.

      *>  Transmisiones de CALCXCTL que todavía esperan acuse
      *>  definitivo (sin acuse, rechazadas o descuadradas), con
      *>  la cantidad y el total sumados de sus lotes: nuestra cola
      *>  de la transmisión. Las ya aceptadas no se cargan.
       01  CALCACUS-TRANS-TAB.
           05  CALCACUS-TRANS-ENT OCCURS 300 TIMES
                   INDEXED BY CALCACUS-TRANS-IDX.
               10  TX-TRANSMISION      PIC 9(6).
               10  TX-FECHA-ENVIO      PIC 9(8).
               10  TX-LOTES            PIC 9(3).
               10  TX-CANT             PIC 9(7).
               10  TX-TOTAL            PIC S9(12)V99.
               10  TX-ACUSE            PIC X.
               10  TX-FECHA-ACUSE      PIC X(8).
               10  TX-CAMBIADA-SW      PIC X.
       77  CALCACUS-TRANS-USADAS   PIC 9(3) VALUE ZERO.
       77  CALCACUS-TRANS-SUB      PIC 9(3) VALUE ZERO.
       77  CALCACUS-TRANS-BUSCADA  PIC 9(6) VALUE ZERO.

       77  CALCACUS-CANT-ACUSES    PIC 9(5) VALUE ZERO.
       77  CALCACUS-CANT-ACEPTADAS PIC 9(5) VALUE ZERO.
       77  CALCACUS-CANT-RECHAZADAS PIC 9(5) VALUE ZERO.
       77  CALCACUS-CANT-DESCUADRADAS PIC 9(5) VALUE ZERO.
       77  CALCACUS-CANT-DESCONOCIDAS PIC 9(5) VALUE ZERO.
       77  CALCACUS-CANT-VENCIDAS  PIC 9(5) VALUE ZERO.
       77  CALCACUS-CANT-CAMBIADAS PIC 9(5) VALUE ZERO.
       77  CALCACUS-CANT-EXCEPCIONES PIC 9(5) VALUE ZERO.

       77  CALCACUS-PAGINA         PIC 9(4) VALUE ZERO.
       77  CALCACUS-LINEAS         PIC 9(2) VALUE 99.
       77  CALCACUS-LINEAS-X-PAG   PIC 9(2) VALUE 55.
       01  CALCACUS-SECCION        PIC X(40) VALUE SPACES.
       01  CALCACUS-CANT-ED        PIC Z(4)9.

      *>  Líneas del reporte.
       01  CALCACUS-ENC1.
           05  FILLER              PIC X(30) VALUE
               "ACUSES DEL MAYOR - CALCXCTL   ".
           05  FILLER              PIC X(17) VALUE
               "      FECHA REP. ".
           05  ENC1-FECHA          PIC 9(8).
           05  FILLER              PIC X(09) VALUE "  PAGINA ".
           05  ENC1-PAGINA         PIC Z(3)9.
       01  CALCACUS-ENC2.
           05  FILLER              PIC X(17) VALUE
               "DIAS PARA ACUSE: ".
           05  ENC2-DIAS           PIC ZZ9.
           05  FILLER              PIC X(22) VALUE
               "  ENVIADAS HASTA EL: ".
           05  ENC2-CORTE          PIC 9(8).
       01  CALCACUS-ENC3.
           05  ENC3-SECCION        PIC X(40).
       01  CALCACUS-ENC4.
           05  FILLER              PIC X(30) VALUE
               "TRANS. ENVIADA   CANT.   TOTAL".
           05  FILLER              PIC X(30) VALUE
               " NUESTRO  CANT.MY.    TOTAL MA".
           05  FILLER              PIC X(18) VALUE
               "YOR ESTADO        ".
       01  CALCACUS-ENC5           PIC X(78) VALUE ALL "-".

       01  CALCACUS-DET.
           05  DET-TRANSMISION     PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-FECHA-ENVIO     PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-CANT            PIC Z(6)9.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-TOTAL           PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-CANT-MAYOR      PIC Z(6)9.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-TOTAL-MAYOR     PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  DET-ESTADO          PIC X(14).
       01  CALCACUS-DET-MOTIVO.
           05  FILLER              PIC X(15) VALUE
               "       MOTIVO: ".
           05  DETM-MOTIVO         PIC X(30).

       01  CALCACUS-TOT1           PIC X(26) VALUE
               "RESUMEN DE LA CORRIDA     ".
       01  CALCACUS-TOT2.
           05  TOT2-TEXTO          PIC X(30).
           05  TOT2-CANT           PIC Z(4)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCACUS-DETENIDO
               PERFORM 2000-CARGAR-CONTROL THRU 2000-EXIT
           END-IF.
           IF NOT CALCACUS-DETENIDO
               MOVE "ACUSES PROCESADOS" TO CALCACUS-SECCION
               MOVE 99 TO CALCACUS-LINEAS
               PERFORM 3000-CASAR-ACUSE THRU 3000-EXIT
                   VARYING CALCACUS-ACU-SUB FROM 1 BY 1
                   UNTIL CALCACUS-ACU-SUB > CALCACUS-ACU-USADOS
               IF CALCACUS-CANT-CAMBIADAS > ZERO
                   PERFORM 4000-REGRABAR-CONTROL THRU 4000-EXIT
               END-IF
           END-IF.
           IF NOT CALCACUS-DETENIDO
               MOVE "EXCEPCIONES" TO CALCACUS-SECCION
               MOVE 99 TO CALCACUS-LINEAS
               PERFORM 5000-LISTAR-EXCEPCION THRU 5000-EXIT
                   VARYING CALCACUS-TRANS-SUB FROM 1 BY 1
                   UNTIL CALCACUS-TRANS-SUB > CALCACUS-TRANS-USADAS
               PERFORM 7000-TOTALES THRU 7000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Acuses del mayor - CALCACUS".
           DISPLAY "=========================================".

           ACCEPT CALCACUS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
           IF CALCACUS-DETENIDO
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1150-CALCULAR-CORTE THRU 1150-EXIT.

           PERFORM 1200-CARGAR-ACUSES THRU 1200-EXIT.
           IF CALCACUS-DETENIDO
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT CALC-RPT-FILE.
           IF CALCACUS-RPT-OK
               SET CALCACUS-RPT-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo crear el reporte "
                   "CALCXRPT."
               MOVE 16 TO RETURN-CODE
               SET CALCACUS-DETENIDO TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

      *>  La tarjeta DIAS-ACUSE= es opcional (sin ella, 3 días);
      *>  una tarjeta presente pero no numérica detiene la corrida.
       1100-LEER-PARAMETROS.
           MOVE "N" TO CALCACUS-PARM-EOF-SW.
           OPEN INPUT CALC-PARM-FILE.
           IF CALCACUS-PARM-OK
               PERFORM 1110-LEER-TARJETA THRU 1110-EXIT
                   UNTIL CALCACUS-PARM-EOF OR CALCACUS-DETENIDO
           END-IF.
           CLOSE CALC-PARM-FILE.
           MOVE CALCACUS-DIAS-ACUSE TO CALCACUS-CANT-ED.
           DISPLAY "Días de espera de acuse: " CALCACUS-CANT-ED.

       1100-EXIT.
           EXIT.

       1110-LEER-TARJETA.
           READ CALC-PARM-FILE
               AT END
                   SET CALCACUS-PARM-EOF TO TRUE
               NOT AT END
                   IF PM-PALABRA = "DIAS-ACUSE="
                       IF PM-VALOR(1:3) IS NUMERIC
                           MOVE PM-VALOR(1:3)
                               TO CALCACUS-DIAS-ACUSE
                       ELSE
                           DISPLAY "Error: la tarjeta DIAS-ACUSE= "
                               "de CALCPARM no trae un número de "
                               "días válido (3 dígitos): " PM-VALOR
                           MOVE 16 TO RETURN-CODE
                           SET CALCACUS-DETENIDO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1110-EXIT.
           EXIT.

       1150-CALCULAR-CORTE.
           MOVE CALCACUS-FECHA-HOY TO CALCACUS-FECHA-TRAB.
           PERFORM 1160-RESTAR-UN-DIA THRU 1160-EXIT
               CALCACUS-DIAS-ACUSE TIMES.
           MOVE CALCACUS-FECHA-TRAB TO CALCACUS-FECHA-CORTE.

       1150-EXIT.
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
               MOVE CALCACUS-MES-DIAS(TRAB-MM) TO TRAB-DD
               IF TRAB-MM = 2
                   PERFORM 1170-VERIFICAR-BISIESTO THRU 1170-EXIT
                   IF CALCACUS-BISIESTO
                       MOVE 29 TO TRAB-DD
                   END-IF
               END-IF
           END-IF.

       1160-EXIT.
           EXIT.

      *>  Bisiesto: divisible entre 4 y no entre 100, o divisible
      *>  entre 400.
       1170-VERIFICAR-BISIESTO.
           MOVE "N" TO CALCACUS-BISIESTO-SW.
           DIVIDE TRAB-AAAA BY 4 GIVING CALCACUS-AAAA-COCIENTE
               REMAINDER CALCACUS-AAAA-RESTO.
           IF CALCACUS-AAAA-RESTO = ZERO
               DIVIDE TRAB-AAAA BY 100 GIVING CALCACUS-AAAA-COCIENTE
                   REMAINDER CALCACUS-AAAA-RESTO
               IF CALCACUS-AAAA-RESTO NOT = ZERO
                   SET CALCACUS-BISIESTO TO TRUE
               ELSE
                   DIVIDE TRAB-AAAA BY 400
                       GIVING CALCACUS-AAAA-COCIENTE
                       REMAINDER CALCACUS-AAAA-RESTO
                   IF CALCACUS-AAAA-RESTO = ZERO
                       SET CALCACUS-BISIESTO TO TRUE
                   END-IF
               END-IF
           END-IF.

       1170-EXIT.
           EXIT.

      *>  Sin archivo de acuses la corrida sigue: no llegó ningún
      *>  acuse, pero las transmisiones vencidas igual se listan.
       1200-CARGAR-ACUSES.
           MOVE "N" TO CALCACUS-ACU-EOF-SW.
           OPEN INPUT CALC-ACU-FILE.
           IF CALCACUS-ACU-NO-EXISTE
               DISPLAY "No hay archivo de acuses CALCXACU; solo se "
                   "listan las transmisiones pendientes."
               GO TO 1200-EXIT
           END-IF.
           IF NOT CALCACUS-ACU-OK
               DISPLAY "Error: no se pudo abrir el archivo de "
                   "acuses CALCXACU."
               MOVE 16 TO RETURN-CODE
               SET CALCACUS-DETENIDO TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-CARGAR-ACUSE THRU 1210-EXIT
               UNTIL CALCACUS-ACU-EOF.
           CLOSE CALC-ACU-FILE.

       1200-EXIT.
           EXIT.

       1210-CARGAR-ACUSE.
           READ CALC-ACU-FILE
               AT END
                   SET CALCACUS-ACU-EOF TO TRUE
               NOT AT END
                   IF CALCACUS-ACU-USADOS < 100
                       ADD 1 TO CALCACUS-ACU-USADOS
                       MOVE CALCACUS-ACU-USADOS TO CALCACUS-ACU-SUB
                       MOVE AK-TRANSMISION
                           TO AU-TRANSMISION(CALCACUS-ACU-SUB)
                       MOVE AK-FECHA-CARGA
                           TO AU-FECHA-CARGA(CALCACUS-ACU-SUB)
                       MOVE AK-ESTADO
                           TO AU-ESTADO(CALCACUS-ACU-SUB)
                       MOVE AK-CANT
                           TO AU-CANT(CALCACUS-ACU-SUB)
                       MOVE AK-TOTAL
                           TO AU-TOTAL(CALCACUS-ACU-SUB)
                       MOVE AK-MOTIVO
                           TO AU-MOTIVO(CALCACUS-ACU-SUB)
                   ELSE
                       DISPLAY "Error: más de 100 acuses en "
                           "CALCXACU; amplíe la tabla de acuses."
                       MOVE 16 TO RETURN-CODE
                       SET CALCACUS-DETENIDO TO TRUE
                       SET CALCACUS-ACU-EOF TO TRUE
                   END-IF
           END-READ.

       1210-EXIT.
           EXIT.

       2000-CARGAR-CONTROL.
           MOVE "N" TO CALCACUS-XCTL-EOF-SW.
           OPEN INPUT CALC-XCTL-FILE.
           IF CALC-XCTL-NO-EXISTE
               DISPLAY "No hay control de transmisiones CALCXCTL; "
                   "nada que casar."
               GO TO 2000-EXIT
           END-IF.
           IF NOT CALC-XCTL-OK
               DISPLAY "Error: no se pudo abrir el control de "
                   "transmisiones CALCXCTL."
               MOVE 16 TO RETURN-CODE
               SET CALCACUS-DETENIDO TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CARGAR-REG-CONTROL THRU 2100-EXIT
               UNTIL CALCACUS-XCTL-EOF.
           CLOSE CALC-XCTL-FILE.

       2000-EXIT.
           EXIT.

       2100-CARGAR-REG-CONTROL.
           READ CALC-XCTL-FILE
               AT END
                   SET CALCACUS-XCTL-EOF TO TRUE
               NOT AT END
                   IF NOT XT-ACEPTADA
                       MOVE XT-TRANSMISION TO CALCACUS-TRANS-BUSCADA
                       PERFORM 2200-UBICAR-TRANS THRU 2200-EXIT
                       IF NOT CALCACUS-DETENIDO
                           ADD 1 TO TX-LOTES(CALCACUS-TRANS-SUB)
                           ADD XT-CANT TO TX-CANT(CALCACUS-TRANS-SUB)
                           ADD XT-TOTAL
                               TO TX-TOTAL(CALCACUS-TRANS-SUB)
                       END-IF
                   END-IF
           END-READ.

       2100-EXIT.
           EXIT.

      *>  Busca la transmisión en la tabla y la da de alta si es
      *>  nueva, con el estado de acuse que trae CALCXCTL.
       2200-UBICAR-TRANS.
           PERFORM 2300-BUSCAR-TRANS THRU 2300-EXIT.
           IF CALCACUS-TRANS-HALLADA
               GO TO 2200-EXIT
           END-IF.
           IF CALCACUS-TRANS-USADAS < 300
               ADD 1 TO CALCACUS-TRANS-USADAS
               MOVE CALCACUS-TRANS-USADAS TO CALCACUS-TRANS-SUB
               MOVE XT-TRANSMISION
                   TO TX-TRANSMISION(CALCACUS-TRANS-SUB)
               MOVE XT-FECHA-ENVIO
                   TO TX-FECHA-ENVIO(CALCACUS-TRANS-SUB)
               MOVE ZERO  TO TX-LOTES(CALCACUS-TRANS-SUB)
               MOVE ZERO  TO TX-CANT(CALCACUS-TRANS-SUB)
               MOVE ZEROS TO TX-TOTAL(CALCACUS-TRANS-SUB)
               MOVE XT-ACUSE TO TX-ACUSE(CALCACUS-TRANS-SUB)
               MOVE XT-FECHA-ACUSE
                   TO TX-FECHA-ACUSE(CALCACUS-TRANS-SUB)
               MOVE "N"   TO TX-CAMBIADA-SW(CALCACUS-TRANS-SUB)
           ELSE
               DISPLAY "Error: más de 300 transmisiones sin acuse "
                   "definitivo en CALCXCTL; amplíe la tabla."
               MOVE 16 TO RETURN-CODE
               SET CALCACUS-DETENIDO TO TRUE
               SET CALCACUS-XCTL-EOF TO TRUE
           END-IF.

       2200-EXIT.
           EXIT.

       2300-BUSCAR-TRANS.
           MOVE "N" TO CALCACUS-TRANS-HALLADA-SW.
           IF CALCACUS-TRANS-USADAS > ZERO
               PERFORM 2310-COMPARAR-TRANS THRU 2310-EXIT
                   VARYING CALCACUS-TRANS-IDX FROM 1 BY 1
                   UNTIL CALCACUS-TRANS-HALLADA
                       OR CALCACUS-TRANS-IDX > CALCACUS-TRANS-USADAS
           END-IF.

       2300-EXIT.
           EXIT.

       2310-COMPARAR-TRANS.
           IF TX-TRANSMISION(CALCACUS-TRANS-IDX)
               = CALCACUS-TRANS-BUSCADA
               SET CALCACUS-TRANS-HALLADA TO TRUE
               SET CALCACUS-TRANS-SUB TO CALCACUS-TRANS-IDX
           END-IF.

       2310-EXIT.
           EXIT.

      *>  Un acuse "R" marca la transmisión rechazada; un "A" la
      *>  marca aceptada si la cantidad y el total que cargó el
      *>  mayor coinciden con nuestra cola, y descuadrada si no.
      *>  Un acuse sin transmisión pendiente en CALCXCTL (número
      *>  desconocido o ya aceptada) se informa y no cambia nada.
       3000-CASAR-ACUSE.
           ADD 1 TO CALCACUS-CANT-ACUSES.
           MOVE AU-TRANSMISION(CALCACUS-ACU-SUB)
               TO CALCACUS-TRANS-BUSCADA.
           PERFORM 2300-BUSCAR-TRANS THRU 2300-EXIT.
           PERFORM 8100-VERIFICAR-PAGINA THRU 8100-EXIT.
           MOVE SPACES TO CALCACUS-DET.
           MOVE AU-TRANSMISION(CALCACUS-ACU-SUB) TO DET-TRANSMISION.
           MOVE AU-CANT(CALCACUS-ACU-SUB)  TO DET-CANT-MAYOR.
           MOVE AU-TOTAL(CALCACUS-ACU-SUB) TO DET-TOTAL-MAYOR.

           IF NOT CALCACUS-TRANS-HALLADA
               MOVE "SIN PENDIENTE" TO DET-ESTADO
               ADD 1 TO CALCACUS-CANT-DESCONOCIDAS
               ADD 1 TO CALCACUS-CANT-EXCEPCIONES
               WRITE CALC-RPT-REC FROM CALCACUS-DET
               ADD 1 TO CALCACUS-LINEAS
               DISPLAY "Aviso: acuse de la transmisión "
                   AU-TRANSMISION(CALCACUS-ACU-SUB) " sin "
                   "transmisión pendiente en CALCXCTL."
               GO TO 3000-EXIT
           END-IF.

           MOVE TX-FECHA-ENVIO(CALCACUS-TRANS-SUB) TO DET-FECHA-ENVIO.
           MOVE TX-CANT(CALCACUS-TRANS-SUB)  TO DET-CANT.
           MOVE TX-TOTAL(CALCACUS-TRANS-SUB) TO DET-TOTAL.
           EVALUATE TRUE
               WHEN AU-ESTADO(CALCACUS-ACU-SUB) = "R"
                   MOVE "R" TO TX-ACUSE(CALCACUS-TRANS-SUB)
                   MOVE "RECHAZADA" TO DET-ESTADO
                   ADD 1 TO CALCACUS-CANT-RECHAZADAS
               WHEN AU-ESTADO(CALCACUS-ACU-SUB) = "A"
                   AND AU-CANT(CALCACUS-ACU-SUB)
                       = TX-CANT(CALCACUS-TRANS-SUB)
                   AND AU-TOTAL(CALCACUS-ACU-SUB)
                       = TX-TOTAL(CALCACUS-TRANS-SUB)
                   MOVE "A" TO TX-ACUSE(CALCACUS-TRANS-SUB)
                   MOVE "ACEPTADA" TO DET-ESTADO
                   ADD 1 TO CALCACUS-CANT-ACEPTADAS
               WHEN AU-ESTADO(CALCACUS-ACU-SUB) = "A"
                   MOVE "D" TO TX-ACUSE(CALCACUS-TRANS-SUB)
                   MOVE "DESCUADRADA" TO DET-ESTADO
                   ADD 1 TO CALCACUS-CANT-DESCUADRADAS
               WHEN OTHER
                   MOVE "ESTADO INVALID" TO DET-ESTADO
                   ADD 1 TO CALCACUS-CANT-DESCONOCIDAS
                   ADD 1 TO CALCACUS-CANT-EXCEPCIONES
                   WRITE CALC-RPT-REC FROM CALCACUS-DET
                   ADD 1 TO CALCACUS-LINEAS
                   DISPLAY "Aviso: acuse de la transmisión "
                       AU-TRANSMISION(CALCACUS-ACU-SUB) " con "
                       "estado desconocido "
                       AU-ESTADO(CALCACUS-ACU-SUB) "; se ignora."
                   GO TO 3000-EXIT
           END-EVALUATE.
           MOVE CALCACUS-FECHA-HOY
               TO TX-FECHA-ACUSE(CALCACUS-TRANS-SUB).
           IF TX-CAMBIADA-SW(CALCACUS-TRANS-SUB) NOT = "S"
               MOVE "S" TO TX-CAMBIADA-SW(CALCACUS-TRANS-SUB)
               ADD 1 TO CALCACUS-CANT-CAMBIADAS
           END-IF.
           WRITE CALC-RPT-REC FROM CALCACUS-DET.
           ADD 1 TO CALCACUS-LINEAS.
           IF AU-MOTIVO(CALCACUS-ACU-SUB) NOT = SPACES
               MOVE AU-MOTIVO(CALCACUS-ACU-SUB) TO DETM-MOTIVO
               WRITE CALC-RPT-REC FROM CALCACUS-DET-MOTIVO
               ADD 1 TO CALCACUS-LINEAS
           END-IF.

       3000-EXIT.
           EXIT.

      *>  CALCXCTL se copia completo al archivo de paso CALCXCTN
      *>  con el acuse nuevo en las líneas de cada transmisión
      *>  marcada, y el paso se renombra encima: reescribir
      *>  CALCXCTL en el lugar lo deja vacío en disco entre el OPEN
      *>  OUTPUT y el CLOSE. El renombre repone el RETURN-CODE, que
      *>  la rutina de biblioteca pisa con su propio estado.
       4000-REGRABAR-CONTROL.
           MOVE "N" TO CALCACUS-XCTL-EOF-SW.
           OPEN INPUT CALC-XCTL-FILE.
           IF NOT CALC-XCTL-OK
               DISPLAY "Error: no se pudo releer el control de "
                   "transmisiones CALCXCTL; los acuses no quedan "
                   "registrados."
               MOVE 16 TO RETURN-CODE
               SET CALCACUS-DETENIDO TO TRUE
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT CALC-XCTN-FILE.
           IF NOT CALCACUS-XCTN-OK
               DISPLAY "Error: no se pudo crear el archivo de paso "
                   "CALCXCTN; los acuses no quedan registrados."
               MOVE 16 TO RETURN-CODE
               SET CALCACUS-DETENIDO TO TRUE
               CLOSE CALC-XCTL-FILE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-REGRABAR-REG-CONTROL THRU 4100-EXIT
               UNTIL CALCACUS-XCTL-EOF.
           CLOSE CALC-XCTL-FILE.
           CLOSE CALC-XCTN-FILE.
           IF CALCACUS-DETENIDO
               GO TO 4000-EXIT
           END-IF.

           MOVE RETURN-CODE TO CALCACUS-RC-GUARDADO.
           CALL "CBL_RENAME_FILE"
               USING CALCACUS-NOM-TMP CALCACUS-NOM-XCTL.
           IF RETURN-CODE = ZERO
               MOVE CALCACUS-RC-GUARDADO TO RETURN-CODE
           ELSE
               MOVE CALCACUS-RC-GUARDADO TO RETURN-CODE
               DISPLAY "Error: no se pudo renombrar CALCXCTN sobre "
                   "CALCXCTL; los acuses no quedan registrados."
               MOVE 16 TO RETURN-CODE
               SET CALCACUS-DETENIDO TO TRUE
           END-IF.

       4000-EXIT.
           EXIT.

       4100-REGRABAR-REG-CONTROL.
           READ CALC-XCTL-FILE
               AT END
                   SET CALCACUS-XCTL-EOF TO TRUE
               NOT AT END
                   IF NOT XT-ACEPTADA
                       MOVE XT-TRANSMISION TO CALCACUS-TRANS-BUSCADA
                       PERFORM 2300-BUSCAR-TRANS THRU 2300-EXIT
                       IF CALCACUS-TRANS-HALLADA
                           AND TX-CAMBIADA-SW(CALCACUS-TRANS-SUB) = "S"
                           MOVE TX-ACUSE(CALCACUS-TRANS-SUB)
                               TO XT-ACUSE
                           MOVE TX-FECHA-ACUSE(CALCACUS-TRANS-SUB)
                               TO XT-FECHA-ACUSE
                       END-IF
                   END-IF
                   WRITE CALC-XCTN-REC FROM CALC-XCTL-REC
                   IF NOT CALCACUS-XCTN-OK
                       DISPLAY "Error: falló la grabación del "
                           "archivo de paso CALCXCTN."
                       MOVE 16 TO RETURN-CODE
                       SET CALCACUS-DETENIDO TO TRUE
                       SET CALCACUS-XCTL-EOF TO TRUE
                   END-IF
           END-READ.

       4100-EXIT.
           EXIT.

      *>  Excepciones: toda transmisión rechazada (espera el
      *>  reenvío con REENVIAR=S), descuadrada (hay que aclararla
      *>  con el mayor) o sin acuse con fecha de envío en el corte
      *>  o antes. Una reenviada ("E") se vence contando desde la
      *>  fecha del reenvío, que CALCEXT deja en la fecha del acuse.
       5000-LISTAR-EXCEPCION.
           MOVE SPACES TO CALCACUS-DET.
           EVALUATE TRUE
               WHEN TX-ACUSE(CALCACUS-TRANS-SUB) = "A"
                   GO TO 5000-EXIT
               WHEN TX-ACUSE(CALCACUS-TRANS-SUB) = "R"
                   MOVE "RECH.-REENVIAR" TO DET-ESTADO
               WHEN TX-ACUSE(CALCACUS-TRANS-SUB) = "D"
                   MOVE "DESCUADRADA" TO DET-ESTADO
               WHEN TX-ACUSE(CALCACUS-TRANS-SUB) = "E"
                   AND TX-FECHA-ACUSE(CALCACUS-TRANS-SUB)
                       NOT > CALCACUS-FECHA-CORTE
                   MOVE "REENV.S-ACUSE" TO DET-ESTADO
                   ADD 1 TO CALCACUS-CANT-VENCIDAS
               WHEN TX-ACUSE(CALCACUS-TRANS-SUB) = "E"
                   GO TO 5000-EXIT
               WHEN TX-FECHA-ENVIO(CALCACUS-TRANS-SUB)
                   NOT > CALCACUS-FECHA-CORTE
                   MOVE "SIN ACUSE" TO DET-ESTADO
                   ADD 1 TO CALCACUS-CANT-VENCIDAS
               WHEN OTHER
                   GO TO 5000-EXIT
           END-EVALUATE.
           ADD 1 TO CALCACUS-CANT-EXCEPCIONES.
           PERFORM 8100-VERIFICAR-PAGINA THRU 8100-EXIT.
           MOVE TX-TRANSMISION(CALCACUS-TRANS-SUB) TO DET-TRANSMISION.
           MOVE TX-FECHA-ENVIO(CALCACUS-TRANS-SUB) TO DET-FECHA-ENVIO.
           MOVE TX-CANT(CALCACUS-TRANS-SUB)  TO DET-CANT.
           MOVE TX-TOTAL(CALCACUS-TRANS-SUB) TO DET-TOTAL.
           WRITE CALC-RPT-REC FROM CALCACUS-DET.
           ADD 1 TO CALCACUS-LINEAS.

       5000-EXIT.
           EXIT.

       7000-TOTALES.
           MOVE "RESUMEN" TO CALCACUS-SECCION.
           MOVE 99 TO CALCACUS-LINEAS.
           PERFORM 8100-VERIFICAR-PAGINA THRU 8100-EXIT.
           WRITE CALC-RPT-REC FROM CALCACUS-TOT1.
           MOVE "  ACUSES LEIDOS" TO TOT2-TEXTO.
           MOVE CALCACUS-CANT-ACUSES TO TOT2-CANT.
           WRITE CALC-RPT-REC FROM CALCACUS-TOT2.
           MOVE "  TRANSMISIONES ACEPTADAS" TO TOT2-TEXTO.
           MOVE CALCACUS-CANT-ACEPTADAS TO TOT2-CANT.
           WRITE CALC-RPT-REC FROM CALCACUS-TOT2.
           MOVE "  TRANSMISIONES RECHAZADAS" TO TOT2-TEXTO.
           MOVE CALCACUS-CANT-RECHAZADAS TO TOT2-CANT.
           WRITE CALC-RPT-REC FROM CALCACUS-TOT2.
           MOVE "  TRANSMISIONES DESCUADRADAS" TO TOT2-TEXTO.
           MOVE CALCACUS-CANT-DESCUADRADAS TO TOT2-CANT.
           WRITE CALC-RPT-REC FROM CALCACUS-TOT2.
           MOVE "  ACUSES SIN PENDIENTE" TO TOT2-TEXTO.
           MOVE CALCACUS-CANT-DESCONOCIDAS TO TOT2-CANT.
           WRITE CALC-RPT-REC FROM CALCACUS-TOT2.
           MOVE "  SIN ACUSE FUERA DE PLAZO" TO TOT2-TEXTO.
           MOVE CALCACUS-CANT-VENCIDAS TO TOT2-CANT.
           WRITE CALC-RPT-REC FROM CALCACUS-TOT2.
           MOVE "  EXCEPCIONES" TO TOT2-TEXTO.
           MOVE CALCACUS-CANT-EXCEPCIONES TO TOT2-CANT.
           WRITE CALC-RPT-REC FROM CALCACUS-TOT2.

           MOVE CALCACUS-CANT-ACUSES TO CALCACUS-CANT-ED.
           DISPLAY "Acuses leídos        : " CALCACUS-CANT-ED.
           MOVE CALCACUS-CANT-EXCEPCIONES TO CALCACUS-CANT-ED.
           DISPLAY "Excepciones          : " CALCACUS-CANT-ED.
           IF CALCACUS-CANT-EXCEPCIONES > ZERO
               AND RETURN-CODE LESS THAN 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Reporte grabado en CALCXRPT.".

       7000-EXIT.
           EXIT.

       8000-SALTAR-PAGINA.
           ADD 1 TO CALCACUS-PAGINA.
           IF CALCACUS-PAGINA > 1
               MOVE SPACES TO CALC-RPT-REC
               WRITE CALC-RPT-REC
           END-IF.
           MOVE CALCACUS-FECHA-HOY   TO ENC1-FECHA.
           MOVE CALCACUS-PAGINA      TO ENC1-PAGINA.
           WRITE CALC-RPT-REC FROM CALCACUS-ENC1.
           MOVE CALCACUS-DIAS-ACUSE  TO ENC2-DIAS.
           MOVE CALCACUS-FECHA-CORTE TO ENC2-CORTE.
           WRITE CALC-RPT-REC FROM CALCACUS-ENC2.
           MOVE CALCACUS-SECCION     TO ENC3-SECCION.
           WRITE CALC-RPT-REC FROM CALCACUS-ENC3.
           WRITE CALC-RPT-REC FROM CALCACUS-ENC4.
           WRITE CALC-RPT-REC FROM CALCACUS-ENC5.
           MOVE 5 TO CALCACUS-LINEAS.

       8000-EXIT.
           EXIT.

       8100-VERIFICAR-PAGINA.
           IF CALCACUS-LINEAS NOT LESS THAN CALCACUS-LINEAS-X-PAG
               PERFORM 8000-SALTAR-PAGINA THRU 8000-EXIT
           END-IF.

       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALCACUS-RPT-ABIERTO
               CLOSE CALC-RPT-FILE
           END-IF.
           DISPLAY "Fin del proceso de acuses del mayor.".

       9000-EXIT.
           EXIT.

       END PROGRAM CALCACUS.
