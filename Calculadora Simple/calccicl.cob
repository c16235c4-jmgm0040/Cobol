             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCCICL                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Controlador del ciclo nocturno. Corre en orden los pasos    *
      *>  CALCBAT, CALCRCN, CALCEXT y CALCARCH con una sola tarjeta   *
      *>  de parámetros CALCPARM (cada paso lee de ella sus propias   *
      *>  palabras e ignora las demás) y detiene la cadena en cuanto  *
      *>  un paso termina con un RETURN-CODE mayor que el límite de   *
      *>  ese paso: un CALCRCN FUERA DE CUADRE (RC 8) no deja pasar   *
      *>  al extracto CALCEXT. Cada paso terminado queda registrado   *
      *>  con sus horas y su código en el archivo de estado del       *
      *>  ciclo CALCCEST, de modo que volver a correr el controlador  *
      *>  después de corregir la causa retoma en el paso que se       *
      *>  detuvo, sin repetir los que ya terminaron bien. Al final    *
      *>  imprime en CALCCRPT la bitácora del ciclo, en una página,   *
      *>  para la entrega de turno.                                   *
      *>                                                               *
      *>  Tarjetas propias (las demás son de los pasos):              *
      *>    LIMITE-BAT=nn  LIMITE-RCN=nn  LIMITE-EXT=nn               *
      *>    LIMITE-ARC=nn  RC máximo aceptado de cada paso; por       *
      *>                   omisión 08 para CALCBAT (un lote           *
      *>                   duplicado omitido no detiene el ciclo)     *
      *>                   y 04 para los demás.                       *
      *>    REINICIAR=S    descarta el estado de un ciclo sin         *
      *>                   terminar y empieza uno nuevo desde         *
      *>                   CALCBAT.                                   *
      *>  Tarjetas de los pasos que el controlador revisa:            *
      *>    CONCILIAR=     si viene, tiene que ser la fecha del       *
      *>                   ciclo. Un ciclo se retoma otro día que el  *
      *>                   de su fecha sólo si CALCBAT ya terminó,    *
      *>                   y mientras falte CALCRCN sólo con esta     *
      *>                   tarjeta, para que concilie el día que      *
      *>                   procesó CALCBAT. Si no, RC 16.             *
      *>    SIMULAR=       no van en el ciclo (CALCBAT simularía en   *
      *>    LOTE-SIM=      lugar de procesar): RC 16 sin correr       *
      *>                   ningún paso.                               *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Documentado en la tabla de pasos qué    *
      *>                      RETURN-CODE de CALCEXT deja pasar el    *
      *>                      límite 04.                              *
      *>    2026-10-15  JMGM  Un ciclo retomado otro día que el de    *
      *>                      su fecha se detiene con RC 16 si        *
      *>                      CALCBAT no terminó, o si falta CALCRCN  *
      *>                      y CALCPARM no trae CONCILIAR= con la    *
      *>                      fecha del ciclo; una tarjeta            *
      *>                      CONCILIAR= distinta de la fecha del     *
      *>                      ciclo también detiene (1400). Las       *
      *>                      tarjetas SIMULAR= y LOTE-SIM= detienen  *
      *>                      el ciclo con RC 16 antes del primer     *
      *>                      paso.                                   *
      *>    2026-10-15  JMGM  Cada paso registrado en CALCCEST se     *
      *>                      asienta en disco cerrando y reabriendo  *
      *>                      el archivo, para que la caída de un     *
      *>                      paso posterior no pierda los ya         *
      *>                      terminados.                             *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCICL.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-CEST-FILE ASSIGN TO "CALCCEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCCICL-CEST-STATUS.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCCICL-PARM-STATUS.

           SELECT CALC-RPT-FILE ASSIGN TO "CALCCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCCICL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *>  Estado del ciclo: un registro por paso corrido, con su
      *>  resultado "OK" (terminó dentro de su límite) o "ALTO"
      *>  (detuvo la cadena). El archivo guarda solo el ciclo en
      *>  curso; se recrea al empezar un ciclo nuevo.
       FD  CALC-CEST-FILE.
       01  CALC-CEST-REC.
           05  EC-FECHA-CICLO      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  EC-PASO             PIC 9.
           05  FILLER              PIC X VALUE SPACE.
           05  EC-PROGRAMA         PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  EC-FECHA-INICIO     PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  EC-HORA-INICIO      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  EC-FECHA-FIN        PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  EC-HORA-FIN         PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  EC-RC               PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  EC-LIMITE           PIC 9(2).
           05  FILLER              PIC X VALUE SPACE.
           05  EC-ESTADO           PIC X(4).
               88  EC-TERMINADO         VALUE "OK".
               88  EC-DETENIDO          VALUE "ALTO".

      *>  Tarjetas de parámetros: palabra clave en las primeras 11
      *>  posiciones (incluido el "=") y valor desde la posición 12,
      *>  igual que en CALCBAT. Las palabras desconocidas se
      *>  ignoran: son las tarjetas de los pasos de la cadena.
       FD  CALC-PARM-FILE.
       01  CALC-PARM-REC.
           05  PM-PALABRA          PIC X(11).
           05  PM-VALOR            PIC X(8).

       FD  CALC-RPT-FILE.
       01  CALC-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01  CALCCICL-CEST-STATUS    PIC X(02) VALUE SPACES.
           88  CALCCICL-CEST-OK         VALUE "00".
           88  CALCCICL-CEST-NO-EXISTE  VALUE "35".
       01  CALCCICL-CEST-ABIERTO-SW PIC X VALUE "N".
           88  CALCCICL-CEST-ABIERTO    VALUE "S".
       01  CALCCICL-CEST-EOF-SW    PIC X VALUE "N".
           88  CALCCICL-CEST-EOF        VALUE "S".
       01  CALCCICL-PARM-STATUS    PIC X(02) VALUE SPACES.
           88  CALCCICL-PARM-OK         VALUE "00".
           88  CALCCICL-PARM-NO-EXISTE  VALUE "35".
       01  CALCCICL-PARM-EOF-SW    PIC X VALUE "N".
           88  CALCCICL-PARM-EOF        VALUE "S".
       01  CALCCICL-RPT-STATUS     PIC X(02) VALUE SPACES.
           88  CALCCICL-RPT-OK          VALUE "00".

       01  CALCCICL-DETENIDO-SW    PIC X VALUE "N".
           88  CALCCICL-DETENIDO        VALUE "S".
       01  CALCCICL-REINICIO-SW    PIC X VALUE "N".
           88  CALCCICL-REINICIO        VALUE "S".
       01  CALCCICL-REANUDADO-SW   PIC X VALUE "N".
           88  CALCCICL-REANUDADO       VALUE "S".

      *>  Tarjeta CONCILIAR= de CALCRCN, cotejada contra la fecha
      *>  del ciclo (ver 1400).
       01  CALCCICL-CONCILIAR      PIC X(8) VALUE SPACES.
       01  CALCCICL-CONCILIAR-N REDEFINES CALCCICL-CONCILIAR
                                   PIC 9(8).

      *>  Los pasos de la cadena, en orden, con su límite de
      *>  RETURN-CODE por omisión (las tarjetas LIMITE-xxx= lo
      *>  reemplazan). CALCEXT termina con RC 4 cuando no queda
      *>  nada por enviar porque todo ya estaba enviado (el ciclo
      *>  retomado después de ese paso) o cuando una transmisión
      *>  rechazada espera su reenvío, y pasa; con RC 8 (omitió
      *>  lotes ya enviados mientras enviaba otros) detiene la
      *>  cadena.
       01  CALCCICL-PASOS-INI.
           05  FILLER              PIC X(10) VALUE "CALCBAT 08".
           05  FILLER              PIC X(10) VALUE "CALCRCN 04".
           05  FILLER              PIC X(10) VALUE "CALCEXT 04".
           05  FILLER              PIC X(10) VALUE "CALCARCH04".
       01  CALCCICL-PASOS-TAB REDEFINES CALCCICL-PASOS-INI.
           05  CALCCICL-PASO-DEF OCCURS 4 TIMES.
               10  PD-PROGRAMA         PIC X(8).
               10  PD-LIMITE           PIC 9(2).

      *>  Situación de cada paso en este ciclo: "ANT " terminado en
      *>  una corrida anterior del mismo ciclo, "OK  " terminado en
      *>  esta corrida, "ALTO" detuvo la cadena, espacios = no
      *>  corrido.
       01  CALCCICL-ESTADO-TAB.
           05  CALCCICL-PASO-ENT OCCURS 4 TIMES.
               10  PC-ESTADO           PIC X(4).
               10  PC-FECHA-INICIO     PIC 9(8).
               10  PC-HORA-INICIO      PIC 9(8).
               10  PC-FECHA-FIN        PIC 9(8).
               10  PC-HORA-FIN         PIC 9(8).
               10  PC-RC               PIC 9(4).
               10  PC-SEGUNDOS         PIC 9(6).
       77  CALCCICL-PASO           PIC 9 VALUE ZERO.
       77  CALCCICL-PASOS-HECHOS   PIC 9 VALUE ZERO.
       77  CALCCICL-PASO-ALTO      PIC 9 VALUE ZERO.
       77  CALCCICL-PASO-ALTO-ANT  PIC 9 VALUE ZERO.
       77  CALCCICL-RC-ALTO-ANT    PIC 9(4) VALUE ZERO.
       01  CALCCICL-PROGRAMA       PIC X(8) VALUE SPACES.
       77  CALCCICL-RC-PASO        PIC 9(4) VALUE ZERO.
       77  CALCCICL-RC-MAX         PIC 9(4) VALUE ZERO.

       77  CALCCICL-FECHA-HOY      PIC 9(8) VALUE ZEROS.
       77  CALCCICL-HORA-CORRIDA   PIC 9(8) VALUE ZEROS.
       77  CALCCICL-FECHA-CICLO    PIC 9(8) VALUE ZEROS.
       77  CALCCICL-SEG-INICIO     PIC 9(6) VALUE ZERO.
       77  CALCCICL-SEG-FIN        PIC 9(6) VALUE ZERO.
       01  CALCCICL-HORA-TRABAJO.
           05  CALCCICL-HH         PIC 9(2).
           05  CALCCICL-MM         PIC 9(2).
           05  CALCCICL-SS         PIC 9(2).
           05  CALCCICL-CC         PIC 9(2).
       01  CALCCICL-HORA-ED        PIC X(8) VALUE SPACES.
       01  CALCCICL-RC-ED          PIC Z(3)9.
       01  CALCCICL-LIM-ED         PIC Z9.

      *>  Líneas de la bitácora del ciclo.
       01  CALCCICL-ENC1.
           05  FILLER              PIC X(30) VALUE
               "BITACORA DEL CICLO NOCTURNO   ".
           05  FILLER              PIC X(17) VALUE
               "      FECHA REP. ".
           05  ENC1-FECHA          PIC 9(8).
           05  FILLER              PIC X(09) VALUE "  PAGINA ".
           05  ENC1-PAGINA         PIC Z(3)9.
       01  CALCCICL-ENC2.
           05  FILLER              PIC X(06) VALUE "CICLO ".
           05  ENC2-CICLO          PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  CORRIDA ".
           05  ENC2-HORA           PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ENC2-MODO           PIC X(30).
       01  CALCCICL-ENC3.
           05  FILLER              PIC X(30) VALUE
               "PASO PROGRAMA ESTADO       INI".
           05  FILLER              PIC X(30) VALUE
               "CIO    FIN     SEGUNDOS   RC  ".
           05  FILLER              PIC X(04) VALUE "LIM ".
       01  CALCCICL-ENC4           PIC X(64) VALUE ALL "-".

       01  CALCCICL-DET.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-PASO            PIC 9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-PROGRAMA        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-ESTADO          PIC X(12).
           05  FILLER              PIC X VALUE SPACE.
           05  DET-INICIO          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-FIN             PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-SEGUNDOS        PIC Z(5)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-RC              PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DET-LIMITE          PIC Z9.

       01  CALCCICL-RES1.
           05  FILLER              PIC X(21) VALUE
               "RESULTADO DEL CICLO: ".
           05  RES1-TEXTO          PIC X(59).
       01  CALCCICL-RES2.
           05  FILLER              PIC X(21) VALUE
               "ACCION DEL TURNO:    ".
           05  RES2-TEXTO          PIC X(59).
       01  CALCCICL-RES3.
           05  FILLER              PIC X(30) VALUE
               "ENTREGA: ____________________".
           05  FILLER              PIC X(30) VALUE
               "RECIBE: ____________________".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCCICL-DETENIDO
               PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT
                   VARYING CALCCICL-PASO FROM 1 BY 1
                   UNTIL CALCCICL-PASO > 4
                       OR CALCCICL-DETENIDO
           END-IF.
           PERFORM 8000-IMPRIMIR-BITACORA THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Ciclo nocturno - CALCCICL".
           DISPLAY "=========================================".

           ACCEPT CALCCICL-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT CALCCICL-HORA-CORRIDA FROM TIME.
           INITIALIZE CALCCICL-ESTADO-TAB.

           PERFORM 1600-LEER-PARAMETROS THRU 1600-EXIT.
           IF CALCCICL-DETENIDO
               GO TO 1000-EXIT
           END-IF.

           IF CALCCICL-REINICIO
               DISPLAY "Ciclo nuevo por instrucción expresa "
                   "(CALCPARM REINICIAR=S)."
           ELSE
               PERFORM 1300-LEER-ESTADO THRU 1300-EXIT
               IF CALCCICL-DETENIDO
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           IF NOT CALCCICL-REANUDADO
               INITIALIZE CALCCICL-ESTADO-TAB
               MOVE CALCCICL-FECHA-HOY TO CALCCICL-FECHA-CICLO
           END-IF.
           PERFORM 1400-VERIFICAR-FECHA-CICLO THRU 1400-EXIT.
           IF CALCCICL-DETENIDO
               GO TO 1000-EXIT
           END-IF.

           IF CALCCICL-REANUDADO
               OPEN EXTEND CALC-CEST-FILE
               PERFORM 1500-MOSTRAR-REANUDACION THRU 1500-EXIT
           ELSE
               OPEN OUTPUT CALC-CEST-FILE
               DISPLAY "Ciclo nuevo " CALCCICL-FECHA-CICLO "."
           END-IF.
           IF CALCCICL-CEST-OK
               SET CALCCICL-CEST-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo abrir el estado del ciclo "
                   "CALCCEST; el ciclo no se corre sin poder "
                   "registrar sus pasos."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

      *>  Lee el estado del ciclo anterior. Si quedó sin terminar
      *>  (algún paso registrado y no los cuatro en "OK"), este
      *>  ciclo lo retoma con su misma fecha; si terminó completo,
      *>  o no hay estado, empieza uno nuevo.
       1300-LEER-ESTADO.
           MOVE "N" TO CALCCICL-CEST-EOF-SW.
           MOVE ZERO TO CALCCICL-PASOS-HECHOS.
           OPEN INPUT CALC-CEST-FILE.
           IF CALCCICL-CEST-NO-EXISTE
               CLOSE CALC-CEST-FILE
               GO TO 1300-EXIT
           END-IF.
           IF NOT CALCCICL-CEST-OK
               DISPLAY "Error: no se pudo leer el estado del ciclo "
                   "CALCCEST."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LEER-REG-ESTADO THRU 1310-EXIT
               UNTIL CALCCICL-CEST-EOF.
           CLOSE CALC-CEST-FILE.

           IF CALCCICL-FECHA-CICLO NOT = ZEROS
               AND CALCCICL-PASOS-HECHOS < 4
               SET CALCCICL-REANUDADO TO TRUE
           END-IF.

       1300-EXIT.
           EXIT.

       1310-LEER-REG-ESTADO.
           READ CALC-CEST-FILE
               AT END
                   SET CALCCICL-CEST-EOF TO TRUE
               NOT AT END
                   IF EC-PASO > ZERO AND EC-PASO NOT > 4
                       MOVE EC-FECHA-CICLO TO CALCCICL-FECHA-CICLO
                       MOVE EC-PASO        TO CALCCICL-PASO
                       PERFORM 1320-ANOTAR-PASO-ANTERIOR
                           THRU 1320-EXIT
                   END-IF
           END-READ.

       1310-EXIT.
           EXIT.

       1320-ANOTAR-PASO-ANTERIOR.
           IF EC-TERMINADO
               IF PC-ESTADO(CALCCICL-PASO) NOT = "ANT "
                   ADD 1 TO CALCCICL-PASOS-HECHOS
               END-IF
               MOVE "ANT "          TO PC-ESTADO(CALCCICL-PASO)
               MOVE EC-FECHA-INICIO TO PC-FECHA-INICIO(CALCCICL-PASO)
               MOVE EC-HORA-INICIO  TO PC-HORA-INICIO(CALCCICL-PASO)
               MOVE EC-FECHA-FIN    TO PC-FECHA-FIN(CALCCICL-PASO)
               MOVE EC-HORA-FIN     TO PC-HORA-FIN(CALCCICL-PASO)
               MOVE EC-RC           TO PC-RC(CALCCICL-PASO)
               PERFORM 2200-CALCULAR-DURACION THRU 2200-EXIT
           ELSE
               MOVE CALCCICL-PASO   TO CALCCICL-PASO-ALTO-ANT
               MOVE EC-RC           TO CALCCICL-RC-ALTO-ANT
           END-IF.

       1320-EXIT.
           EXIT.

      *>  Los pasos toman la fecha del día en que corren, no la del
      *>  ciclo. Un ciclo retomado pasada la medianoche sólo sigue
      *>  si CALCBAT ya terminó (retomarlo partiría sus lotes en dos
      *>  fechas) y, mientras falte CALCRCN, si CALCPARM trae
      *>  CONCILIAR= con la fecha del ciclo: así CALCRCN concilia
      *>  el día que procesó CALCBAT. La misma tarjeta olvidada en
      *>  CALCPARM detiene el ciclo siguiente, que es de otra fecha.
       1400-VERIFICAR-FECHA-CICLO.
           IF CALCCICL-CONCILIAR NOT = SPACES
               IF CALCCICL-CONCILIAR IS NOT NUMERIC
                   OR CALCCICL-CONCILIAR-N NOT = CALCCICL-FECHA-CICLO
                   DISPLAY "Error: la tarjeta CONCILIAR= de CALCPARM ("
                       CALCCICL-CONCILIAR ") no es la fecha del "
                       "ciclo " CALCCICL-FECHA-CICLO "; CALCRCN "
                       "conciliaría otro día que el que procesó "
                       "CALCBAT."
                   MOVE 16 TO CALCCICL-RC-MAX
                   SET CALCCICL-DETENIDO TO TRUE
                   GO TO 1400-EXIT
               END-IF
           END-IF.
           IF CALCCICL-FECHA-CICLO = CALCCICL-FECHA-HOY
               GO TO 1400-EXIT
           END-IF.

           IF PC-ESTADO(1) NOT = "ANT "
               DISPLAY "Error: el ciclo " CALCCICL-FECHA-CICLO
                   " quedó sin terminar CALCBAT y hoy es "
                   CALCCICL-FECHA-HOY ". CALCBAT graba con la fecha "
                   "del día: retomarlo mezclaría dos fechas en el "
                   "ciclo. Revise el lote y empiece un ciclo nuevo "
                   "con REINICIAR=S."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
               GO TO 1400-EXIT
           END-IF.
           IF PC-ESTADO(2) NOT = "ANT "
               AND CALCCICL-CONCILIAR = SPACES
               DISPLAY "Error: el ciclo " CALCCICL-FECHA-CICLO
                   " se retoma el " CALCCICL-FECHA-HOY " y CALCRCN "
                   "conciliaría hoy. Agregue a CALCPARM la tarjeta "
                   "CONCILIAR=" CALCCICL-FECHA-CICLO " y vuelva a "
                   "correr."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
               GO TO 1400-EXIT
           END-IF.
           DISPLAY "El ciclo " CALCCICL-FECHA-CICLO " se retoma el "
               CALCCICL-FECHA-HOY ".".

       1400-EXIT.
           EXIT.

       1500-MOSTRAR-REANUDACION.
           DISPLAY "Se retoma el ciclo " CALCCICL-FECHA-CICLO
               " sin terminar.".
           IF CALCCICL-PASO-ALTO-ANT > ZERO
               MOVE CALCCICL-RC-ALTO-ANT TO CALCCICL-RC-ED
               DISPLAY "La corrida anterior se detuvo en "
                   PD-PROGRAMA(CALCCICL-PASO-ALTO-ANT)
                   " con RC" CALCCICL-RC-ED "."
           END-IF.
           PERFORM 1510-MOSTRAR-PASO-ANTERIOR THRU 1510-EXIT
               VARYING CALCCICL-PASO FROM 1 BY 1
               UNTIL CALCCICL-PASO > 4.

       1500-EXIT.
           EXIT.

       1510-MOSTRAR-PASO-ANTERIOR.
           IF PC-ESTADO(CALCCICL-PASO) = "ANT "
               DISPLAY "  " PD-PROGRAMA(CALCCICL-PASO)
                   " ya terminó en la corrida anterior; no se "
                   "repite."
           END-IF.

       1510-EXIT.
           EXIT.

       1600-LEER-PARAMETROS.
           MOVE "N" TO CALCCICL-PARM-EOF-SW.
           OPEN INPUT CALC-PARM-FILE.
           IF CALCCICL-PARM-NO-EXISTE
               CLOSE CALC-PARM-FILE
               DISPLAY "Error: el ciclo nocturno requiere la tarjeta "
                   "de parámetros CALCPARM (los pasos corren "
                   "desatendidos)."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
               GO TO 1600-EXIT
           END-IF.
           IF CALCCICL-PARM-OK
               PERFORM 1610-LEER-TARJETA THRU 1610-EXIT
                   UNTIL CALCCICL-PARM-EOF
           ELSE
               DISPLAY "Error: no se pudo leer la tarjeta de "
                   "parámetros CALCPARM."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
           END-IF.
           CLOSE CALC-PARM-FILE.

       1600-EXIT.
           EXIT.

       1610-LEER-TARJETA.
           READ CALC-PARM-FILE
               AT END
                   SET CALCCICL-PARM-EOF TO TRUE
               NOT AT END
                   EVALUATE PM-PALABRA
                       WHEN "LIMITE-BAT="
                           MOVE 1 TO CALCCICL-PASO
                           PERFORM 1620-TOMAR-LIMITE THRU 1620-EXIT
                       WHEN "LIMITE-RCN="
                           MOVE 2 TO CALCCICL-PASO
                           PERFORM 1620-TOMAR-LIMITE THRU 1620-EXIT
                       WHEN "LIMITE-EXT="
                           MOVE 3 TO CALCCICL-PASO
                           PERFORM 1620-TOMAR-LIMITE THRU 1620-EXIT
                       WHEN "LIMITE-ARC="
                           MOVE 4 TO CALCCICL-PASO
                           PERFORM 1620-TOMAR-LIMITE THRU 1620-EXIT
                       WHEN "REINICIAR="
                           IF PM-VALOR(1:1) = "S"
                               SET CALCCICL-REINICIO TO TRUE
                           END-IF
                       WHEN "CONCILIAR="
                           MOVE PM-VALOR TO CALCCICL-CONCILIAR
                       WHEN "SIMULAR="
                       WHEN "LOTE-SIM="
                           DISPLAY "Error: la tarjeta " PM-PALABRA
                               " de CALCPARM no va en el ciclo "
                               "nocturno: CALCBAT simularía en lugar "
                               "de procesar los lotes. Quítela y "
                               "vuelva a correr."
                           MOVE 16 TO CALCCICL-RC-MAX
                           SET CALCCICL-DETENIDO TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1610-EXIT.
           EXIT.

       1620-TOMAR-LIMITE.
           IF PM-VALOR(1:2) IS NUMERIC
               MOVE PM-VALOR(1:2) TO PD-LIMITE(CALCCICL-PASO)
           ELSE
               DISPLAY "Error: la tarjeta " PM-PALABRA
                   " de CALCPARM no trae un límite numérico de "
                   "2 dígitos: " PM-VALOR
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
           END-IF.

       1620-EXIT.
           EXIT.

      *>  Un paso ya terminado en una corrida anterior del mismo
      *>  ciclo se salta. El RETURN-CODE del subprograma llega en
      *>  el registro especial al volver del CALL; se repone en
      *>  cero antes de cada paso para no arrastrar el del
      *>  anterior. El CANCEL libera el paso para que su
      *>  WORKING-STORAGE no quede cargado durante el resto de la
      *>  cadena.
       2000-EJECUTAR-PASO.
           IF PC-ESTADO(CALCCICL-PASO) = "ANT "
               GO TO 2000-EXIT
           END-IF.
           MOVE PD-PROGRAMA(CALCCICL-PASO) TO CALCCICL-PROGRAMA.
           ACCEPT PC-FECHA-INICIO(CALCCICL-PASO) FROM DATE YYYYMMDD.
           ACCEPT PC-HORA-INICIO(CALCCICL-PASO) FROM TIME.
           MOVE PC-HORA-INICIO(CALCCICL-PASO) TO CALCCICL-HORA-TRABAJO.
           PERFORM 2300-EDITAR-HORA THRU 2300-EXIT.
           DISPLAY "-----------------------------------------".
           DISPLAY "Paso " CALCCICL-PASO " - " CALCCICL-PROGRAMA
               " - inicio " CALCCICL-HORA-ED.

           MOVE ZERO TO RETURN-CODE.
           CALL CALCCICL-PROGRAMA
               ON EXCEPTION
                   DISPLAY "Error: no se pudo cargar el programa "
                       CALCCICL-PROGRAMA "."
                   MOVE 16 TO CALCCICL-RC-PASO
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO CALCCICL-RC-PASO
                   CANCEL CALCCICL-PROGRAMA
           END-CALL.

           ACCEPT PC-FECHA-FIN(CALCCICL-PASO) FROM DATE YYYYMMDD.
           ACCEPT PC-HORA-FIN(CALCCICL-PASO) FROM TIME.
           MOVE CALCCICL-RC-PASO TO PC-RC(CALCCICL-PASO).
           PERFORM 2200-CALCULAR-DURACION THRU 2200-EXIT.
           IF CALCCICL-RC-PASO > CALCCICL-RC-MAX
               MOVE CALCCICL-RC-PASO TO CALCCICL-RC-MAX
           END-IF.

           MOVE CALCCICL-RC-PASO TO CALCCICL-RC-ED.
           MOVE PD-LIMITE(CALCCICL-PASO) TO CALCCICL-LIM-ED.
           IF CALCCICL-RC-PASO > PD-LIMITE(CALCCICL-PASO)
               MOVE "ALTO" TO PC-ESTADO(CALCCICL-PASO)
               MOVE CALCCICL-PASO TO CALCCICL-PASO-ALTO
               SET CALCCICL-DETENIDO TO TRUE
               DISPLAY "Paso " CALCCICL-PROGRAMA " terminó con RC"
                   CALCCICL-RC-ED ", mayor que su límite "
                   CALCCICL-LIM-ED ": la cadena se detiene."
           ELSE
               MOVE "OK  " TO PC-ESTADO(CALCCICL-PASO)
               DISPLAY "Paso " CALCCICL-PROGRAMA " terminó con RC"
                   CALCCICL-RC-ED " (límite " CALCCICL-LIM-ED ")."
           END-IF.
           PERFORM 2100-REGISTRAR-PASO THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-REGISTRAR-PASO.
           MOVE SPACES                  TO CALC-CEST-REC.
           MOVE CALCCICL-FECHA-CICLO    TO EC-FECHA-CICLO.
           MOVE CALCCICL-PASO           TO EC-PASO.
           MOVE CALCCICL-PROGRAMA       TO EC-PROGRAMA.
           MOVE PC-FECHA-INICIO(CALCCICL-PASO) TO EC-FECHA-INICIO.
           MOVE PC-HORA-INICIO(CALCCICL-PASO)  TO EC-HORA-INICIO.
           MOVE PC-FECHA-FIN(CALCCICL-PASO)    TO EC-FECHA-FIN.
           MOVE PC-HORA-FIN(CALCCICL-PASO)     TO EC-HORA-FIN.
           MOVE CALCCICL-RC-PASO        TO EC-RC.
           MOVE PD-LIMITE(CALCCICL-PASO) TO EC-LIMITE.
           IF PC-ESTADO(CALCCICL-PASO) = "ALTO"
               SET EC-DETENIDO TO TRUE
           ELSE
               SET EC-TERMINADO TO TRUE
           END-IF.
           WRITE CALC-CEST-REC.
           IF NOT CALCCICL-CEST-OK
               DISPLAY "Error: no se pudo registrar el paso "
                   CALCCICL-PROGRAMA " en CALCCEST (estado "
                   CALCCICL-CEST-STATUS "); la cadena se detiene "
                   "para no perder el punto de reanudación."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
               GO TO 2100-EXIT
           END-IF.

      *>  El paso registrado se asienta en disco cerrando y
      *>  reabriendo CALCCEST: si un paso posterior cae, la unidad
      *>  de ejecución termina y lo que quedó en el búfer se
      *>  perdería, y la reanudación volvería a empezar de CALCBAT.
           CLOSE CALC-CEST-FILE.
           MOVE "N" TO CALCCICL-CEST-ABIERTO-SW.
           IF NOT CALCCICL-CEST-OK
               DISPLAY "Error: no se pudo cerrar el estado del ciclo "
                   "CALCCEST (estado " CALCCICL-CEST-STATUS "); la "
                   "cadena se detiene para no perder el punto de "
                   "reanudación."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
               GO TO 2100-EXIT
           END-IF.
           OPEN EXTEND CALC-CEST-FILE.
           IF CALCCICL-CEST-OK
               SET CALCCICL-CEST-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo reabrir el estado del ciclo "
                   "CALCCEST (estado " CALCCICL-CEST-STATUS "); la "
                   "cadena se detiene para no perder el punto de "
                   "reanudación."
               MOVE 16 TO CALCCICL-RC-MAX
               SET CALCCICL-DETENIDO TO TRUE
           END-IF.

       2100-EXIT.
           EXIT.

      *>  Duración en segundos a partir de las horas HHMMSSCC; un
      *>  paso que cruza la medianoche suma un día.
       2200-CALCULAR-DURACION.
           MOVE PC-HORA-INICIO(CALCCICL-PASO) TO CALCCICL-HORA-TRABAJO.
           COMPUTE CALCCICL-SEG-INICIO = CALCCICL-HH * 3600
               + CALCCICL-MM * 60 + CALCCICL-SS.
           MOVE PC-HORA-FIN(CALCCICL-PASO) TO CALCCICL-HORA-TRABAJO.
           COMPUTE CALCCICL-SEG-FIN = CALCCICL-HH * 3600
               + CALCCICL-MM * 60 + CALCCICL-SS.
           IF PC-FECHA-FIN(CALCCICL-PASO)
               > PC-FECHA-INICIO(CALCCICL-PASO)
               ADD 86400 TO CALCCICL-SEG-FIN
           END-IF.
           IF CALCCICL-SEG-FIN < CALCCICL-SEG-INICIO
               MOVE ZERO TO PC-SEGUNDOS(CALCCICL-PASO)
           ELSE
               COMPUTE PC-SEGUNDOS(CALCCICL-PASO) =
                   CALCCICL-SEG-FIN - CALCCICL-SEG-INICIO
           END-IF.

       2200-EXIT.
           EXIT.

       2300-EDITAR-HORA.
           MOVE SPACES          TO CALCCICL-HORA-ED.
           MOVE CALCCICL-HH     TO CALCCICL-HORA-ED(1:2).
           MOVE ":"             TO CALCCICL-HORA-ED(3:1).
           MOVE CALCCICL-MM     TO CALCCICL-HORA-ED(4:2).
           MOVE ":"             TO CALCCICL-HORA-ED(6:1).
           MOVE CALCCICL-SS     TO CALCCICL-HORA-ED(7:2).

       2300-EXIT.
           EXIT.

      *>  Bitácora del ciclo para la entrega de turno: una línea por
      *>  paso, el resultado y la acción que corresponde. Cabe
      *>  siempre en una página.
       8000-IMPRIMIR-BITACORA.
           OPEN OUTPUT CALC-RPT-FILE.
           IF NOT CALCCICL-RPT-OK
               DISPLAY "Error: no se pudo crear la bitácora del "
                   "ciclo CALCCRPT."
               MOVE 16 TO CALCCICL-RC-MAX
               GO TO 8000-EXIT
           END-IF.

           MOVE CALCCICL-FECHA-HOY TO ENC1-FECHA.
           MOVE 1 TO ENC1-PAGINA.
           WRITE CALC-RPT-REC FROM CALCCICL-ENC1.
           MOVE CALCCICL-FECHA-CICLO TO ENC2-CICLO.
           MOVE CALCCICL-HORA-CORRIDA TO CALCCICL-HORA-TRABAJO.
           PERFORM 2300-EDITAR-HORA THRU 2300-EXIT.
           MOVE CALCCICL-HORA-ED TO ENC2-HORA.
           IF CALCCICL-REANUDADO
               MOVE "REANUDACION DE CICLO PENDIENTE" TO ENC2-MODO
           ELSE
               MOVE "CICLO NUEVO" TO ENC2-MODO
           END-IF.
           WRITE CALC-RPT-REC FROM CALCCICL-ENC2.
           MOVE SPACES TO CALC-RPT-REC.
           WRITE CALC-RPT-REC.
           WRITE CALC-RPT-REC FROM CALCCICL-ENC3.
           WRITE CALC-RPT-REC FROM CALCCICL-ENC4.
           PERFORM 8100-IMPRIMIR-PASO THRU 8100-EXIT
               VARYING CALCCICL-PASO FROM 1 BY 1
               UNTIL CALCCICL-PASO > 4.
           WRITE CALC-RPT-REC FROM CALCCICL-ENC4.
           MOVE SPACES TO CALC-RPT-REC.
           WRITE CALC-RPT-REC.

           PERFORM 8200-ARMAR-RESULTADO THRU 8200-EXIT.
           WRITE CALC-RPT-REC FROM CALCCICL-RES1.
           WRITE CALC-RPT-REC FROM CALCCICL-RES2.
           MOVE SPACES TO CALC-RPT-REC.
           WRITE CALC-RPT-REC.
           WRITE CALC-RPT-REC.
           WRITE CALC-RPT-REC FROM CALCCICL-RES3.
           CLOSE CALC-RPT-FILE.
           DISPLAY "-----------------------------------------".
           DISPLAY RES1-TEXTO.
           DISPLAY "Bitácora del ciclo grabada en CALCCRPT.".

       8000-EXIT.
           EXIT.

       8100-IMPRIMIR-PASO.
           MOVE SPACES TO CALCCICL-DET.
           MOVE CALCCICL-PASO TO DET-PASO.
           MOVE PD-PROGRAMA(CALCCICL-PASO) TO DET-PROGRAMA.
           MOVE PD-LIMITE(CALCCICL-PASO) TO DET-LIMITE.
           EVALUATE PC-ESTADO(CALCCICL-PASO)
               WHEN "OK  "
                   MOVE "TERMINADO"    TO DET-ESTADO
               WHEN "ANT "
                   MOVE "CORRIDA ANT." TO DET-ESTADO
               WHEN "ALTO"
                   MOVE "DETENIDO"     TO DET-ESTADO
               WHEN OTHER
                   MOVE "NO CORRIDO"   TO DET-ESTADO
           END-EVALUATE.
           IF PC-ESTADO(CALCCICL-PASO) NOT = SPACES
               MOVE PC-HORA-INICIO(CALCCICL-PASO)
                   TO CALCCICL-HORA-TRABAJO
               PERFORM 2300-EDITAR-HORA THRU 2300-EXIT
               MOVE CALCCICL-HORA-ED TO DET-INICIO
               MOVE PC-HORA-FIN(CALCCICL-PASO)
                   TO CALCCICL-HORA-TRABAJO
               PERFORM 2300-EDITAR-HORA THRU 2300-EXIT
               MOVE CALCCICL-HORA-ED TO DET-FIN
               MOVE PC-SEGUNDOS(CALCCICL-PASO) TO DET-SEGUNDOS
               MOVE PC-RC(CALCCICL-PASO) TO CALCCICL-RC-ED
               MOVE CALCCICL-RC-ED TO DET-RC
           END-IF.
           WRITE CALC-RPT-REC FROM CALCCICL-DET.

       8100-EXIT.
           EXIT.

       8200-ARMAR-RESULTADO.
           MOVE SPACES TO RES1-TEXTO.
           MOVE SPACES TO RES2-TEXTO.
           EVALUATE TRUE
               WHEN CALCCICL-PASO-ALTO > ZERO
                   MOVE PC-RC(CALCCICL-PASO-ALTO) TO CALCCICL-RC-ED
                   MOVE PD-LIMITE(CALCCICL-PASO-ALTO)
                       TO CALCCICL-LIM-ED
                   STRING "DETENIDO EN " DELIMITED BY SIZE
                       PD-PROGRAMA(CALCCICL-PASO-ALTO)
                       DELIMITED BY SPACE
                       " - RC" CALCCICL-RC-ED
                       " MAYOR QUE EL LIMITE " CALCCICL-LIM-ED
                       DELIMITED BY SIZE
                       INTO RES1-TEXTO
                   END-STRING
                   STRING "CORREGIR Y VOLVER A CORRER CALCCICL - "
                       "RETOMA EN " DELIMITED BY SIZE
                       PD-PROGRAMA(CALCCICL-PASO-ALTO)
                       DELIMITED BY SPACE
                       INTO RES2-TEXTO
                   END-STRING
               WHEN CALCCICL-DETENIDO
                   MOVE "NO TERMINADO - ERROR DEL CONTROLADOR"
                       TO RES1-TEXTO
                   MOVE "VER CONSOLA; REVISAR CALCPARM Y CALCCEST"
                       TO RES2-TEXTO
               WHEN OTHER
                   MOVE "COMPLETO - LOS CUATRO PASOS TERMINARON"
                       TO RES1-TEXTO
                   MOVE "NINGUNA - EL PROXIMO CICLO EMPIEZA EN CALCBAT"
                       TO RES2-TEXTO
           END-EVALUATE.

       8200-EXIT.
           EXIT.

      *>  El RETURN-CODE del controlador es el mayor de los pasos
      *>  corridos (el del paso que detuvo la cadena, si la
      *>  detuvo), o 16 ante un error propio.
       9000-FINALIZAR.
           IF CALCCICL-CEST-ABIERTO
               CLOSE CALC-CEST-FILE
           END-IF.
           MOVE CALCCICL-RC-MAX TO RETURN-CODE.

       9000-EXIT.
           EXIT.

       END PROGRAM CALCCICL.
