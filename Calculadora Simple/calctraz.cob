             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCTRAZ                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Consulta de trazas de transacciones. Para un lote y una     *
      *>  secuencia reúne en una sola pantalla lo que hoy hay que     *
      *>  buscar a mano en media docena de archivos:                  *
      *>    - los operandos tal como vinieron en CALCIN y el          *
      *>      operador (CALCOPND): literal, código de tasa con la     *
      *>      vigencia y el valor que rigieron en la fecha del lote   *
      *>      (CALCRATE), o referencia a otra secuencia;              *
      *>    - la cadena de referencias "R" hacia atrás, secuencia     *
      *>      por secuencia, hasta los operandos literales;           *
      *>    - las entradas de la bitácora CALCLOG, con el operario    *
      *>      que corrió el cálculo, y la de su reversión si la hubo; *
      *>    - las contabilizaciones del lote en CALCCTL;              *
      *>    - el rechazo y su corrección: el inventario CALCRINV y    *
      *>      las decisiones de CALCFIX en CALCFAUD, con el lote de   *
      *>      origen y el lote nuevo del reenvío;                     *
      *>    - la transmisión CALCIFAZ que llevó el lote al mayor      *
      *>      (CALCXCTL) y su acuse.                                  *
      *>  Cualquier operario activo puede consultar. La traza puede   *
      *>  además imprimirse en el reporte CALCTRPT.                   *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  La traza muestra REENVIADA en las       *
      *>                      transmisiones reenviadas con            *
      *>                      REENVIAR=S que esperan el acuse nuevo.  *
      *>    2026-10-15  JMGM  El área donde se guarda la entrada      *
      *>                      principal de CALCOPND mide 106          *
      *>                      posiciones, el largo de CALC-OPND-REC.  *
      *>    2026-10-15  JMGM  La línea del lote revertido rotula su   *
      *>                      operario como OPERARIO (o lo omite si   *
      *>                      está en blanco); SUPERVISOR queda solo  *
      *>                      en la línea del lote de reversión.      *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTRAZ.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCGSEL.

           COPY CALCLSEL.

           COPY CALCRSEL.

           COPY CALCCSEL.

           COPY CALCISEL.

           COPY CALCFSEL.

           COPY CALCXSEL.

           COPY CALCVSEL.

           COPY CALCPSEL.

           COPY CALCSSEL.

           SELECT CALC-RPT-FILE ASSIGN TO "CALCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCTRAZ-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCGFD.

       COPY CALCLFD.

       COPY CALCRFD.

       COPY CALCCFD.

       COPY CALCIFD.

       COPY CALCFFD.

       COPY CALCXFD.

       COPY CALCVFD.

       COPY CALCPFD.

       COPY CALCSFD.

       FD  CALC-RPT-FILE.
       01  CALC-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CALCFLDS.

       COPY CALCGFLD.

       COPY CALCRFLD.

       COPY CALCCFLD.

       COPY CALCIFLD.

       COPY CALCFFLD.

       COPY CALCXFLD.

       COPY CALCVFLD.

       COPY CALCPFLD.

       01  CALCTRAZ-RPT-STATUS     PIC X(02) VALUE SPACES.
           88  CALCTRAZ-RPT-OK          VALUE "00".
       01  CALCTRAZ-RPT-ABIERTO-SW PIC X VALUE "N".
           88  CALCTRAZ-RPT-ABIERTO     VALUE "S".

       01  CALCTRAZ-DETENIDO-SW    PIC X VALUE "N".
           88  CALCTRAZ-DETENIDO        VALUE "S".
       01  CALCTRAZ-FIN-SW         PIC X VALUE "N".
           88  CALCTRAZ-FIN             VALUE "S".
       01  CALCTRAZ-ENT-VALIDO-SW  PIC X VALUE "N".
           88  CALCTRAZ-ENT-VALIDO      VALUE "S".
       01  CALCTRAZ-IMPRIME-SW     PIC X VALUE "N".
           88  CALCTRAZ-IMPRIME         VALUE "S" "s".
       01  CALCTRAZ-EOF-SW         PIC X VALUE "N".
           88  CALCTRAZ-EOF             VALUE "S".
       01  CALCTRAZ-HALLADO-SW     PIC X VALUE "N".
           88  CALCTRAZ-HALLADO         VALUE "S".
       01  CALCTRAZ-OPND-HALLADO-SW PIC X VALUE "N".
           88  CALCTRAZ-OPND-HALLADO    VALUE "S".

       01  CALCTRAZ-ENT-LOTE       PIC X(6) VALUE SPACES.
       01  CALCTRAZ-ENT-SEC        PIC X(7) VALUE SPACES.
       01  CALCTRAZ-LOTE           PIC 9(6) VALUE ZEROS.
       01  CALCTRAZ-SECUENCIA      PIC 9(7) VALUE ZEROS.
       77  CALCTRAZ-FECHA-HOY      PIC 9(8) VALUE ZEROS.
       77  CALCTRAZ-CANT-TRAZAS    PIC 9(5) VALUE ZERO.

      *>  Líneas de CALCCTL del lote consultado y de su lote de
      *>  reversión (las líneas "V" que lo nombran en PB-LOTE-REF):
      *>  dan las fechas en que se buscan las entradas de CALCLOG.
       01  CALCTRAZ-CTL-TAB.
           05  CALCTRAZ-CTL-ENT OCCURS 20 TIMES
                   INDEXED BY CALCTRAZ-CTL-IDX.
               10  ZC-LOTE             PIC 9(6).
               10  ZC-FECHA            PIC 9(8).
               10  ZC-HORA             PIC 9(8).
               10  ZC-SALIDAS          PIC 9(7).
               10  ZC-RECHAZOS         PIC 9(7).
               10  ZC-DEPTO            PIC X(4).
               10  ZC-ESTADO           PIC X.
                   88  ZC-REVERTIDO         VALUE "R".
                   88  ZC-REVERSION         VALUE "V".
               10  ZC-LOTE-REF         PIC 9(6).
               10  ZC-OPERARIO         PIC X(3).
       77  CALCTRAZ-CTL-USADOS     PIC 9(2) VALUE ZERO.
       77  CALCTRAZ-LOTE-REVERSO   PIC 9(6) VALUE ZEROS.

      *>  Fechas de CALCLOG ya consultadas para la clave, para no
      *>  mostrar dos veces la misma entrada cuando un lote tiene
      *>  varias líneas de control en el mismo día.
       01  CALCTRAZ-VISTA-TAB.
           05  CALCTRAZ-VISTA-ENT OCCURS 21 TIMES
                   INDEXED BY CALCTRAZ-VISTA-IDX.
               10  ZV-FECHA            PIC 9(8).
               10  ZV-LOTE             PIC 9(6).
       77  CALCTRAZ-VISTA-USADOS   PIC 9(2) VALUE ZERO.
       01  CALCTRAZ-VISTA-HALLADA-SW PIC X VALUE "N".
           88  CALCTRAZ-VISTA-HALLADA   VALUE "S".
       01  CALCTRAZ-BUSCA-FECHA    PIC 9(8) VALUE ZEROS.
       01  CALCTRAZ-BUSCA-LOTE     PIC 9(6) VALUE ZEROS.
       77  CALCTRAZ-CANT-LOG       PIC 9(3) VALUE ZERO.

      *>  Pila de secuencias referidas pendientes de mostrar en la
      *>  cadena de referencias: cada una con la secuencia que la
      *>  refiere. Las referencias siempre apuntan hacia atrás en el
      *>  lote, así que la cadena termina; el tope solo limita lo
      *>  que se muestra.
       01  CALCTRAZ-PILA-TAB.
           05  CALCTRAZ-PILA-ENT OCCURS 100 TIMES
                   INDEXED BY CALCTRAZ-PILA-IDX.
               10  ZP-SECUENCIA        PIC 9(7).
               10  ZP-DESDE            PIC 9(7).
       77  CALCTRAZ-PILA-USADOS    PIC 9(3) VALUE ZERO.
       77  CALCTRAZ-CANT-CADENA    PIC 9(3) VALUE ZERO.
       01  CALCTRAZ-PILA-LLENA-SW  PIC X VALUE "N".
           88  CALCTRAZ-PILA-LLENA      VALUE "S".
       01  CALCTRAZ-REF-SEC        PIC 9(7) VALUE ZEROS.
       01  CALCTRAZ-REF-DESDE      PIC 9(7) VALUE ZEROS.

      *>  Búsqueda de la vigencia de una tasa en una fecha, con el
      *>  mismo recorrido de CALCBAT (2300-BUSCAR-TASA).
       01  CALCTRAZ-TASA-CODIGO    PIC X(5) VALUE SPACES.
       01  CALCTRAZ-TASA-FECHA     PIC 9(8) VALUE ZEROS.
       01  CALCTRAZ-TASA-HALLADA-SW PIC X VALUE "N".
           88  CALCTRAZ-TASA-HALLADA    VALUE "S".
       01  CALCTRAZ-TASA-FIN-SW    PIC X VALUE "N".
           88  CALCTRAZ-TASA-FIN        VALUE "S".
       01  CALCTRAZ-TASA-VIGENCIA  PIC 9(8) VALUE ZEROS.
       01  CALCTRAZ-TASA-VALOR     PIC S9(5)V99 VALUE ZEROS.
       01  CALCTRAZ-TASA-ESTADO    PIC X VALUE SPACE.
       01  CALCTRAZ-TASA-DESCRIP   PIC X(30) VALUE SPACES.

      *>  Datos de la entrada principal de CALCOPND, que se pisan al
      *>  recorrer la cadena de referencias.
       01  CALCTRAZ-OPND-GUARDADO  PIC X(106) VALUE SPACES.
       01  CALCTRAZ-TRANS-ERROR-SW PIC X VALUE SPACE.
           88  CALCTRAZ-TRANS-RECHAZADA VALUE "E".

       77  CALCTRAZ-PAGINA         PIC 9(4) VALUE ZERO.
       77  CALCTRAZ-LINEAS         PIC 9(2) VALUE 99.
       77  CALCTRAZ-LINEAS-X-PAG   PIC 9(2) VALUE 55.

      *>  Toda línea de la traza se arma aquí y sale a la pantalla
      *>  y, si se pidió, al reporte.
       01  CALCTRAZ-LINEA          PIC X(80) VALUE SPACES.

      *>  Líneas del reporte y de la pantalla.
       01  CALCTRAZ-ENC1.
           05  FILLER              PIC X(30) VALUE
               "TRAZA DE TRANSACCIONES        ".
           05  FILLER              PIC X(17) VALUE
               "      FECHA REP. ".
           05  ENC1-FECHA          PIC 9(8).
           05  FILLER              PIC X(09) VALUE "  PAGINA ".
           05  ENC1-PAGINA         PIC Z(3)9.
       01  CALCTRAZ-ENC2.
           05  FILLER              PIC X(09) VALUE "OPERARIO ".
           05  ENC2-OPERARIO       PIC X(3).
       01  CALCTRAZ-ENC3           PIC X(67) VALUE ALL "-".
       01  CALCTRAZ-SEPARADOR      PIC X(67) VALUE ALL "=".

       01  CALCTRAZ-L-TITULO.
           05  FILLER              PIC X(15) VALUE
               "TRAZA DEL LOTE ".
           05  TIT-LOTE            PIC 9(6).
           05  FILLER              PIC X(11) VALUE " SECUENCIA ".
           05  TIT-SECUENCIA       PIC 9(7).

       01  CALCTRAZ-L-ORIGEN.
           05  FILLER              PIC X(17) VALUE
               "  FECHA DEL LOTE ".
           05  ORI-FECHA-LOTE      PIC 9(8).
           05  FILLER              PIC X(07) VALUE "  DEPTO".
           05  FILLER              PIC X VALUE SPACE.
           05  ORI-DEPTO           PIC X(4).
           05  FILLER              PIC X(12) VALUE "  PROCESADO ".
           05  ORI-FECHA-PROCESO   PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  ORI-HORA-PROCESO    PIC 9(8).
           05  FILLER              PIC X(05) VALUE " POR ".
           05  ORI-OPERARIO        PIC X(3).

       01  CALCTRAZ-L-OPERANDO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OPE-ROTULO          PIC X(06).
           05  FILLER              PIC X(02) VALUE ": ".
           05  OPE-TIPO            PIC X(11).
           05  OPE-DETALLE         PIC X(25).
           05  FILLER              PIC X(07) VALUE " VALOR ".
           05  OPE-VALOR           PIC -(5)9.99.
       01  CALCTRAZ-DET-TASA.
           05  DTA-CODIGO          PIC X(5).
           05  FILLER              PIC X(10) VALUE " VIGENCIA ".
           05  DTA-VIGENCIA        PIC 9(8).
       01  CALCTRAZ-DET-REF.
           05  FILLER              PIC X(10) VALUE "SECUENCIA ".
           05  DRF-SECUENCIA       PIC 9(7).

       01  CALCTRAZ-L-TASA.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  TAS-DESCRIPCION     PIC X(30).
           05  FILLER              PIC X(08) VALUE " ESTADO ".
           05  TAS-ESTADO          PIC X.
       01  CALCTRAZ-L-TASA-HOY.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  FILLER              PIC X(26) VALUE
               "HOY CALCRATE DA AL LOTE: ".
           05  THO-TEXTO           PIC X(31).
       01  CALCTRAZ-DET-TASA-HOY.
           05  FILLER              PIC X(04) VALUE "VIG.".
           05  FILLER              PIC X VALUE SPACE.
           05  DTH-VIGENCIA        PIC 9(8).
           05  FILLER              PIC X(07) VALUE " VALOR ".
           05  DTH-VALOR           PIC -(5)9.99.

       01  CALCTRAZ-L-OPERADOR.
           05  FILLER              PIC X(12) VALUE
               "  OPERADOR: ".
           05  OPR-OPERADOR        PIC X.

       01  CALCTRAZ-L-RESULTADO.
           05  FILLER              PIC X(12) VALUE
               "  RESULTADO ".
           05  RSL-RESULTADO       PIC -(9)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSL-ESTADO          PIC X(30).

       01  CALCTRAZ-L-CADENA.
           05  FILLER              PIC X(06) VALUE "  SEC ".
           05  CAD-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(07) VALUE " DESDE ".
           05  CAD-DESDE           PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  CAD-CUERPO          PIC X(52).
       01  CALCTRAZ-DET-CADENA.
           05  DCA-TIPO1           PIC X.
           05  DCA-NUM1            PIC -(5)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  DCA-OPERADOR        PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  DCA-TIPO2           PIC X.
           05  DCA-NUM2            PIC -(5)9.99.
           05  FILLER              PIC X(03) VALUE " = ".
           05  DCA-RESULTADO       PIC -(9)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  DCA-MOTIVO          PIC X(2).

       01  CALCTRAZ-L-BITACORA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BIT-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  BIT-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  BIT-LOTE            PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  BIT-RESULTADO       PIC X(13).
           05  FILLER              PIC X VALUE SPACE.
           05  BIT-ERROR           PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  BIT-MOTIVO          PIC X(2).
           05  FILLER              PIC X(10) VALUE " OPERARIO ".
           05  BIT-OPERARIO        PIC X(3).
           05  FILLER              PIC X(07) VALUE " DEPTO ".
           05  BIT-DEPTO           PIC X(4).
       01  CALCTRAZ-L-BIT-OPER.
           05  FILLER              PIC X(28) VALUE SPACES.
           05  BOP-NUM1            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  BOP-OPERADOR        PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  BOP-NUM2            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  BOP-NOTA            PIC X(30).

       01  CALCTRAZ-L-CONTROL.
           05  FILLER              PIC X(07) VALUE "  LOTE ".
           05  CTL-LOTE            PIC 9(6).
           05  FILLER              PIC X(11) VALUE " PROCESADO ".
           05  CTL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  CTL-HORA            PIC 9(8).
           05  FILLER              PIC X(06) VALUE " SAL. ".
           05  CTL-SALIDAS         PIC Z(6)9.
           05  FILLER              PIC X(06) VALUE " REC. ".
           05  CTL-RECHAZOS        PIC Z(6)9.
           05  FILLER              PIC X VALUE SPACE.
           05  CTL-DEPTO           PIC X(4).
       01  CALCTRAZ-L-CTL-REF.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  CRF-TEXTO           PIC X(30).
           05  CRF-LOTE            PIC 9(6).
           05  CRF-ROTULO          PIC X(13).
           05  FILLER              PIC X VALUE SPACE.
           05  CRF-OPERARIO        PIC X(3).

       01  CALCTRAZ-L-RECHAZO.
           05  FILLER              PIC X(14) VALUE
               "  RECHAZADO EL".
           05  FILLER              PIC X VALUE SPACE.
           05  REC-FECHA           PIC 9(8).
           05  FILLER              PIC X(08) VALUE " MOTIVO ".
           05  REC-MOTIVO          PIC X(2).
           05  FILLER              PIC X(08) VALUE " ESTADO ".
           05  REC-ESTADO          PIC X(14).
           05  FILLER              PIC X(04) VALUE " EL ".
           05  REC-FECHA-ESTADO    PIC 9(8).
       01  CALCTRAZ-L-REC-LOTE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RLO-TEXTO           PIC X(30).
           05  FILLER              PIC X(05) VALUE "LOTE ".
           05  RLO-LOTE            PIC 9(6).
           05  FILLER              PIC X(11) VALUE " SECUENCIA ".
           05  RLO-SECUENCIA       PIC 9(7).
       01  CALCTRAZ-L-REC-BAJA.
           05  FILLER              PIC X(17) VALUE
               "  RAZON DE BAJA: ".
           05  RBA-RAZON           PIC X(30).
       01  CALCTRAZ-L-CORRECCION.
           05  FILLER              PIC X(10) VALUE "  CALCFIX ".
           05  COR-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  COR-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  COR-OPERARIO        PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  COR-ACCION          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  COR-TEXTO           PIC X(16).
           05  COR-LOTE            PIC 9(6).
           05  FILLER              PIC X VALUE "/".
           05  COR-SECUENCIA       PIC 9(7).

       01  CALCTRAZ-L-TRANSMISION.
           05  FILLER              PIC X(07) VALUE "  LOTE ".
           05  TRN-LOTE            PIC 9(6).
           05  FILLER              PIC X(13) VALUE " TRANSMISION ".
           05  TRN-TRANSMISION     PIC 9(6).
           05  FILLER              PIC X(08) VALUE " ENVIO ".
           05  TRN-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  TRN-HORA            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  TRN-ACUSE           PIC X(11).
           05  FILLER              PIC X VALUE SPACE.
           05  TRN-FECHA-ACUSE     PIC X(8).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCTRAZ-DETENIDO
               PERFORM 2000-ATENDER-CONSULTA THRU 2000-EXIT
                   UNTIL CALCTRAZ-FIN
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Traza de transacciones - CALCTRAZ".
           DISPLAY "=========================================".

           MOVE "CALCTRAZ" TO CALC-SESION-PROGRAMA.
           PERFORM 4800-INICIAR-SESION THRU 4800-EXIT.
           IF NOT CALC-SESION-OK
               SET CALCTRAZ-DETENIDO TO TRUE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT CALCTRAZ-FECHA-HOY FROM DATE YYYYMMDD.

      *>  Los archivos indexados se abren una vez para toda la
      *>  sesión; los que falten solo dejan su parte de la traza
      *>  en blanco, con aviso.
           OPEN INPUT CALC-OPND-FILE.
           IF CALC-OPND-OK
               SET CALC-OPND-ABIERTO TO TRUE
           ELSE
               CLOSE CALC-OPND-FILE
               DISPLAY "Aviso: archivo de operandos de origen "
                   "CALCOPND no disponible; la traza sale sin "
                   "operandos de origen ni cadena de referencias."
           END-IF.

           OPEN INPUT CALC-LOG-FILE.
           IF CALC-LOG-OK
               SET CALC-LOG-ABIERTO TO TRUE
           ELSE
               CLOSE CALC-LOG-FILE
               DISPLAY "Aviso: bitácora CALCLOG no disponible; la "
                   "traza sale sin entradas de bitácora."
           END-IF.

           OPEN INPUT CALC-RATE-FILE.
           IF CALC-RATE-OK
               SET CALC-RATE-ABIERTO TO TRUE
           ELSE
               CLOSE CALC-RATE-FILE
               DISPLAY "Aviso: maestro de tasas CALCRATE no "
                   "disponible; las tasas salen sin descripción."
           END-IF.

           OPEN INPUT CALC-RINV-FILE.
           IF CALC-RINV-OK
               SET CALC-RINV-ABIERTO TO TRUE
           ELSE
               CLOSE CALC-RINV-FILE
           END-IF.

           MOVE "N" TO CALCTRAZ-IMPRIME-SW.
           DISPLAY "¿Imprimir además las trazas en el reporte "
               "CALCTRPT? (S/N): ".
           ACCEPT CALCTRAZ-IMPRIME-SW.
           IF CALCTRAZ-IMPRIME
               OPEN OUTPUT CALC-RPT-FILE
               IF CALCTRAZ-RPT-OK
                   SET CALCTRAZ-RPT-ABIERTO TO TRUE
               ELSE
                   DISPLAY "Aviso: no se pudo crear el reporte "
                       "CALCTRPT; las trazas salen solo en "
                       "pantalla."
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

       2000-ATENDER-CONSULTA.
           MOVE "N" TO CALCTRAZ-ENT-VALIDO-SW.
           PERFORM 2100-PEDIR-LOTE THRU 2100-EXIT
               UNTIL CALCTRAZ-ENT-VALIDO OR CALCTRAZ-FIN.
           IF CALCTRAZ-FIN
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO CALCTRAZ-ENT-VALIDO-SW.
           PERFORM 2200-PEDIR-SECUENCIA THRU 2200-EXIT
               UNTIL CALCTRAZ-ENT-VALIDO.

           PERFORM 3000-TRAZAR THRU 3000-EXIT.
           ADD 1 TO CALCTRAZ-CANT-TRAZAS.

       2000-EXIT.
           EXIT.

       2100-PEDIR-LOTE.
           DISPLAY " ".
           DISPLAY "Lote (6 dígitos, vacío = salir): ".
           ACCEPT CALCTRAZ-ENT-LOTE.
           IF CALCTRAZ-ENT-LOTE = SPACES
               SET CALCTRAZ-FIN TO TRUE
           ELSE
               IF CALCTRAZ-ENT-LOTE IS NUMERIC
                   MOVE CALCTRAZ-ENT-LOTE TO CALCTRAZ-LOTE
                   SET CALCTRAZ-ENT-VALIDO TO TRUE
               ELSE
                   DISPLAY "El lote debe ser numérico de 6 dígitos, "
                       "por ejemplo 000123."
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

       2200-PEDIR-SECUENCIA.
           DISPLAY "Secuencia (7 dígitos): ".
           ACCEPT CALCTRAZ-ENT-SEC.
           IF CALCTRAZ-ENT-SEC IS NUMERIC
               MOVE CALCTRAZ-ENT-SEC TO CALCTRAZ-SECUENCIA
               SET CALCTRAZ-ENT-VALIDO TO TRUE
           ELSE
               DISPLAY "La secuencia debe ser numérica de 7 "
                   "dígitos, por ejemplo 0000005."
           END-IF.

       2200-EXIT.
           EXIT.

      *>=============================================================*
      *>  Traza completa de CALCTRAZ-LOTE / CALCTRAZ-SECUENCIA.       *
      *>=============================================================*
       3000-TRAZAR.
           MOVE SPACE TO CALCTRAZ-TRANS-ERROR-SW.
           MOVE ZEROS TO CALCTRAZ-LOTE-REVERSO.
           PERFORM 3100-CARGAR-CONTROL THRU 3100-EXIT.

           MOVE CALCTRAZ-SEPARADOR TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.
           MOVE CALCTRAZ-LOTE      TO TIT-LOTE.
           MOVE CALCTRAZ-SECUENCIA TO TIT-SECUENCIA.
           MOVE CALCTRAZ-L-TITULO  TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

           PERFORM 3200-MOSTRAR-OPERANDOS THRU 3200-EXIT.
           IF CALCTRAZ-OPND-HALLADO
               PERFORM 3300-MOSTRAR-CADENA THRU 3300-EXIT
           END-IF.
           PERFORM 3400-MOSTRAR-BITACORA THRU 3400-EXIT.
           PERFORM 3500-MOSTRAR-CONTROL THRU 3500-EXIT.
           PERFORM 3600-MOSTRAR-RECHAZOS THRU 3600-EXIT.
           PERFORM 3700-MOSTRAR-TRANSMISION THRU 3700-EXIT.

       3000-EXIT.
           EXIT.

      *>  Guarda las líneas de CALCCTL del lote y las de su lote de
      *>  reversión, si lo hay.
       3100-CARGAR-CONTROL.
           INITIALIZE CALCTRAZ-CTL-TAB.
           MOVE ZERO TO CALCTRAZ-CTL-USADOS.
           MOVE "N" TO CALCTRAZ-EOF-SW.
           OPEN INPUT CALC-CTL-FILE.
           IF CALC-CTL-OK
               PERFORM 3110-LEER-CONTROL THRU 3110-EXIT
                   UNTIL CALCTRAZ-EOF
           END-IF.
           CLOSE CALC-CTL-FILE.

       3100-EXIT.
           EXIT.

       3110-LEER-CONTROL.
           READ CALC-CTL-FILE
               AT END
                   SET CALCTRAZ-EOF TO TRUE
               NOT AT END
                   IF PB-LOTE = CALCTRAZ-LOTE
                       OR (PB-REVERSION
                           AND PB-LOTE-REF = CALCTRAZ-LOTE)
                       PERFORM 3120-GUARDAR-CONTROL THRU 3120-EXIT
                   END-IF
           END-READ.

       3110-EXIT.
           EXIT.

       3120-GUARDAR-CONTROL.
           IF CALCTRAZ-CTL-USADOS NOT LESS THAN 20
               GO TO 3120-EXIT
           END-IF.
           ADD 1 TO CALCTRAZ-CTL-USADOS.
           SET CALCTRAZ-CTL-IDX TO CALCTRAZ-CTL-USADOS.
           MOVE PB-LOTE          TO ZC-LOTE(CALCTRAZ-CTL-IDX).
           MOVE PB-FECHA-PROCESO TO ZC-FECHA(CALCTRAZ-CTL-IDX).
           MOVE PB-HORA-PROCESO  TO ZC-HORA(CALCTRAZ-CTL-IDX).
           MOVE PB-CANT-SALIDAS  TO ZC-SALIDAS(CALCTRAZ-CTL-IDX).
           MOVE PB-CANT-RECHAZOS TO ZC-RECHAZOS(CALCTRAZ-CTL-IDX).
           MOVE PB-DEPTO         TO ZC-DEPTO(CALCTRAZ-CTL-IDX).
           MOVE PB-ESTADO        TO ZC-ESTADO(CALCTRAZ-CTL-IDX).
           MOVE ZEROS            TO ZC-LOTE-REF(CALCTRAZ-CTL-IDX).
           IF PB-REVERTIDO OR PB-REVERSION
               MOVE PB-LOTE-REF  TO ZC-LOTE-REF(CALCTRAZ-CTL-IDX)
           END-IF.
           MOVE PB-OPERARIO      TO ZC-OPERARIO(CALCTRAZ-CTL-IDX).
           IF PB-LOTE NOT = CALCTRAZ-LOTE
               MOVE PB-LOTE      TO CALCTRAZ-LOTE-REVERSO
           END-IF.

       3120-EXIT.
           EXIT.

      *>=============================================================*
      *>  Operandos de origen y tasa aplicada.                        *
      *>=============================================================*
       3200-MOSTRAR-OPERANDOS.
           MOVE "OPERANDOS DE ORIGEN (CALCOPND)" TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.
           MOVE "N" TO CALCTRAZ-OPND-HALLADO-SW.
           IF NOT CALC-OPND-ABIERTO
               MOVE "  ARCHIVO CALCOPND NO DISPONIBLE"
                   TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE CALCTRAZ-LOTE      TO OD-LOTE.
           MOVE CALCTRAZ-SECUENCIA TO OD-SECUENCIA.
           READ CALC-OPND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CALCTRAZ-OPND-HALLADO TO TRUE
           END-READ.
           IF NOT CALCTRAZ-OPND-HALLADO
               MOVE "  SIN ENTRADA: LOTE NO PROCESADO POR CALCBAT O "
                   TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
               MOVE "  ANTERIOR AL REGISTRO DE OPERANDOS"
                   TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE CALC-OPND-REC TO CALCTRAZ-OPND-GUARDADO.
           MOVE OD-DIV-ERROR  TO CALCTRAZ-TRANS-ERROR-SW.

           MOVE OD-FECHA-LOTE      TO ORI-FECHA-LOTE.
           MOVE OD-DEPTO           TO ORI-DEPTO.
           MOVE OD-FECHA-PROCESO   TO ORI-FECHA-PROCESO.
           MOVE OD-HORA-PROCESO    TO ORI-HORA-PROCESO.
           MOVE OD-OPERARIO        TO ORI-OPERARIO.
           MOVE CALCTRAZ-L-ORIGEN  TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

           MOVE "NUM1"  TO OPE-ROTULO.
           MOVE SPACES  TO OPE-DETALLE.
           IF OD-NUM1-REFERENCIA
               MOVE "REFERENCIA" TO OPE-TIPO
               MOVE OD-NUM1-REF-SEC TO DRF-SECUENCIA
               MOVE CALCTRAZ-DET-REF TO OPE-DETALLE
           ELSE
               MOVE "LITERAL" TO OPE-TIPO
           END-IF.
           MOVE OD-NUM1 TO OPE-VALOR.
           PERFORM 3210-EMITIR-OPERANDO THRU 3210-EXIT.

           MOVE OD-OPERADOR TO OPR-OPERADOR.
           MOVE CALCTRAZ-L-OPERADOR TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

           MOVE "NUM2"  TO OPE-ROTULO.
           MOVE SPACES  TO OPE-DETALLE.
           EVALUATE TRUE
               WHEN OD-NUM2-COD-TASA
                   MOVE "TASA" TO OPE-TIPO
                   MOVE OD-TASA-CODIGO   TO DTA-CODIGO
                   MOVE OD-TASA-VIGENCIA TO DTA-VIGENCIA
                   MOVE CALCTRAZ-DET-TASA TO OPE-DETALLE
               WHEN OD-NUM2-REFERENCIA
                   MOVE "REFERENCIA" TO OPE-TIPO
                   MOVE OD-NUM2-REF-SEC TO DRF-SECUENCIA
                   MOVE CALCTRAZ-DET-REF TO OPE-DETALLE
               WHEN OTHER
                   MOVE "LITERAL" TO OPE-TIPO
           END-EVALUATE.
           MOVE OD-NUM2 TO OPE-VALOR.
           PERFORM 3210-EMITIR-OPERANDO THRU 3210-EXIT.
           IF OD-NUM2-COD-TASA
               PERFORM 3220-MOSTRAR-TASA THRU 3220-EXIT
           END-IF.

           MOVE OD-RESULTADO TO RSL-RESULTADO.
           IF OD-DIV-ERROR = "E"
               MOVE SPACES TO RSL-ESTADO
               STRING "RECHAZADO - MOTIVO " DELIMITED BY SIZE
                   OD-MOTIVO DELIMITED BY SIZE
                   INTO RSL-ESTADO
               END-STRING
           ELSE
               MOVE "ACEPTADO" TO RSL-ESTADO
           END-IF.
           MOVE CALCTRAZ-L-RESULTADO TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

       3200-EXIT.
           EXIT.

       3210-EMITIR-OPERANDO.
           MOVE CALCTRAZ-L-OPERANDO TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

       3210-EXIT.
           EXIT.

      *>  Describe la tasa aplicada y la compara con la vigencia que
      *>  el maestro da hoy para la fecha del lote: una vigencia
      *>  cargada después con fecha retroactiva cambia el valor de
      *>  un reproceso del lote, y la diferencia se avisa.
       3220-MOSTRAR-TASA.
           IF NOT CALC-RATE-ABIERTO
               GO TO 3220-EXIT
           END-IF.
           IF OD-TASA-VIGENCIA = ZERO
               MOVE SPACES TO CALCTRAZ-LINEA
               STRING "                     SIN VALOR VIGENTE Y "
                   DELIMITED BY SIZE
                   "ACTIVO AL " DELIMITED BY SIZE
                   OD-FECHA-LOTE DELIMITED BY SIZE
                   " AL PROCESAR" DELIMITED BY SIZE
                   INTO CALCTRAZ-LINEA
               END-STRING
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           ELSE
               MOVE OD-TASA-CODIGO   TO RT-CODIGO
               MOVE OD-TASA-VIGENCIA TO RT-FECHA-VIGENCIA
               READ CALC-RATE-FILE
                   INVALID KEY
                       MOVE "(VIGENCIA YA NO FIGURA EN CALCRATE)"
                           TO TAS-DESCRIPCION
                       MOVE SPACE TO TAS-ESTADO
                   NOT INVALID KEY
                       MOVE RT-DESCRIPCION TO TAS-DESCRIPCION
                       MOVE RT-ESTADO      TO TAS-ESTADO
               END-READ
               MOVE CALCTRAZ-L-TASA TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.

           MOVE OD-TASA-CODIGO TO CALCTRAZ-TASA-CODIGO.
           MOVE OD-FECHA-LOTE  TO CALCTRAZ-TASA-FECHA.
           PERFORM 4600-BUSCAR-TASA THRU 4600-EXIT.
           IF CALCTRAZ-TASA-HALLADA
               IF CALCTRAZ-TASA-VIGENCIA = OD-TASA-VIGENCIA
                   AND CALCTRAZ-TASA-VALOR = OD-NUM2
                   GO TO 3220-EXIT
               END-IF
               MOVE CALCTRAZ-TASA-VIGENCIA TO DTH-VIGENCIA
               MOVE CALCTRAZ-TASA-VALOR    TO DTH-VALOR
               MOVE CALCTRAZ-DET-TASA-HOY  TO THO-TEXTO
           ELSE
               IF OD-TASA-VIGENCIA = ZERO
                   GO TO 3220-EXIT
               END-IF
               MOVE "SIN VIGENCIA" TO THO-TEXTO
           END-IF.
           MOVE CALCTRAZ-L-TASA-HOY TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

       3220-EXIT.
           EXIT.

      *>=============================================================*
      *>  Cadena de referencias "R" hacia atrás.                      *
      *>=============================================================*
       3300-MOSTRAR-CADENA.
           MOVE ZERO TO CALCTRAZ-PILA-USADOS.
           MOVE ZERO TO CALCTRAZ-CANT-CADENA.
           MOVE "N" TO CALCTRAZ-PILA-LLENA-SW.
           PERFORM 3330-APILAR-REFERENCIAS THRU 3330-EXIT.
           IF CALCTRAZ-PILA-USADOS = ZERO
               GO TO 3300-EXIT
           END-IF.
           MOVE "CADENA DE REFERENCIAS" TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.
           PERFORM 3310-SEGUIR-REFERENCIA THRU 3310-EXIT
               UNTIL CALCTRAZ-PILA-USADOS = ZERO.
           IF CALCTRAZ-PILA-LLENA
               MOVE "  (CADENA TRUNCADA: DEMASIADAS REFERENCIAS)"
                   TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.
           MOVE CALCTRAZ-OPND-GUARDADO TO CALC-OPND-REC.

       3300-EXIT.
           EXIT.

      *>  Saca de la pila la última secuencia referida, la muestra
      *>  y apila a su vez las que ella refiere.
       3310-SEGUIR-REFERENCIA.
           SET CALCTRAZ-PILA-IDX TO CALCTRAZ-PILA-USADOS.
           MOVE ZP-SECUENCIA(CALCTRAZ-PILA-IDX) TO CAD-SECUENCIA.
           MOVE ZP-DESDE(CALCTRAZ-PILA-IDX)     TO CAD-DESDE.
           SUBTRACT 1 FROM CALCTRAZ-PILA-USADOS.
           ADD 1 TO CALCTRAZ-CANT-CADENA.

           MOVE CALCTRAZ-LOTE TO OD-LOTE.
           MOVE CAD-SECUENCIA TO OD-SECUENCIA.
           READ CALC-OPND-FILE
               INVALID KEY
                   MOVE "SIN ENTRADA EN CALCOPND" TO CAD-CUERPO
                   MOVE CALCTRAZ-L-CADENA TO CALCTRAZ-LINEA
                   PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
               NOT INVALID KEY
                   PERFORM 3320-EMITIR-ESLABON THRU 3320-EXIT
                   PERFORM 3330-APILAR-REFERENCIAS THRU 3330-EXIT
           END-READ.

       3310-EXIT.
           EXIT.

      *>  Cada operando lleva delante su tipo: "R" referencia, "C"
      *>  código de tasa, blanco literal.
       3320-EMITIR-ESLABON.
           MOVE SPACE TO DCA-TIPO1.
           MOVE SPACE TO DCA-TIPO2.
           IF OD-NUM1-REFERENCIA
               MOVE "R" TO DCA-TIPO1
           END-IF.
           MOVE OD-NUM1     TO DCA-NUM1.
           MOVE OD-OPERADOR TO DCA-OPERADOR.
           EVALUATE TRUE
               WHEN OD-NUM2-COD-TASA
                   MOVE "C" TO DCA-TIPO2
               WHEN OD-NUM2-REFERENCIA
                   MOVE "R" TO DCA-TIPO2
           END-EVALUATE.
           MOVE OD-NUM2      TO DCA-NUM2.
           MOVE OD-RESULTADO TO DCA-RESULTADO.
           MOVE OD-MOTIVO    TO DCA-MOTIVO.
           MOVE CALCTRAZ-DET-CADENA TO CAD-CUERPO.
           MOVE CALCTRAZ-L-CADENA   TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

       3320-EXIT.
           EXIT.

      *>  Apila las referencias de la entrada de CALCOPND leída: la
      *>  de NUM2 primero, para que la de NUM1 se muestre antes.
       3330-APILAR-REFERENCIAS.
           MOVE OD-SECUENCIA TO CALCTRAZ-REF-DESDE.
           IF OD-NUM2-REFERENCIA
               MOVE OD-NUM2-REF-SEC TO CALCTRAZ-REF-SEC
               PERFORM 3340-APILAR THRU 3340-EXIT
           END-IF.
           IF OD-NUM1-REFERENCIA
               MOVE OD-NUM1-REF-SEC TO CALCTRAZ-REF-SEC
               PERFORM 3340-APILAR THRU 3340-EXIT
           END-IF.

       3330-EXIT.
           EXIT.

       3340-APILAR.
           IF CALCTRAZ-PILA-USADOS NOT LESS THAN 100
               OR CALCTRAZ-CANT-CADENA NOT LESS THAN 100
               SET CALCTRAZ-PILA-LLENA TO TRUE
               GO TO 3340-EXIT
           END-IF.
           ADD 1 TO CALCTRAZ-PILA-USADOS.
           SET CALCTRAZ-PILA-IDX TO CALCTRAZ-PILA-USADOS.
           MOVE CALCTRAZ-REF-SEC   TO ZP-SECUENCIA(CALCTRAZ-PILA-IDX).
           MOVE CALCTRAZ-REF-DESDE TO ZP-DESDE(CALCTRAZ-PILA-IDX).

       3340-EXIT.
           EXIT.

      *>=============================================================*
      *>  Entradas de la bitácora CALCLOG.                            *
      *>=============================================================*
      *>  La clave de CALCLOG empieza por la fecha: se busca la
      *>  secuencia en cada fecha en que CALCCTL registra el lote
      *>  (y su reversión) y en la del último proceso según
      *>  CALCOPND, sin repetir fechas.
       3400-MOSTRAR-BITACORA.
           MOVE "BITACORA CALCLOG" TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.
           IF NOT CALC-LOG-ABIERTO
               MOVE "  BITACORA CALCLOG NO DISPONIBLE"
                   TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF.
           INITIALIZE CALCTRAZ-VISTA-TAB.
           MOVE ZERO TO CALCTRAZ-VISTA-USADOS.
           MOVE ZERO TO CALCTRAZ-CANT-LOG.
           IF CALCTRAZ-OPND-HALLADO
               MOVE OD-FECHA-PROCESO TO CALCTRAZ-BUSCA-FECHA
               MOVE CALCTRAZ-LOTE    TO CALCTRAZ-BUSCA-LOTE
               PERFORM 3410-BUSCAR-ENTRADA THRU 3410-EXIT
           END-IF.
           IF CALCTRAZ-CTL-USADOS > ZERO
               PERFORM 3405-BUSCAR-EN-FECHA THRU 3405-EXIT
                   VARYING CALCTRAZ-CTL-IDX FROM 1 BY 1
                   UNTIL CALCTRAZ-CTL-IDX > CALCTRAZ-CTL-USADOS
           END-IF.
           IF CALCTRAZ-CANT-LOG = ZERO
               MOVE "  SIN ENTRADAS (LOTE NO PROCESADO O ARCHIVADO "
                   TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
               MOVE "  CON CALCARCH)" TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.

       3400-EXIT.
           EXIT.

       3405-BUSCAR-EN-FECHA.
           MOVE ZC-FECHA(CALCTRAZ-CTL-IDX) TO CALCTRAZ-BUSCA-FECHA.
           MOVE ZC-LOTE(CALCTRAZ-CTL-IDX)  TO CALCTRAZ-BUSCA-LOTE.
           PERFORM 3410-BUSCAR-ENTRADA THRU 3410-EXIT.

       3405-EXIT.
           EXIT.

       3410-BUSCAR-ENTRADA.
           MOVE "N" TO CALCTRAZ-VISTA-HALLADA-SW.
           IF CALCTRAZ-VISTA-USADOS > ZERO
               PERFORM 3420-VER-FECHA THRU 3420-EXIT
                   VARYING CALCTRAZ-VISTA-IDX FROM 1 BY 1
                   UNTIL CALCTRAZ-VISTA-HALLADA
                       OR CALCTRAZ-VISTA-IDX > CALCTRAZ-VISTA-USADOS
           END-IF.
           IF CALCTRAZ-VISTA-HALLADA
               OR CALCTRAZ-VISTA-USADOS NOT LESS THAN 21
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO CALCTRAZ-VISTA-USADOS.
           SET CALCTRAZ-VISTA-IDX TO CALCTRAZ-VISTA-USADOS.
           MOVE CALCTRAZ-BUSCA-FECHA TO ZV-FECHA(CALCTRAZ-VISTA-IDX).
           MOVE CALCTRAZ-BUSCA-LOTE  TO ZV-LOTE(CALCTRAZ-VISTA-IDX).

           MOVE CALCTRAZ-BUSCA-FECHA TO CL-FECHA.
           MOVE CALCTRAZ-BUSCA-LOTE  TO CL-LOTE.
           MOVE CALCTRAZ-SECUENCIA   TO CL-SECUENCIA.
           READ CALC-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3430-EMITIR-ENTRADA THRU 3430-EXIT
           END-READ.

       3410-EXIT.
           EXIT.

       3420-VER-FECHA.
           IF ZV-FECHA(CALCTRAZ-VISTA-IDX) = CALCTRAZ-BUSCA-FECHA
               AND ZV-LOTE(CALCTRAZ-VISTA-IDX) = CALCTRAZ-BUSCA-LOTE
               SET CALCTRAZ-VISTA-HALLADA TO TRUE
           END-IF.

       3420-EXIT.
           EXIT.

       3430-EMITIR-ENTRADA.
           ADD 1 TO CALCTRAZ-CANT-LOG.
           MOVE CL-FECHA     TO BIT-FECHA.
           MOVE CL-HORA      TO BIT-HORA.
           MOVE CL-LOTE      TO BIT-LOTE.
           MOVE CL-RESULTADO TO BIT-RESULTADO.
           MOVE CL-DIV-ERROR TO BIT-ERROR.
           MOVE CL-MOTIVO    TO BIT-MOTIVO.
           MOVE CL-OPERARIO  TO BIT-OPERARIO.
           MOVE CL-DEPTO     TO BIT-DEPTO.
           MOVE CALCTRAZ-L-BITACORA TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

           MOVE CL-NUM1     TO BOP-NUM1.
           MOVE CL-OPERADOR TO BOP-OPERADOR.
           MOVE CL-NUM2     TO BOP-NUM2.
           IF CL-MOTIVO = "RV"
               MOVE "CONTRAPARTIDA DE REVERSION" TO BOP-NOTA
           ELSE
               MOVE SPACES TO BOP-NOTA
           END-IF.
           MOVE CALCTRAZ-L-BIT-OPER TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

       3430-EXIT.
           EXIT.

      *>=============================================================*
      *>  Contabilizaciones del lote en CALCCTL.                      *
      *>=============================================================*
       3500-MOSTRAR-CONTROL.
           MOVE "CONTROL DE LOTES CALCCTL" TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.
           IF CALCTRAZ-CTL-USADOS = ZERO
               MOVE "  EL LOTE NO FIGURA COMO PROCESADO"
                   TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3510-EMITIR-CONTROL THRU 3510-EXIT
               VARYING CALCTRAZ-CTL-IDX FROM 1 BY 1
               UNTIL CALCTRAZ-CTL-IDX > CALCTRAZ-CTL-USADOS.

       3500-EXIT.
           EXIT.

       3510-EMITIR-CONTROL.
           MOVE ZC-LOTE(CALCTRAZ-CTL-IDX)     TO CTL-LOTE.
           MOVE ZC-FECHA(CALCTRAZ-CTL-IDX)    TO CTL-FECHA.
           MOVE ZC-HORA(CALCTRAZ-CTL-IDX)     TO CTL-HORA.
           MOVE ZC-SALIDAS(CALCTRAZ-CTL-IDX)  TO CTL-SALIDAS.
           MOVE ZC-RECHAZOS(CALCTRAZ-CTL-IDX) TO CTL-RECHAZOS.
           MOVE ZC-DEPTO(CALCTRAZ-CTL-IDX)    TO CTL-DEPTO.
           MOVE CALCTRAZ-L-CONTROL TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.
           EVALUATE TRUE
               WHEN ZC-REVERTIDO(CALCTRAZ-CTL-IDX)
                   MOVE "REVERTIDO POR EL LOTE" TO CRF-TEXTO
               WHEN ZC-REVERSION(CALCTRAZ-CTL-IDX)
                   MOVE "LOTE DE REVERSION DEL LOTE" TO CRF-TEXTO
               WHEN OTHER
                   GO TO 3510-EXIT
           END-EVALUATE.
      *>  El lote de reversión lleva al supervisor que la hizo; el
      *>  lote revertido, al operario que lo corrió (en blanco en
      *>  las líneas grabadas antes de registrarlo).
           MOVE ZC-LOTE-REF(CALCTRAZ-CTL-IDX)  TO CRF-LOTE.
           MOVE ZC-OPERARIO(CALCTRAZ-CTL-IDX)  TO CRF-OPERARIO.
           EVALUATE TRUE
               WHEN ZC-REVERSION(CALCTRAZ-CTL-IDX)
                   MOVE " - SUPERVISOR" TO CRF-ROTULO
               WHEN CRF-OPERARIO = SPACES
                   MOVE SPACES TO CRF-ROTULO
               WHEN OTHER
                   MOVE " - OPERARIO" TO CRF-ROTULO
           END-EVALUATE.
           MOVE CALCTRAZ-L-CTL-REF TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

       3510-EXIT.
           EXIT.

      *>=============================================================*
      *>  Rechazo y corrección: CALCRINV y CALCFAUD.                  *
      *>=============================================================*
       3600-MOSTRAR-RECHAZOS.
           MOVE "RECHAZOS Y CORRECCIONES" TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.
           MOVE "N" TO CALCTRAZ-HALLADO-SW.
           IF CALC-RINV-ABIERTO
               MOVE CALCTRAZ-LOTE      TO RI-LOTE
               MOVE CALCTRAZ-SECUENCIA TO RI-SECUENCIA
               READ CALC-RINV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CALCTRAZ-HALLADO TO TRUE
                       PERFORM 3610-EMITIR-INVENTARIO THRU 3610-EXIT
               END-READ
           END-IF.

           MOVE "N" TO CALCTRAZ-EOF-SW.
           OPEN INPUT CALC-FAUD-FILE.
           IF CALC-FAUD-OK
               PERFORM 3620-LEER-CORRECCION THRU 3620-EXIT
                   UNTIL CALCTRAZ-EOF
           END-IF.
           CLOSE CALC-FAUD-FILE.

           IF NOT CALCTRAZ-HALLADO
               MOVE "  SIN RECHAZOS NI CORRECCIONES" TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.

       3600-EXIT.
           EXIT.

       3610-EMITIR-INVENTARIO.
           MOVE RI-FECHA-RECHAZO TO REC-FECHA.
           MOVE RI-MOTIVO        TO REC-MOTIVO.
           MOVE RI-FECHA-ESTADO  TO REC-FECHA-ESTADO.
           EVALUATE TRUE
               WHEN RI-ABIERTO
                   MOVE "ABIERTO"        TO REC-ESTADO
               WHEN RI-REENVIADO
                   MOVE "REENVIADO"      TO REC-ESTADO
               WHEN RI-DADO-DE-BAJA
                   MOVE "DADO DE BAJA"   TO REC-ESTADO
               WHEN RI-LIQUIDADO
                   MOVE "LIQUIDADO"      TO REC-ESTADO
               WHEN OTHER
                   MOVE RI-ESTADO        TO REC-ESTADO
           END-EVALUATE.
           MOVE CALCTRAZ-L-RECHAZO TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

           IF RI-REENVIADO OR RI-LIQUIDADO
               MOVE "CORREGIDO Y REENVIADO EN EL"  TO RLO-TEXTO
               MOVE RI-LOTE-NUEVO TO RLO-LOTE
               MOVE RI-SEC-NUEVA  TO RLO-SECUENCIA
               MOVE CALCTRAZ-L-REC-LOTE TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.
           IF RI-DADO-DE-BAJA
               MOVE RI-RAZON-BAJA TO RBA-RAZON
               MOVE CALCTRAZ-L-REC-BAJA TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.
           IF RI-LOTE-ANT NOT = ZERO
               MOVE "REENVIO QUE VOLVIO A REBOTAR:" TO RLO-TEXTO
               MOVE RI-LOTE-ANT TO RLO-LOTE
               MOVE RI-SEC-ANT  TO RLO-SECUENCIA
               MOVE CALCTRAZ-L-REC-LOTE TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.

       3610-EXIT.
           EXIT.

      *>  Una decisión de CALCFIX nombra la clave consultada como
      *>  origen del rechazo, o como el lote y la secuencia nuevos
      *>  del reenvío.
       3620-LEER-CORRECCION.
           READ CALC-FAUD-FILE
               AT END
                   SET CALCTRAZ-EOF TO TRUE
                   GO TO 3620-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN FA-LOTE-ORIGEN = CALCTRAZ-LOTE
                   AND FA-SEC-ORIGEN = CALCTRAZ-SECUENCIA
                   MOVE "LOTE NUEVO    " TO COR-TEXTO
                   MOVE FA-LOTE-NUEVO    TO COR-LOTE
                   MOVE FA-SECUENCIA     TO COR-SECUENCIA
               WHEN FA-LOTE-NUEVO = CALCTRAZ-LOTE
                   AND FA-SECUENCIA = CALCTRAZ-SECUENCIA
                   AND FA-LOTE-NUEVO NOT = ZERO
                   MOVE "REENVIO DE     " TO COR-TEXTO
                   MOVE FA-LOTE-ORIGEN   TO COR-LOTE
                   MOVE FA-SEC-ORIGEN    TO COR-SECUENCIA
               WHEN OTHER
                   GO TO 3620-EXIT
           END-EVALUATE.
           SET CALCTRAZ-HALLADO TO TRUE.
           MOVE FA-FECHA    TO COR-FECHA.
           MOVE FA-HORA     TO COR-HORA.
           MOVE FA-OPERARIO TO COR-OPERARIO.
           MOVE FA-ACCION   TO COR-ACCION.
           MOVE CALCTRAZ-L-CORRECCION TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

       3620-EXIT.
           EXIT.

      *>=============================================================*
      *>  Transmisión al mayor: CALCXCTL y CALCREVP.                  *
      *>=============================================================*
       3700-MOSTRAR-TRANSMISION.
           MOVE "TRANSMISION AL MAYOR (CALCXCTL)" TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.
           IF CALCTRAZ-TRANS-RECHAZADA
               MOVE "  TRANSACCION RECHAZADA: NO VIAJA CON SU LOTE"
                   TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.
           MOVE "N" TO CALCTRAZ-HALLADO-SW.
           MOVE "N" TO CALCTRAZ-EOF-SW.
           OPEN INPUT CALC-XCTL-FILE.
           IF CALC-XCTL-OK
               PERFORM 3710-LEER-TRANSMISION THRU 3710-EXIT
                   UNTIL CALCTRAZ-EOF
           END-IF.
           CLOSE CALC-XCTL-FILE.

           IF CALCTRAZ-LOTE-REVERSO NOT = ZERO
               MOVE "N" TO CALCTRAZ-EOF-SW
               OPEN INPUT CALC-REVP-FILE
               IF CALC-REVP-OK
                   PERFORM 3720-LEER-PENDIENTE THRU 3720-EXIT
                       UNTIL CALCTRAZ-EOF
               END-IF
               CLOSE CALC-REVP-FILE
           END-IF.

           IF NOT CALCTRAZ-HALLADO
               MOVE "  SIN TRANSMISION REGISTRADA" TO CALCTRAZ-LINEA
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.

       3700-EXIT.
           EXIT.

       3710-LEER-TRANSMISION.
           READ CALC-XCTL-FILE
               AT END
                   SET CALCTRAZ-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ.
           IF XT-LOTE NOT = CALCTRAZ-LOTE
               AND (XT-LOTE NOT = CALCTRAZ-LOTE-REVERSO
                   OR CALCTRAZ-LOTE-REVERSO = ZERO)
               GO TO 3710-EXIT
           END-IF.
           SET CALCTRAZ-HALLADO TO TRUE.
           MOVE XT-LOTE         TO TRN-LOTE.
           MOVE XT-TRANSMISION  TO TRN-TRANSMISION.
           MOVE XT-FECHA-ENVIO  TO TRN-FECHA.
           MOVE XT-HORA-ENVIO   TO TRN-HORA.
           EVALUATE TRUE
               WHEN XT-ACEPTADA
                   MOVE "ACEPTADA"    TO TRN-ACUSE
               WHEN XT-RECHAZADA
                   MOVE "RECHAZADA"   TO TRN-ACUSE
               WHEN XT-DESCUADRADA
                   MOVE "DESCUADRADA" TO TRN-ACUSE
               WHEN XT-REENVIADA
                   MOVE "REENVIADA"   TO TRN-ACUSE
               WHEN OTHER
                   MOVE "SIN ACUSE"   TO TRN-ACUSE
           END-EVALUATE.
           MOVE XT-FECHA-ACUSE  TO TRN-FECHA-ACUSE.
           MOVE CALCTRAZ-L-TRANSMISION TO CALCTRAZ-LINEA.
           PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT.

       3710-EXIT.
           EXIT.

       3720-LEER-PENDIENTE.
           READ CALC-REVP-FILE
               AT END
                   SET CALCTRAZ-EOF TO TRUE
                   GO TO 3720-EXIT
           END-READ.
           IF PV-LOTE = CALCTRAZ-LOTE-REVERSO
               AND PV-SECUENCIA = CALCTRAZ-SECUENCIA
               SET CALCTRAZ-HALLADO TO TRUE
               MOVE SPACES TO CALCTRAZ-LINEA
               STRING "  LOTE " DELIMITED BY SIZE
                   PV-LOTE DELIMITED BY SIZE
                   " REVERSION PENDIENTE DE ENVIO EN CALCREVP"
                   DELIMITED BY SIZE
                   INTO CALCTRAZ-LINEA
               END-STRING
               PERFORM 8000-EMITIR-LINEA THRU 8000-EXIT
           END-IF.

       3720-EXIT.
           EXIT.

      *>=============================================================*
      *>  Vigencia de CALCTRAZ-TASA-CODIGO en CALCTRAZ-TASA-FECHA.    *
      *>=============================================================*
       4600-BUSCAR-TASA.
           MOVE "N" TO CALCTRAZ-TASA-HALLADA-SW.
           MOVE "N" TO CALCTRAZ-TASA-FIN-SW.
           MOVE ZEROS TO CALCTRAZ-TASA-VIGENCIA.
           MOVE CALCTRAZ-TASA-CODIGO TO RT-CODIGO.
           MOVE ZEROS                TO RT-FECHA-VIGENCIA.
           START CALC-RATE-FILE KEY NOT LESS THAN RT-CLAVE
               INVALID KEY
                   SET CALCTRAZ-TASA-FIN TO TRUE
           END-START.
           PERFORM 4610-LEER-TASA-VIGENTE THRU 4610-EXIT
               UNTIL CALCTRAZ-TASA-FIN.
           IF CALCTRAZ-TASA-HALLADA
               AND CALCTRAZ-TASA-ESTADO NOT = "A"
               MOVE "N" TO CALCTRAZ-TASA-HALLADA-SW
           END-IF.

       4600-EXIT.
           EXIT.

       4610-LEER-TASA-VIGENTE.
           READ CALC-RATE-FILE NEXT RECORD
               AT END
                   SET CALCTRAZ-TASA-FIN TO TRUE
               NOT AT END
                   IF RT-CODIGO NOT = CALCTRAZ-TASA-CODIGO
                       OR RT-FECHA-VIGENCIA > CALCTRAZ-TASA-FECHA
                       SET CALCTRAZ-TASA-FIN TO TRUE
                   ELSE
                       SET CALCTRAZ-TASA-HALLADA TO TRUE
                       MOVE RT-FECHA-VIGENCIA
                           TO CALCTRAZ-TASA-VIGENCIA
                       MOVE RT-VALOR       TO CALCTRAZ-TASA-VALOR
                       MOVE RT-ESTADO      TO CALCTRAZ-TASA-ESTADO
                       MOVE RT-DESCRIPCION TO CALCTRAZ-TASA-DESCRIP
                   END-IF
           END-READ.

       4610-EXIT.
           EXIT.

      *>=============================================================*
      *>  Salida de una línea de la traza: pantalla y, si se pidió,  *
      *>  reporte.                                                    *
      *>=============================================================*
       8000-EMITIR-LINEA.
           DISPLAY CALCTRAZ-LINEA.
           IF CALCTRAZ-RPT-ABIERTO
               IF CALCTRAZ-LINEAS NOT LESS THAN CALCTRAZ-LINEAS-X-PAG
                   PERFORM 8100-SALTAR-PAGINA THRU 8100-EXIT
               END-IF
               WRITE CALC-RPT-REC FROM CALCTRAZ-LINEA
               ADD 1 TO CALCTRAZ-LINEAS
           END-IF.
           MOVE SPACES TO CALCTRAZ-LINEA.

       8000-EXIT.
           EXIT.

       8100-SALTAR-PAGINA.
           ADD 1 TO CALCTRAZ-PAGINA.
           IF CALCTRAZ-PAGINA > 1
               MOVE SPACES TO CALC-RPT-REC
               WRITE CALC-RPT-REC
           END-IF.
           MOVE CALCTRAZ-FECHA-HOY   TO ENC1-FECHA.
           MOVE CALCTRAZ-PAGINA      TO ENC1-PAGINA.
           WRITE CALC-RPT-REC FROM CALCTRAZ-ENC1.
           MOVE CALC-OPERARIO-ACTUAL TO ENC2-OPERARIO.
           WRITE CALC-RPT-REC FROM CALCTRAZ-ENC2.
           WRITE CALC-RPT-REC FROM CALCTRAZ-ENC3.
           MOVE 3 TO CALCTRAZ-LINEAS.

       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-OPND-ABIERTO
               CLOSE CALC-OPND-FILE
           END-IF.
           IF CALC-LOG-ABIERTO
               CLOSE CALC-LOG-FILE
           END-IF.
           IF CALC-RATE-ABIERTO
               CLOSE CALC-RATE-FILE
           END-IF.
           IF CALC-RINV-ABIERTO
               CLOSE CALC-RINV-FILE
           END-IF.
           IF CALCTRAZ-RPT-ABIERTO
               CLOSE CALC-RPT-FILE
               DISPLAY CALCTRAZ-CANT-TRAZAS " trazas impresas en "
                   "el reporte CALCTRPT."
           END-IF.
           DISPLAY "Fin de la consulta de trazas.".

       9000-EXIT.
           EXIT.

       COPY CALCSGNP.

       END PROGRAM CALCTRAZ.
