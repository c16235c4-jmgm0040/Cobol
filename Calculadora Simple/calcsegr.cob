             >>SOURCE FORMAT FREE
      *>=============================================================*
      *>  PROGRAM-ID.   CALCSEGR                                      *
      *>  AUTHOR.       JMGM                                          *
      *>  Informe diario de seguridad de sesiones sobre la bitácora   *
      *>  CALCSLOG y la auditoría del maestro de operarios CALCPAUD,  *
      *>  para que los intentos fallidos dejen de acumularse sin que  *
      *>  nadie los lea. Para la fecha analizada (tarjeta FECHA-SEG=  *
      *>  de CALCPARM; hoy si no viene) lista en CALCVRPT:            *
      *>   - los intentos fallidos (NOID, INAC, VACI, BLQD y CLAV)    *
      *>     por identificación y programa, con primera y última      *
      *>     hora y la situación actual del operario en CALCOPER;     *
      *>   - los bloqueos aplicados por CALCSGNP y los desbloqueos    *
      *>     hechos en CALCPMNT;                                      *
      *>   - las sesiones iniciadas por operarios dados de baja ese   *
      *>     mismo día, antes o después de la baja;                   *
      *>   - los cambios hechos por los supervisores en CALCPMNT,     *
      *>     señalando los que otorgan, retiran o dan de baja el      *
      *>     nivel de supervisor;                                     *
      *>  y un resumen con las cantidades. El maestro CALCOPER sólo   *
      *>  aporta nombres y situación; sin él el informe sale igual.   *
      *>  RETURN-CODE 8: hubo bloqueos o sesiones posteriores a una   *
      *>  baja, falta CALCSLOG o CALCPAUD, o alguna tabla se llenó.   *
      *>  RETURN-CODE 16: tarjeta FECHA-SEG= inválida o archivo que   *
      *>  no abre; no se emite el informe.                            *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  Columna CLAV (clave incorrecta o no     *
      *>                      confirmada) en los intentos fallidos;   *
      *>                      el resumen cuenta las claves definidas  *
      *>                      al iniciar sesión (NCLV) y los cambios  *
      *>                      de CALCPAUD señalan los cambios de      *
      *>                      clave y del tope de intentos fallidos.  *
      *>=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSEGR.
       AUTHOR. JMGM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCSSEL.

           COPY CALCUSEL.

           COPY CALCPSEL.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCSEGR-PARM-STATUS.

           SELECT CALC-RPT-FILE ASSIGN TO "CALCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCSEGR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALCSFD.

       COPY CALCUFD.

       COPY CALCPFD.

       FD  CALC-PARM-FILE.
       01  CALC-PARM-REC.
           05  PM-PALABRA          PIC X(11).
           05  PM-VALOR            PIC X(8).

       FD  CALC-RPT-FILE.
       01  CALC-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CALCPFLD.

       COPY CALCUFLD.

       01  CALCSEGR-PARM-STATUS    PIC X(02) VALUE SPACES.
           88  CALCSEGR-PARM-OK         VALUE "00".
       01  CALCSEGR-PARM-EOF-SW    PIC X VALUE "N".
           88  CALCSEGR-PARM-EOF        VALUE "S".
       01  CALCSEGR-RPT-STATUS     PIC X(02) VALUE SPACES.
           88  CALCSEGR-RPT-OK          VALUE "00".
       01  CALCSEGR-RPT-ABIERTO-SW PIC X VALUE "N".
           88  CALCSEGR-RPT-ABIERTO     VALUE "S".

       01  CALCSEGR-DETENIDO-SW    PIC X VALUE "N".
           88  CALCSEGR-DETENIDO        VALUE "S".
       01  CALCSEGR-AUD-EOF-SW     PIC X VALUE "N".
           88  CALCSEGR-AUD-EOF         VALUE "S".
       01  CALCSEGR-SLOG-EOF-SW    PIC X VALUE "N".
           88  CALCSEGR-SLOG-EOF        VALUE "S".

       77  CALCSEGR-FECHA          PIC 9(8) VALUE ZEROS.
       77  CALCSEGR-FECHA-HOY      PIC 9(8) VALUE ZEROS.
       77  CALCSEGR-PAGINA         PIC 9(4) VALUE ZERO.
       77  CALCSEGR-LINEAS         PIC 9(2) VALUE 99.
       77  CALCSEGR-LINEAS-X-PAG   PIC 9(2) VALUE 55.

      *>  Sección en curso del informe: elige el título y los
      *>  encabezados de columna de cada página.
       01  CALCSEGR-SECCION        PIC X VALUE SPACE.
           88  CALCSEGR-SEC-FALLOS      VALUE "1".
           88  CALCSEGR-SEC-BLOQUEOS    VALUE "2".
           88  CALCSEGR-SEC-BAJAS       VALUE "3".
           88  CALCSEGR-SEC-CAMBIOS     VALUE "4".
           88  CALCSEGR-SEC-RESUMEN     VALUE "5".

       77  CALCSEGR-CANT-FALLOS    PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-BLOQUEOS  PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-DESBLOQ   PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-BAJAS     PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-SES-BAJA  PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-SES-POST  PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-CAMBIOS   PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-CAMB-SUP  PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-NCLV      PIC 9(7) VALUE ZERO.
       77  CALCSEGR-CANT-OMITIDAS  PIC 9(7) VALUE ZERO.
       01  CALCSEGR-CANT-ED        PIC Z(6)9.

      *>  Intentos fallidos por identificación y programa, en orden
      *>  de identificación+programa (se insertan en su lugar).
       01  CALCSEGR-FAL-TAB.
           05  CALCSEGR-FAL-ENT OCCURS 300 TIMES.
               10  FL-CLAVE.
                   15  FL-ID           PIC X(3).
                   15  FL-PROGRAMA     PIC X(8).
               10  FL-NOID             PIC 9(5).
               10  FL-INAC             PIC 9(5).
               10  FL-VACI             PIC 9(5).
               10  FL-BLQD             PIC 9(5).
               10  FL-CLAV             PIC 9(5).
               10  FL-TOTAL            PIC 9(5).
               10  FL-PRIMERA          PIC 9(8).
               10  FL-ULTIMA           PIC 9(8).
       77  CALCSEGR-FAL-USADAS     PIC 9(3) VALUE ZERO.
       77  CALCSEGR-FAL-SUB        PIC 9(3) VALUE ZERO.
       77  CALCSEGR-FAL-SIG        PIC 9(3) VALUE ZERO.
       77  CALCSEGR-FAL-POS        PIC 9(3) VALUE ZERO.
       01  CALCSEGR-FAL-CLAVE.
           05  CALCSEGR-FAL-ID     PIC X(3).
           05  CALCSEGR-FAL-PROG   PIC X(8).
       01  CALCSEGR-POS-HALLADA-SW PIC X VALUE "N".
           88  CALCSEGR-POS-HALLADA     VALUE "S".
       01  CALCSEGR-FAL-NUEVO-SW   PIC X VALUE "N".
           88  CALCSEGR-FAL-NUEVO       VALUE "S".
       01  CALCSEGR-FAL-TOTALES.
           05  FT-NOID             PIC 9(5) VALUE ZERO.
           05  FT-INAC             PIC 9(5) VALUE ZERO.
           05  FT-VACI             PIC 9(5) VALUE ZERO.
           05  FT-BLQD             PIC 9(5) VALUE ZERO.
           05  FT-CLAV             PIC 9(5) VALUE ZERO.
           05  FT-TOTAL            PIC 9(5) VALUE ZERO.

      *>  Bloqueos aplicados (líneas BLOQ de CALCSLOG).
       01  CALCSEGR-BLQ-TAB.
           05  CALCSEGR-BLQ-ENT OCCURS 100 TIMES.
               10  BQ-HORA             PIC 9(8).
               10  BQ-ID               PIC X(3).
               10  BQ-PROGRAMA         PIC X(8).
       77  CALCSEGR-BLQ-USADAS     PIC 9(3) VALUE ZERO.
       77  CALCSEGR-BLQ-SUB        PIC 9(3) VALUE ZERO.

      *>  Operarios dados de baja en la fecha (BAJA en CALCPAUD).
       01  CALCSEGR-BAJ-TAB.
           05  CALCSEGR-BAJ-ENT OCCURS 100 TIMES.
               10  BJ-ID               PIC X(3).
               10  BJ-HORA             PIC 9(8).
               10  BJ-SUPERV           PIC X(3).
       77  CALCSEGR-BAJ-USADAS     PIC 9(3) VALUE ZERO.
       77  CALCSEGR-BAJ-SUB        PIC 9(3) VALUE ZERO.
       77  CALCSEGR-BAJ-POS        PIC 9(3) VALUE ZERO.
       01  CALCSEGR-BAJ-HALLADA-SW PIC X VALUE "N".
           88  CALCSEGR-BAJ-HALLADA     VALUE "S".

      *>  Sesiones iniciadas en la fecha por operarios dados de baja
      *>  ese mismo día.
       01  CALCSEGR-SES-TAB.
           05  CALCSEGR-SES-ENT OCCURS 200 TIMES.
               10  SB-HORA             PIC 9(8).
               10  SB-ID               PIC X(3).
               10  SB-PROGRAMA         PIC X(8).
               10  SB-BAJA             PIC 9(3).
       77  CALCSEGR-SES-USADAS     PIC 9(3) VALUE ZERO.
       77  CALCSEGR-SES-SUB        PIC 9(3) VALUE ZERO.

      *>  Cambios de la fecha en CALCPAUD, en el orden del archivo.
       01  CALCSEGR-CAM-TAB.
           05  CALCSEGR-CAM-ENT OCCURS 200 TIMES.
               10  CM-HORA             PIC 9(8).
               10  CM-SUPERV           PIC X(3).
               10  CM-ACCION           PIC X(4).
               10  CM-ID               PIC X(3).
               10  CM-NIVEL-ANT        PIC X.
               10  CM-NIVEL-NVO        PIC X.
               10  CM-ESTADO-ANT       PIC X.
               10  CM-ESTADO-NVO       PIC X.
               10  CM-TOPE-ANT         PIC X(2).
               10  CM-TOPE-NVO         PIC X(2).
       77  CALCSEGR-CAM-USADAS     PIC 9(3) VALUE ZERO.
       77  CALCSEGR-CAM-SUB        PIC 9(3) VALUE ZERO.

      *>  Búsqueda de nombre y situación en CALCOPER y hora
      *>  editada.
       01  CALCSEGR-BUS-ID         PIC X(3) VALUE SPACES.
       01  CALCSEGR-BUS-NOMBRE     PIC X(20) VALUE SPACES.
       01  CALCSEGR-BUS-SITUACION  PIC X(13) VALUE SPACES.
       01  CALCSEGR-HORA-ENT       PIC 9(8) VALUE ZEROS.
       01  CALCSEGR-HORA-ED        PIC X(8) VALUE SPACES.

      *>  Líneas del informe.
       01  CALCSEGR-ENC1.
           05  FILLER              PIC X(30) VALUE
               "INFORME DIARIO DE SEGURIDAD   ".
           05  FILLER              PIC X(17) VALUE
               "      FECHA REP. ".
           05  ENC1-FECHA          PIC 9(8).
           05  FILLER              PIC X(09) VALUE "  PAGINA ".
           05  ENC1-PAGINA         PIC Z(3)9.
       01  CALCSEGR-ENC2.
           05  FILLER              PIC X(16) VALUE
               "FECHA ANALIZADA ".
           05  ENC2-FECHA          PIC 9(8).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  ENC2-TITULO         PIC X(45).
       01  CALCSEGR-ENC3-FAL.
           05  FILLER              PIC X(13) VALUE "OPE PROGRAMA ".
           05  FILLER              PIC X(35) VALUE
               " NOID  INAC  VACI  BLQD  CLAV TOTAL".
           05  FILLER              PIC X(28) VALUE
               " PRIMERA  ULTIMA   SITUACION".
       01  CALCSEGR-ENC3-BLQ.
           05  FILLER              PIC X(24) VALUE
               "MOVIMIENTO HORA     OPE ".
           05  FILLER              PIC X(21) VALUE "NOMBRE".
           05  FILLER              PIC X(27) VALUE
               "PROGRAMA SUP SITUACION ACT.".
       01  CALCSEGR-ENC3-BAJ.
           05  FILLER              PIC X(13) VALUE "HORA     OPE ".
           05  FILLER              PIC X(21) VALUE "NOMBRE".
           05  FILLER              PIC X(29) VALUE
               "PROGRAMA BAJA     SUP MOMENTO".
       01  CALCSEGR-ENC3-CAM.
           05  FILLER              PIC X(22) VALUE
               "HORA     SUP ACC. OPE ".
           05  FILLER              PIC X(21) VALUE "NOMBRE".
           05  FILLER              PIC X(19) VALUE
               "NIV EST OBSERVACION".
       01  CALCSEGR-ENC3-RES.
           05  FILLER              PIC X(40) VALUE "CONCEPTO".
           05  FILLER              PIC X(08) VALUE "CANTIDAD".
       01  CALCSEGR-ENC4           PIC X(80) VALUE ALL "-".

       01  CALCSEGR-FDT.
           05  FDT-ID              PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-PROGRAMA        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-NOID            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-INAC            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-VACI            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-BLQD            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-CLAV            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-TOTAL           PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-PRIMERA         PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-ULTIMA          PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  FDT-SITUACION       PIC X(13).
       01  CALCSEGR-FTT.
           05  FILLER              PIC X(13) VALUE "TOTAL        ".
           05  FTT-NOID            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FTT-INAC            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FTT-VACI            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FTT-BLQD            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FTT-CLAV            PIC Z(4)9.
           05  FILLER              PIC X VALUE SPACE.
           05  FTT-TOTAL           PIC Z(4)9.

       01  CALCSEGR-BDT.
           05  BDT-MOVIMIENTO      PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  BDT-HORA            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  BDT-ID              PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  BDT-NOMBRE          PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  BDT-PROGRAMA        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  BDT-SUPERV          PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  BDT-SITUACION       PIC X(13).

       01  CALCSEGR-SDT.
           05  SDT-HORA            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-ID              PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-NOMBRE          PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-PROGRAMA        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-HORA-BAJA       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-SUPERV          PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-MOMENTO         PIC X(18).

       01  CALCSEGR-CDT.
           05  CDT-HORA            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  CDT-SUPERV          PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  CDT-ACCION          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  CDT-ID              PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  CDT-NOMBRE          PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  CDT-NIVEL-ANT       PIC X.
           05  FILLER              PIC X VALUE "/".
           05  CDT-NIVEL-NVO       PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  CDT-ESTADO-ANT      PIC X.
           05  FILLER              PIC X VALUE "/".
           05  CDT-ESTADO-NVO      PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  CDT-NOTA            PIC X(20).

       01  CALCSEGR-RES.
           05  RES-TEXTO           PIC X(40).
           05  RES-CANT            PIC Z(6)9.

       01  CALCSEGR-SIN-NOVEDAD    PIC X(30) VALUE
               "  SIN NOVEDADES EN LA FECHA.".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT CALCSEGR-DETENIDO
               PERFORM 2000-LEER-AUDITORIA THRU 2000-EXIT
           END-IF.
           IF NOT CALCSEGR-DETENIDO
               PERFORM 3000-LEER-SESIONES THRU 3000-EXIT
           END-IF.
           IF NOT CALCSEGR-DETENIDO
               PERFORM 4000-IMPRIMIR-FALLOS THRU 4000-EXIT
               PERFORM 4200-IMPRIMIR-BLOQUEOS THRU 4200-EXIT
               PERFORM 4300-IMPRIMIR-SESIONES THRU 4300-EXIT
               PERFORM 4400-IMPRIMIR-CAMBIOS THRU 4400-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "=========================================".
           DISPLAY " Informe diario de seguridad - CALCSEGR".
           DISPLAY "=========================================".

           ACCEPT CALCSEGR-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE CALCSEGR-FECHA-HOY TO CALCSEGR-FECHA.
           PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
           IF CALCSEGR-DETENIDO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Fecha analizada: " CALCSEGR-FECHA.

           OPEN OUTPUT CALC-RPT-FILE.
           IF CALCSEGR-RPT-OK
               SET CALCSEGR-RPT-ABIERTO TO TRUE
           ELSE
               DISPLAY "Error: no se pudo crear el informe "
                   "CALCVRPT."
               MOVE 16 TO RETURN-CODE
               SET CALCSEGR-DETENIDO TO TRUE
               GO TO 1000-EXIT
           END-IF.

      *>  El maestro sólo aporta nombre y situación actual: sin él
      *>  el informe sale igual, con esas columnas en blanco.
           OPEN INPUT CALC-OPER-FILE.
           IF CALC-OPER-OK
               SET CALC-OPER-ABIERTO TO TRUE
           ELSE
               DISPLAY "Aviso: no se pudo abrir el maestro de "
                   "operarios CALCOPER; el informe sale sin "
                   "nombres ni situación."
           END-IF.

       1000-EXIT.
           EXIT.

      *>  La tarjeta FECHA-SEG= es opcional (sin ella, hoy); una
      *>  tarjeta presente pero inválida detiene la corrida, porque
      *>  el informe saldría con la fecha equivocada.
       1100-LEER-PARAMETROS.
           MOVE "N" TO CALCSEGR-PARM-EOF-SW.
           OPEN INPUT CALC-PARM-FILE.
           IF CALCSEGR-PARM-OK
               PERFORM 1110-LEER-TARJETA THRU 1110-EXIT
                   UNTIL CALCSEGR-PARM-EOF OR CALCSEGR-DETENIDO
           END-IF.
           CLOSE CALC-PARM-FILE.

       1100-EXIT.
           EXIT.

       1110-LEER-TARJETA.
           READ CALC-PARM-FILE
               AT END
                   SET CALCSEGR-PARM-EOF TO TRUE
               NOT AT END
                   IF PM-PALABRA = "FECHA-SEG="
                       IF PM-VALOR IS NUMERIC
                           AND PM-VALOR(5:2) > "00"
                           AND PM-VALOR(5:2) < "13"
                           AND PM-VALOR(7:2) > "00"
                           AND PM-VALOR(7:2) < "32"
                           MOVE PM-VALOR TO CALCSEGR-FECHA
                       ELSE
                           DISPLAY "Error: la tarjeta FECHA-SEG= "
                               "de CALCPARM no trae una fecha "
                               "válida (AAAAMMDD): " PM-VALOR
                           MOVE 16 TO RETURN-CODE
                           SET CALCSEGR-DETENIDO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1110-EXIT.
           EXIT.

      *>  Primer pase: los cambios de la fecha en CALCPAUD. Las
      *>  bajas se apartan además en su propia tabla, para
      *>  reconocer después las sesiones de esos operarios.
       2000-LEER-AUDITORIA.
           OPEN INPUT CALC-PAUD-FILE.
           IF CALC-PAUD-NO-EXISTE
               DISPLAY "Aviso: no existe la auditoría de operarios "
                   "CALCPAUD; el informe sale sin desbloqueos, "
                   "bajas ni cambios."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF.
           IF NOT CALC-PAUD-OK
               DISPLAY "Error: no se pudo abrir la auditoría de "
                   "operarios CALCPAUD."
               MOVE 16 TO RETURN-CODE
               SET CALCSEGR-DETENIDO TO TRUE
               GO TO 2000-EXIT
           END-IF.
           SET CALC-PAUD-ABIERTO TO TRUE.
           PERFORM 2100-LEER-CAMBIO THRU 2100-EXIT
               UNTIL CALCSEGR-AUD-EOF.
           CLOSE CALC-PAUD-FILE.
           MOVE "N" TO CALC-PAUD-ABIERTO-SW.

       2000-EXIT.
           EXIT.

       2100-LEER-CAMBIO.
           READ CALC-PAUD-FILE
               AT END
                   SET CALCSEGR-AUD-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF PA-FECHA NOT = CALCSEGR-FECHA
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO CALCSEGR-CANT-CAMBIOS.
           IF CALCSEGR-CAM-USADAS < 200
               ADD 1 TO CALCSEGR-CAM-USADAS
               MOVE CALCSEGR-CAM-USADAS TO CALCSEGR-CAM-SUB
               MOVE PA-HORA       TO CM-HORA(CALCSEGR-CAM-SUB)
               MOVE PA-OPERARIO   TO CM-SUPERV(CALCSEGR-CAM-SUB)
               MOVE PA-ACCION     TO CM-ACCION(CALCSEGR-CAM-SUB)
               MOVE PA-ID         TO CM-ID(CALCSEGR-CAM-SUB)
               MOVE PA-NIVEL-ANT  TO CM-NIVEL-ANT(CALCSEGR-CAM-SUB)
               MOVE PA-NIVEL-NVO  TO CM-NIVEL-NVO(CALCSEGR-CAM-SUB)
               MOVE PA-ESTADO-ANT TO CM-ESTADO-ANT(CALCSEGR-CAM-SUB)
               MOVE PA-ESTADO-NVO TO CM-ESTADO-NVO(CALCSEGR-CAM-SUB)
               MOVE PA-TOPE-ANT   TO CM-TOPE-ANT(CALCSEGR-CAM-SUB)
               MOVE PA-TOPE-NVO   TO CM-TOPE-NVO(CALCSEGR-CAM-SUB)
           ELSE
               PERFORM 8000-TABLA-LLENA THRU 8000-EXIT
           END-IF.

           IF PA-ACCION = "BAJA"
               ADD 1 TO CALCSEGR-CANT-BAJAS
               IF CALCSEGR-BAJ-USADAS < 100
                   ADD 1 TO CALCSEGR-BAJ-USADAS
                   MOVE CALCSEGR-BAJ-USADAS TO CALCSEGR-BAJ-SUB
                   MOVE PA-ID       TO BJ-ID(CALCSEGR-BAJ-SUB)
                   MOVE PA-HORA     TO BJ-HORA(CALCSEGR-BAJ-SUB)
                   MOVE PA-OPERARIO TO BJ-SUPERV(CALCSEGR-BAJ-SUB)
               ELSE
                   PERFORM 8000-TABLA-LLENA THRU 8000-EXIT
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *>  Segundo pase: la bitácora de sesiones de la fecha.
       3000-LEER-SESIONES.
           OPEN INPUT CALC-SLOG-FILE.
           IF CALC-SLOG-NO-EXISTE
               DISPLAY "Aviso: no existe la bitácora de sesiones "
                   "CALCSLOG; el informe sale sin intentos ni "
                   "bloqueos."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF.
           IF NOT CALC-SLOG-OK
               DISPLAY "Error: no se pudo abrir la bitácora de "
                   "sesiones CALCSLOG."
               MOVE 16 TO RETURN-CODE
               SET CALCSEGR-DETENIDO TO TRUE
               GO TO 3000-EXIT
           END-IF.
           SET CALC-SLOG-ABIERTO TO TRUE.
           PERFORM 3100-LEER-SESION THRU 3100-EXIT
               UNTIL CALCSEGR-SLOG-EOF.
           CLOSE CALC-SLOG-FILE.
           MOVE "N" TO CALC-SLOG-ABIERTO-SW.

       3000-EXIT.
           EXIT.

       3100-LEER-SESION.
           READ CALC-SLOG-FILE
               AT END
                   SET CALCSEGR-SLOG-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF SL-FECHA NOT = CALCSEGR-FECHA
               GO TO 3100-EXIT
           END-IF.

           EVALUATE SL-RESULTADO
               WHEN "NOID"
               WHEN "INAC"
               WHEN "VACI"
               WHEN "BLQD"
               WHEN "CLAV"
                   PERFORM 3200-ACUMULAR-FALLO THRU 3200-EXIT
               WHEN "BLOQ"
                   PERFORM 3300-ANOTAR-BLOQUEO THRU 3300-EXIT
               WHEN "NCLV"
                   ADD 1 TO CALCSEGR-CANT-NCLV
               WHEN "OK  "
                   PERFORM 3400-VERIFICAR-BAJA THRU 3400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      *>  El renglón de identificación+programa se busca en la
      *>  tabla ordenada; si no está, se inserta en su lugar
      *>  corriendo un lugar hacia abajo los que le siguen.
       3200-ACUMULAR-FALLO.
           ADD 1 TO CALCSEGR-CANT-FALLOS.
           MOVE SL-ID       TO CALCSEGR-FAL-ID.
           MOVE SL-PROGRAMA TO CALCSEGR-FAL-PROG.
           MOVE "N" TO CALCSEGR-POS-HALLADA-SW.
           COMPUTE CALCSEGR-FAL-POS = CALCSEGR-FAL-USADAS + 1.
           PERFORM 3210-BUSCAR-POSICION THRU 3210-EXIT
               VARYING CALCSEGR-FAL-SUB FROM 1 BY 1
               UNTIL CALCSEGR-POS-HALLADA
                   OR CALCSEGR-FAL-SUB > CALCSEGR-FAL-USADAS.

           SET CALCSEGR-FAL-NUEVO TO TRUE.
           IF CALCSEGR-FAL-POS NOT > CALCSEGR-FAL-USADAS
               IF FL-CLAVE(CALCSEGR-FAL-POS) = CALCSEGR-FAL-CLAVE
                   MOVE "N" TO CALCSEGR-FAL-NUEVO-SW
               END-IF
           END-IF.

           IF CALCSEGR-FAL-NUEVO
               IF CALCSEGR-FAL-USADAS NOT LESS THAN 300
                   PERFORM 8000-TABLA-LLENA THRU 8000-EXIT
                   GO TO 3200-EXIT
               END-IF
               PERFORM 3220-CORRER-RENGLON THRU 3220-EXIT
                   VARYING CALCSEGR-FAL-SUB FROM CALCSEGR-FAL-USADAS
                   BY -1
                   UNTIL CALCSEGR-FAL-SUB < CALCSEGR-FAL-POS
               ADD 1 TO CALCSEGR-FAL-USADAS
               MOVE CALCSEGR-FAL-CLAVE TO FL-CLAVE(CALCSEGR-FAL-POS)
               MOVE ZERO TO FL-NOID(CALCSEGR-FAL-POS)
               MOVE ZERO TO FL-INAC(CALCSEGR-FAL-POS)
               MOVE ZERO TO FL-VACI(CALCSEGR-FAL-POS)
               MOVE ZERO TO FL-BLQD(CALCSEGR-FAL-POS)
               MOVE ZERO TO FL-CLAV(CALCSEGR-FAL-POS)
               MOVE ZERO TO FL-TOTAL(CALCSEGR-FAL-POS)
               MOVE SL-HORA TO FL-PRIMERA(CALCSEGR-FAL-POS)
           END-IF.

           EVALUATE SL-RESULTADO
               WHEN "NOID"
                   ADD 1 TO FL-NOID(CALCSEGR-FAL-POS)
               WHEN "INAC"
                   ADD 1 TO FL-INAC(CALCSEGR-FAL-POS)
               WHEN "VACI"
                   ADD 1 TO FL-VACI(CALCSEGR-FAL-POS)
               WHEN "BLQD"
                   ADD 1 TO FL-BLQD(CALCSEGR-FAL-POS)
               WHEN "CLAV"
                   ADD 1 TO FL-CLAV(CALCSEGR-FAL-POS)
           END-EVALUATE.
           ADD 1 TO FL-TOTAL(CALCSEGR-FAL-POS).
           MOVE SL-HORA TO FL-ULTIMA(CALCSEGR-FAL-POS).

       3200-EXIT.
           EXIT.

       3210-BUSCAR-POSICION.
           IF FL-CLAVE(CALCSEGR-FAL-SUB) NOT LESS THAN
               CALCSEGR-FAL-CLAVE
               SET CALCSEGR-POS-HALLADA TO TRUE
               MOVE CALCSEGR-FAL-SUB TO CALCSEGR-FAL-POS
           END-IF.

       3210-EXIT.
           EXIT.

       3220-CORRER-RENGLON.
           COMPUTE CALCSEGR-FAL-SIG = CALCSEGR-FAL-SUB + 1.
           MOVE CALCSEGR-FAL-ENT(CALCSEGR-FAL-SUB)
               TO CALCSEGR-FAL-ENT(CALCSEGR-FAL-SIG).

       3220-EXIT.
           EXIT.

       3300-ANOTAR-BLOQUEO.
           ADD 1 TO CALCSEGR-CANT-BLOQUEOS.
           IF CALCSEGR-BLQ-USADAS < 100
               ADD 1 TO CALCSEGR-BLQ-USADAS
               MOVE CALCSEGR-BLQ-USADAS TO CALCSEGR-BLQ-SUB
               MOVE SL-HORA     TO BQ-HORA(CALCSEGR-BLQ-SUB)
               MOVE SL-ID       TO BQ-ID(CALCSEGR-BLQ-SUB)
               MOVE SL-PROGRAMA TO BQ-PROGRAMA(CALCSEGR-BLQ-SUB)
           ELSE
               PERFORM 8000-TABLA-LLENA THRU 8000-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

      *>  Una sesión iniciada se anota sólo si el operario fue dado
      *>  de baja en la fecha; una sesión posterior a su baja no
      *>  debería existir y deja la corrida con RETURN-CODE 8.
       3400-VERIFICAR-BAJA.
           IF CALCSEGR-BAJ-USADAS = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO CALCSEGR-BAJ-HALLADA-SW.
           PERFORM 3410-BUSCAR-BAJA THRU 3410-EXIT
               VARYING CALCSEGR-BAJ-SUB FROM 1 BY 1
               UNTIL CALCSEGR-BAJ-HALLADA
                   OR CALCSEGR-BAJ-SUB > CALCSEGR-BAJ-USADAS.
           IF NOT CALCSEGR-BAJ-HALLADA
               GO TO 3400-EXIT
           END-IF.

           ADD 1 TO CALCSEGR-CANT-SES-BAJA.
           IF SL-HORA > BJ-HORA(CALCSEGR-BAJ-POS)
               ADD 1 TO CALCSEGR-CANT-SES-POST
           END-IF.
           IF CALCSEGR-SES-USADAS < 200
               ADD 1 TO CALCSEGR-SES-USADAS
               MOVE CALCSEGR-SES-USADAS TO CALCSEGR-SES-SUB
               MOVE SL-HORA     TO SB-HORA(CALCSEGR-SES-SUB)
               MOVE SL-ID       TO SB-ID(CALCSEGR-SES-SUB)
               MOVE SL-PROGRAMA TO SB-PROGRAMA(CALCSEGR-SES-SUB)
               MOVE CALCSEGR-BAJ-POS TO SB-BAJA(CALCSEGR-SES-SUB)
           ELSE
               PERFORM 8000-TABLA-LLENA THRU 8000-EXIT
           END-IF.

       3400-EXIT.
           EXIT.

       3410-BUSCAR-BAJA.
           IF BJ-ID(CALCSEGR-BAJ-SUB) = SL-ID
               SET CALCSEGR-BAJ-HALLADA TO TRUE
               MOVE CALCSEGR-BAJ-SUB TO CALCSEGR-BAJ-POS
           END-IF.

       3410-EXIT.
           EXIT.

       4000-IMPRIMIR-FALLOS.
           SET CALCSEGR-SEC-FALLOS TO TRUE.
           PERFORM 7000-SALTAR-PAGINA THRU 7000-EXIT.
           IF CALCSEGR-FAL-USADAS = ZERO
               PERFORM 7200-SIN-NOVEDADES THRU 7200-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-IMPRIMIR-FALLO THRU 4100-EXIT
               VARYING CALCSEGR-FAL-SUB FROM 1 BY 1
               UNTIL CALCSEGR-FAL-SUB > CALCSEGR-FAL-USADAS.

           PERFORM 7100-VERIFICAR-PAGINA THRU 7100-EXIT.
           MOVE FT-NOID  TO FTT-NOID.
           MOVE FT-INAC  TO FTT-INAC.
           MOVE FT-VACI  TO FTT-VACI.
           MOVE FT-BLQD  TO FTT-BLQD.
           MOVE FT-CLAV  TO FTT-CLAV.
           MOVE FT-TOTAL TO FTT-TOTAL.
           WRITE CALC-RPT-REC FROM CALCSEGR-ENC4.
           WRITE CALC-RPT-REC FROM CALCSEGR-FTT.
           ADD 2 TO CALCSEGR-LINEAS.

       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-FALLO.
           PERFORM 7100-VERIFICAR-PAGINA THRU 7100-EXIT.
           MOVE FL-ID(CALCSEGR-FAL-SUB) TO CALCSEGR-BUS-ID.
           PERFORM 6000-BUSCAR-OPERARIO THRU 6000-EXIT.
           MOVE FL-ID(CALCSEGR-FAL-SUB)       TO FDT-ID.
           MOVE FL-PROGRAMA(CALCSEGR-FAL-SUB) TO FDT-PROGRAMA.
           MOVE FL-NOID(CALCSEGR-FAL-SUB)     TO FDT-NOID.
           MOVE FL-INAC(CALCSEGR-FAL-SUB)     TO FDT-INAC.
           MOVE FL-VACI(CALCSEGR-FAL-SUB)     TO FDT-VACI.
           MOVE FL-BLQD(CALCSEGR-FAL-SUB)     TO FDT-BLQD.
           MOVE FL-CLAV(CALCSEGR-FAL-SUB)     TO FDT-CLAV.
           MOVE FL-TOTAL(CALCSEGR-FAL-SUB)    TO FDT-TOTAL.
           MOVE FL-PRIMERA(CALCSEGR-FAL-SUB)  TO CALCSEGR-HORA-ENT.
           PERFORM 6100-EDITAR-HORA THRU 6100-EXIT.
           MOVE CALCSEGR-HORA-ED              TO FDT-PRIMERA.
           MOVE FL-ULTIMA(CALCSEGR-FAL-SUB)   TO CALCSEGR-HORA-ENT.
           PERFORM 6100-EDITAR-HORA THRU 6100-EXIT.
           MOVE CALCSEGR-HORA-ED              TO FDT-ULTIMA.
           MOVE CALCSEGR-BUS-SITUACION        TO FDT-SITUACION.
           WRITE CALC-RPT-REC FROM CALCSEGR-FDT.
           ADD 1 TO CALCSEGR-LINEAS.

           ADD FL-NOID(CALCSEGR-FAL-SUB)  TO FT-NOID.
           ADD FL-INAC(CALCSEGR-FAL-SUB)  TO FT-INAC.
           ADD FL-VACI(CALCSEGR-FAL-SUB)  TO FT-VACI.
           ADD FL-BLQD(CALCSEGR-FAL-SUB)  TO FT-BLQD.
           ADD FL-CLAV(CALCSEGR-FAL-SUB)  TO FT-CLAV.
           ADD FL-TOTAL(CALCSEGR-FAL-SUB) TO FT-TOTAL.

       4100-EXIT.
           EXIT.

      *>  Los bloqueos salen de CALCSLOG y los desbloqueos de
      *>  CALCPAUD; la situación es la actual del maestro, para ver
      *>  qué bloqueos siguen en pie.
       4200-IMPRIMIR-BLOQUEOS.
           SET CALCSEGR-SEC-BLOQUEOS TO TRUE.
           PERFORM 7000-SALTAR-PAGINA THRU 7000-EXIT.
           PERFORM 4210-IMPRIMIR-BLOQUEO THRU 4210-EXIT
               VARYING CALCSEGR-BLQ-SUB FROM 1 BY 1
               UNTIL CALCSEGR-BLQ-SUB > CALCSEGR-BLQ-USADAS.
           PERFORM 4220-IMPRIMIR-DESBLOQUEO THRU 4220-EXIT
               VARYING CALCSEGR-CAM-SUB FROM 1 BY 1
               UNTIL CALCSEGR-CAM-SUB > CALCSEGR-CAM-USADAS.
           IF CALCSEGR-CANT-BLOQUEOS = ZERO
               AND CALCSEGR-CANT-DESBLOQ = ZERO
               PERFORM 7200-SIN-NOVEDADES THRU 7200-EXIT
           END-IF.

       4200-EXIT.
           EXIT.

       4210-IMPRIMIR-BLOQUEO.
           PERFORM 7100-VERIFICAR-PAGINA THRU 7100-EXIT.
           MOVE BQ-ID(CALCSEGR-BLQ-SUB) TO CALCSEGR-BUS-ID.
           PERFORM 6000-BUSCAR-OPERARIO THRU 6000-EXIT.
           MOVE BQ-HORA(CALCSEGR-BLQ-SUB) TO CALCSEGR-HORA-ENT.
           PERFORM 6100-EDITAR-HORA THRU 6100-EXIT.
           MOVE SPACES                        TO CALCSEGR-BDT.
           MOVE "BLOQUEO"                     TO BDT-MOVIMIENTO.
           MOVE CALCSEGR-HORA-ED              TO BDT-HORA.
           MOVE BQ-ID(CALCSEGR-BLQ-SUB)       TO BDT-ID.
           MOVE CALCSEGR-BUS-NOMBRE           TO BDT-NOMBRE.
           MOVE BQ-PROGRAMA(CALCSEGR-BLQ-SUB) TO BDT-PROGRAMA.
           MOVE CALCSEGR-BUS-SITUACION        TO BDT-SITUACION.
           WRITE CALC-RPT-REC FROM CALCSEGR-BDT.
           ADD 1 TO CALCSEGR-LINEAS.

       4210-EXIT.
           EXIT.

       4220-IMPRIMIR-DESBLOQUEO.
           IF CM-ACCION(CALCSEGR-CAM-SUB) NOT = "DESB"
               GO TO 4220-EXIT
           END-IF.
           ADD 1 TO CALCSEGR-CANT-DESBLOQ.
           PERFORM 7100-VERIFICAR-PAGINA THRU 7100-EXIT.
           MOVE CM-ID(CALCSEGR-CAM-SUB) TO CALCSEGR-BUS-ID.
           PERFORM 6000-BUSCAR-OPERARIO THRU 6000-EXIT.
           MOVE CM-HORA(CALCSEGR-CAM-SUB) TO CALCSEGR-HORA-ENT.
           PERFORM 6100-EDITAR-HORA THRU 6100-EXIT.
           MOVE SPACES                      TO CALCSEGR-BDT.
           MOVE "DESBLOQUEO"                TO BDT-MOVIMIENTO.
           MOVE CALCSEGR-HORA-ED            TO BDT-HORA.
           MOVE CM-ID(CALCSEGR-CAM-SUB)     TO BDT-ID.
           MOVE CALCSEGR-BUS-NOMBRE         TO BDT-NOMBRE.
           MOVE "CALCPMNT"                  TO BDT-PROGRAMA.
           MOVE CM-SUPERV(CALCSEGR-CAM-SUB) TO BDT-SUPERV.
           MOVE CALCSEGR-BUS-SITUACION      TO BDT-SITUACION.
           WRITE CALC-RPT-REC FROM CALCSEGR-BDT.
           ADD 1 TO CALCSEGR-LINEAS.

       4220-EXIT.
           EXIT.

       4300-IMPRIMIR-SESIONES.
           SET CALCSEGR-SEC-BAJAS TO TRUE.
           PERFORM 7000-SALTAR-PAGINA THRU 7000-EXIT.
           IF CALCSEGR-SES-USADAS = ZERO
               PERFORM 7200-SIN-NOVEDADES THRU 7200-EXIT
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4310-IMPRIMIR-SESION THRU 4310-EXIT
               VARYING CALCSEGR-SES-SUB FROM 1 BY 1
               UNTIL CALCSEGR-SES-SUB > CALCSEGR-SES-USADAS.

       4300-EXIT.
           EXIT.

       4310-IMPRIMIR-SESION.
           PERFORM 7100-VERIFICAR-PAGINA THRU 7100-EXIT.
           MOVE SB-BAJA(CALCSEGR-SES-SUB) TO CALCSEGR-BAJ-POS.
           MOVE SB-ID(CALCSEGR-SES-SUB) TO CALCSEGR-BUS-ID.
           PERFORM 6000-BUSCAR-OPERARIO THRU 6000-EXIT.
           MOVE SPACES TO CALCSEGR-SDT.
           MOVE SB-HORA(CALCSEGR-SES-SUB) TO CALCSEGR-HORA-ENT.
           PERFORM 6100-EDITAR-HORA THRU 6100-EXIT.
           MOVE CALCSEGR-HORA-ED              TO SDT-HORA.
           MOVE SB-ID(CALCSEGR-SES-SUB)       TO SDT-ID.
           MOVE CALCSEGR-BUS-NOMBRE           TO SDT-NOMBRE.
           MOVE SB-PROGRAMA(CALCSEGR-SES-SUB) TO SDT-PROGRAMA.
           MOVE BJ-HORA(CALCSEGR-BAJ-POS) TO CALCSEGR-HORA-ENT.
           PERFORM 6100-EDITAR-HORA THRU 6100-EXIT.
           MOVE CALCSEGR-HORA-ED              TO SDT-HORA-BAJA.
           MOVE BJ-SUPERV(CALCSEGR-BAJ-POS)   TO SDT-SUPERV.
           IF SB-HORA(CALCSEGR-SES-SUB) > BJ-HORA(CALCSEGR-BAJ-POS)
               MOVE "DESPUES DE LA BAJA" TO SDT-MOMENTO
           ELSE
               MOVE "ANTES DE LA BAJA"   TO SDT-MOMENTO
           END-IF.
           WRITE CALC-RPT-REC FROM CALCSEGR-SDT.
           ADD 1 TO CALCSEGR-LINEAS.

       4310-EXIT.
           EXIT.

      *>  Todo cambio en CALCPMNT es obra de un supervisor; se
      *>  listan todos y se señalan los que tocan el nivel de
      *>  supervisor mismo.
       4400-IMPRIMIR-CAMBIOS.
           SET CALCSEGR-SEC-CAMBIOS TO TRUE.
           PERFORM 7000-SALTAR-PAGINA THRU 7000-EXIT.
           IF CALCSEGR-CAM-USADAS = ZERO
               PERFORM 7200-SIN-NOVEDADES THRU 7200-EXIT
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4410-IMPRIMIR-CAMBIO THRU 4410-EXIT
               VARYING CALCSEGR-CAM-SUB FROM 1 BY 1
               UNTIL CALCSEGR-CAM-SUB > CALCSEGR-CAM-USADAS.

       4400-EXIT.
           EXIT.

       4410-IMPRIMIR-CAMBIO.
           PERFORM 7100-VERIFICAR-PAGINA THRU 7100-EXIT.
           MOVE CM-ID(CALCSEGR-CAM-SUB) TO CALCSEGR-BUS-ID.
           PERFORM 6000-BUSCAR-OPERARIO THRU 6000-EXIT.
           MOVE CM-HORA(CALCSEGR-CAM-SUB) TO CALCSEGR-HORA-ENT.
           PERFORM 6100-EDITAR-HORA THRU 6100-EXIT.
           MOVE CALCSEGR-HORA-ED                TO CDT-HORA.
           MOVE CM-SUPERV(CALCSEGR-CAM-SUB)     TO CDT-SUPERV.
           MOVE CM-ACCION(CALCSEGR-CAM-SUB)     TO CDT-ACCION.
           MOVE CM-ID(CALCSEGR-CAM-SUB)         TO CDT-ID.
           MOVE CALCSEGR-BUS-NOMBRE             TO CDT-NOMBRE.
           MOVE CM-NIVEL-ANT(CALCSEGR-CAM-SUB)  TO CDT-NIVEL-ANT.
           MOVE CM-NIVEL-NVO(CALCSEGR-CAM-SUB)  TO CDT-NIVEL-NVO.
           MOVE CM-ESTADO-ANT(CALCSEGR-CAM-SUB) TO CDT-ESTADO-ANT.
           MOVE CM-ESTADO-NVO(CALCSEGR-CAM-SUB) TO CDT-ESTADO-NVO.
           MOVE SPACES TO CDT-NOTA.
           EVALUATE TRUE
               WHEN CM-NIVEL-NVO(CALCSEGR-CAM-SUB) = "S"
                   AND CM-NIVEL-ANT(CALCSEGR-CAM-SUB) NOT = "S"
                   MOVE "OTORGA SUPERVISOR" TO CDT-NOTA
                   ADD 1 TO CALCSEGR-CANT-CAMB-SUP
               WHEN CM-NIVEL-ANT(CALCSEGR-CAM-SUB) = "S"
                   AND CM-NIVEL-NVO(CALCSEGR-CAM-SUB) NOT = "S"
                   MOVE "RETIRA SUPERVISOR" TO CDT-NOTA
                   ADD 1 TO CALCSEGR-CANT-CAMB-SUP
               WHEN CM-ACCION(CALCSEGR-CAM-SUB) = "BAJA"
                   AND CM-NIVEL-ANT(CALCSEGR-CAM-SUB) = "S"
                   MOVE "BAJA DE SUPERVISOR" TO CDT-NOTA
                   ADD 1 TO CALCSEGR-CANT-CAMB-SUP
               WHEN CM-ACCION(CALCSEGR-CAM-SUB) = "DESB"
                   MOVE "DESBLOQUEO" TO CDT-NOTA
               WHEN CM-ACCION(CALCSEGR-CAM-SUB) = "CLAV"
                   MOVE "CAMBIO DE CLAVE" TO CDT-NOTA
               WHEN CM-ACCION(CALCSEGR-CAM-SUB) = "TOPE"
                   STRING "TOPE FALLOS " DELIMITED BY SIZE
                       CM-TOPE-ANT(CALCSEGR-CAM-SUB) DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       CM-TOPE-NVO(CALCSEGR-CAM-SUB) DELIMITED BY SIZE
                       INTO CDT-NOTA
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE CALC-RPT-REC FROM CALCSEGR-CDT.
           ADD 1 TO CALCSEGR-LINEAS.

       4410-EXIT.
           EXIT.

       5000-RESUMEN.
           SET CALCSEGR-SEC-RESUMEN TO TRUE.
           PERFORM 7000-SALTAR-PAGINA THRU 7000-EXIT.
           MOVE "INTENTOS FALLIDOS DE SESION" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-FALLOS TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "  RENGLONES IDENTIFICACION/PROGRAMA"
               TO RES-TEXTO.
           MOVE CALCSEGR-FAL-USADAS TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "BLOQUEOS APLICADOS" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-BLOQUEOS TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "DESBLOQUEOS EN CALCPMNT" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-DESBLOQ TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "OPERARIOS DADOS DE BAJA" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-BAJAS TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "SESIONES DE OPERARIOS DADOS DE BAJA" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-SES-BAJA TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "  POSTERIORES A LA BAJA" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-SES-POST TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "CLAVES DEFINIDAS AL INICIAR SESION" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-NCLV TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "CAMBIOS EN CALCPMNT" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-CAMBIOS TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           MOVE "  SOBRE EL NIVEL DE SUPERVISOR" TO RES-TEXTO.
           MOVE CALCSEGR-CANT-CAMB-SUP TO RES-CANT.
           WRITE CALC-RPT-REC FROM CALCSEGR-RES.
           IF CALCSEGR-CANT-OMITIDAS > ZERO
               MOVE "ENTRADAS OMITIDAS POR TABLA LLENA"
                   TO RES-TEXTO
               MOVE CALCSEGR-CANT-OMITIDAS TO RES-CANT
               WRITE CALC-RPT-REC FROM CALCSEGR-RES
           END-IF.

           MOVE CALCSEGR-CANT-FALLOS TO CALCSEGR-CANT-ED.
           DISPLAY "Intentos fallidos      : " CALCSEGR-CANT-ED.
           MOVE CALCSEGR-CANT-BLOQUEOS TO CALCSEGR-CANT-ED.
           DISPLAY "Bloqueos aplicados     : " CALCSEGR-CANT-ED.
           MOVE CALCSEGR-CANT-DESBLOQ TO CALCSEGR-CANT-ED.
           DISPLAY "Desbloqueos            : " CALCSEGR-CANT-ED.
           MOVE CALCSEGR-CANT-SES-POST TO CALCSEGR-CANT-ED.
           DISPLAY "Sesiones tras una baja : " CALCSEGR-CANT-ED.
           DISPLAY "Informe grabado en CALCVRPT.".

      *>  Un bloqueo o una sesión posterior a una baja piden que
      *>  alguien lea el informe: la corrida termina con aviso.
           IF CALCSEGR-CANT-BLOQUEOS > ZERO
               OR CALCSEGR-CANT-SES-POST > ZERO
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       5000-EXIT.
           EXIT.

      *>  Nombre y situación actual del operario en CALCOPER.
       6000-BUSCAR-OPERARIO.
           MOVE SPACES TO CALCSEGR-BUS-NOMBRE.
           MOVE SPACES TO CALCSEGR-BUS-SITUACION.
           IF CALCSEGR-BUS-ID = SPACES
               MOVE "ID EN BLANCO" TO CALCSEGR-BUS-SITUACION
               GO TO 6000-EXIT
           END-IF.
           IF NOT CALC-OPER-ABIERTO
               GO TO 6000-EXIT
           END-IF.
           MOVE CALCSEGR-BUS-ID TO OP-ID.
           READ CALC-OPER-FILE
               INVALID KEY
                   MOVE "NO REGISTRADO" TO CALCSEGR-BUS-SITUACION
                   GO TO 6000-EXIT
           END-READ.
           MOVE OP-NOMBRE TO CALCSEGR-BUS-NOMBRE.
           IF OP-BLOQUEADO
               MOVE "BLOQUEADO" TO CALCSEGR-BUS-SITUACION
           ELSE
               IF OP-INACTIVO
                   MOVE "INACTIVO" TO CALCSEGR-BUS-SITUACION
               ELSE
                   MOVE "ACTIVO" TO CALCSEGR-BUS-SITUACION
               END-IF
           END-IF.

       6000-EXIT.
           EXIT.

       6100-EDITAR-HORA.
           MOVE CALCSEGR-HORA-ENT(1:2) TO CALCSEGR-HORA-ED(1:2).
           MOVE ":"                    TO CALCSEGR-HORA-ED(3:1).
           MOVE CALCSEGR-HORA-ENT(3:2) TO CALCSEGR-HORA-ED(4:2).
           MOVE ":"                    TO CALCSEGR-HORA-ED(6:1).
           MOVE CALCSEGR-HORA-ENT(5:2) TO CALCSEGR-HORA-ED(7:2).

       6100-EXIT.
           EXIT.

       7000-SALTAR-PAGINA.
           ADD 1 TO CALCSEGR-PAGINA.
           IF CALCSEGR-PAGINA > 1
               MOVE SPACES TO CALC-RPT-REC
               WRITE CALC-RPT-REC
           END-IF.
           MOVE CALCSEGR-FECHA-HOY TO ENC1-FECHA.
           MOVE CALCSEGR-PAGINA    TO ENC1-PAGINA.
           WRITE CALC-RPT-REC FROM CALCSEGR-ENC1.
           MOVE CALCSEGR-FECHA     TO ENC2-FECHA.
           EVALUATE TRUE
               WHEN CALCSEGR-SEC-FALLOS
                   MOVE "INTENTOS FALLIDOS POR OPERARIO Y PROGRAMA"
                       TO ENC2-TITULO
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC2
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC3-FAL
               WHEN CALCSEGR-SEC-BLOQUEOS
                   MOVE "BLOQUEOS Y DESBLOQUEOS DE OPERARIOS"
                       TO ENC2-TITULO
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC2
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC3-BLQ
               WHEN CALCSEGR-SEC-BAJAS
                   MOVE "SESIONES DE OPERARIOS DADOS DE BAJA HOY"
                       TO ENC2-TITULO
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC2
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC3-BAJ
               WHEN CALCSEGR-SEC-CAMBIOS
                   MOVE "CAMBIOS DE SUPERVISORES EN CALCPMNT"
                       TO ENC2-TITULO
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC2
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC3-CAM
               WHEN OTHER
                   MOVE "RESUMEN DEL DIA" TO ENC2-TITULO
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC2
                   WRITE CALC-RPT-REC FROM CALCSEGR-ENC3-RES
           END-EVALUATE.
           WRITE CALC-RPT-REC FROM CALCSEGR-ENC4.
           MOVE 4 TO CALCSEGR-LINEAS.

       7000-EXIT.
           EXIT.

       7100-VERIFICAR-PAGINA.
           IF CALCSEGR-LINEAS NOT LESS THAN CALCSEGR-LINEAS-X-PAG
               PERFORM 7000-SALTAR-PAGINA THRU 7000-EXIT
           END-IF.

       7100-EXIT.
           EXIT.

       7200-SIN-NOVEDADES.
           WRITE CALC-RPT-REC FROM CALCSEGR-SIN-NOVEDAD.
           ADD 1 TO CALCSEGR-LINEAS.

       7200-EXIT.
           EXIT.

      *>  Una tabla llena no detiene el informe: la entrada se
      *>  cuenta como omitida y la corrida termina con aviso.
       8000-TABLA-LLENA.
           IF CALCSEGR-CANT-OMITIDAS = ZERO
               DISPLAY "Aviso: una tabla del informe se llenó; las "
                   "entradas que no caben se omiten y se cuentan "
                   "en el resumen."
           END-IF.
           ADD 1 TO CALCSEGR-CANT-OMITIDAS.
           IF RETURN-CODE LESS THAN 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF CALC-OPER-ABIERTO
               CLOSE CALC-OPER-FILE
           END-IF.
           IF CALC-PAUD-ABIERTO
               CLOSE CALC-PAUD-FILE
           END-IF.
           IF CALC-SLOG-ABIERTO
               CLOSE CALC-SLOG-FILE
           END-IF.
           IF CALCSEGR-RPT-ABIERTO
               CLOSE CALC-RPT-FILE
           END-IF.
           DISPLAY "Fin del informe de seguridad.".

       9000-EXIT.
           EXIT.

       END PROGRAM CALCSEGR.
