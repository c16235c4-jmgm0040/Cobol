      *>=============================================================*
      *>  CALCGFD.CPY                                                 *
      *>  FD y diseño de registro del archivo de operandos de origen  *
      *>  CALCOPND: una entrada por detalle de CALCIN procesado por   *
      *>  CALCBAT, con lo que la bitácora no guarda - el tipo de cada *
      *>  operando tal como vino en CALCIN (literal, código de tasa,  *
      *>  referencia a otra secuencia), el código de tasa con la      *
      *>  vigencia que se aplicó y las secuencias referidas - junto   *
      *>  con los valores resueltos y el resultado. CALCIN no se      *
      *>  conserva después de la corrida; este archivo es lo que      *
      *>  permite reconstruir de dónde salió una cifra. Un reproceso  *
      *>  o una reanudación del lote regraban su propia entrada.      *
      *>  OD-TASA-VIGENCIA queda en ceros si el código no tenía valor *
      *>  vigente a la fecha del lote.                                *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       FD  CALC-OPND-FILE.
       01  CALC-OPND-REC.
           05  OD-CLAVE.
               10  OD-LOTE             PIC 9(6).
               10  OD-SECUENCIA        PIC 9(7).
           05  OD-FECHA-LOTE           PIC 9(8).
           05  OD-DEPTO                PIC X(4).
           05  OD-NUM1-TIPO            PIC X.
               88  OD-NUM1-REFERENCIA       VALUE "R".
           05  OD-NUM1-REF-SEC         PIC 9(7).
           05  OD-NUM1                 PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE.
           05  OD-OPERADOR             PIC X.
           05  OD-NUM2-TIPO            PIC X.
               88  OD-NUM2-COD-TASA         VALUE "C".
               88  OD-NUM2-REFERENCIA       VALUE "R".
           05  OD-TASA-CODIGO          PIC X(5).
           05  OD-TASA-VIGENCIA        PIC 9(8).
           05  OD-NUM2-REF-SEC         PIC 9(7).
           05  OD-NUM2                 PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE.
           05  OD-RESULTADO            PIC S9(10)V99 SIGN IS LEADING
                                       SEPARATE.
           05  OD-DIV-ERROR            PIC X.
           05  OD-MOTIVO               PIC X(2).
           05  OD-FECHA-PROCESO        PIC 9(8).
           05  OD-HORA-PROCESO         PIC 9(8).
           05  OD-OPERARIO             PIC X(3).
