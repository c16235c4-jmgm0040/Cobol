      *>                      reanudación las reposiciona; con la      *
      *>                      apertura diferida, una corrida de puros  *
      *>                      lotes duplicados nunca las toca).        *
      *>    2026-10-15  JMGM  CK-SALTAR-LOTE admite además "D": el     *
      *>                      lote en curso se estaba descartando por  *
      *>                      departamento no válido en CALCDEPT.      *
      *>    2026-10-15  JMGM  Se agregan los campos con que CALCPLGN  *
      *>                      y CALCFIX verifican (CALCKVRP) que      *
      *>                      CALCIN ya fue procesado antes de        *
      *>                      reemplazarlo.                           *
      *>=============================================================*
       01  CALC-CHKP-DATOS.
           05  CK-ESTADO           PIC X.
           05  CK-LOTES-CUADRADOS  PIC 9(5).
           05  CK-LOTES-RECHAZADOS PIC 9(5).
           05  CK-SALTAR-LOTE      PIC X.
               88  CK-LOTE-SALTADO      VALUE "S" "D".
           05  CK-SALIDAS-SW       PIC X.
               88  CK-SALIDAS-ABIERTAS  VALUE "S".

       01  CALC-CHKP-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-CHKP-OK             VALUE "00".
           88  CALC-CHKP-NO-EXISTE      VALUE "35".

      *>  Verificación de CALCIN pendiente (ver CALCKVRP): registros
      *>  y detalles del archivo y lote de su última cabecera.
       01  CALC-CALCIN-PEND-SW     PIC X VALUE "N".
           88  CALC-CALCIN-PENDIENTE    VALUE "S".
       01  CALC-CALCIN-EOF-SW      PIC X VALUE "N".
           88  CALC-CALCIN-EOF          VALUE "S".
       77  CALC-CALCIN-REGISTROS   PIC 9(7) VALUE ZERO.
       77  CALC-CALCIN-DETALLES    PIC 9(7) VALUE ZERO.
       77  CALC-CALCIN-ULT-LOTE    PIC 9(6) VALUE ZERO.
