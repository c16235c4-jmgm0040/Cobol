      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-09-02  JMGM  Versión inicial.                        *
      *>    2026-10-15  JMGM  CALC-SESION-MAX-FALLOS: cantidad de     *
      *>                      intentos fallidos seguidos contra un    *
      *>                      operario registrado que lo bloquea      *
      *>                      (ver CALCSGNP).                         *
      *>    2026-10-15  JMGM  CALC-SESION-MAX-FALLOS queda como       *
      *>                      valor por omisión: 4800 lo reemplaza    *
      *>                      por el del registro de control de       *
      *>                      CALCOPER cuando existe. Campos de la    *
      *>                      clave del operario (CALC-SESION-CLAVE,  *
      *>                      la repetición para confirmar una clave  *
      *>                      nueva y su switch).                     *
      *>=============================================================*
       01  CALC-OPER-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-OPER-OK             VALUE "00".
       01  CALC-SESION-OK-SW       PIC X VALUE "N".
           88  CALC-SESION-OK           VALUE "S".
       77  CALC-SESION-INTENTOS    PIC 9 VALUE ZERO.
      *>  Tope de intentos fallidos: 3 si el maestro no tiene
      *>  registro de control (ver CALCPFD y 4805-LEER-TOPE).
       77  CALC-SESION-MAX-FALLOS  PIC 9(2) VALUE 3.
       01  CALC-SESION-ID          PIC X(3) VALUE SPACES.
       01  CALC-SESION-CLAVE       PIC X(8) VALUE SPACES.
       01  CALC-SESION-CLAVE-2     PIC X(8) VALUE SPACES.
       01  CALC-CLAVE-NUEVA-SW     PIC X VALUE "N".
           88  CALC-CLAVE-NUEVA-OK      VALUE "S".
       01  CALC-SESION-RESULTADO   PIC X(4) VALUE SPACES.
       01  CALC-SESION-PROGRAMA    PIC X(8) VALUE SPACES.

