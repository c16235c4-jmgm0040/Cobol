      *>=============================================================*
      *>  CALCMFD.CPY                                                 *
      *>  FD y diseño de registro del maestro de plantillas CALCPLAN. *
      *>  Una plantilla guarda una sola vez los detalles que un       *
      *>  departamento envía en forma recurrente. La clave es el      *
      *>  código de plantilla más un número de línea:                 *
      *>    - línea 000: cabecera de la plantilla (departamento,      *
      *>      descripción, frecuencia, día, fechas desde/hasta,       *
      *>      estado, cantidad de detalles y el último período y      *
      *>      lote generados);                                        *
      *>    - líneas 001 en adelante: un detalle cada una, con el     *
      *>      mismo contenido que un detalle "D" de CALCIN. Las       *
      *>      líneas van siempre seguidas desde 001, de modo que el   *
      *>      número de línea es la secuencia que el detalle tendrá   *
      *>      en el lote generado; una referencia "R" apunta a una    *
      *>      línea anterior de la misma plantilla.                   *
      *>  El registro de control (código en blancos, línea 000)       *
      *>  guarda el próximo número de lote que usará el generador.    *
      *>  Frecuencias: "M" mensual el día PL-DIA (el último día del   *
      *>  mes si el mes es más corto), "S" semanal el día de la       *
      *>  semana PL-DIA (1 = lunes ... 7 = domingo), "E" una sola     *
      *>  vez en la fecha PL-FECHA-DESDE. PL-FECHA-HASTA en ceros     *
      *>  significa "sin fecha de fin". PL-ULT-PERIODO es AAAAMM00    *
      *>  para las mensuales y la fecha de generación para las        *
      *>  demás: una plantilla no se genera dos veces para el mismo   *
      *>  período. Las plantillas no se borran: se desactivan.        *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       FD  CALC-PLAN-FILE.
       01  CALC-PLAN-REC.
           05  PL-CLAVE.
               10  PL-CODIGO           PIC X(6).
               10  PL-LINEA            PIC 9(3).
           05  PL-DATOS                PIC X(80).
           05  PL-CABECERA REDEFINES PL-DATOS.
               10  PL-DEPTO            PIC X(4).
               10  PL-DESCRIPCION      PIC X(30).
               10  PL-FRECUENCIA       PIC X.
                   88  PL-MENSUAL           VALUE "M".
                   88  PL-SEMANAL           VALUE "S".
                   88  PL-FECHA-FIJA        VALUE "E".
               10  PL-DIA              PIC 9(2).
               10  PL-FECHA-DESDE      PIC 9(8).
               10  PL-FECHA-HASTA      PIC 9(8).
               10  PL-ESTADO           PIC X.
                   88  PL-ACTIVA            VALUE "A".
                   88  PL-INACTIVA          VALUE "I".
               10  PL-CANT-DETALLES    PIC 9(3).
               10  PL-ULT-PERIODO      PIC 9(8).
               10  PL-ULT-LOTE         PIC 9(6).
               10  PL-ULT-FECHA-GEN    PIC 9(8).
               10  FILLER              PIC X.
           05  PL-DETALLE REDEFINES PL-DATOS.
               10  PL-NUM1-TIPO        PIC X.
                   88  PL-NUM1-REFERENCIA   VALUE "R".
               10  PL-NUM1             PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE.
               10  PL-NUM1-REF REDEFINES PL-NUM1.
                   15  FILLER          PIC X.
                   15  PL-NUM1-REF-LIN PIC 9(7).
               10  PL-OPERADOR         PIC X.
               10  PL-NUM2-TIPO        PIC X.
                   88  PL-NUM2-COD-TASA     VALUE "C".
                   88  PL-NUM2-REFERENCIA   VALUE "R".
               10  PL-NUM2             PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE.
               10  PL-NUM2-TASA REDEFINES PL-NUM2.
                   15  PL-TASA-CODIGO  PIC X(5).
                   15  FILLER          PIC X(3).
               10  PL-NUM2-REF REDEFINES PL-NUM2.
                   15  FILLER          PIC X.
                   15  PL-NUM2-REF-LIN PIC 9(7).
               10  FILLER              PIC X(61).
           05  PL-CONTROL REDEFINES PL-DATOS.
               10  PL-PROX-LOTE        PIC 9(6).
               10  FILLER              PIC X(74).
