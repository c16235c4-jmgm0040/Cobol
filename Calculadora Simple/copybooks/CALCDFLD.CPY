      *>=============================================================*
      *>  CALCDFLD.CPY                                                *
      *>  Campos de trabajo del maestro de departamentos CALCDEPT     *
      *>  (FILE STATUS y switch de apertura), compartidos por los     *
      *>  programas que lo consultan o mantienen, igual que CALCRFLD  *
      *>  para el maestro de tasas.                                   *
      *>  Se incluye con COPY en la WORKING-STORAGE SECTION.          *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       01  CALC-DEPT-STATUS        PIC X(02) VALUE SPACES.
           88  CALC-DEPT-OK             VALUE "00".
           88  CALC-DEPT-NO-EXISTE      VALUE "35".
           88  CALC-DEPT-SIN-CLAVE      VALUE "23".
           88  CALC-DEPT-DUPLICADA      VALUE "22".
       01  CALC-DEPT-ABIERTO-SW    PIC X VALUE "N".
           88  CALC-DEPT-ABIERTO        VALUE "S".
