      *>=============================================================*
      *>  CALCVFD.CPY                                                 *
      *>  FD y diseño de registro del archivo de reversiones          *
      *>  pendientes de extracción CALCREVP. Cada registro es la      *
      *>  contrapartida de un resultado de CALCOUT de un lote         *
      *>  revertido, con el mismo diseño del frente de CALCOUT: el    *
      *>  lote de reversión, la secuencia original, los operandos     *
      *>  originales, el RESULTADO con el signo invertido y el        *
      *>  departamento, más el lote original al final. CALCOUT se     *
      *>  rehace en cada corrida de CALCBAT; este archivo conserva    *
      *>  la reversión hasta que CALCEXT la envía al mayor.           *
      *>  Se incluye con COPY en la FILE SECTION.                     *
      *>                                                               *
      *>  Historial de modificaciones:                                *
      *>    2026-10-15  JMGM  Versión inicial.                        *
      *>=============================================================*
       FD  CALC-REVP-FILE.
       01  CALC-REVP-REC.
           05  PV-LOTE             PIC 9(6).
           05  PV-SECUENCIA        PIC 9(7).
           05  PV-NUM1             PIC S9(5)V99 SIGN IS LEADING
                                   SEPARATE.
           05  PV-OPERADOR         PIC X.
           05  PV-NUM2             PIC S9(5)V99 SIGN IS LEADING
                                   SEPARATE.
           05  PV-RESULTADO        PIC S9(10)V99 SIGN IS LEADING
                                   SEPARATE.
           05  PV-DEPTO            PIC X(4).
           05  PV-LOTE-ORIGEN      PIC 9(6).
