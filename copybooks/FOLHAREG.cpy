      * of old printouts.  Keyed by periodo + Employee-Id; a rerun
      * of the same period re-records the same keys.  The 13o
      * salario run records its own figures under periodo AAAA13.
      * FRG-DEDUCAO-DEPEND is the dependents deduction taken from the
      * IRRF base and FRG-SALARIO-FAMILIA the quota paid in the net;
      * records written before these fields existed carry spaces.
      ******************************************************************
       01  FRG-REGISTRO.
           05  FRG-CHAVE.
           05  FRG-DESCONTO-IRRF       PIC 9(06)V99.
           05  FRG-DESCONTO-BENEF      PIC 9(04)V99.
           05  FRG-SALARIO-NETO        PIC 9(06)V99.
           05  FRG-DEDUCAO-DEPEND      PIC 9(06)V99.
           05  FRG-SALARIO-FAMILIA     PIC 9(06)V99.
