      *                      folha never applies it
      *   TBI-IRRF-BASE    - the amount deducted from gross before
      *                      the IRRF rate is applied
      *   TBI-DEDUCAO-DEPENDENTE - further deducted from the IRRF
      *                      base per dependent counted for IRRF
      *                      (DEPENDENTES.DAT, CPD-DEPENDENTES)
      *   TBI-DEP-IRRF-IDADE - age from which a filho/enteado stops
      *                      counting for the IRRF deduction
      *   TBI-SALFAM-COTA  - salario-familia quota paid per eligible
      *                      child
      *   TBI-SALFAM-IDADE - age from which a child stops receiving
      *                      the quota
      *   TBI-SALFAM-TETO  - gross salary ceiling above which the
      *                      employee gets no salario-familia.
      * Tables entered before the dependents fields existed carry
      * spaces there; the folha reads them as zero (no deduction,
      * no salario-familia) until the table is re-entered.
      ******************************************************************
       01  TBI-REGISTRO.
           05  TBI-VIGENCIA        PIC 9(08).
           05  TBI-IRRF-ENTRADA OCCURS 4 TIMES.
               10  TBI-IRRF-TAXA       PIC 9V9(04).
           05  TBI-IRRF-BASE       PIC 9(06)V99.
           05  TBI-DEDUCAO-DEPENDENTE PIC 9(04)V99.
           05  TBI-DEP-IRRF-IDADE  PIC 9(02).
           05  TBI-SALFAM-COTA     PIC 9(04)V99.
           05  TBI-SALFAM-IDADE    PIC 9(02).
           05  TBI-SALFAM-TETO     PIC 9(06)V99.
