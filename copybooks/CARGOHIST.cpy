      ******************************************************************
      * CARGOHIST.CPY
      * One entry per change of cargo, appended to CARGOHIST.DAT by
      * the CPD maintenance screen and by CPD-ADMISSAO, in the mould
      * of SALHIST.cpy and DEPTOHIST.cpy.  CGH-CARGO-ANTERIOR is
      * spaces on the first cargo an employee receives.
      * CGH-DATA-VIGENCIA is the effective date of the change.
      ******************************************************************
       01  CGH-REGISTRO.
           05  CGH-EMPLOYEE-ID     PIC 9(05).
           05  CGH-DATA-VIGENCIA   PIC 9(08).
           05  CGH-CARGO-ANTERIOR  PIC X(05).
           05  CGH-CARGO-NOVO      PIC X(05).
           05  CGH-MOTIVO          PIC X(11).
