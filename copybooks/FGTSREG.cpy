      ******************************************************************
      * FGTSREG.CPY
      * FGTS register (FGTS.DAT): the employer's 8% FGTS deposit
      * owed on each payment, one record per period, employee and
      * origin - "F" the monthly folha (CPD-FOLHA-PAGAMENTO), "D"
      * the 13o salario (CPD-DECIMO-TERCEIRO), "V" a ferias payment
      * (CPD-FERIAS).  FGT-PERIODO is the month the payment was
      * made, so the monthly collection (CPD-FGTS-MENSAL) gathers
      * every deposit due for that month; a rerun of the same
      * payment re-records the same key.  FGT-DEPARTAMENTO is the
      * employee's department when the deposit was computed, for
      * the per-department summary.  The sum of an employee's
      * FGT-DEPOSITO is the FGTS balance of the contract shown by
      * CPD-RESCISAO.
      ******************************************************************
       01  FGT-REGISTRO.
           05  FGT-CHAVE.
               10  FGT-PERIODO         PIC 9(06).
               10  FGT-EMPLOYEE-ID     PIC 9(05).
               10  FGT-ORIGEM          PIC X(01).
                   88  FGT-ORIGEM-FOLHA    VALUE "F".
                   88  FGT-ORIGEM-DECIMO   VALUE "D".
                   88  FGT-ORIGEM-FERIAS   VALUE "V".
           05  FGT-DEPARTAMENTO        PIC X(15).
           05  FGT-BASE                PIC 9(08)V99.
           05  FGT-DEPOSITO            PIC 9(06)V99.
