      ******************************************************************
      * PDDCTL.CPY
      * Single-record run-control file (PDDCTL.DAT) for the monthly
      * loan-loss provision job BANCO-PDD-MENSAL.  Holds the last
      * period (AAAAMM) provisioned, so a rerun in the same month
      * refuses to start, and the total provision standing in the
      * ledger after that run: the month's entry is the new total
      * less this balance, so the ledger always carries exactly the
      * provision of the current portfolio.
      ******************************************************************
       01  PDC-REGISTRO.
           05  PDC-ULTIMO-PERIODO  PIC 9(06).
           05  PDC-SALDO-PROVISAO  PIC 9(10)V99.
