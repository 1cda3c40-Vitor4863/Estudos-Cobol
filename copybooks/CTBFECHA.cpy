      ******************************************************************
      * CTBFECHA.CPY
      * Closed accounting periods (CTBFECHA.DAT), written by the
      * period close of GESTAO-CONTABIL only when every lancamento
      * of the period in DIARIO.DAT balances and the period's total
      * debits equal its total credits.  GESTAO-LANCAMENTO refuses
      * ordinary postings into a period on this file; only the
      * controlled adjustment (GESTAO-AJUSTE) still posts there.
      ******************************************************************
       01  FEC-REGISTRO.
           05  FEC-PERIODO         PIC 9(06).
           05  FEC-DATA            PIC 9(08).
           05  FEC-OPERADOR        PIC X(10).
           05  FEC-QTDE-LANCAMENTOS PIC 9(06).
           05  FEC-TOTAL-DEBITOS   PIC 9(12)V99.
           05  FEC-TOTAL-CREDITOS  PIC 9(12)V99.
