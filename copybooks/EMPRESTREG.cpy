      * Written by BANCO-EMPRESTIMO when the contract is opened; the
      * full amortization schedule lives in PARCELAS.DAT (see
      * PARCREG.cpy).
      * EMP-SITUACAO: "A" ativo, "Q" quitado, "R" renegociado - the
      * open debt was rolled into a new contract, whose
      * EMP-CONTRATO-ORIGEM points back to this one.  On a contract
      * opened by renegotiation EMP-SALDO-ORIGEM is the face value of
      * the unpaid parcelas (with encargos) it replaced,
      * EMP-VALOR-PERDOADO what the bank gave up (unexpired interest
      * plus the agreed discount), and EMP-CARENCIA the months of
      * grace before the first parcela, whose interest is
      * capitalized into EMP-VALOR.  All four are zero on an
      * ordinary contract.
      * EMP-RATING (AA to H) and EMP-PROVISAO are the risk rating and
      * loan-loss provision (PDD) given to the contract by the last
      * BANCO-PDD-MENSAL run; blank/zero until the first run, and
      * zeroed again when a quitado or renegociado contract has its
      * provision released.
      * EMP-MODALIDADE "C" marks an emprestimo consignado: the
      * borrower is employee EMP-EMPLOYEE-ID and the parcelas are
      * deducted by CPD-FOLHA-PAGAMENTO (and, on a rescisao, by
      * CPD-RESCISAO) instead of being emitted by
      * BANCO-COBRANCA-MENSAL.  Any other value (contracts written
      * before the field existed carry spaces) is an ordinary loan
      * collected from the account, and EMP-EMPLOYEE-ID is zero.
      ******************************************************************
       01  EMP-REGISTRO.
           05  EMP-NUMERO          PIC 9(06).
           05  EMP-SITUACAO        PIC X(01).
               88  EMP-ATIVO           VALUE "A".
               88  EMP-QUITADO         VALUE "Q".
               88  EMP-RENEGOCIADO     VALUE "R".
           05  EMP-CONTRATO-ORIGEM PIC 9(06).
           05  EMP-CARENCIA        PIC 9(02).
           05  EMP-SALDO-ORIGEM    PIC 9(08)V99.
           05  EMP-VALOR-PERDOADO  PIC 9(08)V99.
           05  EMP-RATING          PIC X(02).
           05  EMP-PROVISAO        PIC 9(08)V99.
           05  EMP-MODALIDADE      PIC X(01).
               88  EMP-CONSIGNADO      VALUE "C".
           05  EMP-EMPLOYEE-ID     PIC 9(05).
