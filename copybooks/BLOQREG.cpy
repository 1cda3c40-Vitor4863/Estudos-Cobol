      ******************************************************************
      * BLOQREG.CPY
      * One record per court-ordered hold (bloqueio judicial) on part
      * of an account balance (BLOQUEIOS.DAT), keyed by conta + the
      * number of the court order, and maintained by BANCO-BLOQUEIOS.
      * Unlike CTA-SITUACAO "B" the account stays active: every debit
      * path treats the amount of the account's active holds as
      * unavailable, i.e. available = CTA-SALDO +
      * CTA-LIMITE-ESPECIAL - holds (summed by BANCO-SALDO-BLOQUEADO).
      * BLQ-SITUACAO: "A" ativo (amount held), "L" liberado by a
      * further court order, "T" transferido - the held amount was
      * moved to the court's deposit account BLQ-CONTA-DEPOSITO as a
      * "T"/"C" transfer pair.  Released and transferred holds stay
      * on file for the legal department; BLQ-DATA-BAIXA and
      * BLQ-OPERADOR-BAIXA are zero/spaces while the hold is active.
      ******************************************************************
       01  BLQ-REGISTRO.
           05  BLQ-CHAVE.
               10  BLQ-CONTA       PIC 9(05).
               10  BLQ-ORDEM       PIC X(15).
           05  BLQ-PROCESSO        PIC X(25).
           05  BLQ-VALOR           PIC 9(10)V99.
           05  BLQ-DATA-ORDEM      PIC 9(08).
           05  BLQ-DATA-INCLUSAO   PIC 9(08).
           05  BLQ-OPERADOR-INCLUSAO PIC X(10).
           05  BLQ-SITUACAO        PIC X(01).
               88  BLQ-ATIVO           VALUE "A".
               88  BLQ-LIBERADO        VALUE "L".
               88  BLQ-TRANSFERIDO     VALUE "T".
           05  BLQ-DATA-BAIXA      PIC 9(08).
           05  BLQ-OPERADOR-BAIXA  PIC X(10).
           05  BLQ-CONTA-DEPOSITO  PIC 9(05).
