      * contract is opened (Price table: fixed installment, interest
      * on the outstanding balance, remainder amortizes principal).
      * PAR-SITUACAO: "A" aberta, "E" emitida para cobranca no
      * LOTETRANS.DAT por BANCO-COBRANCA-MENSAL, "P" paga, "R"
      * renegociada - rolled into a new contract by the renegotiation
      * of BANCO-EMPRESTIMO, no longer collected.
      * PAR-ENCARGOS carries the multa and daily mora accrued by
      * BANCO-COBRANCA-MENSAL on an installment past PAR-VENCIMENTO
      * (recomputed at each run); the emission debits PAR-VALOR plus
      * PAR-ENCARGOS, so the late interest stops being lost.
      * PAR-DATA-PAGAMENTO and PAR-ORIGEM-PAGAMENTO say when and by
      * whom a "P" installment was paid: "F" deducted by the folha
      * of CPD-FOLHA-PAGAMENTO (dated the folha run, so its period
      * is the folha's), "R" by CPD-RESCISAO, "B" baixa at the bank
      * by BANCO-EMPRESTIMO.  Zero/space while the installment is
      * not paid.
      ******************************************************************
       01  PAR-REGISTRO.
           05  PAR-CHAVE.
               88  PAR-ABERTA          VALUE "A".
               88  PAR-EMITIDA         VALUE "E".
               88  PAR-PAGA            VALUE "P".
               88  PAR-RENEGOCIADA     VALUE "R".
           05  PAR-ENCARGOS        PIC 9(08)V99.
           05  PAR-DATA-PAGAMENTO  PIC 9(08).
           05  FILLER REDEFINES PAR-DATA-PAGAMENTO.
               10  PAR-PERIODO-PAGAMENTO PIC 9(06).
               10  FILLER          PIC 9(02).
           05  PAR-ORIGEM-PAGAMENTO PIC X(01).
               88  PAR-PAGA-PELA-FOLHA VALUE "F".
               88  PAR-PAGA-NA-RESCISAO VALUE "R".
               88  PAR-PAGA-NO-BANCO   VALUE "B".
