      * TITPAG.DAT (TITPAGREG.cpy): a titulo can be paid in pieces,
      * the open balance is TIT-VALOR minus TIT-VALOR-PAGO, and the
      * titulo only turns "L" when the balance reaches zero.
      * A payable names its supplier in TIT-FORNECEDOR (FORNECREG.cpy,
      * zero on receivables).  The payment run GESTAO-PAGAMENTOS
      * sends the open balance to the supplier's bank as an external
      * payment, recording its EXTPAG.DAT number in
      * TIT-PAGAMENTO-EXT and turning the titulo "E" em pagamento;
      * BANCO-RETORNO-COMPENSACAO settles it on the clearing
      * confirmation or returns it to "A" on a reject.
      * A receivable collected by boleto carries the boleto's nosso
      * numero in TIT-NOSSO-NUMERO (BOLETOREG.cpy, zero until one is
      * issued); BANCO-RETORNO-COBRANCA settles it from the bank's
      * collection return.
      ******************************************************************
       01  TIT-REGISTRO.
           05  TIT-NUMERO          PIC 9(06).
           05  TIT-SITUACAO        PIC X(01).
               88  TIT-ABERTO          VALUE "A".
               88  TIT-LIQUIDADO       VALUE "L".
               88  TIT-EM-PAGAMENTO    VALUE "E".
           05  TIT-DATA-LIQUIDACAO PIC 9(08).
           05  TIT-VALOR-PAGO      PIC 9(10)V99.
           05  TIT-FORNECEDOR      PIC 9(05).
           05  TIT-PAGAMENTO-EXT   PIC 9(05).
           05  TIT-NOSSO-NUMERO    PIC 9(11).
