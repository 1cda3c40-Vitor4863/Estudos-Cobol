      ******************************************************************
      * TITPAGREG.CPY
      * One record per payment against a titulo (TITPAG.DAT), keyed
      * by titulo + sequencia, written by GESTAO-TITULOS (and by
      * BANCO-RETORNO-COMPENSACAO for payments of the payment run
      * confirmed by the clearinghouse, and by BANCO-RETORNO-COBRANCA
      * for boletos of receivables paid at the bank).  A titulo
      * can be settled in pieces: each payment reduces the open
      * balance (TIT-VALOR minus TIT-VALOR-PAGO) and rolls up into
      * its own liquidation period in DESPCAT.DAT; the titulo only
      * turns "L" when the balance reaches zero.  Writers assign
      * TPG-SEQ starting at 1 and bumping on a duplicate key, like
      * the transaction history does.
      * TPG-VALOR is the principal paid, the part that reduces the
      * balance; TPG-ENCARGOS is the multa and juros received on top
      * of it on a late boleto (zero on every other payment), so
      * TPG-VALOR plus TPG-ENCARGOS is what reached the bank.
      ******************************************************************
       01  TPG-REGISTRO.
           05  TPG-CHAVE.
               10  TPG-SEQ         PIC 9(03).
           05  TPG-DATA            PIC 9(08).
           05  TPG-VALOR           PIC 9(10)V99.
           05  TPG-ENCARGOS        PIC 9(10)V99.
