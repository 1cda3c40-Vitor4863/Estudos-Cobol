      ******************************************************************
      * FORNECREG.CPY
      * One record per supplier (FORNECEDORES.DAT), keyed by
      * FOR-CODIGO and maintained at the fornecedores option of
      * GESTAO-TITULOS.  FOR-DOCUMENTO holds the CNPJ (14 digits,
      * FOR-TIPO-PESSOA "J") or the CPF right-aligned (11 digits,
      * "F"), accepted only when its check digits prove out.  The
      * destination bank/agencia/conta is where the payment run
      * GESTAO-PAGAMENTOS sends each payable of the supplier through
      * the interbank remittance.  An inactive supplier (FOR-ATIVO
      * "N") keeps its titulos but is left out of new ones and of
      * the payment run.
      ******************************************************************
       01  FOR-REGISTRO.
           05  FOR-CODIGO          PIC 9(05).
           05  FOR-TIPO-PESSOA     PIC X(01).
               88  FOR-PESSOA-FISICA   VALUE "F".
               88  FOR-PESSOA-JURIDICA VALUE "J".
           05  FOR-DOCUMENTO       PIC 9(14).
           05  FOR-NOME            PIC X(30).
           05  FOR-BANCO           PIC 9(03).
           05  FOR-AGENCIA         PIC 9(04).
           05  FOR-CONTA           PIC 9(10).
           05  FOR-ATIVO           PIC X(01).
               88  FOR-ATIVADO         VALUE "S".
