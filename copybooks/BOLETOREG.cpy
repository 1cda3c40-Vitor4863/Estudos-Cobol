      ******************************************************************
      * BOLETOREG.CPY
      * One record per boleto issued for a receivable (BOLETOS.DAT),
      * keyed by the nosso numero that GESTAO-TITULOS assigns in
      * sequence at the emitir boletos option; the titulo points
      * back at it in TIT-NOSSO-NUMERO.  The boleto carries the open
      * balance of the titulo on issue, its due date, the company
      * account (one of TESCONTAS.DAT) the collection is credited
      * to, the late-payment terms (multa percentage once, juros
      * percentage a month pro rata die, 30/360) and the barcode
      * and digitable line built by BANCO-CODIGO-BOLETO
      * (BOLETOLNK.cpy).
      * BANCO-RETORNO-COBRANCA settles it from the bank's collection
      * return: BOL-VALOR-RECEBIDO accumulates the principal paid,
      * BOL-ENCARGOS-RECEBIDOS the multa and juros paid on top of
      * it, and the boleto turns "L" liquidado when the principal
      * is paid in full.  A partial payment leaves it "E" emitido
      * with the remaining balance open.
      ******************************************************************
       01  BOL-REGISTRO.
           05  BOL-NOSSO-NUMERO    PIC 9(11).
           05  BOL-TITULO          PIC 9(06).
           05  BOL-CONTA-CREDITO   PIC 9(05).
           05  BOL-EMISSAO         PIC 9(08).
           05  BOL-VENCIMENTO      PIC 9(08).
           05  BOL-VALOR           PIC 9(10)V99.
           05  BOL-MULTA-PCT       PIC 9(02)V99.
           05  BOL-JUROS-MES-PCT   PIC 9(02)V99.
           05  BOL-CODIGO-BARRAS   PIC X(44).
           05  BOL-LINHA-DIGITAVEL PIC X(47).
           05  BOL-SITUACAO        PIC X(01).
               88  BOL-EMITIDO         VALUE "E".
               88  BOL-LIQUIDADO       VALUE "L".
           05  BOL-VALOR-RECEBIDO  PIC 9(10)V99.
           05  BOL-ENCARGOS-RECEBIDOS PIC 9(10)V99.
           05  BOL-DATA-PAGAMENTO  PIC 9(08).
