      * re-crediting rejects.
      * EXT-SITUACAO: "C" capturado, "E" enviado na remessa,
      * "L" liquidado pelo retorno, "R" rejeitado e re-creditado.
      * EXT-TITULO is the payable (TITULOS.DAT) an order of the
      * payment run GESTAO-PAGAMENTOS pays, so the return can settle
      * or reopen it; zero on orders captured at the teller.
      ******************************************************************
       01  EXT-REGISTRO.
           05  EXT-NUMERO          PIC 9(05).
               88  EXT-LIQUIDADO       VALUE "L".
               88  EXT-REJEITADO       VALUE "R".
           05  EXT-DATA-RETORNO    PIC 9(08).
           05  EXT-TITULO          PIC 9(06).
