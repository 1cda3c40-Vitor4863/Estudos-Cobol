      * skipping templates whose titulo for the month is already
      * present (same descricao, vencimento no mes).
      * TMO-ATIVO: "S" generates; anything else is dormant but kept.
      * TMO-FORNECEDOR is the supplier (FORNECREG.cpy) a payable
      * template hands on to the titulos it generates.
      ******************************************************************
       01  TMO-REGISTRO.
           05  TMO-CODIGO          PIC 9(03).
           05  TMO-DIA             PIC 9(02).
           05  TMO-ATIVO           PIC X(01).
               88  TMO-ATIVADO         VALUE "S".
           05  TMO-FORNECEDOR      PIC 9(05).
