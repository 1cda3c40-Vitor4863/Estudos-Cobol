      ******************************************************************
      * COBRETREG.CPY
      * Fixed-layout 80-column records of the collection return
      * (boletos paid), read by BANCO-RETORNO-COBRANCA from the
      * clearinghouse file (DD_COBRETOR).  Same framing as TEDREG.cpy:
      * one header, one detail per boleto paid, one trailer with the
      * record count and the value hash total; a file whose trailer
      * does not tie is refused whole and nothing posts.
      * CBR-D-VALOR-PAGO is what the payer actually paid, multa and
      * juros included on a late payment, and may fall short of the
      * boleto on a partial payment.  CBR-D-DATA-PAGAMENTO is the
      * day the payer paid, which decides whether the payment was
      * late; the money is credited on the processing date.
      ******************************************************************
       01  CBR-HEADER.
           05  CBR-H-TIPO          PIC X(01).
           05  CBR-H-DATA          PIC 9(08).
           05  CBR-H-ORIGEM        PIC X(10).
           05  CBR-H-SEQUENCIA     PIC 9(06).
           05  FILLER              PIC X(55).

       01  CBR-DETALHE.
           05  CBR-D-TIPO          PIC X(01).
           05  CBR-D-NOSSO-NUMERO  PIC 9(11).
           05  CBR-D-DATA-PAGAMENTO PIC 9(08).
           05  CBR-D-VALOR-PAGO    PIC 9(10)V99.
           05  CBR-D-BANCO-PAGADOR PIC 9(03).
           05  CBR-D-AGENCIA-PAGADORA PIC 9(04).
           05  CBR-D-PAGADOR       PIC X(25).
           05  FILLER              PIC X(16).

       01  CBR-TRAILER.
           05  CBR-T-TIPO          PIC X(01).
           05  CBR-T-QTDE          PIC 9(06).
           05  CBR-T-VALOR-TOTAL   PIC 9(13)V99.
           05  FILLER              PIC X(58).
