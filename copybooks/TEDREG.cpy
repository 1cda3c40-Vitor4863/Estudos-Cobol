      ******************************************************************
      * TEDREG.CPY
      * Fixed-layout 80-column records of the inbound interbank
      * credit interchange (TED and DOC received from other banks),
      * read by BANCO-TED-RECEBIDO from the clearinghouse file
      * (DD_TEDRECEB).  Same framing as REMESREG.cpy: one header,
      * one detail per credit, one trailer with the record count and
      * the value hash total; a file whose trailer does not tie is
      * refused whole and nothing posts.
      * TED-D-MODALIDADE: "T" TED, "D" DOC.  TED-D-CONTA is our
      * account to be credited and TED-D-CPF the beneficiary's CPF,
      * which must belong to a holder of that account.
      * The same layout goes back to the originating banks as the
      * devolucao file (DD_TEDDEVOL), one detail per credit that
      * could not be posted, with TED-D-MOTIVO filled in:
      *   01 conta inexistente
      *   02 conta encerrada
      *   03 conta bloqueada
      *   04 CPF nao confere com o titular da conta
      * TED-D-MOTIVO is spaces on the inbound file.
      ******************************************************************
       01  TED-HEADER.
           05  TED-H-TIPO          PIC X(01).
           05  TED-H-DATA          PIC 9(08).
           05  TED-H-ORIGEM        PIC X(10).
           05  TED-H-SEQUENCIA     PIC 9(06).
           05  FILLER              PIC X(55).

       01  TED-DETALHE.
           05  TED-D-TIPO          PIC X(01).
           05  TED-D-NUMERO        PIC 9(06).
           05  TED-D-MODALIDADE    PIC X(01).
               88  TED-D-TED           VALUE "T".
               88  TED-D-DOC           VALUE "D".
           05  TED-D-BANCO-ORIGEM  PIC 9(03).
           05  TED-D-AGENCIA-ORIGEM PIC 9(04).
           05  TED-D-CONTA-ORIGEM  PIC 9(10).
           05  TED-D-CONTA         PIC 9(05).
           05  TED-D-CPF           PIC 9(11).
           05  TED-D-VALOR         PIC 9(10)V99.
           05  TED-D-REMETENTE     PIC X(25).
           05  TED-D-MOTIVO        PIC X(02).

       01  TED-TRAILER.
           05  TED-T-TIPO          PIC X(01).
           05  TED-T-QTDE          PIC 9(06).
           05  TED-T-VALOR-TOTAL   PIC 9(13)V99.
           05  FILLER              PIC X(58).
