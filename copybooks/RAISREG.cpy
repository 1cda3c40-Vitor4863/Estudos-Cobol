      ******************************************************************
      * RAISREG.CPY
      * Fixed-layout 200-column records of the annual employee
      * declaration file (DD_RAIS) written by CPD-DECLARACAO-ANUAL for
      * the base year: one header with the employer's CNPJ and name,
      * one detail per employee who worked in the year - admission
      * and termination dates, the gross pay of each month from
      * FOLHAREG.DAT (periodos AAAA01..AAAA12), the 13o salario
      * (periodo AAAA13) and the ferias paid in the year from
      * FERIAS.DAT (valor + 1/3) - and one trailer with the employee
      * count and the totals of each amount, so the receiving agency
      * can prove the file before loading it.
      * RAS-D-DESLIGAMENTO is zero for whoever was still employed at
      * the end of the year.
      ******************************************************************
       01  RAS-HEADER.
           05  RAS-H-TIPO          PIC X(01).
           05  RAS-H-ANO-BASE      PIC 9(04).
           05  RAS-H-CNPJ          PIC 9(14).
           05  RAS-H-EMPREGADOR    PIC X(30).
           05  RAS-H-DATA-GERACAO  PIC 9(08).
           05  FILLER              PIC X(143).

       01  RAS-DETALHE.
           05  RAS-D-TIPO          PIC X(01).
           05  RAS-D-EMPLOYEE-ID   PIC 9(05).
           05  RAS-D-CPF           PIC 9(11).
           05  RAS-D-NOME          PIC X(20).
           05  RAS-D-ADMISSAO      PIC 9(08).
           05  RAS-D-DESLIGAMENTO  PIC 9(08).
           05  RAS-D-REMUNERACAO   PIC 9(06)V99 OCCURS 12 TIMES.
           05  RAS-D-DECIMO        PIC 9(06)V99.
           05  RAS-D-FERIAS        PIC 9(08)V99.
           05  FILLER              PIC X(33).

       01  RAS-TRAILER.
           05  RAS-T-TIPO          PIC X(01).
           05  RAS-T-QTDE          PIC 9(06).
           05  RAS-T-TOTAL-REMUN   PIC 9(13)V99.
           05  RAS-T-TOTAL-DECIMO  PIC 9(13)V99.
           05  RAS-T-TOTAL-FERIAS  PIC 9(13)V99.
           05  FILLER              PIC X(148).
