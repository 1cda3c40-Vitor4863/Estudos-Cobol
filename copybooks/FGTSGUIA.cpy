      ******************************************************************
      * FGTSGUIA.CPY
      * Fixed-layout 80-column records of the monthly FGTS
      * collection file (DD_FGTSGUIA) written by CPD-FGTS-MENSAL for
      * the bank that collects the deposits: one header with the
      * competencia, one detail per employee with the period's base
      * and deposit (all origins summed), and one trailer with the
      * employee count and the base and deposit totals, so the
      * collecting bank can prove the file before it debits.
      ******************************************************************
       01  FGG-HEADER.
           05  FGG-H-TIPO          PIC X(01).
           05  FGG-H-PERIODO       PIC 9(06).
           05  FGG-H-DATA-GERACAO  PIC 9(08).
           05  FGG-H-EMPREGADOR    PIC X(30).
           05  FILLER              PIC X(35).

       01  FGG-DETALHE.
           05  FGG-D-TIPO          PIC X(01).
           05  FGG-D-EMPLOYEE-ID   PIC 9(05).
           05  FGG-D-NOME          PIC X(20).
           05  FGG-D-DEPARTAMENTO  PIC X(15).
           05  FGG-D-BASE          PIC 9(10)V99.
           05  FGG-D-DEPOSITO      PIC 9(08)V99.
           05  FILLER              PIC X(17).

       01  FGG-TRAILER.
           05  FGG-T-TIPO          PIC X(01).
           05  FGG-T-QTDE          PIC 9(06).
           05  FGG-T-TOTAL-BASE    PIC 9(13)V99.
           05  FGG-T-TOTAL-DEPOSITO PIC 9(13)V99.
           05  FILLER              PIC X(43).
