      ******************************************************************
      * INCTVREG.CPY
      * Wellness incentive awards (INCENTIVOS.DAT), one record per
      * folha period and employee, written by the quarterly run of
      * CPD-INCENTIVO.  ITV-PERIODO is the folha that pays the
      * bonus - the month of the run, or the next one when that
      * month's folha has already been recorded in FOLHAREG.DAT.
      * 3000-CALCULAR-LIQUIDO in CPD-FOLHA-PAGAMENTO adds ITV-VALOR
      * to the taxable gross, so it reaches INSS, IRRF, FGTS and the
      * department cost in CUSTODEP.DAT.  Only points are kept, never
      * the health data behind them.  ITV-TRIMESTRE (AAAAT) is the
      * quarter evaluated; a second run for a quarter already
      * awarded is refused.
      ******************************************************************
       01  ITV-REGISTRO.
           05  ITV-CHAVE.
               10  ITV-PERIODO         PIC 9(06).
               10  ITV-EMPLOYEE-ID     PIC 9(05).
           05  ITV-TRIMESTRE           PIC 9(05).
           05  ITV-PONTOS              PIC 9(03).
           05  ITV-VALOR               PIC 9(05)V99.
           05  ITV-DATA                PIC 9(08).
           05  ITV-OPERADOR            PIC X(10).
