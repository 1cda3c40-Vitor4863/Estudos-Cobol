      ******************************************************************
      * ADTOREG.CPY
      * Mid-month salary advance register (ADIANTAMENTOS.DAT), one
      * record per period and employee, written by CPD-ADIANTAMENTO
      * when the advance is credited through EMPCONTA.DAT into
      * LOTETRANS.DAT.  ADT-FALTAS are the faltas already on
      * PONTO.DAT for the month on the day of the run (tipos "F",
      * "S" and "V", as the monthly closing counts them), taken off
      * the salary before the percentage is applied.
      * 3000-CALCULAR-LIQUIDO in CPD-FOLHA-PAGAMENTO reads the
      * period's record and discounts ADT-VALOR from the month-end
      * credit.  Any record for a period means that period's
      * advance already ran, and a rerun is refused.
      ******************************************************************
       01  ADT-REGISTRO.
           05  ADT-CHAVE.
               10  ADT-PERIODO         PIC 9(06).
               10  ADT-EMPLOYEE-ID     PIC 9(05).
           05  ADT-DATA                PIC 9(08).
           05  ADT-PERCENTUAL          PIC 9(03)V99.
           05  ADT-FALTAS              PIC 9(02).
           05  ADT-VALOR               PIC 9(06)V99.
           05  ADT-CONTA               PIC 9(05).
           05  ADT-OPERADOR            PIC X(10).
