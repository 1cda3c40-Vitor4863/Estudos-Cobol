      ******************************************************************
      * CUSTOTREG.CPY
      * Full cost per period and department (CUSTOTOT.DAT), written by
      * the monthly allocation run GESTAO-RATEIO: the direct payroll
      * cost from CUSTODEP.DAT plus the share of each DESPCATG expense
      * category allocated to the department under its RATEIO.DAT
      * rule.  CTT-RATEADO follows the order of the DESPCATG table.
      * A rerun for the same period replaces the period's records.
      ******************************************************************
       01  CTT-REGISTRO.
           05  CTT-CHAVE.
               10  CTT-PERIODO     PIC 9(06).
               10  CTT-DEPARTAMENTO PIC X(15).
           05  CTT-QUADRO          PIC 9(05).
           05  CTT-FOLHA           PIC 9(10)V99.
           05  CTT-RATEIO OCCURS 5 TIMES.
               10  CTT-CATEGORIA   PIC X(15).
               10  CTT-RATEADO     PIC 9(10)V99.
           05  CTT-TOTAL-RATEADO   PIC 9(10)V99.
           05  CTT-CUSTO-TOTAL     PIC 9(10)V99.
