      ******************************************************************
      * RATEIOREG.CPY
      * Overhead allocation rule per expense category (RATEIO.DAT),
      * keyed by the DESPCATG category name and maintained at the
      * start of GESTAO-RATEIO.  RAT-DIRECIONADOR says what splits the
      * period's DESPHIST amount of the category among departments:
      *   "Q" quadro - headcount in force in the period, from
      *       EMPREGADOS.DAT
      *   "F" folha  - the period's payroll cost per department,
      *       from CUSTODEP.DAT
      *   "P" percentual - the fixed percentages below, one per
      *       department, adding up to 100.00
      *   "N" nao ratear - the category stays with the company and
      *       is shown apart
      * RAT-QTDE-DEPTOS and the RAT-DEPTO table are only used by "P".
      ******************************************************************
       01  RAT-REGISTRO.
           05  RAT-CATEGORIA       PIC X(15).
           05  RAT-DIRECIONADOR    PIC X(01).
               88  RAT-POR-QUADRO      VALUE "Q".
               88  RAT-POR-FOLHA       VALUE "F".
               88  RAT-POR-PERCENTUAL  VALUE "P".
               88  RAT-NAO-RATEAR      VALUE "N".
           05  RAT-QTDE-DEPTOS     PIC 9(02).
           05  RAT-DEPTO OCCURS 10 TIMES.
               10  RAT-DEPTO-NOME  PIC X(15).
               10  RAT-PERCENTUAL  PIC 9(03)V99.
