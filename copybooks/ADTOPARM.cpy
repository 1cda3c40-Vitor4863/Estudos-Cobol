      ******************************************************************
      * ADTOPARM.CPY
      * Mid-month salary advance parameters (ADIANTPARM.DAT), keyed
      * by Employee-Id and maintained by CPD-ADIANTAMENTO.  The
      * record under Employee-Id 00000 carries the company default
      * percentage; any other record is a per-employee exception.
      * ADP-REGRA "P" pays ADP-PERCENTUAL per cent of the salary
      * (40.00 = 40%); "N" opts the employee out of the advance.
      * With no default record the advance run assumes 40%.
      ******************************************************************
       01  ADP-REGISTRO.
           05  ADP-EMPLOYEE-ID     PIC 9(05).
           05  ADP-REGRA           PIC X(01).
               88  ADP-PERCENTUAL-PROPRIO  VALUE "P".
               88  ADP-SEM-ADIANTAMENTO    VALUE "N".
           05  ADP-PERCENTUAL      PIC 9(03)V99.
