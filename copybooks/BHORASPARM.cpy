      ******************************************************************
      * BHORASPARM.CPY
      * Hour-bank regime (BHORASPARM.DAT), maintained by
      * CPD-BANCO-HORAS.  One record per department (BHR-TIPO "D",
      * BHR-CODIGO the Employee-Department name) or per employee
      * (BHR-TIPO "F", BHR-EMPLOYEE-ID in the first five positions
      * of the code); the employee record prevails over the one of
      * the employee's department.  BHR-REGIME "B" banks the hours
      * beyond the daily jornada (banco de horas) instead of paying
      * them as horas extras; "P" pays them (use it on an employee
      * to keep the employee out of the department's hour bank).
      * With no record the overtime is paid, as before the hour bank
      * existed.
      * BHR-DATA-ACORDO is the date the agreement was signed.
      ******************************************************************
       01  BHR-REGISTRO.
           05  BHR-CHAVE.
               10  BHR-TIPO            PIC X(01).
                   88  BHR-DEPARTAMENTO    VALUE "D".
                   88  BHR-FUNCIONARIO     VALUE "F".
               10  BHR-CODIGO          PIC X(15).
               10  BHR-CODIGO-FUNC REDEFINES BHR-CODIGO.
                   15  BHR-EMPLOYEE-ID PIC 9(05).
                   15  FILLER          PIC X(10).
           05  BHR-REGIME              PIC X(01).
               88  BHR-BANCO-HORAS         VALUE "B".
               88  BHR-PAGA-EXTRAS         VALUE "P".
           05  BHR-DATA-ACORDO         PIC 9(08).
