      * CPD-RESCISAO, kept for history).  Records written before the
      * field existed carry spaces and are treated as active;
      * admission/termination dates are zero when unknown.
      * Employee-Cargo is the job position on CARGOS.DAT
      * (CARGOREG.cpy); Employee-Faixa-Situacao is "P" while a salary
      * outside the cargo's band awaits HR approval and "A" once HR
      * has approved it.  Records written before these fields
      * existed carry spaces: no cargo, so no band to check.
      * Employee-Cpf is the employee's CPF, check digits verified by
      * BANCO-VALIDA-CPF when keyed; records written before it
      * existed carry spaces (or zero) until the next update and are
      * listed as missing by the annual declaration's validation.
      ******************************************************************
       01  Employee-Record.
           05  Employee-Id             PIC 9(05).
           05  Employee-Termination-Date PIC 9(08).
           05  Employee-Status         PIC X(01).
               88  Employee-Terminated     VALUE "D".
           05  Employee-Cargo          PIC X(05).
           05  Employee-Faixa-Situacao PIC X(01).
               88  Employee-Faixa-Pendente VALUE "P".
               88  Employee-Faixa-Aprovada VALUE "A".
           05  Employee-Cpf            PIC 9(11).
