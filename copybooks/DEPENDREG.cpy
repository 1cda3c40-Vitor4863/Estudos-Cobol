      ******************************************************************
      * DEPENDREG.CPY
      * Employee dependents (DEPENDENTES.DAT), keyed by Employee-Id
      * + sequence and maintained by CPD-DEPENDENTES.
      * DEP-PARENTESCO: "F" filho(a), "E" enteado(a), "C" conjuge
      * ou companheiro(a), "P" pai ou mae, "O" outro.
      * DEP-IRRF "S" counts the dependent for the IRRF deduction
      * (TBI-DEDUCAO-DEPENDENTE per dependent); DEP-SALFAM "S" makes
      * a filho/enteado eligible for the salario-familia quota.
      * Ages are taken on the folha date from DEP-NASCIMENTO, so a
      * filho/enteado who reaches TBI-DEP-IRRF-IDADE or
      * TBI-SALFAM-IDADE drops off without anyone editing the file;
      * the other relationships have no age limit for the IRRF.
      ******************************************************************
       01  DEP-REGISTRO.
           05  DEP-CHAVE.
               10  DEP-EMPLOYEE-ID PIC 9(05).
               10  DEP-SEQ         PIC 9(02).
           05  DEP-NOME            PIC X(30).
           05  DEP-NASCIMENTO      PIC 9(08).
           05  DEP-PARENTESCO      PIC X(01).
               88  DEP-FILHO           VALUE "F" "E".
               88  DEP-PARENTESCO-VALIDO
                                       VALUE "F" "E" "C" "P" "O".
           05  DEP-IRRF            PIC X(01).
               88  DEP-CONTA-IRRF      VALUE "S".
           05  DEP-SALFAM          PIC X(01).
               88  DEP-CONTA-SALFAM    VALUE "S".
