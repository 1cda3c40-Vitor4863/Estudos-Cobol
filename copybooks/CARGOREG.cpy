      ******************************************************************
      * CARGOREG.CPY
      * Job position (cargo) master, CARGOS.DAT, keyed by CRG-CODIGO.
      * Maintained by CPD-CARGOS.  CRG-SALARIO-MINIMO and
      * CRG-SALARIO-MAXIMO are the salary band of the cargo: a
      * salary outside it is refused by the CPD maintenance screen
      * and by CPD-ADMISSAO, or saved pending HR approval (see
      * Employee-Faixa-Situacao in EMPREG.cpy).  CRG-NIVEL is the
      * grade of the cargo, shown on the band report.
      ******************************************************************
       01  CRG-REGISTRO.
           05  CRG-CODIGO          PIC X(05).
           05  CRG-TITULO          PIC X(25).
           05  CRG-NIVEL           PIC 9(02).
           05  CRG-SALARIO-MINIMO  PIC 9(06).
           05  CRG-SALARIO-MAXIMO  PIC 9(06).
