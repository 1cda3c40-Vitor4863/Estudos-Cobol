      ******************************************************************
      * LOGSAUDE.CPY
      * One line per read of an identified patient's health data
      * (LOGSAUDE.DAT, line sequential, appended by the CALLable
      * NUTRI-ACESSO only): when, who, through which program and
      * which Employee-Id.  LSA-OPERADOR is the user signed on at
      * MENU-PRINCIPAL; a program run outside the menu (batch side)
      * records "LOTE".  NUTRI-PRIVACIDADE answers "who looked at
      * patient X" from it, and OPERACAO-EXPURGO moves old lines to
      * the ARQSAUDE archive with the same cutoff as LOGACESSO.DAT.
      ******************************************************************
       01  LSA-REGISTRO.
           05  LSA-DATA            PIC 9(08).
           05  LSA-HORA            PIC 9(06).
           05  LSA-OPERADOR        PIC X(10).
           05  LSA-PROGRAMA        PIC X(30).
           05  LSA-EMPLOYEE-ID     PIC 9(05).
