      ******************************************************************
      * LIMRECUS.CPY
      * One entry per debit refused for exceeding a daily ceiling of
      * LIMITES.DAT, appended to LIMRECUSA.DAT by BANCO-LIMITE-DIARIO:
      * the account, the modality (TRN-TIPO code R/T/P/Q), the value
      * attempted, what had already been used that day, the ceiling
      * in force and who tried - the teller's USR-ID, or the job name
      * when the refusal came from a batch edit.
      ******************************************************************
       01  LRC-REGISTRO.
           05  LRC-DATA            PIC 9(08).
           05  LRC-HORA            PIC 9(06).
           05  LRC-CONTA           PIC 9(05).
           05  LRC-MODALIDADE      PIC X(01).
           05  LRC-VALOR           PIC 9(10)V99.
           05  LRC-USADO           PIC 9(10)V99.
           05  LRC-LIMITE          PIC 9(10)V99.
           05  LRC-OPERADOR        PIC X(10).
