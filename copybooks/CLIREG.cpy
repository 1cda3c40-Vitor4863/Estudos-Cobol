      * each CTA-REGISTRO carries the owning CLI-ID in
      * CTA-CLIENTE-ID, so the fechamento desk can reach the account
      * holder without hunting through paper.
      * CLI-CPF must carry valid check digits (BANCO-VALIDA-CPF) and
      * be unique among active customers.
      * CLI-SITUACAO: spaces active, "I" incorporado - a duplicate
      * cadastro whose accounts were moved to CLI-ID-SUCESSOR.  The
      * record is kept so old references still resolve; it accepts
      * no new accounts.  Customers recorded before the field
      * existed carry spaces and are treated as active.
      ******************************************************************
       01  CLI-REGISTRO.
           05  CLI-ID              PIC 9(05).
           05  CLI-CIDADE          PIC X(20).
           05  CLI-UF              PIC X(02).
           05  CLI-TELEFONE        PIC X(15).
           05  CLI-SITUACAO        PIC X(01).
               88  CLI-INCORPORADO     VALUE "I".
           05  CLI-ID-SUCESSOR     PIC 9(05).
