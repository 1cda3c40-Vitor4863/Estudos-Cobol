      * USR-TROCA-OBRIGATORIA drive expiry and the forced change of
      * the seeded ADMIN password; USR-FALHAS counts consecutive
      * failures until the lockout.
      * USR-NUTRICIONISTA "S" marks a nutritionist of the Nutricao
      * service: only then do Nutricao listings print patient names
      * in full (other profiles get them masked).  Records written
      * before the field existed carry spaces - not a nutritionist.
      ******************************************************************
       01  USR-REGISTRO.
           05  USR-ID                  PIC X(10).
           05  USR-TROCA-OBRIGATORIA   PIC X(01).
               88  TROCA-OBRIGATORIA       VALUE "S".
           05  USR-FALHAS              PIC 9(01).
           05  USR-NUTRICIONISTA       PIC X(01).
               88  USR-E-NUTRICIONISTA     VALUE "S".
