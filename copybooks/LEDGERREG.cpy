      * by SISTEMA-GESTAO-FINANCEIRA. Keyed by LED-PERIODO (YYYYMM)
      * so each run's figures persist and VALOR-ANTERIOR can be read
      * back automatically from the prior period's LED-SALDO.
      * LED-VALOR-ATUAL is the cash position keyed at the gestao
      * close; LED-RECEITA, LED-TOTAL-DESPESA and LED-SALDO are a
      * summary re-derived from the journal DIARIO.DAT by
      * GESTAO-LANCAMENTO on every posting into the period.
      ******************************************************************
       01  LED-REGISTRO.
           05  LED-PERIODO         PIC 9(06).
