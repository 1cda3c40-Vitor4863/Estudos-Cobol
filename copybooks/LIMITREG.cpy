      ******************************************************************
      * LIMITREG.CPY
      * Daily outgoing-money ceilings (LIMITES.DAT), keyed by the
      * kind of record + code, and maintained by BANCO-LIMITES.
      * LIM-TIPO-CHAVE "C": ceilings of one account (LIM-CODIGO is
      * the CTA-CONTA); "P": default ceilings of a fee package
      * (LIM-CODIGO is the CTA-PACOTE; package 0 is the default for
      * accounts with no package).  An account record, when present,
      * overrides its package.
      * One ceiling per modality, summed over the business day from
      * TRANSACOES.DAT by BANCO-LIMITE-DIARIO: saque (TRN-TIPO "R"),
      * transferencia ("T"), pagamento externo ("P") and cheque
      * ("Q").  A zero ceiling means no daily limit for that
      * modality, so a missing file changes nothing.
      * LIM-EXC-*: ceilings raised by the gerente for the single
      * business day LIM-EXC-DATA (account records only); zero
      * keeps the normal ceiling of that modality on that day.
      ******************************************************************
       01  LIM-REGISTRO.
           05  LIM-CHAVE.
               10  LIM-TIPO-CHAVE  PIC X(01).
                   88  LIM-DA-CONTA        VALUE "C".
                   88  LIM-DO-PACOTE       VALUE "P".
               10  LIM-CODIGO      PIC 9(05).
           05  LIM-SAQUE-DIA       PIC 9(10)V99.
           05  LIM-TRANSF-DIA      PIC 9(10)V99.
           05  LIM-EXTERNO-DIA     PIC 9(10)V99.
           05  LIM-CHEQUE-DIA      PIC 9(10)V99.
           05  LIM-EXC-DATA        PIC 9(08).
           05  LIM-EXC-SAQUE       PIC 9(10)V99.
           05  LIM-EXC-TRANSF      PIC 9(10)V99.
           05  LIM-EXC-EXTERNO     PIC 9(10)V99.
           05  LIM-EXC-CHEQUE      PIC 9(10)V99.
           05  LIM-EXC-OPERADOR    PIC X(10).
