      ******************************************************************
      * DIARIOREG.CPY
      * Journal of SISTEMA-GESTAO-FINANCEIRA (DIARIO.DAT), written
      * only through GESTAO-LANCAMENTO (LANCLNK.cpy).  One record
      * per partida: a lancamento is the set of partidas sharing
      * DIA-PERIODO (AAAAMM) and DIA-LANCAMENTO, numbered from 1 in
      * each period, whose debits (DIA-NATUREZA "D") equal its
      * credits ("C").  DIA-CONTA is a PLANOCTA.cpy account;
      * DIA-ORIGEM the PROGRAM-ID that posted it, DIA-OPERADOR the
      * operator (or the batch job's stamp) and DIA-HISTORICO the
      * history text of the lancamento.
      ******************************************************************
       01  DIA-REGISTRO.
           05  DIA-CHAVE.
               10  DIA-PERIODO     PIC 9(06).
               10  DIA-LANCAMENTO  PIC 9(06).
               10  DIA-PARTIDA     PIC 9(02).
           05  DIA-DATA            PIC 9(08).
           05  DIA-NATUREZA        PIC X(01).
               88  DIA-DEBITO              VALUE "D".
               88  DIA-CREDITO             VALUE "C".
           05  DIA-CONTA           PIC 9(04).
           05  DIA-VALOR           PIC 9(10)V99.
           05  DIA-ORIGEM          PIC X(30).
           05  DIA-OPERADOR        PIC X(10).
           05  DIA-HISTORICO       PIC X(40).
