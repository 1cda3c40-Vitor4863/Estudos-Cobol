      ******************************************************************
      * LANCLNK.CPY
      * Parameter block of the CALLable GESTAO-LANCAMENTO, the only
      * writer of the journal DIARIO.DAT (DIARIOREG.cpy).
      * LNC-FUNCAO "L" posts a lancamento: the caller fills the
      * period, the date (zero takes today), its PROGRAM-ID in
      * LNC-ORIGEM, the operator, the history text and from two to
      * nine partidas (natureza D/C, PLANOCTA.cpy account, value
      * greater than zero); the service checks that debits equal
      * credits, writes it under the next LNC-LANCAMENTO of the
      * period and re-derives the period's LEDGER.DAT summary.
      * "A" is the same posting allowed into a closed period
      * (CTBFECHA.cpy), reserved to the controlled adjustment.
      * "S" returns in LNC-SALDO-CONTA the period's net movement
      * (debits minus credits) of the account in LNC-CONTA (1).
      * LNC-RETORNO: 0 done, 4 period closed, 8 partidas missing,
      * invalid or not balanced, 12 account not in the chart.
      ******************************************************************
       01  LNC-PARAMETROS.
           05  LNC-FUNCAO          PIC X(01).
               88  LNC-LANCAR              VALUE "L".
               88  LNC-AJUSTAR             VALUE "A".
               88  LNC-CONSULTAR           VALUE "S".
           05  LNC-PERIODO         PIC 9(06).
           05  LNC-DATA            PIC 9(08).
           05  LNC-ORIGEM          PIC X(30).
           05  LNC-OPERADOR        PIC X(10).
           05  LNC-HISTORICO       PIC X(40).
           05  LNC-QTDE-PARTIDAS   PIC 9(02).
           05  LNC-PARTIDA OCCURS 9 TIMES.
               10  LNC-NATUREZA    PIC X(01).
               10  LNC-CONTA       PIC 9(04).
               10  LNC-VALOR       PIC 9(10)V99.
           05  LNC-SALDO-CONTA     PIC S9(10)V99.
           05  LNC-LANCAMENTO      PIC 9(06).
           05  LNC-RETORNO         PIC 9(02).
               88  LNC-OK                  VALUE 0.
               88  LNC-PERIODO-FECHADO     VALUE 4.
               88  LNC-PARTIDAS-INVALIDAS  VALUE 8.
               88  LNC-CONTA-INEXISTENTE   VALUE 12.
