      ******************************************************************
      * ALERTREG.CPY
      * One record per suspicious-movement case (ALERTAS.DAT), keyed
      * by ALR-NUMERO.  Opened by the nightly BANCO-MONITOR-PLD and
      * closed by a compliance analyst at the casos PLD option of
      * SISTEMA-BANCO (BANCO-CASOS-PLD).
      * ALR-TIPO: "E" deposito em especie acima do limite, "F"
      * fracionamento (several deposits just under the limit inside
      * the window), "P" passagem rapida (credits leaving again
      * through "T"/"P"/"Q" within 48 hours), "D" movimento em conta
      * dormente.  ALR-DATA-ALERTA is the movement date of the run
      * that opened the case, ALR-DATA-MOVIMENTO the posting that
      * fired it; ALR-VALOR / ALR-QTDE the amount and number of
      * postings involved.
      * ALR-SITUACAO: "A" aberto, "D" descartado, "R" reportado (a
      * comunicacao ao COAF).  ALR-DATA-DECISAO, ALR-ANALISTA (the
      * USR-ID signed on) and ALR-MOTIVO are filled in when the case
      * is closed.
      ******************************************************************
       01  ALR-REGISTRO.
           05  ALR-NUMERO          PIC 9(06).
           05  ALR-CONTA           PIC 9(05).
           05  ALR-TIPO            PIC X(01).
               88  ALR-ESPECIE         VALUE "E".
               88  ALR-FRACIONAMENTO   VALUE "F".
               88  ALR-PASSAGEM        VALUE "P".
               88  ALR-DORMENTE        VALUE "D".
           05  ALR-DATA-ALERTA     PIC 9(08).
           05  ALR-DATA-MOVIMENTO  PIC 9(08).
           05  ALR-VALOR           PIC 9(10)V99.
           05  ALR-QTDE            PIC 9(03).
           05  ALR-SITUACAO        PIC X(01).
               88  ALR-ABERTO          VALUE "A".
               88  ALR-DESCARTADO      VALUE "D".
               88  ALR-REPORTADO       VALUE "R".
           05  ALR-DATA-DECISAO    PIC 9(08).
           05  ALR-ANALISTA        PIC X(10).
           05  ALR-MOTIVO          PIC X(40).
