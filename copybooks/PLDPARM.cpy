      ******************************************************************
      * PLDPARM.CPY
      * Single-record parameter file (PLDPARM.DAT) of the nightly
      * suspicious-movement monitor BANCO-MONITOR-PLD, kept by
      * compliance.  PLP-JANELA-DIAS is how far back (in days, 30/360
      * count) the monitor looks for structuring and for the account
      * history; PLP-LIMITE-ESPECIE the cash deposit that raises an
      * alert on its own; a deposit of at least PLP-PERC-FAIXA percent
      * of that limit (but below it) counts as "just under", and
      * PLP-QTDE-FAIXA of them inside the window flag structuring.
      * Money leaving through "T"/"P"/"Q" within 48 hours of coming in
      * is flagged when the debits reach PLP-PERC-PASSAGEM percent of
      * the credits.  A missing file (or a zero field) falls back to
      * the defaults of the monitor.
      ******************************************************************
       01  PLP-REGISTRO.
           05  PLP-JANELA-DIAS     PIC 9(03).
           05  PLP-LIMITE-ESPECIE  PIC 9(10)V99.
           05  PLP-PERC-FAIXA      PIC 9(03).
           05  PLP-QTDE-FAIXA      PIC 9(02).
           05  PLP-PERC-PASSAGEM   PIC 9(03).
