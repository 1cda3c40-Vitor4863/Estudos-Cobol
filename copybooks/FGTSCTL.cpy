      ******************************************************************
      * FGTSCTL.CPY
      * Single-record control file (FGTSCTL.DAT) for the monthly
      * FGTS collection job CPD-FGTS-MENSAL.  Carries the last
      * period collected and posted to the ledger, so a rerun in the
      * same month is refused instead of posting the employer cost
      * twice.
      ******************************************************************
       01  FGC-REGISTRO.
           05  FGC-ULTIMO-PERIODO  PIC 9(06).
           05  FGC-TOTAL-DEPOSITO  PIC 9(13)V99.
