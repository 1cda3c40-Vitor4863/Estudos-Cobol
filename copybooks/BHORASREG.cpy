      ******************************************************************
      * BHORASREG.CPY
      * Hour-bank movement (BANCOHORAS.DAT), one record per employee
      * and month, keyed by Employee-Id + periodo (AAAAMM), written
      * by CPD-PONTO-FECHAMENTO for the employees under the hour-bank
      * regime (BHORASPARM.cpy).  All quantities are hours.
      *   BHM-CREDITO   hours beyond the daily jornada banked
      *   BHM-DEBITO    compensation days ("C" in PONTO.DAT) taken,
      *                 at the daily jornada each
      *   BHM-VENCIDO   hours older than the 6-month window that
      *                 expired in the month and went to the folha
      *                 as horas extras (PTM-HORAS-BH-PAGAS)
      *   BHM-LIQUIDADO balance settled by CPD-RESCISAO: positive
      *                 hours paid, negative hours discounted
      *   BHM-SALDO     balance at the end of the month
      * Debits, expiries and settlements consume the oldest credits
      * first, so the balance of a month is always the sum of
      * BHM-CREDITO - BHM-DEBITO - BHM-VENCIDO - BHM-LIQUIDADO up to
      * it, and a closing rerun simply recomputes its own month.
      ******************************************************************
       01  BHM-REGISTRO.
           05  BHM-CHAVE.
               10  BHM-EMPLOYEE-ID     PIC 9(05).
               10  BHM-PERIODO         PIC 9(06).
           05  BHM-CREDITO             PIC 9(03)V99.
           05  BHM-DEBITO              PIC 9(03)V99.
           05  BHM-VENCIDO             PIC 9(03)V99.
           05  BHM-LIQUIDADO           PIC S9(04)V99.
           05  BHM-SALDO               PIC S9(04)V99.
