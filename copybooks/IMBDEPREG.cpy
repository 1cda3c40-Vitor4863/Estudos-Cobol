      ******************************************************************
      * IMBDEPREG.CPY
      * Monthly depreciation history (IMBDEPR.DAT), one record per
      * asset and period written by GESTAO-DEPRECIACAO and keyed by
      * asset + period, so an asset's history reads in order.
      * IMD-VALOR is the month's quota, IMD-ACUMULADA the asset's
      * accumulated depreciation after it, IMD-DEPARTAMENTO the
      * department charged and IMD-LANCAMENTO the journal lancamento
      * (DIARIO.DAT) of that department's total for the month.
      * The annual asset schedule of GESTAO-IMOBILIZADO is built
      * from it.
      ******************************************************************
       01  IMD-REGISTRO.
           05  IMD-CHAVE.
               10  IMD-CODIGO      PIC 9(06).
               10  IMD-PERIODO     PIC 9(06).
           05  IMD-DEPARTAMENTO    PIC X(15).
           05  IMD-VALOR           PIC 9(10)V99.
           05  IMD-ACUMULADA       PIC 9(10)V99.
           05  IMD-LANCAMENTO      PIC 9(06).
