      ******************************************************************
      * DEPRCTL.CPY
      * Single-record run-control file (DEPRCTL.DAT) for the monthly
      * depreciation job GESTAO-DEPRECIACAO.  Holds the last period
      * (AAAAMM) depreciated, so a rerun in the same month refuses
      * to start instead of posting the depreciation twice, and the
      * total depreciation posted by that run.
      ******************************************************************
       01  DPC-REGISTRO.
           05  DPC-ULTIMO-PERIODO  PIC 9(06).
           05  DPC-TOTAL-PERIODO   PIC 9(10)V99.
