      ******************************************************************
      * PLDCTL.CPY
      * Single-record run-control file (PLDCTL.DAT) for the nightly
      * suspicious-movement monitor BANCO-MONITOR-PLD, in the mould of
      * JUROSCTL.cpy.  Holds the last movement date monitored, so a
      * rerun of the same night refuses to start instead of opening
      * every case twice.
      ******************************************************************
       01  PLC-REGISTRO.
           05  PLC-ULTIMA-DATA     PIC 9(08).
