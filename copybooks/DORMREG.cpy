      ******************************************************************
      * DORMREG.CPY
      * One record per account found quiet (6 months or more without
      * customer movement) by BANCO-DORMENCIA, rewritten whole at
      * each run (DORMENTES.DAT).  Accounts it blocked in earlier runs
      * stay on the list while they remain blocked.  Read by the
      * suspicious-movement monitor BANCO-MONITOR-PLD, which flags
      * the first customer movement after DRM-DATA-ULTIMA.
      ******************************************************************
       01  DRM-REGISTRO.
           05  DRM-CONTA           PIC 9(05).
           05  DRM-DATA-ULTIMA     PIC 9(08).
           05  DRM-MESES-PARADA    PIC 9(03).
