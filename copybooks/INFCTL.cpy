      ******************************************************************
      * INFCTL.CPY
      * Single-record control file (INFCTL.DAT) written by
      * CPD-INFORME-RENDIMENTOS at the end of each run with the
      * base year and the totals of the informes it printed, so the
      * annual employee declaration (CPD-DECLARACAO-ANUAL) can
      * cross-check its own totals against what the employees were
      * told they earned.
      ******************************************************************
       01  INC-REGISTRO.
           05  INC-ANO-BASE        PIC 9(04).
           05  INC-QTDE-INFORMES   PIC 9(05).
           05  INC-TOTAL-BRUTO     PIC 9(13)V99.
           05  INC-TOTAL-DECIMO    PIC 9(13)V99.
           05  INC-TOTAL-INSS      PIC 9(13)V99.
           05  INC-TOTAL-IRRF      PIC 9(13)V99.
