      ******************************************************************
      * SESSAOREG.CPY
      * Teller sessions logged on to the bank suite (SESSOES.DAT),
      * keyed by operator and kept by BANCO-ESTADO-SISTEMA
      * (ESTADOLNK.cpy).  SES-QTDE counts the terminals the operator
      * has open; the record is deleted when the last one signs off.
      * SES-DATA/SES-HORA are when the oldest open session began.
      ******************************************************************
       01  SES-REGISTRO.
           05  SES-OPERADOR            PIC X(10).
           05  SES-QTDE                PIC 9(03).
           05  SES-DATA                PIC 9(08).
           05  SES-HORA                PIC 9(08).
