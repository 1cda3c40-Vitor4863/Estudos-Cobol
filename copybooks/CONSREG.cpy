      ******************************************************************
      * CONSREG.CPY
      * Patient consent to the use of health data (CONSENTIMENTO.DAT),
      * one record per CPD Employee-Id, kept by NUTRI-PRIVACIDADE.
      * CSN-SITUACAO "S" consents, "N" refuses: a refusing employee
      * is left out of the NUTRI-DEPARTAMENTO summary and of the
      * CPD-INCENTIVO award.  An employee with no record has not
      * refused and is included, as before the file existed.
      * CSN-DATA and CSN-OPERADOR record when and by whom the
      * patient's answer was last keyed.
      ******************************************************************
       01  CSN-REGISTRO.
           05  CSN-EMPLOYEE-ID     PIC 9(05).
           05  CSN-SITUACAO        PIC X(01).
               88  CSN-CONSENTE        VALUE "S".
               88  CSN-RECUSA          VALUE "N".
           05  CSN-DATA            PIC 9(08).
           05  CSN-OPERADOR        PIC X(10).
