      ******************************************************************
      * ESTADOREG.CPY
      * Single-record online/batch state of the bank suite
      * (ESTADO.DAT), kept by BANCO-ESTADO-SISTEMA (ESTADOLNK.cpy).
      * ONL-SITUACAO "L" is the batch window opened by
      * OPERACAO-NOTURNA: teller programs refuse every change to
      * CONTAS.DAT while it is set.  "O" is online open, which is
      * also what the suite assumes while the file does not exist.
      * ONL-RESPONSAVEL is the job or operator of the last change.
      ******************************************************************
       01  ONL-REGISTRO.
           05  ONL-SITUACAO            PIC X(01).
               88  ONL-ONLINE-ABERTO           VALUE "O".
               88  ONL-JANELA-LOTE             VALUE "L".
           05  ONL-DATA                PIC 9(08).
           05  ONL-HORA                PIC 9(08).
           05  ONL-RESPONSAVEL         PIC X(10).
