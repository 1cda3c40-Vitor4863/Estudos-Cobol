      ******************************************************************
      * ESTORNREG.CPY
      * One record per reversal (estorno) of a posted transaction
      * (ESTORNOS.DAT), keyed by the TRN-CHAVE of the original
      * posting - so a posting can never carry two reversals: a
      * second request for the same key finds this record and is
      * refused while it is pending or approved.
      * Captured at the estorno menu of SISTEMA-BANCO; a second
      * operator - a different USR-ID from EST-OPERADOR-CAPTURA -
      * approves it (the compensating "E"/"K" posting is then
      * written, see TRANREG.cpy) or rejects it, as PENDTRANSF.DAT
      * does for transfers above the alcada.  A rejected request may
      * be captured again later; the record is reused.
      * EST-SITUACAO "P" pendente, "A" aprovado e lancado,
      * "R" rejeitado.  EST-DATA-ESTORNO / EST-SEQ-ESTORNO locate the
      * compensating posting once approved (zero before).
      ******************************************************************
       01  EST-REGISTRO.
           05  EST-CHAVE.
               10  EST-CONTA       PIC 9(05).
               10  EST-DATA-ORIGINAL PIC 9(08).
               10  EST-SEQ-ORIGINAL PIC 9(04).
           05  EST-TIPO-ORIGINAL   PIC X(01).
           05  EST-VALOR           PIC 9(10)V99.
           05  EST-MOTIVO          PIC X(30).
           05  EST-DATA-CAPTURA    PIC 9(08).
           05  EST-OPERADOR-CAPTURA PIC X(10).
           05  EST-SITUACAO        PIC X(01).
               88  EST-PENDENTE        VALUE "P".
               88  EST-APROVADO        VALUE "A".
               88  EST-REJEITADO       VALUE "R".
           05  EST-DATA-DECISAO    PIC 9(08).
           05  EST-OPERADOR-DECISAO PIC X(10).
           05  EST-DATA-ESTORNO    PIC 9(08).
           05  EST-SEQ-ESTORNO     PIC 9(04).
