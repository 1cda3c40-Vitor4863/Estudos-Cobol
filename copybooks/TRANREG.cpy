      * on a "Q" posting TRN-CONTAPARTE carries the cheque number
      * (zero on every other non-transfer type), so the extrato can
      * show which cheque hit the account.
      * TRN-TIPO "E" and "K" are reversals (estornos) approved at the
      * estorno menu of SISTEMA-BANCO (see ESTORNREG.cpy): "E"
      * debits the account back for a reversed credit (deposito),
      * "K" credits it back for a reversed debit (retirada).
      * TRN-ESTORNO-REF carries the TRN-DATA and TRN-SEQ of the
      * original posting on the same account; it is zero on every
      * other posting.
      * TRN-TIPO "I" debits the account for a new time deposit
      * (aplicacao) and "S" credits back its redemption net of income
      * tax (see APLICREG.cpy); on both TRN-CONTAPARTE carries the
      * APL-NUMERO of the deposit.
      * TRN-TIPO "B" is an inbound interbank credit (TED or DOC
      * received) posted by BANCO-TED-RECEBIDO; TRN-CONTAPARTE
      * carries the originating bank's number.  BANCO-RETORNO-
      * COBRANCA posts the boletos paid to the company account as
      * "B" as well, with the payer's bank in TRN-CONTAPARTE.
      ******************************************************************
       01  TRN-REGISTRO.
           05  TRN-CHAVE.
               88  TRN-TARIFA          VALUE "F".
               88  TRN-PAG-EXTERNO     VALUE "P".
               88  TRN-CHEQUE          VALUE "Q".
               88  TRN-ESTORNO-DEBITO  VALUE "E".
               88  TRN-ESTORNO-CREDITO VALUE "K".
               88  TRN-APLICACAO       VALUE "I".
               88  TRN-RESGATE         VALUE "S".
               88  TRN-CRED-INTERBANC  VALUE "B".
           05  TRN-VALOR           PIC 9(10)V99.
           05  TRN-SALDO-APOS      PIC S9(10)V99.
           05  TRN-CONTAPARTE      PIC 9(05).
           05  TRN-OPERADOR        PIC X(10).
           05  TRN-ESTORNO-REF.
               10  TRN-REF-DATA    PIC 9(08).
               10  TRN-REF-SEQ     PIC 9(04).
