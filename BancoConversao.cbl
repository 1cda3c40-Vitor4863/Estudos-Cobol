      *                  other fields added since the old layout, so
      *                  BANCO-TARIFA-MENSAL cannot pick them up on
      *                  a garbage package code.
      * 2026-09-08  RA   Converted history records now initialize the
      *                  new TRN-ESTORNO-REF to zero (not an estorno),
      *                  like CTA-PACOTE on the accounts.
      * 2026-09-29  RA   Converted employees now start with no cargo and
      *                  no pending salary band approval, so the new
      *                  EMPREG fields are not left holding storage from
      *                  the previous record.
      * 2026-10-01  RA   Converted employees now start with no CPF
      *                  (zero), to be keyed on the next update.
      * 2026-10-14  RA   Converted users are not flagged as
      *                  nutritionists (new USR-NUTRICIONISTA N).
      * 2026-10-15  RA   CONVERSAO.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSAO-ARQUIVOS.
               "hijklmnopqrstuvwxyz0123456789.-_ ".
       01  WS-ALFABETO REDEFINES WS-ALFABETO-DEF PIC X(66).

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 7000-CONVERTER-LOTE THRU 7000-EXIT.
           PERFORM 7500-CONVERTER-IMCHIST THRU 7500-EXIT.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CONVERSAO-ARQUIVOS" TO SPL-PROGRAMA.
           MOVE "CONVERSAO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           GOBACK.

      ******************************************************************
                   MOVE ANT-TRN-SALDO-APOS TO TRN-SALDO-APOS
                   MOVE 0 TO TRN-CONTAPARTE
                   MOVE "CONVERSAO" TO TRN-OPERADOR
                   MOVE 0 TO TRN-ESTORNO-REF
                   PERFORM 2500-GRAVAR-COM-SEQ THRU 2500-EXIT
                   ADD 1 TO WS-CONVERTIDOS
           END-READ.
                   MOVE 0 TO Employee-Admission-Date
                   MOVE 0 TO Employee-Termination-Date
                   MOVE "A" TO Employee-Status
                   MOVE SPACES TO Employee-Cargo
                   MOVE SPACE TO Employee-Faixa-Situacao
                   MOVE 0 TO Employee-Cpf
                   WRITE Employee-Record
                   ADD 1 TO WS-CONVERTIDOS
           END-READ.
                   MOVE WS-DATA-HOJE TO USR-DATA-SENHA
                   MOVE "S" TO USR-TROCA-OBRIGATORIA
                   MOVE 0 TO USR-FALHAS
                   MOVE "N" TO USR-NUTRICIONISTA
                   WRITE USR-REGISTRO
                   ADD 1 TO WS-CONVERTIDOS
           END-READ.
