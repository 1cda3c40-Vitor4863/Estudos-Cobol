      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-08  RA   Postings now zero the new TRN-ESTORNO-REF,
      *                  which only the estorno of SISTEMA-BANCO fills
      *                  in.
      * 2026-09-09  RA   Retiradas and transfers (standing orders
      *                  included) now also leave untouched the active
      *                  court holds of the debited account (BANCO-
      *                  SALDO-BLOQUEADO): the test is saldo + limite
      *                  less the amount held.
      * 2026-10-15  RA   LOTE.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-LOTE-NOTURNO.
       01  WS-SALDO-ORIGEM          PIC S9(10)V99 VALUE 0.
       01  WS-SALDO-DESTINO         PIC S9(10)V99 VALUE 0.
       01  WS-LIMITE-ORIGEM         PIC 9(10)V99 VALUE 0.
       01  WS-VALOR-BLOQUEADO       PIC 9(10)V99 VALUE 0.
       01  WS-INTERVALO-CHECKPOINT  PIC 9(03) VALUE 10.

       01  SW-TRANSF-OK             PIC X(01) VALUE "N".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   ADD 1 TO WS-CONTADOR-REJEITADOS
               NOT INVALID KEY
                   PERFORM 3550-CONFERIR-CONTA-ATIVA THRU 3550-EXIT
                   MOVE 0 TO WS-VALOR-BLOQUEADO
                   IF LOT-RETIRADA
                       CALL "BANCO-SALDO-BLOQUEADO" USING LOT-CONTA
                                                      WS-VALOR-BLOQUEADO
                   END-IF
                   IF NOT CONTA-ATIVA
                       ADD 1 TO WS-CONTADOR-REJEITADOS
                   ELSE
                   IF LOT-RETIRADA AND LOT-VALOR >
                       CTA-SALDO + CTA-LIMITE-ESPECIAL
                       - WS-VALOR-BLOQUEADO
                       DISPLAY "SALDO INSUFICIENTE NO LOTE: "
                           LOT-CONTA
                       ADD 1 TO WS-CONTADOR-REJEITADOS
                   IF CONTA-ATIVA
                       MOVE CTA-SALDO TO WS-SALDO-ORIGEM
                       MOVE CTA-LIMITE-ESPECIAL TO WS-LIMITE-ORIGEM
                       CALL "BANCO-SALDO-BLOQUEADO" USING LOT-CONTA
                                                      WS-VALOR-BLOQUEADO
                   ELSE
                       MOVE "N" TO SW-TRANSF-OK
                   END-IF
           END-READ.
           IF TRANSF-OK
               AND LOT-VALOR > WS-SALDO-ORIGEM + WS-LIMITE-ORIGEM
                   - WS-VALOR-BLOQUEADO
               DISPLAY "SALDO INSUFICIENTE NO LOTE: " LOT-CONTA
               MOVE "N" TO SW-TRANSF-OK
           END-IF.
      ******************************************************************
       3800-GRAVAR-HISTORICO.
           MOVE "LOTENOTURN" TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 3850-TENTAR-GRAVAR THRU 3850-EXIT
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-LOTE-NOTURNO" TO SPL-PROGRAMA.
           MOVE "LOTE.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
