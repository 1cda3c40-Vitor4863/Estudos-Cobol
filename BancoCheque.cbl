      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-08  RA   Postings now zero the new TRN-ESTORNO-REF,
      *                  which only the estorno of SISTEMA-BANCO fills
      *                  in.
      * 2026-09-09  RA   A presented cheque now clears only within saldo
      *                  + limite less the active court holds of the
      *                  account (BANCO-SALDO-BLOQUEADO); otherwise it
      *                  is bounced as before.
      * 2026-09-17  RA   A presented cheque is also returned when it
      *                  would take the account over its daily cheque
      *                  ceiling (BANCO-LIMITE-DIARIO).
      * 2026-10-15  RA   Cheque clearing locks the drawer account while
      *                  it posts; an account in use is refused for
      *                  retry, not returned. Refused during the batch
      *                  window.
      * 2026-10-15  RA   DEVOLUCAO.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CHEQUES.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"

       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".
           88  CONTAS-EM-USO                VALUE "51".

      * Trava de registro da conta a alterar e estado online/lote.
       01  SW-CONTA-TRAVADA        PIC X(01) VALUE "N".
           88  CONTA-TRAVADA                 VALUE "S".
           COPY "ESTADOLNK.cpy".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
       01  WS-VALOR-CHEQUE         PIC 9(10)V99.
       01  WS-DATA-MOVIMENTO       PIC 9(08).
       01  WS-SALDO-NOVO           PIC S9(10)V99 VALUE 0.
       01  WS-VALOR-BLOQUEADO      PIC 9(10)V99 VALUE 0.
       01  WS-PENDENTE-LIMITE      PIC 9(10)V99 VALUE 0.
       01  WS-LIMITE-DIA           PIC 9(10)V99 VALUE 0.
       01  WS-USADO-DIA            PIC 9(10)V99 VALUE 0.
       01  WS-MODALIDADE-CHEQUE    PIC X(01) VALUE "Q".
       01  WS-IDX-CHEQUE           PIC 9(03) COMP VALUE 0.
       01  WS-CHEQUES-LISTADOS     PIC 9(03) VALUE 0.

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-LIMITE-OK            PIC X(01) VALUE "S".
           88  LIMITE-OK                    VALUE "S".

       01  SW-FIM-CHEQUES          PIC X(01) VALUE "N".
           88  FIM-CHEQUES                  VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(10).

       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CONFERIR-JANELA - nenhuma alteracao de CONTAS.DAT e feita
      * com a janela de lote aberta pela rodada noturna.
      ******************************************************************
       2500-CONFERIR-JANELA.
           MOVE "C" TO SIS-FUNCAO.
           MOVE LNK-OPERADOR TO SIS-OPERADOR.
           CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS.
           IF SIS-JANELA-LOTE
               DISPLAY "SISTEMA NA JANELA DE LOTE - OPERACAO RECUSADA."
               DISPLAY "AGUARDE A REABERTURA DO ONLINE."
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-TRAVAR-CONTA - rele a conta de CTA-CONTA com trava de
      * registro logo antes de altera-la, para que o saldo usado seja
      * o gravado agora e nenhum outro terminal a regrave por cima
      * ate a liberacao (2650).  Conta travada por outro terminal nao
      * espera: o caixa e avisado para tentar novamente.  Com a
      * janela de lote aberta nada e travado.
      ******************************************************************
       2600-TRAVAR-CONTA.
           MOVE "N" TO SW-CONTA-TRAVADA.
           PERFORM 2500-CONFERIR-JANELA THRU 2500-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 2600-EXIT
           END-IF.
           READ CONTAS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " CTA-CONTA
           END-READ.
           IF CONTAS-EM-USO
               DISPLAY "CONTA " CTA-CONTA " EM USO, TENTE NOVAMENTE."
           END-IF.
           IF CONTAS-OK
               MOVE "S" TO SW-CONTA-TRAVADA
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2650-LIBERAR-CONTAS - solta as contas travadas pelo terminal.
      ******************************************************************
       2650-LIBERAR-CONTAS.
           UNLOCK CONTAS-FILE RECORDS.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EMITIR-TALAO - emite para a conta uma faixa numerada de
      * cheques em branco (situacao "E"), continuando do maior numero

      ******************************************************************
      * 4000-APRESENTAR-CHEQUE - captura o cheque apresentado e o
      * compensa contra o saldo e o limite do cheque especial menos
      * os bloqueios judiciais ativos da conta, dentro do teto diario
      * de cheques, ou o devolve (situacao "D") no relatorio de
      * devolucao.  A conta e validada ja travada; conta em uso por
      * outro terminal nao devolve o cheque, que fica para nova
      * apresentacao.
      ******************************************************************
       4000-APRESENTAR-CHEQUE.
           DISPLAY "=== APRESENTAR CHEQUE ===".
           PERFORM 2500-CONFERIR-JANELA THRU 2500-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           DISPLAY "NUMERO DO CHEQUE:".
           ACCEPT WS-CHEQUE-PEDIDO.
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           PERFORM 2600-TRAVAR-CONTA THRU 2600-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 4000-EXIT
           END-IF.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               DISPLAY "CONTA NAO ATIVA - CHEQUE DEVOLVIDO."
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               PERFORM 4400-DEVOLVER-CHEQUE THRU 4400-EXIT
               GO TO 4000-EXIT
           END-IF.
           CALL "BANCO-SALDO-BLOQUEADO" USING WS-CONTA-PEDIDA
                                              WS-VALOR-BLOQUEADO.
           IF WS-VALOR-CHEQUE > CTA-SALDO + CTA-LIMITE-ESPECIAL
               - WS-VALOR-BLOQUEADO
               DISPLAY "SALDO E LIMITE INSUFICIENTES - "
                   "CHEQUE DEVOLVIDO."
               IF WS-VALOR-BLOQUEADO > 0
                   DISPLAY "CONTA COM BLOQUEIO JUDICIAL DE R$ "
                       WS-VALOR-BLOQUEADO
               END-IF
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               PERFORM 4400-DEVOLVER-CHEQUE THRU 4400-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO WS-PENDENTE-LIMITE.
           CALL "BANCO-LIMITE-DIARIO" USING WS-CONTA-PEDIDA
                                            CTA-PACOTE
                                            WS-DATA-MOVIMENTO
                                            WS-MODALIDADE-CHEQUE
                                            WS-VALOR-CHEQUE
                                            WS-PENDENTE-LIMITE
                                            LNK-OPERADOR
                                            SW-LIMITE-OK
                                            WS-LIMITE-DIA
                                            WS-USADO-DIA.
           IF NOT LIMITE-OK
               DISPLAY "LIMITE DIARIO DE CHEQUE EXCEDIDO - TETO R$ "
                   WS-LIMITE-DIA " JA UTILIZADO R$ " WS-USADO-DIA
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               PERFORM 4400-DEVOLVER-CHEQUE THRU 4400-EXIT
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-SALDO-NOVO = CTA-SALDO - WS-VALOR-CHEQUE.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT.
           MOVE WS-CONTA-PEDIDA  TO TRN-CONTA.
           MOVE "Q"              TO TRN-TIPO.
           MOVE WS-VALOR-CHEQUE  TO TRN-VALOR.
      ******************************************************************
       4800-GRAVAR-HISTORICO.
           MOVE LNK-OPERADOR TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 4850-TENTAR-GRAVAR THRU 4850-EXIT
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-CHEQUES" TO SPL-PROGRAMA.
           MOVE "DEVOLUCAO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
