      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-10-06  RA   The correction and the cascade into the
      *                  following periods are now posted as lancamentos
      *                  in the journal DIARIO.DAT through GESTAO-
      *                  LANCAMENTO (the difference on the receita
      *                  operacional or the category's expense account
      *                  against caixa e bancos, with the reason as
      *                  history), allowed into a closed period;
      *                  LEDGER.DAT is only read here and re-derived
      *                  from the journal. Periods not yet opened by the
      *                  gestao close are left out of the cascade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-AJUSTE.
       01  WS-MOTIVO               PIC X(40).
       01  WS-SALDO-ANTERIOR       PIC 9(10)V99 VALUE 0.
       01  WS-NOME-RECEITA         PIC X(15) VALUE "RECEITA".
       01  WS-RECEITA-PERIODO      PIC 9(10)V99 VALUE 0.
       01  WS-PERIODO-CASCATA      PIC 9(06) VALUE 0.
       01  WS-DIFERENCA            PIC S9(10)V99 VALUE 0.
       01  WS-CONTA-AJUSTE         PIC 9(04) VALUE 0.
       01  WS-IDX-CONTA            PIC 9(02) COMP VALUE 0.

       01  SW-AJUSTE-OK            PIC X(01) VALUE "N".
           88  AJUSTE-OK                    VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       COPY "PLANOCTA.cpy".

       COPY "LANCLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "=== AJUSTE DE PERIODO FECHADO ===".
           DISPLAY "MATRICULA DO OPERADOR:".
           ACCEPT WS-OPERADOR.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-ARQ-INEXISTENTE
               DISPLAY "LEDGER.DAT NAO EXISTE. NADA A AJUSTAR."
               GO TO 1000-EXIT
                   DISPLAY "PERIODO NAO ENCONTRADO NO LEDGER: "
                       WS-PERIODO-PEDIDO
               NOT INVALID KEY
                   MOVE LED-RECEITA TO WS-RECEITA-PERIODO
                   DISPLAY "ALVO DO AJUSTE (CATEGORIA OU RECEITA):"
                   ACCEPT WS-ALVO-PEDIDO
                   PERFORM 2500-ACEITAR-VALOR THRU 2500-EXIT
                   ACCEPT WS-MOTIVO
                   MOVE "S" TO SW-AJUSTE-OK
           END-READ.
           CLOSE LEDGER-FILE.
       1000-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      * 3000-APLICAR-AJUSTE - aplica a correcao lancando no diario a
      * diferenca entre o valor correto e o do periodo: na RECEITA
      * contra a receita operacional; numa categoria, regrava o
      * DESPHIST-REGISTRO e lanca contra a conta de despesa da
      * categoria.  O GESTAO-LANCAMENTO (funcao de ajuste, aceita
      * em periodo fechado) recompoe LED-RECEITA, LED-TOTAL-DESPESA
      * e LED-SALDO do periodo a partir do diario.
      ******************************************************************
       3000-APLICAR-AJUSTE.
           IF WS-ALVO-PEDIDO = WS-NOME-RECEITA
               MOVE WS-RECEITA-PERIODO TO WS-VALOR-ANTES
               MOVE 3101 TO WS-CONTA-AJUSTE
           ELSE
               MOVE WS-PERIODO-PEDIDO TO DH-PERIODO
               MOVE WS-ALVO-PEDIDO TO DH-CATEGORIA
                       DISPLAY "CATEGORIA SEM REGISTRO NO PERIODO: "
                           WS-ALVO-PEDIDO
                       MOVE "N" TO SW-AJUSTE-OK
                       GO TO 3000-EXIT
               END-READ
               PERFORM 3100-LOCALIZAR-CONTA THRU 3100-EXIT
                   VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS
                       OR PCT-CATEGORIA (WS-IDX-CONTA) =
                           WS-ALVO-PEDIDO
               MOVE PCT-CONTA (WS-IDX-CONTA) TO WS-CONTA-AJUSTE
               MOVE DH-VALOR TO WS-VALOR-ANTES
               MOVE WS-VALOR-NOVO TO DH-VALOR
               REWRITE DESPHIST-REGISTRO
           END-IF.
           COMPUTE WS-DIFERENCA = WS-VALOR-NOVO - WS-VALOR-ANTES.
           MOVE WS-PERIODO-PEDIDO TO LNC-PERIODO.
           MOVE WS-MOTIVO TO LNC-HISTORICO.
           PERFORM 4000-LANCAR-DIFERENCA THRU 4000-EXIT.
           IF WS-ALVO-PEDIDO = WS-NOME-RECEITA
               DISPLAY "RECEITA DO PERIODO AJUSTADA."
           ELSE
               DISPLAY "CATEGORIA AJUSTADA E SALDO DO "
                   "PERIODO RECOMPOSTO."
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LOCALIZAR-CONTA.
           CONTINUE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LANCAR-DIFERENCA - lanca WS-DIFERENCA na conta
      * WS-CONTA-AJUSTE contra caixa e bancos, no sentido que leva a
      * conta ao valor correto (receita: credito aumenta; despesa:
      * debito aumenta).
      ******************************************************************
       4000-LANCAR-DIFERENCA.
           IF WS-DIFERENCA = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE "A" TO LNC-FUNCAO.
           ACCEPT LNC-DATA FROM DATE YYYYMMDD.
           MOVE "GESTAO-AJUSTE" TO LNC-ORIGEM.
           MOVE WS-OPERADOR TO LNC-OPERADOR.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE WS-CONTA-AJUSTE TO LNC-CONTA (1).
           MOVE 1101 TO LNC-CONTA (2).
           IF WS-DIFERENCA > 0
               MOVE WS-DIFERENCA TO LNC-VALOR (1)
           ELSE
               COMPUTE LNC-VALOR (1) = 0 - WS-DIFERENCA
           END-IF.
           MOVE LNC-VALOR (1) TO LNC-VALOR (2).
           IF (WS-CONTA-AJUSTE = 3101 AND WS-DIFERENCA > 0)
               OR (WS-CONTA-AJUSTE NOT = 3101 AND WS-DIFERENCA < 0)
               MOVE "C" TO LNC-NATUREZA (1)
               MOVE "D" TO LNC-NATUREZA (2)
           ELSE
               MOVE "D" TO LNC-NATUREZA (1)
               MOVE "C" TO LNC-NATUREZA (2)
           END-IF.
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO DO AJUSTE RECUSADO (RETORNO "
                   LNC-RETORNO ")."
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CASCATEAR-PERIODOS - recompoe a RECEITA dos periodos
      * seguintes a partir do saldo corrigido do periodo anterior
      * (a abertura de cada mes e o LED-SALDO do mes anterior),
      * lancando a diferenca na receita operacional.  Periodos que a
      * gestao ainda nao abriu (sem valor atual em caixa) nao entram.
      * O livro-razao e reaberto a cada periodo porque cada
      * lancamento o regrava.
      ******************************************************************
       5000-CASCATEAR-PERIODOS.
           OPEN INPUT LEDGER-FILE.
           MOVE WS-PERIODO-PEDIDO TO LED-PERIODO.
           READ LEDGER-FILE.
           MOVE LED-SALDO TO WS-SALDO-ANTERIOR.
           CLOSE LEDGER-FILE.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-CASCATA.
           MOVE 3101 TO WS-CONTA-AJUSTE.
           MOVE "N" TO SW-FIM-CASCATA.
           PERFORM 5100-RECOMPOR-PERIODO THRU 5100-EXIT
               UNTIL FIM-CASCATA.
       5000-EXIT.
           EXIT.

       5100-RECOMPOR-PERIODO.
           OPEN INPUT LEDGER-FILE.
           MOVE WS-PERIODO-CASCATA TO LED-PERIODO.
           START LEDGER-FILE KEY IS GREATER THAN LED-PERIODO
               INVALID KEY
                   MOVE "S" TO SW-FIM-CASCATA
               NOT INVALID KEY
                   READ LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO SW-FIM-CASCATA
                   END-READ
           END-START.
           CLOSE LEDGER-FILE.
           IF FIM-CASCATA
               GO TO 5100-EXIT
           END-IF.
           MOVE LED-PERIODO TO WS-PERIODO-CASCATA.
           IF LED-VALOR-ATUAL = 0
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-DIFERENCA = LED-VALOR-ATUAL
               - WS-SALDO-ANTERIOR - LED-RECEITA.
           MOVE LED-SALDO TO WS-SALDO-ANTERIOR.
           MOVE WS-PERIODO-CASCATA TO LNC-PERIODO.
           MOVE SPACES TO LNC-HISTORICO.
           STRING "RECOMPOSICAO POR AJUSTE DE " WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO LNC-HISTORICO.
           PERFORM 4000-LANCAR-DIFERENCA THRU 4000-EXIT.
           DISPLAY "PERIODO " WS-PERIODO-CASCATA
               " RECOMPOSTO (DIFERENCA DE RECEITA " WS-DIFERENCA ").".
       5100-EXIT.
           EXIT.

      ******************************************************************
       8000-FINALIZAR.
           IF NOT LEDGER-ARQ-INEXISTENTE
               CLOSE DESPESAS-FILE
               CLOSE AJUSTELOG-FILE
               MOVE "LEDGER" TO WS-CTL-ARQUIVO
