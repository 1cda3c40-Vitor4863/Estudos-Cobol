      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-10-06  RA   The month's receita (only the difference to
      *                  what the journal already holds, so a rerun
      *                  posts an estorno instead of doubling it) and
      *                  each category's additional despesa are now
      *                  posted as lancamentos in the journal DIARIO.DAT
      *                  through GESTAO-LANCAMENTO; the ledger write
      *                  keeps only VALOR-ATUAL and LED-RECEITA, LED-
      *                  TOTAL-DESPESA and LED-SALDO are re-derived from
      *                  the journal.
      * 2026-10-15  RA   GESTAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTEMA-GESTAO-FINANCEIRA.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       01  WS-RECEITA-LANCADA         PIC S9(10)V99 VALUE 0.
       01  WS-DIFERENCA-RECEITA       PIC S9(10)V99 VALUE 0.
       01  WS-IDX-CONTA               PIC 9(02) COMP.

       COPY "PLANOCTA.cpy".

       COPY "LANCLNK.cpy".

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR               PIC X(10).

           EXIT.

      ******************************************************************
      * 5000-GRAVAR-LEDGER - grava (ou regrava) o valor atual em
      * caixa no registro do periodo atual do livro-razao e lanca no
      * diario a receita do periodo e as despesas adicionais por
      * categoria; receita, despesa e saldo do registro sao
      * recompostos a partir do diario pelo GESTAO-LANCAMENTO.
      ******************************************************************
       5000-GRAVAR-LEDGER.
           MOVE WS-PERIODO-ATUAL TO LED-PERIODO.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE WS-PERIODO-ATUAL TO LED-PERIODO
                   MOVE 0 TO LED-RECEITA
                   MOVE 0 TO LED-TOTAL-DESPESA
           END-READ.
           MOVE VALOR-ATUAL      TO LED-VALOR-ATUAL.
           COMPUTE LED-SALDO = LED-VALOR-ATUAL - LED-TOTAL-DESPESA.
           MOVE LNK-OPERADOR     TO LED-OPERADOR.
           REWRITE LED-REGISTRO
               INVALID KEY
                   WRITE LED-REGISTRO
           END-REWRITE.
           CLOSE LEDGER-FILE.
           PERFORM 5100-LANCAR-RECEITA THRU 5100-EXIT.
           PERFORM 5200-LANCAR-CATEGORIA THRU 5200-EXIT
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 5.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-LANCAR-RECEITA - lanca so a diferenca entre a receita
      * apurada e a receita operacional ja lancada no periodo (numa
      * reexecucao do mes a diferenca pode ser um estorno).
      ******************************************************************
       5100-LANCAR-RECEITA.
           PERFORM 5900-MONTAR-CABECALHO THRU 5900-EXIT.
           MOVE "S" TO LNC-FUNCAO.
           MOVE 3101 TO LNC-CONTA (1).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           COMPUTE WS-RECEITA-LANCADA = 0 - LNC-SALDO-CONTA.
           COMPUTE WS-DIFERENCA-RECEITA =
               RECEITA - WS-RECEITA-LANCADA.
           IF WS-DIFERENCA-RECEITA = 0
               GO TO 5100-EXIT
           END-IF.
           MOVE "L" TO LNC-FUNCAO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           IF WS-DIFERENCA-RECEITA > 0
               MOVE "RECEITA DO PERIODO (VARIACAO DO CAIXA)"
                   TO LNC-HISTORICO
               MOVE 1101 TO LNC-CONTA (1)
               MOVE 3101 TO LNC-CONTA (2)
               MOVE WS-DIFERENCA-RECEITA TO LNC-VALOR (1)
           ELSE
               MOVE "ESTORNO DE RECEITA (MES REAPURADO)"
                   TO LNC-HISTORICO
               MOVE 3101 TO LNC-CONTA (1)
               MOVE 1101 TO LNC-CONTA (2)
               COMPUTE LNC-VALOR (1) = 0 - WS-DIFERENCA-RECEITA
           END-IF.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE LNC-VALOR (1) TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO DA RECEITA RECUSADO (RETORNO "
                   LNC-RETORNO ")."
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-LANCAR-CATEGORIA - lanca a despesa adicional digitada na
      * categoria (o que veio dos titulos ja foi lancado na
      * liquidacao) contra caixa e bancos.
      ******************************************************************
       5200-LANCAR-CATEGORIA.
           IF CAT-VALOR (WS-IDX-CATEGORIA) = 0
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5250-LOCALIZAR-CONTA THRU 5250-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS
                   OR PCT-CATEGORIA (WS-IDX-CONTA) =
                       CAT-NOME (WS-IDX-CATEGORIA).
           PERFORM 5900-MONTAR-CABECALHO THRU 5900-EXIT.
           STRING "DESPESA ADICIONAL - " CAT-NOME (WS-IDX-CATEGORIA)
               DELIMITED BY SIZE INTO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           IF WS-IDX-CONTA > PCT-QTDE-CONTAS
               MOVE 0 TO LNC-CONTA (1)
           ELSE
               MOVE PCT-CONTA (WS-IDX-CONTA) TO LNC-CONTA (1)
           END-IF.
           MOVE CAT-VALOR (WS-IDX-CATEGORIA) TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 1101 TO LNC-CONTA (2).
           MOVE CAT-VALOR (WS-IDX-CATEGORIA) TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO DE " CAT-NOME (WS-IDX-CATEGORIA)
                   " RECUSADO (RETORNO " LNC-RETORNO ")."
           END-IF.
       5200-EXIT.
           EXIT.

       5250-LOCALIZAR-CONTA.
           CONTINUE.
       5250-EXIT.
           EXIT.

       5900-MONTAR-CABECALHO.
           MOVE "L" TO LNC-FUNCAO.
           MOVE WS-PERIODO-ATUAL TO LNC-PERIODO.
           MOVE WS-DATA-SISTEMA TO LNC-DATA.
           MOVE "SISTEMA-GESTAO-FINANCEIRA" TO LNC-ORIGEM.
           MOVE LNK-OPERADOR TO LNC-OPERADOR.
           MOVE SPACES TO LNC-HISTORICO.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do sistema.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE DESPESAS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "SISTEMA-GESTAO-FINANCEIRA" TO SPL-PROGRAMA.
           MOVE "GESTAO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "LEDGER" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
