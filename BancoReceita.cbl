      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-10-06  RA   The day's receita is now posted as a lancamento
      *                  in the journal DIARIO.DAT through GESTAO-
      *                  LANCAMENTO (caixa against receita de juros and
      *                  receita de tarifas), which re-derives the
      *                  LEDGER.DAT period, instead of being added
      *                  straight into LED-RECEITA; a refused posting no
      *                  longer marks the day as posted.
      * 2026-10-15  RA   RECEITA.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-RECEITA-LEDGER.
               RECORD KEY IS TRN-CHAVE
               FILE STATUS IS WS-TRANSACOES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RECEITA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

           88  TRANSACOES-OK                VALUE "00".
           88  TRANSACOES-ARQ-INEXISTENTE   VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-CONTROLE-STATUS      PIC X(02).

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       COPY "LANCLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               PERFORM 2000-TOTALIZAR-RECEITA THRU 2000-EXIT
                   UNTIL WS-TRANSACOES-STATUS = "10"
               PERFORM 3000-ACUMULAR-NO-LEDGER THRU 3000-EXIT
               IF NOT EXECUCAO-RECUSADA
                   PERFORM 6400-GRAVAR-CONTROLE THRU 6400-EXIT
               END-IF
               PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           END-IF.
                   DISPLAY "TRANSACOES.DAT NAO EXISTE - SEM MOVIMENTO."
                   MOVE "10" TO WS-TRANSACOES-STATUS
               END-IF
               OPEN OUTPUT RELATORIO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ACUMULAR-NO-LEDGER - lanca a receita do dia no diario
      * (debito em caixa e bancos, credito em receita de juros e em
      * receita de tarifas) pelo GESTAO-LANCAMENTO, que recompoe o
      * registro do periodo no livro-razao.  Periodo ja fechado
      * recusa o lancamento e a execucao, sem marcar o dia postado.
      ******************************************************************
       3000-ACUMULAR-NO-LEDGER.
           COMPUTE WS-RECEITA-DIA =
               WS-TOTAL-JUROS + WS-TOTAL-TARIFAS.
           IF WS-RECEITA-DIA = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE "L" TO LNC-FUNCAO.
           MOVE WS-PERIODO-ATUAL TO LNC-PERIODO.
           MOVE WS-DATA-PROC-NUM TO LNC-DATA.
           MOVE "BANCO-RECEITA-LEDGER" TO LNC-ORIGEM.
           MOVE "RECEITADIA" TO LNC-OPERADOR.
           MOVE "RECEITA DO DIA - JUROS E TARIFAS" TO LNC-HISTORICO.
           MOVE 1 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 1101 TO LNC-CONTA (1).
           MOVE WS-RECEITA-DIA TO LNC-VALOR (1).
           IF WS-TOTAL-JUROS > 0
               ADD 1 TO LNC-QTDE-PARTIDAS
               MOVE "C" TO LNC-NATUREZA (LNC-QTDE-PARTIDAS)
               MOVE 3102 TO LNC-CONTA (LNC-QTDE-PARTIDAS)
               MOVE WS-TOTAL-JUROS TO LNC-VALOR (LNC-QTDE-PARTIDAS)
           END-IF.
           IF WS-TOTAL-TARIFAS > 0
               ADD 1 TO LNC-QTDE-PARTIDAS
               MOVE "C" TO LNC-NATUREZA (LNC-QTDE-PARTIDAS)
               MOVE 3103 TO LNC-CONTA (LNC-QTDE-PARTIDAS)
               MOVE WS-TOTAL-TARIFAS TO LNC-VALOR (LNC-QTDE-PARTIDAS)
           END-IF.
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO DA RECEITA RECUSADO (RETORNO "
                   LNC-RETORNO ") - EXECUCAO RECUSADA."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

           IF NOT TRANSACOES-ARQ-INEXISTENTE
               CLOSE TRANSACOES-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-RECEITA-LEDGER" TO SPL-PROGRAMA.
           MOVE "RECEITA.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "LEDGER" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
