      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-10-06  RA   The accrual and its reversal are now posted as
      *                  lancamentos in the journal DIARIO.DAT through
      *                  GESTAO-LANCAMENTO (provisoes ferias e 13o
      *                  against the provisao liability), which re-
      *                  derives the LEDGER.DAT period, instead of being
      *                  added to or backed out of LED-TOTAL-DESPESA
      *                  directly; a refused posting leaves the
      *                  provision balances untouched.
      * 2026-10-15  RA   PROVISAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-PROVISAO.
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "PROVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  CONTROLE-FILE.
           COPY "PROVCTL.cpy".

           88  EMPREGADOS-OK                VALUE "00".
           88  EMPREGADOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-CONTROLE-STATUS      PIC X(02).
           88  CONTROLE-ARQUIVO-INEXISTENTE VALUE "35".


       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       COPY "LANCLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
       1000-EXIT.
           EXIT.
               * WS-TAXA-ENCARGOS.
           COMPUTE WS-PROV-TOTAL =
               WS-PROV-FERIAS + WS-PROV-DECIMO + WS-PROV-ENCARGOS.
           PERFORM 4000-POSTAR-NO-LEDGER THRU 4000-EXIT.
           IF NOT LNC-OK
               GO TO 2000-EXIT
           END-IF.
           ADD WS-PROV-FERIAS TO WS-SALDO-FERIAS.
           ADD WS-PROV-DECIMO TO WS-SALDO-DECIMO.
           STRING "PROVISAO FERIAS DO MES...: " WS-PROV-FERIAS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-POSTAR-NO-LEDGER - lanca a despesa de provisao do mes
      * no diario (debito em provisoes ferias e 13o, credito no
      * passivo de provisao) pelo GESTAO-LANCAMENTO, que recompoe o
      * registro do periodo corrente do livro-razao.  Recusado (mes
      * ja fechado), nada e provisionado.
      ******************************************************************
       4000-POSTAR-NO-LEDGER.
           MOVE 0 TO LNC-RETORNO.
           IF WS-PROV-TOTAL = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE "L" TO LNC-FUNCAO.
           MOVE WS-PERIODO-ATUAL TO LNC-PERIODO.
           MOVE WS-DATA-HOJE TO LNC-DATA.
           MOVE "GESTAO-PROVISAO" TO LNC-ORIGEM.
           MOVE "PROVISAOME" TO LNC-OPERADOR.
           MOVE "PROVISAO MENSAL FERIAS E 13O COM ENCARGOS"
               TO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 4201 TO LNC-CONTA (1).
           MOVE WS-PROV-TOTAL TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 2101 TO LNC-CONTA (2).
           MOVE WS-PROV-TOTAL TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO DA PROVISAO RECUSADO (RETORNO "
                   LNC-RETORNO ") - NADA PROVISIONADO."
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

                   DISPLAY "TIPO INVALIDO - NADA REVERTIDO."
                   GO TO 5000-EXIT
           END-EVALUATE.
           IF WS-VALOR-REVERSAO = 0
               DISPLAY "SALDO DE PROVISAO ZERADO - NADA REVERTIDO."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5500-ESTORNAR-NO-LEDGER THRU 5500-EXIT.
           IF NOT LNC-OK
               GO TO 5000-EXIT
           END-IF.
           STRING "REVERSAO DE PROVISAO (" OPCAO-TIPO
               "): " WS-VALOR-REVERSAO
               " NO PERIODO " WS-PERIODO-ATUAL
           EXIT.

      ******************************************************************
      * 5500-ESTORNAR-NO-LEDGER - lanca o estorno no diario (debito
      * no passivo de provisao, credito em provisoes ferias e 13o)
      * pelo GESTAO-LANCAMENTO, que recompoe o periodo corrente do
      * livro-razao.  Recusado, o saldo consumido volta ao controle.
      ******************************************************************
       5500-ESTORNAR-NO-LEDGER.
           MOVE "L" TO LNC-FUNCAO.
           MOVE WS-PERIODO-ATUAL TO LNC-PERIODO.
           MOVE WS-DATA-HOJE TO LNC-DATA.
           MOVE "GESTAO-PROVISAO" TO LNC-ORIGEM.
           MOVE "PROVISAOME" TO LNC-OPERADOR.
           MOVE SPACES TO LNC-HISTORICO.
           STRING "REVERSAO DE PROVISAO (" OPCAO-TIPO
               ") - PAGAMENTO REALIZADO"
               DELIMITED BY SIZE INTO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 2101 TO LNC-CONTA (1).
           MOVE WS-VALOR-REVERSAO TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 4201 TO LNC-CONTA (2).
           MOVE WS-VALOR-REVERSAO TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO DO ESTORNO RECUSADO (RETORNO "
                   LNC-RETORNO ") - NADA REVERTIDO."
               IF OPCAO-TIPO = "F"
                   ADD WS-VALOR-REVERSAO TO WS-SALDO-FERIAS
               ELSE
                   ADD WS-VALOR-REVERSAO TO WS-SALDO-DECIMO
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.
       5500-EXIT.
           EXIT.

      ******************************************************************
       8000-FINALIZAR.
           CLOSE EMPREGADOS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-PROVISAO" TO SPL-PROGRAMA.
           MOVE "PROVISAO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "LEDGER" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
