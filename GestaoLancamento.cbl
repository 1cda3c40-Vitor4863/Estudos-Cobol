      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR FINANCEIRO
      * Date-Written: 2026-10-06
      * Purpose: Journal posting service of SISTEMA-GESTAO-FINANCEIRA,
      *          the only writer of DIARIO.DAT (DIARIOREG.cpy).  Given
      *          a lancamento in LNC-PARAMETROS (see LANCLNK.cpy),
      *          checks every partida against the chart of accounts
      *          (PLANOCTA.cpy) and that debits equal credits, refuses
      *          a closed period (CTBFECHA.DAT) unless the caller is
      *          the controlled adjustment, writes the partidas under
      *          the period's next lancamento number and re-derives
      *          the period's LEDGER.DAT summary from the journal -
      *          LED-RECEITA from the revenue accounts,
      *          LED-TOTAL-DESPESA from the expense accounts and,
      *          once the gestao close has keyed LED-VALOR-ATUAL,
      *          LED-SALDO as VALOR-ATUAL minus DESPESA.  Also answers
      *          an account's net movement in a period, so a poster
      *          can post only the difference on a rerun.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-06  RA   Original journal posting service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-LANCAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN TO "DIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CHAVE
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-PERIODO
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT FECHAMENTO-FILE ASSIGN TO "CTBFECHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-PERIODO
               FILE STATUS IS WS-FECHAMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-FILE.
           COPY "DIARIOREG.cpy".

       FD  LEDGER-FILE.
           COPY "LEDGERREG.cpy".

       FD  FECHAMENTO-FILE.
           COPY "CTBFECHA.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DIARIO-STATUS        PIC X(02).
           88  DIARIO-OK                    VALUE "00".
           88  DIARIO-ARQ-INEXISTENTE       VALUE "35".

       01  WS-LEDGER-STATUS        PIC X(02).
           88  LEDGER-OK                    VALUE "00".
           88  LEDGER-ARQ-INEXISTENTE       VALUE "35".

       01  WS-FECHAMENTO-STATUS    PIC X(02).
           88  FECHAMENTO-OK                VALUE "00".
           88  FECHAMENTO-ARQ-INEXISTENTE   VALUE "35".

       01  WS-IDX-PARTIDA          PIC 9(02) COMP VALUE 0.
       01  WS-IDX-CONTA            PIC 9(02) COMP VALUE 0.
       01  WS-CONTA-PROCURADA      PIC 9(04) VALUE 0.
       01  WS-TOTAL-DEBITOS        PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS       PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-RECEITA        PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-DESPESA        PIC S9(12)V99 VALUE 0.
       01  WS-DATA-HOJE            PIC 9(08) VALUE 0.

       01  SW-FIM-DIARIO           PIC X(01) VALUE "N".
           88  FIM-DIARIO                   VALUE "S".

       COPY "PLANOCTA.cpy".

       LINKAGE SECTION.
           COPY "LANCLNK.cpy".

       PROCEDURE DIVISION USING LNC-PARAMETROS.

       0000-MAINLINE.
           MOVE 0 TO LNC-RETORNO.
           IF LNC-CONSULTAR
               PERFORM 5000-CONSULTAR-SALDO THRU 5000-EXIT
               GOBACK
           END-IF.
           MOVE 0 TO LNC-LANCAMENTO.
           PERFORM 1000-VALIDAR-PARTIDAS THRU 1000-EXIT.
           IF NOT LNC-OK
               GOBACK
           END-IF.
           PERFORM 2000-CONFERIR-FECHAMENTO THRU 2000-EXIT.
           IF NOT LNC-OK
               GOBACK
           END-IF.
           PERFORM 3000-GRAVAR-LANCAMENTO THRU 3000-EXIT.
           PERFORM 4000-DERIVAR-LEDGER THRU 4000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-VALIDAR-PARTIDAS - de duas a nove partidas, cada uma com
      * natureza D/C, valor maior que zero e conta do plano; soma dos
      * debitos igual a soma dos creditos.
      ******************************************************************
       1000-VALIDAR-PARTIDAS.
           IF LNC-QTDE-PARTIDAS < 2 OR LNC-QTDE-PARTIDAS > 9
               MOVE 8 TO LNC-RETORNO
               GO TO 1000-EXIT
           END-IF.
           MOVE 0 TO WS-TOTAL-DEBITOS.
           MOVE 0 TO WS-TOTAL-CREDITOS.
           PERFORM 1100-VALIDAR-PARTIDA THRU 1100-EXIT
               VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA > LNC-QTDE-PARTIDAS
                   OR NOT LNC-OK.
           IF LNC-OK
               AND WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               MOVE 8 TO LNC-RETORNO
           END-IF.
       1000-EXIT.
           EXIT.

       1100-VALIDAR-PARTIDA.
           IF LNC-VALOR (WS-IDX-PARTIDA) IS NOT NUMERIC
               OR LNC-VALOR (WS-IDX-PARTIDA) = 0
               MOVE 8 TO LNC-RETORNO
               GO TO 1100-EXIT
           END-IF.
           EVALUATE LNC-NATUREZA (WS-IDX-PARTIDA)
               WHEN "D"
                   ADD LNC-VALOR (WS-IDX-PARTIDA) TO WS-TOTAL-DEBITOS
               WHEN "C"
                   ADD LNC-VALOR (WS-IDX-PARTIDA) TO WS-TOTAL-CREDITOS
               WHEN OTHER
                   MOVE 8 TO LNC-RETORNO
                   GO TO 1100-EXIT
           END-EVALUATE.
           MOVE LNC-CONTA (WS-IDX-PARTIDA) TO WS-CONTA-PROCURADA.
           PERFORM 1200-LOCALIZAR-CONTA THRU 1200-EXIT.
           IF WS-IDX-CONTA > PCT-QTDE-CONTAS
               MOVE 12 TO LNC-RETORNO
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOCALIZAR-CONTA - posiciona WS-IDX-CONTA na conta
      * procurada do plano (alem do fim quando nao existe).
      ******************************************************************
       1200-LOCALIZAR-CONTA.
           PERFORM 1250-COMPARAR-CONTA THRU 1250-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS
                   OR PCT-CONTA (WS-IDX-CONTA) = WS-CONTA-PROCURADA.
       1200-EXIT.
           EXIT.

       1250-COMPARAR-CONTA.
           CONTINUE.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONFERIR-FECHAMENTO - periodo ja fechado so aceita o
      * lancamento do ajuste controlado.
      ******************************************************************
       2000-CONFERIR-FECHAMENTO.
           IF LNC-AJUSTAR
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT FECHAMENTO-FILE.
           IF FECHAMENTO-ARQ-INEXISTENTE
               GO TO 2000-EXIT
           END-IF.
           MOVE LNC-PERIODO TO FEC-PERIODO.
           READ FECHAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 4 TO LNC-RETORNO
           END-READ.
           CLOSE FECHAMENTO-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRAVAR-LANCAMENTO - numera o lancamento com o proximo
      * numero livre do periodo e grava uma partida por registro.
      ******************************************************************
       3000-GRAVAR-LANCAMENTO.
           OPEN I-O DIARIO-FILE.
           IF DIARIO-ARQ-INEXISTENTE
               OPEN OUTPUT DIARIO-FILE
               CLOSE DIARIO-FILE
               OPEN I-O DIARIO-FILE
           END-IF.
           MOVE LNC-PERIODO TO DIA-PERIODO.
           MOVE 999999 TO DIA-LANCAMENTO.
           MOVE 99 TO DIA-PARTIDA.
           START DIARIO-FILE KEY IS LESS THAN OR EQUAL TO DIA-CHAVE
               INVALID KEY
                   MOVE 0 TO LNC-LANCAMENTO
               NOT INVALID KEY
                   READ DIARIO-FILE NEXT RECORD
                   IF DIA-PERIODO = LNC-PERIODO
                       MOVE DIA-LANCAMENTO TO LNC-LANCAMENTO
                   ELSE
                       MOVE 0 TO LNC-LANCAMENTO
                   END-IF
           END-START.
           ADD 1 TO LNC-LANCAMENTO.
           IF LNC-DATA = 0
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ELSE
               MOVE LNC-DATA TO WS-DATA-HOJE
           END-IF.
           PERFORM 3100-GRAVAR-PARTIDA THRU 3100-EXIT
               VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA > LNC-QTDE-PARTIDAS.
           CLOSE DIARIO-FILE.
       3000-EXIT.
           EXIT.

       3100-GRAVAR-PARTIDA.
           MOVE LNC-PERIODO TO DIA-PERIODO.
           MOVE LNC-LANCAMENTO TO DIA-LANCAMENTO.
           MOVE WS-IDX-PARTIDA TO DIA-PARTIDA.
           MOVE WS-DATA-HOJE TO DIA-DATA.
           MOVE LNC-NATUREZA (WS-IDX-PARTIDA) TO DIA-NATUREZA.
           MOVE LNC-CONTA (WS-IDX-PARTIDA) TO DIA-CONTA.
           MOVE LNC-VALOR (WS-IDX-PARTIDA) TO DIA-VALOR.
           MOVE LNC-ORIGEM TO DIA-ORIGEM.
           MOVE LNC-OPERADOR TO DIA-OPERADOR.
           MOVE LNC-HISTORICO TO DIA-HISTORICO.
           WRITE DIA-REGISTRO.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DERIVAR-LEDGER - recompoe o resumo do periodo em
      * LEDGER.DAT a partir do diario: receita = credito liquido das
      * contas de receita, despesa = debito liquido das contas de
      * despesa; o saldo so e recalculado depois que o fechamento da
      * gestao informou o valor atual em caixa.
      ******************************************************************
       4000-DERIVAR-LEDGER.
           MOVE 0 TO WS-TOTAL-RECEITA.
           MOVE 0 TO WS-TOTAL-DESPESA.
           OPEN INPUT DIARIO-FILE.
           MOVE LNC-PERIODO TO DIA-PERIODO.
           MOVE 0 TO DIA-LANCAMENTO.
           MOVE 0 TO DIA-PARTIDA.
           MOVE "N" TO SW-FIM-DIARIO.
           START DIARIO-FILE KEY IS NOT LESS THAN DIA-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-DIARIO
           END-START.
           PERFORM 4100-ACUMULAR-PARTIDA THRU 4100-EXIT
               UNTIL FIM-DIARIO.
           CLOSE DIARIO-FILE.
           OPEN I-O LEDGER-FILE.
           IF LEDGER-ARQ-INEXISTENTE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           MOVE LNC-PERIODO TO LED-PERIODO.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE LNC-PERIODO TO LED-PERIODO
                   MOVE 0 TO LED-VALOR-ATUAL
                   MOVE 0 TO LED-SALDO
                   PERFORM 4200-MONTAR-RESUMO THRU 4200-EXIT
                   WRITE LED-REGISTRO
               NOT INVALID KEY
                   PERFORM 4200-MONTAR-RESUMO THRU 4200-EXIT
                   REWRITE LED-REGISTRO
           END-READ.
           CLOSE LEDGER-FILE.
       4000-EXIT.
           EXIT.

       4100-ACUMULAR-PARTIDA.
           READ DIARIO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-DIARIO
                   GO TO 4100-EXIT
           END-READ.
           IF DIA-PERIODO NOT = LNC-PERIODO
               MOVE "S" TO SW-FIM-DIARIO
               GO TO 4100-EXIT
           END-IF.
           MOVE DIA-CONTA TO WS-CONTA-PROCURADA.
           PERFORM 1200-LOCALIZAR-CONTA THRU 1200-EXIT.
           IF WS-IDX-CONTA > PCT-QTDE-CONTAS
               GO TO 4100-EXIT
           END-IF.
           IF PCT-RECEITA (WS-IDX-CONTA)
               IF DIA-CREDITO
                   ADD DIA-VALOR TO WS-TOTAL-RECEITA
               ELSE
                   SUBTRACT DIA-VALOR FROM WS-TOTAL-RECEITA
               END-IF
           END-IF.
           IF PCT-DESPESA (WS-IDX-CONTA)
               IF DIA-DEBITO
                   ADD DIA-VALOR TO WS-TOTAL-DESPESA
               ELSE
                   SUBTRACT DIA-VALOR FROM WS-TOTAL-DESPESA
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-MONTAR-RESUMO - receita e despesa do diario (liquido
      * negativo fica zero; os campos nao sao sinalizados).
      ******************************************************************
       4200-MONTAR-RESUMO.
           IF WS-TOTAL-RECEITA < 0
               MOVE 0 TO LED-RECEITA
           ELSE
               MOVE WS-TOTAL-RECEITA TO LED-RECEITA
           END-IF.
           IF WS-TOTAL-DESPESA < 0
               MOVE 0 TO LED-TOTAL-DESPESA
           ELSE
               MOVE WS-TOTAL-DESPESA TO LED-TOTAL-DESPESA
           END-IF.
           IF LED-VALOR-ATUAL > 0
               COMPUTE LED-SALDO =
                   LED-VALOR-ATUAL - LED-TOTAL-DESPESA
           END-IF.
           MOVE LNC-OPERADOR TO LED-OPERADOR.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CONSULTAR-SALDO - movimento liquido (debitos menos
      * creditos) da conta LNC-CONTA (1) no periodo.
      ******************************************************************
       5000-CONSULTAR-SALDO.
           MOVE 0 TO LNC-SALDO-CONTA.
           OPEN INPUT DIARIO-FILE.
           IF DIARIO-ARQ-INEXISTENTE
               GO TO 5000-EXIT
           END-IF.
           MOVE LNC-PERIODO TO DIA-PERIODO.
           MOVE 0 TO DIA-LANCAMENTO.
           MOVE 0 TO DIA-PARTIDA.
           MOVE "N" TO SW-FIM-DIARIO.
           START DIARIO-FILE KEY IS NOT LESS THAN DIA-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-DIARIO
           END-START.
           PERFORM 5100-SOMAR-PARTIDA THRU 5100-EXIT
               UNTIL FIM-DIARIO.
           CLOSE DIARIO-FILE.
       5000-EXIT.
           EXIT.

       5100-SOMAR-PARTIDA.
           READ DIARIO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-DIARIO
                   GO TO 5100-EXIT
           END-READ.
           IF DIA-PERIODO NOT = LNC-PERIODO
               MOVE "S" TO SW-FIM-DIARIO
               GO TO 5100-EXIT
           END-IF.
           IF DIA-CONTA = LNC-CONTA (1)
               IF DIA-DEBITO
                   ADD DIA-VALOR TO LNC-SALDO-CONTA
               ELSE
                   SUBTRACT DIA-VALOR FROM LNC-SALDO-CONTA
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       END PROGRAM GESTAO-LANCAMENTO.
