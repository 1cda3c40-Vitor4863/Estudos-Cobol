      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR FINANCEIRO
      * Date-Written: 2026-10-06
      * Purpose: Monthly accounting reports and period close over the
      *          journal DIARIO.DAT (DIARIOREG.cpy) and the chart of
      *          accounts (PLANOCTA.cpy).  For a requested period:
      *          1 - balancete: per account the opening balance
      *              (ativo and passivo accounts carry the prior
      *              periods; receita and despesa start each month
      *              at zero), the period's debits and credits and
      *              the closing balance, with the debit and credit
      *              totals;
      *          2 - DRE: receitas and despesas of the period by
      *              account and the resultado (lucro or prejuizo);
      *          3 - fechamento: records the period in CTBFECHA.DAT
      *              only when every lancamento balances, no partida
      *              falls outside the chart and the period's total
      *              debits equal its total credits - otherwise the
      *              close is refused (RETURN-CODE 8) with the
      *              lancamentos that do not balance listed.
      *          Everything is also printed to CONTABIL.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-06  RA   Original balancete, DRE and period close.
      * 2026-10-13  RA   Account table sized to the chart with the asset
      *                  accounts.
      * 2026-10-15  RA   CONTABIL.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-CONTABIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN TO "DIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CHAVE
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT FECHAMENTO-FILE ASSIGN TO "CTBFECHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-PERIODO
               FILE STATUS IS WS-FECHAMENTO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "CONTABIL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-FILE.
           COPY "DIARIOREG.cpy".

       FD  FECHAMENTO-FILE.
           COPY "CTBFECHA.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DIARIO-STATUS        PIC X(02).
           88  DIARIO-OK                    VALUE "00".
           88  DIARIO-ARQ-INEXISTENTE       VALUE "35".

       01  WS-FECHAMENTO-STATUS    PIC X(02).
           88  FECHAMENTO-OK                VALUE "00".
           88  FECHAMENTO-ARQ-INEXISTENTE   VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-OPERADOR             PIC X(10).
       01  WS-PERIODO-PEDIDO       PIC 9(06).
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO-PEDIDO.
           05  WS-ANO-PEDIDO       PIC 9(04).
           05  WS-MES-PEDIDO       PIC 9(02).
       01  OPCAO-EXECUCAO          PIC X(01).
       01  WS-DATA-HOJE            PIC 9(08).

       01  WS-IDX-CONTA            PIC 9(02) COMP VALUE 0.
       01  WS-CONTA-PROCURADA      PIC 9(04) VALUE 0.

       01  TABELA-MOVIMENTO.
           05  MOV-ENTRADA OCCURS 21 TIMES.
               10  MOV-ANTERIOR    PIC S9(12)V99.
               10  MOV-DEBITOS     PIC 9(12)V99.
               10  MOV-CREDITOS    PIC 9(12)V99.

       01  WS-TOTAL-DEBITOS        PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS       PIC 9(12)V99 VALUE 0.
       01  WS-QTDE-LANCAMENTOS     PIC 9(06) VALUE 0.
       01  WS-QTDE-DESBALANCEADOS  PIC 9(06) VALUE 0.
       01  WS-QTDE-FORA-PLANO      PIC 9(06) VALUE 0.
       01  WS-LANC-CORRENTE        PIC 9(06) VALUE 0.
       01  WS-LANC-DEBITOS         PIC 9(12)V99 VALUE 0.
       01  WS-LANC-CREDITOS        PIC 9(12)V99 VALUE 0.

       01  WS-SALDO-FINAL          PIC S9(12)V99 VALUE 0.
       01  WS-VALOR-CONTA          PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-RECEITA        PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-DESPESA        PIC S9(12)V99 VALUE 0.
       01  WS-RESULTADO            PIC S9(12)V99 VALUE 0.

       01  WS-ANTERIOR-EDIT        PIC ZZZZZZZZZ9.99.
       01  WS-ANTERIOR-NATUREZA    PIC X(01).
       01  WS-DEBITOS-EDIT         PIC ZZZZZZZZZ9.99.
       01  WS-CREDITOS-EDIT        PIC ZZZZZZZZZ9.99.
       01  WS-FINAL-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-FINAL-NATUREZA       PIC X(01).
       01  WS-VALOR-EDIT           PIC -ZZZZZZZZZ9.99.

       01  SW-EXECUCAO-RECUSADA    PIC X(01) VALUE "N".
           88  EXECUCAO-RECUSADA            VALUE "S".

       01  SW-FIM-DIARIO           PIC X(01) VALUE "N".
           88  FIM-DIARIO                   VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       COPY "PLANOCTA.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EXECUCAO-RECUSADA
               PERFORM 2000-APURAR-MOVIMENTO THRU 2000-EXIT
               EVALUATE OPCAO-EXECUCAO
                   WHEN "1"
                       PERFORM 3000-BALANCETE THRU 3000-EXIT
                   WHEN "2"
                       PERFORM 4000-DRE THRU 4000-EXIT
                   WHEN "3"
                       PERFORM 5000-FECHAR-PERIODO THRU 5000-EXIT
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA - NADA FEITO."
               END-EVALUATE
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador, o periodo e a opcao
      * e abre o diario e o relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== BALANCETE, DRE E FECHAMENTO CONTABIL ===".
           DISPLAY "MATRICULA DO OPERADOR:".
           ACCEPT WS-OPERADOR.
           PERFORM 1100-ACEITAR-PERIODO THRU 1100-EXIT.
           DISPLAY "1 - BALANCETE DO PERIODO".
           DISPLAY "2 - DRE DO PERIODO".
           DISPLAY "3 - FECHAR O PERIODO".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-EXECUCAO.
           OPEN INPUT DIARIO-FILE.
           IF DIARIO-ARQ-INEXISTENTE
               DISPLAY "DIARIO.DAT NAO EXISTE - NENHUM LANCAMENTO."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
       1000-EXIT.
           EXIT.

       1100-ACEITAR-PERIODO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 1110-SOLICITAR-PERIODO THRU 1110-EXIT
               UNTIL ENTRADA-VALIDA.
       1100-EXIT.
           EXIT.

       1110-SOLICITAR-PERIODO.
           DISPLAY "PERIODO (AAAAMM):".
           ACCEPT WS-PERIODO-PEDIDO.
           IF WS-PERIODO-PEDIDO IS NUMERIC
               AND WS-MES-PEDIDO > 0 AND WS-MES-PEDIDO < 13
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - INFORME ANO E MES."
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APURAR-MOVIMENTO - le o diario do inicio ate o periodo
      * pedido: os periodos anteriores formam o saldo de abertura das
      * contas de ativo e passivo; o periodo pedido da os debitos e
      * creditos por conta e a conferencia de cada lancamento.
      ******************************************************************
       2000-APURAR-MOVIMENTO.
           PERFORM 2050-ZERAR-CONTA THRU 2050-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS.
           MOVE "N" TO SW-FIM-DIARIO.
           PERFORM 2100-LER-PARTIDA THRU 2100-EXIT
               UNTIL FIM-DIARIO.
           PERFORM 2300-CONFERIR-LANCAMENTO THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2050-ZERAR-CONTA.
           MOVE 0 TO MOV-ANTERIOR (WS-IDX-CONTA).
           MOVE 0 TO MOV-DEBITOS (WS-IDX-CONTA).
           MOVE 0 TO MOV-CREDITOS (WS-IDX-CONTA).
       2050-EXIT.
           EXIT.

       2100-LER-PARTIDA.
           READ DIARIO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-DIARIO
                   GO TO 2100-EXIT
           END-READ.
           IF DIA-PERIODO > WS-PERIODO-PEDIDO
               MOVE "S" TO SW-FIM-DIARIO
               GO TO 2100-EXIT
           END-IF.
           MOVE DIA-CONTA TO WS-CONTA-PROCURADA.
           PERFORM 2150-LOCALIZAR-CONTA THRU 2150-EXIT.
           IF DIA-PERIODO < WS-PERIODO-PEDIDO
               PERFORM 2400-ACUMULAR-ANTERIOR THRU 2400-EXIT
           ELSE
               PERFORM 2200-ACUMULAR-PERIODO THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-LOCALIZAR-CONTA - posiciona WS-IDX-CONTA na conta do
      * plano (alem do fim quando a conta nao existe).
      ******************************************************************
       2150-LOCALIZAR-CONTA.
           PERFORM 2160-COMPARAR-CONTA THRU 2160-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS
                   OR PCT-CONTA (WS-IDX-CONTA) = WS-CONTA-PROCURADA.
       2150-EXIT.
           EXIT.

       2160-COMPARAR-CONTA.
           CONTINUE.
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACUMULAR-PERIODO - partida do periodo pedido: totais do
      * periodo, da conta e do lancamento (conferido na quebra).
      ******************************************************************
       2200-ACUMULAR-PERIODO.
           IF DIA-LANCAMENTO NOT = WS-LANC-CORRENTE
               PERFORM 2300-CONFERIR-LANCAMENTO THRU 2300-EXIT
               MOVE DIA-LANCAMENTO TO WS-LANC-CORRENTE
           END-IF.
           IF DIA-DEBITO
               ADD DIA-VALOR TO WS-TOTAL-DEBITOS
               ADD DIA-VALOR TO WS-LANC-DEBITOS
           ELSE
               ADD DIA-VALOR TO WS-TOTAL-CREDITOS
               ADD DIA-VALOR TO WS-LANC-CREDITOS
           END-IF.
           IF WS-IDX-CONTA > PCT-QTDE-CONTAS
               ADD 1 TO WS-QTDE-FORA-PLANO
               STRING "LANCAMENTO " DIA-LANCAMENTO
                   " PARTIDA " DIA-PARTIDA
                   " CONTA " DIA-CONTA " FORA DO PLANO DE CONTAS"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF DIA-DEBITO
               ADD DIA-VALOR TO MOV-DEBITOS (WS-IDX-CONTA)
           ELSE
               ADD DIA-VALOR TO MOV-CREDITOS (WS-IDX-CONTA)
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CONFERIR-LANCAMENTO - fecha o lancamento corrente: conta
      * e, quando debitos e creditos diferem, lista a divergencia.
      ******************************************************************
       2300-CONFERIR-LANCAMENTO.
           IF WS-LANC-CORRENTE = 0
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-LANCAMENTOS.
           IF WS-LANC-DEBITOS NOT = WS-LANC-CREDITOS
               ADD 1 TO WS-QTDE-DESBALANCEADOS
               MOVE WS-LANC-DEBITOS TO WS-DEBITOS-EDIT
               MOVE WS-LANC-CREDITOS TO WS-CREDITOS-EDIT
               STRING "LANCAMENTO " WS-LANC-CORRENTE
                   " NAO FECHA - DEBITOS " WS-DEBITOS-EDIT
                   " CREDITOS " WS-CREDITOS-EDIT
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           MOVE 0 TO WS-LANC-CORRENTE.
           MOVE 0 TO WS-LANC-DEBITOS.
           MOVE 0 TO WS-LANC-CREDITOS.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ACUMULAR-ANTERIOR - partida de periodo anterior: so as
      * contas de ativo e passivo carregam saldo de um mes para o
      * outro (devedor positivo, credor negativo).
      ******************************************************************
       2400-ACUMULAR-ANTERIOR.
           IF WS-IDX-CONTA > PCT-QTDE-CONTAS
               GO TO 2400-EXIT
           END-IF.
           IF PCT-RECEITA (WS-IDX-CONTA)
               OR PCT-DESPESA (WS-IDX-CONTA)
               GO TO 2400-EXIT
           END-IF.
           IF DIA-DEBITO
               ADD DIA-VALOR TO MOV-ANTERIOR (WS-IDX-CONTA)
           ELSE
               SUBTRACT DIA-VALOR FROM MOV-ANTERIOR (WS-IDX-CONTA)
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-BALANCETE - saldo anterior, debitos, creditos e saldo
      * atual de cada conta com movimento ou saldo, e os totais.
      ******************************************************************
       3000-BALANCETE.
           STRING "BALANCETE DE VERIFICACAO - PERIODO "
               WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "CONTA NOME                          "
               " SALDO ANTERIOR        DEBITOS       CREDITOS"
               "    SALDO ATUAL"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 3100-IMPRIMIR-CONTA THRU 3100-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS.
           PERFORM 3900-IMPRIMIR-TOTAIS THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-CONTA.
           IF MOV-ANTERIOR (WS-IDX-CONTA) = 0
               AND MOV-DEBITOS (WS-IDX-CONTA) = 0
               AND MOV-CREDITOS (WS-IDX-CONTA) = 0
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-SALDO-FINAL = MOV-ANTERIOR (WS-IDX-CONTA)
               + MOV-DEBITOS (WS-IDX-CONTA)
               - MOV-CREDITOS (WS-IDX-CONTA).
           MOVE MOV-ANTERIOR (WS-IDX-CONTA) TO WS-ANTERIOR-EDIT.
           IF MOV-ANTERIOR (WS-IDX-CONTA) < 0
               MOVE "C" TO WS-ANTERIOR-NATUREZA
           ELSE
               MOVE "D" TO WS-ANTERIOR-NATUREZA
           END-IF.
           MOVE WS-SALDO-FINAL TO WS-FINAL-EDIT.
           IF WS-SALDO-FINAL < 0
               MOVE "C" TO WS-FINAL-NATUREZA
           ELSE
               MOVE "D" TO WS-FINAL-NATUREZA
           END-IF.
           MOVE MOV-DEBITOS (WS-IDX-CONTA) TO WS-DEBITOS-EDIT.
           MOVE MOV-CREDITOS (WS-IDX-CONTA) TO WS-CREDITOS-EDIT.
           STRING PCT-CONTA (WS-IDX-CONTA) "  "
               PCT-NOME (WS-IDX-CONTA) " "
               WS-ANTERIOR-EDIT WS-ANTERIOR-NATUREZA " "
               WS-DEBITOS-EDIT "  " WS-CREDITOS-EDIT " "
               WS-FINAL-EDIT WS-FINAL-NATUREZA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3100-EXIT.
           EXIT.

       3900-IMPRIMIR-TOTAIS.
           MOVE "------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-DEBITOS TO WS-DEBITOS-EDIT.
           MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-EDIT.
           STRING "TOTAIS DO PERIODO......... DEBITOS "
               WS-DEBITOS-EDIT " CREDITOS " WS-CREDITOS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "LANCAMENTOS NO PERIODO....: " WS-QTDE-LANCAMENTOS
               "  NAO FECHAM: " WS-QTDE-DESBALANCEADOS
               "  PARTIDAS FORA DO PLANO: " WS-QTDE-FORA-PLANO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               AND WS-QTDE-DESBALANCEADOS = 0
               AND WS-QTDE-FORA-PLANO = 0
               MOVE "DEBITOS E CREDITOS CONFEREM." TO RPT-LINHA
           ELSE
               MOVE "*** DEBITOS E CREDITOS NAO CONFEREM ***"
                   TO RPT-LINHA
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DRE - receitas (credito liquido) e despesas (debito
      * liquido) do periodo por conta e o resultado.
      ******************************************************************
       4000-DRE.
           MOVE 0 TO WS-TOTAL-RECEITA.
           MOVE 0 TO WS-TOTAL-DESPESA.
           STRING "DEMONSTRACAO DO RESULTADO - PERIODO "
               WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "RECEITAS" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 4100-IMPRIMIR-RECEITA THRU 4100-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS.
           MOVE WS-TOTAL-RECEITA TO WS-VALOR-EDIT.
           STRING "  (=) TOTAL DAS RECEITAS          " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "DESPESAS" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 4200-IMPRIMIR-DESPESA THRU 4200-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS.
           MOVE WS-TOTAL-DESPESA TO WS-VALOR-EDIT.
           STRING "  (=) TOTAL DAS DESPESAS          " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           COMPUTE WS-RESULTADO = WS-TOTAL-RECEITA - WS-TOTAL-DESPESA.
           MOVE WS-RESULTADO TO WS-VALOR-EDIT.
           IF WS-RESULTADO < 0
               STRING "PREJUIZO DO PERIODO..............." WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               STRING "LUCRO DO PERIODO.................." WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RPT-LINHA
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-RECEITA.
           IF NOT PCT-RECEITA (WS-IDX-CONTA)
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-VALOR-CONTA = MOV-CREDITOS (WS-IDX-CONTA)
               - MOV-DEBITOS (WS-IDX-CONTA).
           ADD WS-VALOR-CONTA TO WS-TOTAL-RECEITA.
           PERFORM 4900-IMPRIMIR-LINHA-DRE THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4200-IMPRIMIR-DESPESA.
           IF NOT PCT-DESPESA (WS-IDX-CONTA)
               GO TO 4200-EXIT
           END-IF.
           COMPUTE WS-VALOR-CONTA = MOV-DEBITOS (WS-IDX-CONTA)
               - MOV-CREDITOS (WS-IDX-CONTA).
           ADD WS-VALOR-CONTA TO WS-TOTAL-DESPESA.
           PERFORM 4900-IMPRIMIR-LINHA-DRE THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

       4900-IMPRIMIR-LINHA-DRE.
           IF WS-VALOR-CONTA = 0
               GO TO 4900-EXIT
           END-IF.
           MOVE WS-VALOR-CONTA TO WS-VALOR-EDIT.
           STRING "  " PCT-CONTA (WS-IDX-CONTA) " "
               PCT-NOME (WS-IDX-CONTA) WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FECHAR-PERIODO - recusa o periodo ja fechado ou cujos
      * debitos e creditos nao conferem; caso contrario registra o
      * fechamento em CTBFECHA.DAT.
      ******************************************************************
       5000-FECHAR-PERIODO.
           PERFORM 3900-IMPRIMIR-TOTAIS THRU 3900-EXIT.
           OPEN I-O FECHAMENTO-FILE.
           IF FECHAMENTO-ARQ-INEXISTENTE
               OPEN OUTPUT FECHAMENTO-FILE
               CLOSE FECHAMENTO-FILE
               OPEN I-O FECHAMENTO-FILE
           END-IF.
           MOVE WS-PERIODO-PEDIDO TO FEC-PERIODO.
           READ FECHAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING "PERIODO " WS-PERIODO-PEDIDO
                       " JA FECHADO EM " FEC-DATA
                       " POR " FEC-OPERADOR
                       " - FECHAMENTO RECUSADO."
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   MOVE 8 TO RETURN-CODE
                   CLOSE FECHAMENTO-FILE
                   GO TO 5000-EXIT
           END-READ.
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               OR WS-QTDE-DESBALANCEADOS > 0
               OR WS-QTDE-FORA-PLANO > 0
               STRING "PERIODO " WS-PERIODO-PEDIDO
                   " COM DEBITOS E CREDITOS QUE NAO CONFEREM"
                   " - FECHAMENTO RECUSADO."
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE 8 TO RETURN-CODE
               CLOSE FECHAMENTO-FILE
               GO TO 5000-EXIT
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-PERIODO-PEDIDO TO FEC-PERIODO.
           MOVE WS-DATA-HOJE TO FEC-DATA.
           MOVE WS-OPERADOR TO FEC-OPERADOR.
           MOVE WS-QTDE-LANCAMENTOS TO FEC-QTDE-LANCAMENTOS.
           MOVE WS-TOTAL-DEBITOS TO FEC-TOTAL-DEBITOS.
           MOVE WS-TOTAL-CREDITOS TO FEC-TOTAL-CREDITOS.
           WRITE FEC-REGISTRO.
           CLOSE FECHAMENTO-FILE.
           STRING "PERIODO " WS-PERIODO-PEDIDO " FECHADO."
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em CONTABIL.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do job.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE DIARIO-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-CONTABIL" TO SPL-PROGRAMA.
           MOVE "CONTABIL.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE WS-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

       END PROGRAM GESTAO-CONTABIL.
