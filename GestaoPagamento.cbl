      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR FINANCEIRO
      * Date-Written: 2026-10-07
      * Purpose: Payables payment run.  Selects the open titulos a
      *          pagar in TITULOS.DAT due up to a date keyed by the
      *          operator, proves each one's supplier
      *          (FORNECEDORES.DAT, FORNECREG.cpy) and shows the
      *          proposal - titulo, supplier, destination account
      *          and open balance - with its total.  On approval,
      *          one external payment per titulo is captured in
      *          EXTPAG.DAT against the company operating account
      *          chosen from TESCONTAS.DAT, debiting it at once
      *          (TRN-TIPO "P", as the teller capture does), and the
      *          titulo turns "E" em pagamento pointing at the
      *          order.  BANCO-REMESSA-COMPENSACAO sends the orders
      *          that night; BANCO-RETORNO-COMPENSACAO settles or
      *          reopens the titulos.  Payables left out of the
      *          proposal (no supplier, supplier inactive or
      *          missing) are listed as exceptions.  Everything is
      *          also printed to PAGLOTE.LST.  A run that does not
      *          fit the account's saldo plus limite is refused
      *          with RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-07  RA   Original payables payment run.
      * 2026-10-15  RA   The payment batch registers a session with
      *                  BANCO-ESTADO-SISTEMA, is refused during the
      *                  batch window, and debits the operating account
      *                  under a record lock per title; a title whose
      *                  account is in use, or without saldo and limit,
      *                  stays out of the batch as an exception.
      * 2026-10-15  RA   PAGLOTE.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      * 2026-10-15  RA   The approval screen and every debit of the
      *                  operating account use the disponivel net of the
      *                  account's court-ordered holds
      *                  (BANCO-SALDO-BLOQUEADO), so a lote can no
      *                  longer spend frozen money.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-PAGAMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESCONTAS-FILE ASSIGN TO "TESCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TESCONTAS-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-CHAVE
               FILE STATUS IS WS-TRANSACOES-STATUS.

           SELECT EXTPAG-FILE ASSIGN TO "EXTPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-NUMERO
               FILE STATUS IS WS-EXTPAG-STATUS.

           SELECT TITULOS-FILE ASSIGN TO "TITULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               FILE STATUS IS WS-TITULOS-STATUS.

           SELECT FORNECEDORES-FILE ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-FORNECEDORES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PAGLOTE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TESCONTAS-FILE.
       01  TES-REGISTRO.
           05  TES-CONTA           PIC 9(05).

       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  EXTPAG-FILE.
           COPY "EXTPAGREG.cpy".

       FD  TITULOS-FILE.
           COPY "TITULOREG.cpy".

       FD  FORNECEDORES-FILE.
           COPY "FORNECREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TESCONTAS-STATUS     PIC X(02).
           88  TESCONTAS-OK                 VALUE "00".
           88  TESCONTAS-ARQ-INEXISTENTE    VALUE "35".

       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".
           88  CONTAS-ARQ-INEXISTENTE       VALUE "35".
           88  CONTAS-EM-USO                VALUE "51".

      * Sessao do lote de pagamento junto as dos caixas.
       01  SW-SESSAO-REGISTRADA    PIC X(01) VALUE "N".
           88  SESSAO-REGISTRADA            VALUE "S".
           COPY "ESTADOLNK.cpy".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
           88  TRANSACOES-ARQ-INEXISTENTE   VALUE "35".

       01  WS-EXTPAG-STATUS        PIC X(02).
           88  EXTPAG-OK                    VALUE "00".
           88  EXTPAG-ARQ-INEXISTENTE       VALUE "35".

       01  WS-TITULOS-STATUS       PIC X(02).
           88  TITULOS-OK                   VALUE "00".
           88  TITULOS-ARQ-INEXISTENTE      VALUE "35".

       01  WS-FORNECEDORES-STATUS  PIC X(02).
           88  FORNECEDORES-OK              VALUE "00".
           88  FORNECEDORES-ARQ-INEXISTENTE VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-OPERADOR             PIC X(10).
       01  WS-DATA-MOVIMENTO       PIC 9(08) VALUE 0.
       01  WS-DATA-LIMITE          PIC 9(08) VALUE 0.
       01  WS-CONTA-DEBITO         PIC 9(05) VALUE 0.
       01  WS-CONFIRMACAO          PIC X(01).

       01  TABELA-TESCONTAS.
           05  TCT-CONTA           PIC 9(05) OCCURS 20 TIMES.
       01  WS-QTDE-TESCONTAS       PIC 9(02) COMP VALUE 0.
       01  WS-IDX-TESCONTA         PIC 9(02) COMP VALUE 0.

       01  TABELA-PROPOSTA.
           05  PRP-ENTRADA OCCURS 200 TIMES.
               10  PRP-TITULO      PIC 9(06).
               10  PRP-VALOR       PIC 9(10)V99.
       01  WS-QTDE-PROPOSTA        PIC 9(03) COMP VALUE 0.
       01  WS-IDX-PROPOSTA         PIC 9(03) COMP VALUE 0.

       01  WS-SALDO-ABERTO         PIC 9(10)V99 VALUE 0.
       01  WS-SALDO-NOVO           PIC S9(10)V99 VALUE 0.
       01  WS-DISPONIVEL           PIC S9(11)V99 VALUE 0.
       01  WS-VALOR-BLOQUEADO      PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-PROPOSTA       PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-GERADO         PIC 9(12)V99 VALUE 0.
       01  WS-QTDE-EXCECOES        PIC 9(05) VALUE 0.
       01  WS-QTDE-GERADOS         PIC 9(05) VALUE 0.
       01  WS-QTDE-PROPOSTA-EDIT   PIC 9(05) VALUE 0.
       01  WS-VALOR-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-EDIT           PIC ZZZZZZZZZZZ9.99.
       01  WS-DISPONIVEL-EDIT      PIC -ZZZZZZZZZZ9.99.

       01  SW-EXECUCAO-RECUSADA    PIC X(01) VALUE "N".
           88  EXECUCAO-RECUSADA            VALUE "S".

       01  SW-BANCO-ABERTO         PIC X(01) VALUE "N".
           88  BANCO-ABERTO                 VALUE "S".

       01  SW-LOTE-APROVADO        PIC X(01) VALUE "N".
           88  LOTE-APROVADO                VALUE "S".

       01  SW-FIM-TESCONTAS        PIC X(01) VALUE "N".
           88  FIM-TESCONTAS                VALUE "S".

       01  SW-FIM-TITULOS          PIC X(01) VALUE "N".
           88  FIM-TITULOS                  VALUE "S".

       01  SW-CONTA-LISTADA        PIC X(01) VALUE "N".
           88  CONTA-LISTADA                VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-TRN-GRAVADO          PIC X(01) VALUE "N".
           88  TRN-GRAVADO                  VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EXECUCAO-RECUSADA
               PERFORM 2000-MONTAR-PROPOSTA THRU 2000-EXIT
               PERFORM 3000-APROVAR-PROPOSTA THRU 3000-EXIT
               IF LOTE-APROVADO
                   PERFORM 4000-GERAR-PAGAMENTOS THRU 4000-EXIT
                       VARYING WS-IDX-PROPOSTA FROM 1 BY 1
                       UNTIL WS-IDX-PROPOSTA > WS-QTDE-PROPOSTA
               END-IF
               PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador e a data limite,
      * abre os arquivos e escolhe a conta de operacao a debitar.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== LOTE DE PAGAMENTO DE TITULOS ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           DISPLAY "MATRICULA DO OPERADOR:".
           ACCEPT WS-OPERADOR.
           PERFORM 1100-ACEITAR-DATA-LIMITE THRU 1100-EXIT.
           OPEN OUTPUT RELATORIO-FILE.
           STRING "LOTE DE PAGAMENTO - TITULOS A PAGAR VENCENDO ATE "
               WS-DATA-LIMITE " - OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           OPEN I-O TITULOS-FILE.
           IF TITULOS-ARQ-INEXISTENTE
               MOVE "TITULOS.DAT NAO EXISTE - NADA A PAGAR."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           IF FORNECEDORES-ARQ-INEXISTENTE
               MOVE "FORNECEDORES.DAT NAO EXISTE - CADASTRE OS "
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE "FORNECEDORES NO GESTAO-TITULOS (OPCAO 7)."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CONTAS-FILE.
           OPEN I-O TRANSACOES-FILE.
           IF TRANSACOES-ARQ-INEXISTENTE
               OPEN OUTPUT TRANSACOES-FILE
               CLOSE TRANSACOES-FILE
               OPEN I-O TRANSACOES-FILE
           END-IF.
           OPEN I-O EXTPAG-FILE.
           IF EXTPAG-ARQ-INEXISTENTE
               OPEN OUTPUT EXTPAG-FILE
               CLOSE EXTPAG-FILE
               OPEN I-O EXTPAG-FILE
           END-IF.
           MOVE "S" TO SW-BANCO-ABERTO.
           PERFORM 0950-ENTRAR-SESSAO THRU 0950-EXIT.
           IF EXECUCAO-RECUSADA
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-TESCONTAS THRU 1200-EXIT.
           IF EXECUCAO-RECUSADA
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-ESCOLHER-CONTA THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0950-ENTRAR-SESSAO - o lote debita CONTAS.DAT como um caixa:
      * fica registrado em SESSOES.DAT enquanto roda, para que a
      * rodada noturna nao abra a janela de lote no meio dele, e e
      * recusado com a janela ja aberta.
      ******************************************************************
       0950-ENTRAR-SESSAO.
           MOVE "E" TO SIS-FUNCAO.
           MOVE WS-OPERADOR TO SIS-OPERADOR.
           CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS.
           MOVE "S" TO SW-SESSAO-REGISTRADA.
           IF SIS-JANELA-LOTE
               MOVE "SISTEMA NA JANELA DE LOTE - LOTE RECUSADO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
           END-IF.
       0950-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina.
      ******************************************************************
       0900-LER-DATA-MOVIMENTO.
           ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD.
           OPEN INPUT DATAMOV-FILE.
           IF DATAMOV-ARQUIVO-INEXISTENTE
               CONTINUE
           ELSE
               READ DATAMOV-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DMV-DATA-MOVIMENTO > 0
                           MOVE DMV-DATA-MOVIMENTO
                               TO WS-DATA-MOVIMENTO
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
           DISPLAY "DATA DE MOVIMENTO: " WS-DATA-MOVIMENTO.
       0900-EXIT.
           EXIT.

       1100-ACEITAR-DATA-LIMITE.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 1110-SOLICITAR-DATA-LIMITE THRU 1110-EXIT
               UNTIL ENTRADA-VALIDA.
       1100-EXIT.
           EXIT.

       1110-SOLICITAR-DATA-LIMITE.
           DISPLAY "PAGAR TITULOS VENCENDO ATE (AAAAMMDD, "
               "0 = DATA DE MOVIMENTO):".
           ACCEPT WS-DATA-LIMITE.
           IF WS-DATA-LIMITE IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 1110-EXIT
           END-IF.
           IF WS-DATA-LIMITE = 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-LIMITE
           END-IF.
           MOVE "S" TO SW-ENTRADA-VALIDA.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-TESCONTAS - guarda as contas de operacao da
      * empresa listadas em TESCONTAS.DAT; sem elas nao ha de onde
      * debitar o lote.
      ******************************************************************
       1200-CARREGAR-TESCONTAS.
           MOVE 0 TO WS-QTDE-TESCONTAS.
           OPEN INPUT TESCONTAS-FILE.
           IF NOT TESCONTAS-ARQ-INEXISTENTE
               MOVE "N" TO SW-FIM-TESCONTAS
               PERFORM 1250-LER-TESCONTA THRU 1250-EXIT
                   UNTIL FIM-TESCONTAS
               CLOSE TESCONTAS-FILE
           END-IF.
           IF WS-QTDE-TESCONTAS = 0
               MOVE "TESCONTAS.DAT SEM CONTAS DE OPERACAO - LOTE "
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE "RECUSADO." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

       1250-LER-TESCONTA.
           READ TESCONTAS-FILE
               AT END
                   MOVE "S" TO SW-FIM-TESCONTAS
               NOT AT END
                   IF WS-QTDE-TESCONTAS < 20
                       ADD 1 TO WS-QTDE-TESCONTAS
                       MOVE TES-CONTA
                           TO TCT-CONTA (WS-QTDE-TESCONTAS)
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-ESCOLHER-CONTA - com uma so conta de operacao ela e
      * assumida; com varias, o operador escolhe uma da lista.  A
      * conta precisa existir e estar livre para movimentacao.
      ******************************************************************
       1300-ESCOLHER-CONTA.
           IF WS-QTDE-TESCONTAS = 1
               MOVE TCT-CONTA (1) TO WS-CONTA-DEBITO
           ELSE
               PERFORM 1350-LISTAR-TESCONTA THRU 1350-EXIT
                   VARYING WS-IDX-TESCONTA FROM 1 BY 1
                   UNTIL WS-IDX-TESCONTA > WS-QTDE-TESCONTAS
               MOVE "N" TO SW-ENTRADA-VALIDA
               PERFORM 1310-SOLICITAR-CONTA THRU 1310-EXIT
                   UNTIL ENTRADA-VALIDA
           END-IF.
           MOVE WS-CONTA-DEBITO TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   STRING "CONTA DE OPERACAO " WS-CONTA-DEBITO
                       " NAO ENCONTRADA - LOTE RECUSADO."
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   MOVE "S" TO SW-EXECUCAO-RECUSADA
                   MOVE 8 TO RETURN-CODE
                   GO TO 1300-EXIT
           END-READ.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               STRING "CONTA DE OPERACAO " WS-CONTA-DEBITO
                   " BLOQUEADA OU ENCERRADA - LOTE RECUSADO."
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           STRING "CONTA DE DEBITO: " CTA-CONTA " " CTA-NOME
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       1300-EXIT.
           EXIT.

       1310-SOLICITAR-CONTA.
           DISPLAY "CONTA DE OPERACAO A DEBITAR:".
           ACCEPT WS-CONTA-DEBITO.
           MOVE "N" TO SW-CONTA-LISTADA.
           PERFORM 1360-CONFERIR-TESCONTA THRU 1360-EXIT
               VARYING WS-IDX-TESCONTA FROM 1 BY 1
               UNTIL WS-IDX-TESCONTA > WS-QTDE-TESCONTAS
                   OR CONTA-LISTADA.
           IF CONTA-LISTADA
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "CONTA FORA DE TESCONTAS.DAT - ESCOLHA UMA DA "
                   "LISTA."
           END-IF.
       1310-EXIT.
           EXIT.

       1350-LISTAR-TESCONTA.
           DISPLAY "CONTA DE OPERACAO: " TCT-CONTA (WS-IDX-TESCONTA).
       1350-EXIT.
           EXIT.

       1360-CONFERIR-TESCONTA.
           IF WS-CONTA-DEBITO = TCT-CONTA (WS-IDX-TESCONTA)
               MOVE "S" TO SW-CONTA-LISTADA
           END-IF.
       1360-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MONTAR-PROPOSTA - varre os titulos a pagar em aberto
      * vencendo ate a data limite e monta a proposta pelo saldo
      * aberto de cada um; os que nao podem ser pagos pelo banco
      * saem como excecao.
      ******************************************************************
       2000-MONTAR-PROPOSTA.
           MOVE "PROPOSTA DE PAGAMENTO:" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO WS-QTDE-PROPOSTA.
           MOVE 0 TO WS-TOTAL-PROPOSTA.
           MOVE "N" TO SW-FIM-TITULOS.
           MOVE 0 TO TIT-NUMERO.
           START TITULOS-FILE KEY IS GREATER THAN TIT-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIM-TITULOS
           END-START.
           PERFORM 2100-LER-TITULO THRU 2100-EXIT
               UNTIL FIM-TITULOS.
       2000-EXIT.
           EXIT.

       2100-LER-TITULO.
           READ TITULOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-TITULOS
               NOT AT END
                   IF TIT-PAGAR AND TIT-ABERTO
                       AND TIT-VENCIMENTO <= WS-DATA-LIMITE
                       PERFORM 2200-AVALIAR-TITULO THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-AVALIAR-TITULO - confere o fornecedor do titulo e, se
      * ele pode receber pelo banco, poe o saldo aberto na proposta.
      ******************************************************************
       2200-AVALIAR-TITULO.
           COMPUTE WS-SALDO-ABERTO = TIT-VALOR - TIT-VALOR-PAGO.
           IF WS-SALDO-ABERTO = 0
               GO TO 2200-EXIT
           END-IF.
           IF TIT-FORNECEDOR = 0
               STRING "EXCECAO  TITULO " TIT-NUMERO
                   " SEM FORNECEDOR - PAGAR PELO GESTAO-TITULOS"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-EXCECOES
               GO TO 2200-EXIT
           END-IF.
           MOVE TIT-FORNECEDOR TO FOR-CODIGO.
           READ FORNECEDORES-FILE
               INVALID KEY
                   STRING "EXCECAO  TITULO " TIT-NUMERO
                       " FORNECEDOR " TIT-FORNECEDOR
                       " NAO CADASTRADO"
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   ADD 1 TO WS-QTDE-EXCECOES
                   GO TO 2200-EXIT
           END-READ.
           IF NOT FOR-ATIVADO
               STRING "EXCECAO  TITULO " TIT-NUMERO
                   " FORNECEDOR " FOR-CODIGO " INATIVO"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-EXCECOES
               GO TO 2200-EXIT
           END-IF.
           IF WS-QTDE-PROPOSTA >= 200
               STRING "EXCECAO  TITULO " TIT-NUMERO
                   " FORA DO LOTE (LIMITE DE 200) - PROXIMO LOTE"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-EXCECOES
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-PROPOSTA.
           MOVE TIT-NUMERO TO PRP-TITULO (WS-QTDE-PROPOSTA).
           MOVE WS-SALDO-ABERTO TO PRP-VALOR (WS-QTDE-PROPOSTA).
           ADD WS-SALDO-ABERTO TO WS-TOTAL-PROPOSTA.
           MOVE WS-SALDO-ABERTO TO WS-VALOR-EDIT.
           STRING "TITULO " TIT-NUMERO " VENC " TIT-VENCIMENTO
               " " FOR-NOME
               " BCO " FOR-BANCO " AG " FOR-AGENCIA
               " CTA " FOR-CONTA
               " R$ " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APROVAR-PROPOSTA - mostra o total da proposta contra o
      * disponivel da conta de debito e pede a aprovacao do lote.
      * Lote maior que saldo mais limite, menos os bloqueios judiciais
      * da conta, e recusado.
      ******************************************************************
       3000-APROVAR-PROPOSTA.
           MOVE "N" TO SW-LOTE-APROVADO.
           MOVE "----------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF WS-QTDE-PROPOSTA = 0
               MOVE "NENHUM TITULO A PAGAR ATE A DATA LIMITE."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-QTDE-PROPOSTA TO WS-QTDE-PROPOSTA-EDIT.
           MOVE WS-TOTAL-PROPOSTA TO WS-TOTAL-EDIT.
           STRING "TITULOS NA PROPOSTA: " WS-QTDE-PROPOSTA-EDIT
               "  TOTAL R$ " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           CALL "BANCO-SALDO-BLOQUEADO" USING WS-CONTA-DEBITO
                                              WS-VALOR-BLOQUEADO.
           COMPUTE WS-DISPONIVEL = CTA-SALDO + CTA-LIMITE-ESPECIAL
               - WS-VALOR-BLOQUEADO.
           IF WS-VALOR-BLOQUEADO > 0
               MOVE WS-VALOR-BLOQUEADO TO WS-VALOR-EDIT
               STRING "CONTA COM BLOQUEIO JUDICIAL DE R$ "
                   WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           MOVE WS-DISPONIVEL TO WS-DISPONIVEL-EDIT.
           STRING "DISPONIVEL NA CONTA " CTA-CONTA
               " (SALDO + LIMITE - BLOQUEIOS): R$ " WS-DISPONIVEL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF WS-TOTAL-PROPOSTA > WS-DISPONIVEL
               MOVE "DISPONIVEL INSUFICIENTE - LOTE RECUSADO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "APROVA O LOTE DE PAGAMENTO (S/N)?".
           ACCEPT WS-CONFIRMACAO.
           IF WS-CONFIRMACAO = "S"
               MOVE "S" TO SW-LOTE-APROVADO
               STRING "LOTE APROVADO PELO OPERADOR " WS-OPERADOR
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               MOVE "LOTE NAO APROVADO - NENHUM PAGAMENTO GERADO."
                   TO RPT-LINHA
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GERAR-PAGAMENTOS - para cada titulo aprovado captura o
      * pagamento externo ao banco do fornecedor, debita a conta de
      * operacao (TRN-TIPO "P") e marca o titulo em pagamento.  O
      * titulo e relido: se deixou de estar em aberto com o mesmo
      * saldo desde a proposta, fica fora do lote.  A conta de
      * operacao e relida com trava a cada titulo; em uso por um caixa
      * ou sem disponivel (saldo + limite - bloqueios judiciais) para
      * ele, o titulo fica fora do lote.
      ******************************************************************
       4000-GERAR-PAGAMENTOS.
           MOVE PRP-TITULO (WS-IDX-PROPOSTA) TO TIT-NUMERO.
           READ TITULOS-FILE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ.
           COMPUTE WS-SALDO-ABERTO = TIT-VALOR - TIT-VALOR-PAGO.
           IF NOT TIT-ABERTO
               OR WS-SALDO-ABERTO NOT = PRP-VALOR (WS-IDX-PROPOSTA)
               STRING "EXCECAO  TITULO " TIT-NUMERO
                   " ALTERADO DESDE A PROPOSTA - FORA DO LOTE"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-EXCECOES
               GO TO 4000-EXIT
           END-IF.
           MOVE TIT-FORNECEDOR TO FOR-CODIGO.
           READ FORNECEDORES-FILE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ.
           MOVE WS-CONTA-DEBITO TO CTA-CONTA.
           READ CONTAS-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CONTAS-OK
               IF CONTAS-EM-USO
                   STRING "EXCECAO  TITULO " TIT-NUMERO
                       " CONTA DE DEBITO EM USO, TENTE NOVAMENTE"
                       DELIMITED BY SIZE INTO RPT-LINHA
               ELSE
                   STRING "EXCECAO  TITULO " TIT-NUMERO
                       " CONTA DE DEBITO INDISPONIVEL - STATUS "
                       WS-CONTAS-STATUS
                       DELIMITED BY SIZE INTO RPT-LINHA
               END-IF
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-EXCECOES
               GO TO 4000-EXIT
           END-IF.
           CALL "BANCO-SALDO-BLOQUEADO" USING WS-CONTA-DEBITO
                                              WS-VALOR-BLOQUEADO.
           IF WS-SALDO-ABERTO > CTA-SALDO + CTA-LIMITE-ESPECIAL
                                - WS-VALOR-BLOQUEADO
               STRING "EXCECAO  TITULO " TIT-NUMERO
                   " DISPONIVEL INSUFICIENTE - FORA DO LOTE"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-EXCECOES
               UNLOCK CONTAS-FILE RECORDS
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-PROXIMO-EXTERNO THRU 4100-EXIT.
           MOVE WS-CONTA-DEBITO     TO EXT-CONTA.
           MOVE FOR-BANCO           TO EXT-BANCO-DESTINO.
           MOVE FOR-AGENCIA         TO EXT-AGENCIA-DESTINO.
           MOVE FOR-CONTA           TO EXT-CONTA-DESTINO.
           MOVE FOR-NOME            TO EXT-FAVORECIDO.
           MOVE WS-SALDO-ABERTO     TO EXT-VALOR.
           MOVE WS-DATA-MOVIMENTO   TO EXT-DATA-CAPTURA.
           MOVE "C"                 TO EXT-SITUACAO.
           MOVE 0                   TO EXT-DATA-RETORNO.
           MOVE TIT-NUMERO          TO EXT-TITULO.
           WRITE EXT-REGISTRO
               INVALID KEY
                   STRING "EXCECAO  TITULO " TIT-NUMERO
                       " ERRO AO CAPTURAR O PAGAMENTO"
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   ADD 1 TO WS-QTDE-EXCECOES
                   UNLOCK CONTAS-FILE RECORDS
                   GO TO 4000-EXIT
           END-WRITE.
           COMPUTE WS-SALDO-NOVO = CTA-SALDO - WS-SALDO-ABERTO.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           UNLOCK CONTAS-FILE RECORDS.
           MOVE WS-CONTA-DEBITO   TO TRN-CONTA.
           MOVE "P"               TO TRN-TIPO.
           MOVE WS-SALDO-ABERTO   TO TRN-VALOR.
           MOVE WS-SALDO-NOVO     TO TRN-SALDO-APOS.
           MOVE WS-DATA-MOVIMENTO TO TRN-DATA.
           MOVE 0                 TO TRN-CONTAPARTE.
           MOVE 0                 TO TRN-ESTORNO-REF.
           PERFORM 4200-GRAVAR-HISTORICO THRU 4200-EXIT.
           MOVE "E" TO TIT-SITUACAO.
           MOVE EXT-NUMERO TO TIT-PAGAMENTO-EXT.
           REWRITE TIT-REGISTRO.
           ADD 1 TO WS-QTDE-GERADOS.
           ADD WS-SALDO-ABERTO TO WS-TOTAL-GERADO.
           STRING "PGTO " EXT-NUMERO " GERADO PARA O TITULO "
               TIT-NUMERO " - " FOR-NOME
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       4000-EXIT.
           EXIT.

       4100-PROXIMO-EXTERNO.
           MOVE 99999 TO EXT-NUMERO.
           START EXTPAG-FILE KEY IS LESS THAN OR EQUAL TO EXT-NUMERO
               INVALID KEY
                   MOVE 0 TO EXT-NUMERO
               NOT INVALID KEY
                   READ EXTPAG-FILE NEXT RECORD
           END-START.
           ADD 1 TO EXT-NUMERO.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-GRAVAR-HISTORICO - grava o debito ja montado em
      * TRN-REGISTRO atribuindo o proximo TRN-SEQ livre da conta/data
      * (comeca em 1 e avanca a cada chave duplicada).
      ******************************************************************
       4200-GRAVAR-HISTORICO.
           MOVE WS-OPERADOR TO TRN-OPERADOR.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 4250-TENTAR-GRAVAR THRU 4250-EXIT
               UNTIL TRN-GRAVADO.
       4200-EXIT.
           EXIT.

       4250-TENTAR-GRAVAR.
           WRITE TRN-REGISTRO
               INVALID KEY
                   ADD 1 TO TRN-SEQ
               NOT INVALID KEY
                   MOVE "S" TO SW-TRN-GRAVADO
           END-WRITE.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais do lote.
      ******************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE "----------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-GERADO TO WS-TOTAL-EDIT.
           STRING "PAGAMENTOS GERADOS......: " WS-QTDE-GERADOS
               "  TOTAL R$ " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "EXCECOES................: " WS-QTDE-EXCECOES
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em PAGLOTE.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos e, havendo pagamentos
      * gerados, atualiza os totais de controle de contas e titulos.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-PAGAMENTOS" TO SPL-PROGRAMA.
           MOVE "PAGLOTE.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE WS-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           IF NOT TITULOS-ARQ-INEXISTENTE
               CLOSE TITULOS-FILE
           END-IF.
           IF BANCO-ABERTO
               CLOSE FORNECEDORES-FILE
               CLOSE CONTAS-FILE
               CLOSE TRANSACOES-FILE
               CLOSE EXTPAG-FILE
           END-IF.
           IF WS-QTDE-GERADOS > 0
               MOVE "CONTAS" TO WS-CTL-ARQUIVO
               CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
               MOVE "TITULOS" TO WS-CTL-ARQUIVO
               CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
           END-IF.
           IF SESSAO-REGISTRADA
               MOVE "S" TO SIS-FUNCAO
               MOVE WS-OPERADOR TO SIS-OPERADOR
               CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM GESTAO-PAGAMENTOS.
