      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-08  RA   Postings now zero the new TRN-ESTORNO-REF,
      *                  which only the estorno of SISTEMA-BANCO fills
      *                  in.
      * 2026-10-07  RA   Orders of the payables payment run GESTAO-
      *                  PAGAMENTOS (EXT-TITULO filled in) now carry
      *                  their titulo along: a confirmation settles it
      *                  through TITPAG.DAT, DESPCAT.DAT and the journal
      *                  (GESTAO-LANCAMENTO), a reject reopens it, and
      *                  titulo exceptions are listed in TITEXCEC.LST.
      * 2026-10-08  RA   Zeroes the new TPG-ENCARGOS of the titulo
      *                  payments it records, which only the collection
      *                  return of boletos fills in.
      * 2026-10-15  RA   RETORNO.LST and TITEXCEC.LST are copied to the
      *                  report spool as dated generations after they
      *                  are closed (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-RETORNO-COMPENSACAO.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT TITULOS-FILE ASSIGN TO "TITULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               FILE STATUS IS WS-TITULOS-STATUS.

           SELECT PAGAMENTOS-FILE ASSIGN TO "TITPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPG-CHAVE
               FILE STATUS IS WS-PAGAMENTOS-STATUS.

           SELECT DESPESAS-FILE ASSIGN TO "DESPCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CHAVE
               FILE STATUS IS WS-DESPESAS-STATUS.

           SELECT EXCECOES-FILE ASSIGN TO "TITEXCEC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-FILE.
       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       FD  TITULOS-FILE.
           COPY "TITULOREG.cpy".

       FD  PAGAMENTOS-FILE.
           COPY "TITPAGREG.cpy".

       FD  DESPESAS-FILE.
           COPY "DESPHIST.cpy".

       FD  EXCECOES-FILE.
       01  EXC-REGISTRO            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RETORNO-STATUS       PIC X(02).
           88  RETORNO-OK                   VALUE "00".
       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-TITULOS-STATUS       PIC X(02).
           88  TITULOS-OK                   VALUE "00".
           88  TITULOS-ARQ-INEXISTENTE      VALUE "35".

       01  WS-PAGAMENTOS-STATUS    PIC X(02).
           88  PAGAMENTOS-OK                VALUE "00".
           88  PAGAMENTOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-DESPESAS-STATUS      PIC X(02).
           88  DESPESAS-OK                  VALUE "00".
           88  DESPESAS-ARQ-INEXISTENTE     VALUE "35".

       01  WS-EXCECOES-STATUS      PIC X(02).

       01  SW-TPG-GRAVADO          PIC X(01) VALUE "N".
           88  TPG-GRAVADO                  VALUE "S".

       01  WS-PERIODO-LIQUIDACAO   PIC 9(06) VALUE 0.
       01  WS-RESTO-PERIODO        PIC 9(02) VALUE 0.
       01  WS-IDX-CONTA            PIC 9(02) COMP VALUE 0.
       01  WS-QTDE-BAIXADOS        PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-REABERTOS       PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-EXC-TITULOS     PIC 9(06) COMP VALUE 0.
       01  WS-BAIXADOS-EDIT        PIC 9(06) VALUE 0.
       01  WS-REABERTOS-EDIT       PIC 9(06) VALUE 0.
       01  WS-EXC-TITULOS-EDIT     PIC 9(06) VALUE 0.
       01  WS-EXT-VALOR-EDIT       PIC ZZZZZZZZZ9.99.

       01  WS-DATA-PROCESSAMENTO   PIC 9(08).
       01  WS-SALDO-NOVO           PIC S9(10)V99 VALUE 0.


       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       COPY "PLANOCTA.cpy".

       COPY "LANCLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   OPEN I-O TRANSACOES-FILE
               END-IF
               OPEN OUTPUT RELATORIO-FILE
               PERFORM 1100-ABRIR-TITULOS THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ABRIR-TITULOS - abre (ou cria) os titulos, os pagamentos
      * de titulos e o historico de despesas, que os pagamentos do
      * lote GESTAO-PAGAMENTOS baixam ou reabrem, e o relatorio de
      * excecoes de titulos.
      ******************************************************************
       1100-ABRIR-TITULOS.
           OPEN I-O TITULOS-FILE.
           IF TITULOS-ARQ-INEXISTENTE
               OPEN OUTPUT TITULOS-FILE
               CLOSE TITULOS-FILE
               OPEN I-O TITULOS-FILE
           END-IF.
           OPEN I-O PAGAMENTOS-FILE.
           IF PAGAMENTOS-ARQ-INEXISTENTE
               OPEN OUTPUT PAGAMENTOS-FILE
               CLOSE PAGAMENTOS-FILE
               OPEN I-O PAGAMENTOS-FILE
           END-IF.
           OPEN I-O DESPESAS-FILE.
           IF DESPESAS-ARQ-INEXISTENTE
               OPEN OUTPUT DESPESAS-FILE
               CLOSE DESPESAS-FILE
               OPEN I-O DESPESAS-FILE
           END-IF.
           OPEN OUTPUT EXCECOES-FILE.
           MOVE SPACES TO EXC-REGISTRO.
           STRING "EXCECOES DE TITULOS DO RETORNO DE COMPENSACAO - "
               WS-DATA-PROCESSAMENTO
               DELIMITED BY SIZE INTO EXC-REGISTRO.
           PERFORM 7950-GRAVAR-EXCECAO THRU 7950-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina como nas
                   MOVE WS-DATA-PROCESSAMENTO TO EXT-DATA-RETORNO
                   REWRITE EXT-REGISTRO
                   ADD 1 TO WS-QTDE-LIQUIDADOS
                   IF EXT-TITULO > 0
                       PERFORM 3300-LIQUIDAR-TITULO THRU 3300-EXIT
                   END-IF
               WHEN "03"
                   PERFORM 3500-RECREDITAR-REJEITO THRU 3500-EXIT
               WHEN OTHER
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LIQUIDAR-TITULO - o pagamento confirmado de um titulo do
      * lote GESTAO-PAGAMENTOS baixa o titulo como a liquidacao do
      * GESTAO-TITULOS: lanca o pagamento no diario, grava o registro
      * em TITPAG.DAT, acumula TIT-VALOR-PAGO e a despesa do periodo
      * e liquida o titulo ao zerar o saldo.  O dinheiro ja saiu, por
      * isso um lancamento recusado (periodo fechado) nao impede a
      * baixa - sai no relatorio de excecoes para regularizar.
      ******************************************************************
       3300-LIQUIDAR-TITULO.
           MOVE EXT-TITULO TO TIT-NUMERO.
           READ TITULOS-FILE
               INVALID KEY
                   MOVE SPACES TO EXC-REGISTRO
                   STRING "TITULO " EXT-TITULO " DO PGTO " EXT-NUMERO
                       " NAO ENCONTRADO - PAGAMENTO LIQUIDADO SEM "
                       "BAIXA"
                       DELIMITED BY SIZE INTO EXC-REGISTRO
                   PERFORM 7950-GRAVAR-EXCECAO THRU 7950-EXIT
                   ADD 1 TO WS-QTDE-EXC-TITULOS
                   GO TO 3300-EXIT
           END-READ.
           IF NOT TIT-EM-PAGAMENTO
               OR TIT-PAGAMENTO-EXT NOT = EXT-NUMERO
               MOVE SPACES TO EXC-REGISTRO
               STRING "TITULO " TIT-NUMERO " SIT " TIT-SITUACAO
                   " NAO ESTA EM PAGAMENTO PELO PGTO " EXT-NUMERO
                   " - CONFERIR A BAIXA NO GESTAO-TITULOS"
                   DELIMITED BY SIZE INTO EXC-REGISTRO
               PERFORM 7950-GRAVAR-EXCECAO THRU 7950-EXIT
               ADD 1 TO WS-QTDE-EXC-TITULOS
               GO TO 3300-EXIT
           END-IF.
           DIVIDE WS-DATA-PROCESSAMENTO BY 100
               GIVING WS-PERIODO-LIQUIDACAO
               REMAINDER WS-RESTO-PERIODO.
           PERFORM 3350-LANCAR-PAGAMENTO THRU 3350-EXIT.
           IF NOT LNC-OK
               MOVE SPACES TO EXC-REGISTRO
               STRING "TITULO " TIT-NUMERO " BAIXADO MAS LANCAMENTO "
                   "NO DIARIO RECUSADO (RETORNO " LNC-RETORNO
                   ") - REGULARIZAR PELO GESTAO-AJUSTE"
                   DELIMITED BY SIZE INTO EXC-REGISTRO
               PERFORM 7950-GRAVAR-EXCECAO THRU 7950-EXIT
               ADD 1 TO WS-QTDE-EXC-TITULOS
           END-IF.
           PERFORM 3400-GRAVAR-PAGAMENTO THRU 3400-EXIT.
           ADD EXT-VALOR TO TIT-VALOR-PAGO.
           IF TIT-VALOR-PAGO >= TIT-VALOR
               MOVE WS-DATA-PROCESSAMENTO TO TIT-DATA-LIQUIDACAO
               MOVE "L" TO TIT-SITUACAO
           ELSE
               MOVE "A" TO TIT-SITUACAO
           END-IF.
           REWRITE TIT-REGISTRO.
           PERFORM 3450-ACUMULAR-DESPESA THRU 3450-EXIT.
           ADD 1 TO WS-QTDE-BAIXADOS.
           STRING "PGTO " EXT-NUMERO " - TITULO " TIT-NUMERO
               " BAIXADO, SITUACAO " TIT-SITUACAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3350-LANCAR-PAGAMENTO - lanca o pagamento no diario do periodo
      * do retorno (debito na conta de despesa da categoria, credito
      * em caixa e bancos) pelo GESTAO-LANCAMENTO.
      ******************************************************************
       3350-LANCAR-PAGAMENTO.
           PERFORM 3360-LOCALIZAR-CONTA THRU 3360-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS
                   OR PCT-CATEGORIA (WS-IDX-CONTA) = TIT-CATEGORIA.
           MOVE "L" TO LNC-FUNCAO.
           MOVE WS-PERIODO-LIQUIDACAO TO LNC-PERIODO.
           MOVE WS-DATA-PROCESSAMENTO TO LNC-DATA.
           MOVE "BANCO-RETORNO-COMPENSACAO" TO LNC-ORIGEM.
           MOVE "RETCOMPENS" TO LNC-OPERADOR.
           MOVE SPACES TO LNC-HISTORICO.
           STRING "PAGAMENTO DO TITULO " TIT-NUMERO
               " PGTO " EXT-NUMERO
               DELIMITED BY SIZE INTO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           IF WS-IDX-CONTA > PCT-QTDE-CONTAS
               MOVE 0 TO LNC-CONTA (1)
           ELSE
               MOVE PCT-CONTA (WS-IDX-CONTA) TO LNC-CONTA (1)
           END-IF.
           MOVE EXT-VALOR TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 1101 TO LNC-CONTA (2).
           MOVE EXT-VALOR TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
       3350-EXIT.
           EXIT.

       3360-LOCALIZAR-CONTA.
           CONTINUE.
       3360-EXIT.
           EXIT.

      ******************************************************************
      * 3400-GRAVAR-PAGAMENTO - grava o pagamento do titulo em
      * TITPAG.DAT na proxima sequencia livre do titulo.
      ******************************************************************
       3400-GRAVAR-PAGAMENTO.
           MOVE TIT-NUMERO TO TPG-TITULO.
           MOVE 1 TO TPG-SEQ.
           MOVE WS-DATA-PROCESSAMENTO TO TPG-DATA.
           MOVE EXT-VALOR TO TPG-VALOR.
           MOVE 0 TO TPG-ENCARGOS.
           MOVE "N" TO SW-TPG-GRAVADO.
           PERFORM 3410-TENTAR-GRAVAR THRU 3410-EXIT
               UNTIL TPG-GRAVADO.
       3400-EXIT.
           EXIT.

       3410-TENTAR-GRAVAR.
           WRITE TPG-REGISTRO
               INVALID KEY
                   ADD 1 TO TPG-SEQ
               NOT INVALID KEY
                   MOVE "S" TO SW-TPG-GRAVADO
           END-WRITE.
       3410-EXIT.
           EXIT.

      ******************************************************************
      * 3450-ACUMULAR-DESPESA - soma o pagamento no historico de
      * despesas do periodo/categoria do retorno.
      ******************************************************************
       3450-ACUMULAR-DESPESA.
           MOVE WS-PERIODO-LIQUIDACAO TO DH-PERIODO.
           MOVE TIT-CATEGORIA TO DH-CATEGORIA.
           READ DESPESAS-FILE
               INVALID KEY
                   MOVE WS-PERIODO-LIQUIDACAO TO DH-PERIODO
                   MOVE TIT-CATEGORIA TO DH-CATEGORIA
                   MOVE EXT-VALOR TO DH-VALOR
                   WRITE DESPHIST-REGISTRO
               NOT INVALID KEY
                   ADD EXT-VALOR TO DH-VALOR
                   REWRITE DESPHIST-REGISTRO
           END-READ.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3500-RECREDITAR-REJEITO - devolve a conta de origem o valor
      * do pagamento rejeitado pela compensacao, lancando o deposito
               " REJEITADO - RE-CREDITADO NA CONTA " EXT-CONTA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF EXT-TITULO > 0
               PERFORM 3600-REABRIR-TITULO THRU 3600-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-REABRIR-TITULO - o pagamento rejeitado de um titulo do
      * lote GESTAO-PAGAMENTOS devolve o titulo a aberto, para o
      * proximo lote ou a baixa manual, e vai para o relatorio de
      * excecoes com o fornecedor e o valor.
      ******************************************************************
       3600-REABRIR-TITULO.
           MOVE EXT-VALOR TO WS-EXT-VALOR-EDIT.
           MOVE EXT-TITULO TO TIT-NUMERO.
           READ TITULOS-FILE
               INVALID KEY
                   MOVE SPACES TO EXC-REGISTRO
                   STRING "TITULO " EXT-TITULO " DO PGTO " EXT-NUMERO
                       " REJEITADO NAO ENCONTRADO"
                       DELIMITED BY SIZE INTO EXC-REGISTRO
                   PERFORM 7950-GRAVAR-EXCECAO THRU 7950-EXIT
                   ADD 1 TO WS-QTDE-EXC-TITULOS
                   GO TO 3600-EXIT
           END-READ.
           IF TIT-EM-PAGAMENTO AND TIT-PAGAMENTO-EXT = EXT-NUMERO
               MOVE "A" TO TIT-SITUACAO
               REWRITE TIT-REGISTRO
               ADD 1 TO WS-QTDE-REABERTOS
               MOVE SPACES TO EXC-REGISTRO
               STRING "TITULO " TIT-NUMERO
                   " FORNECEDOR " TIT-FORNECEDOR " " EXT-FAVORECIDO
                   " R$ " WS-EXT-VALOR-EDIT
                   " PGTO " EXT-NUMERO
                   " REJEITADO - TITULO REABERTO"
                   DELIMITED BY SIZE INTO EXC-REGISTRO
           ELSE
               MOVE SPACES TO EXC-REGISTRO
               STRING "TITULO " TIT-NUMERO " SIT " TIT-SITUACAO
                   " PGTO " EXT-NUMERO " R$ " WS-EXT-VALOR-EDIT
                   " REJEITADO - TITULO NAO ESTAVA EM PAGAMENTO"
                   DELIMITED BY SIZE INTO EXC-REGISTRO
           END-IF.
           PERFORM 7950-GRAVAR-EXCECAO THRU 7950-EXIT.
           ADD 1 TO WS-QTDE-EXC-TITULOS.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3800-GRAVAR-HISTORICO - grava o lancamento ja montado em
      * TRN-REGISTRO atribuindo o proximo TRN-SEQ livre da conta/data
      ******************************************************************
       3800-GRAVAR-HISTORICO.
           MOVE "RETCOMPENS" TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 3850-TENTAR-GRAVAR THRU 3850-EXIT
           STRING "EXCECOES................: " WS-EXCECOES-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-BAIXADOS TO WS-BAIXADOS-EDIT.
           STRING "TITULOS BAIXADOS........: " WS-BAIXADOS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-REABERTOS TO WS-REABERTOS-EDIT.
           STRING "TITULOS REABERTOS.......: " WS-REABERTOS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-EXC-TITULOS TO WS-EXC-TITULOS-EDIT.
           MOVE SPACES TO EXC-REGISTRO.
           STRING "EXCECOES DE TITULOS.....: " WS-EXC-TITULOS-EDIT
               DELIMITED BY SIZE INTO EXC-REGISTRO.
           PERFORM 7950-GRAVAR-EXCECAO THRU 7950-EXIT.
       7000-EXIT.
           EXIT.

       7900-EXIT.
           EXIT.

      ******************************************************************
      * 7950-GRAVAR-EXCECAO - grava a linha montada em EXC-REGISTRO
      * tanto no console quanto em TITEXCEC.LST.
      ******************************************************************
       7950-GRAVAR-EXCECAO.
           DISPLAY EXC-REGISTRO.
           WRITE EXC-REGISTRO.
       7950-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do job.
      ******************************************************************
               CLOSE CONTAS-FILE
               CLOSE TRANSACOES-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-RETORNO-COMPENSACAO" TO SPL-PROGRAMA
               MOVE "RETORNO.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               CLOSE TITULOS-FILE
               CLOSE PAGAMENTOS-FILE
               CLOSE DESPESAS-FILE
               CLOSE EXCECOES-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-RETORNO-COMPENSACAO" TO SPL-PROGRAMA
               MOVE "TITEXCEC.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               MOVE "CONTAS" TO WS-CTL-ARQUIVO
               CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
               MOVE "TITULOS" TO WS-CTL-ARQUIVO
               CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
               IF WS-QTDE-BAIXADOS > 0
                   MOVE "LEDGER" TO WS-CTL-ARQUIVO
                   CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
