      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-09
      * Purpose: Court-ordered holds (bloqueio judicial) for
      *          SISTEMA-BANCO.  Records a hold of a fixed amount on
      *          an account under the court order number (process
      *          number and dates alongside), releases it on a
      *          further order, or transfers the held amount to the
      *          court's deposit account as a "T"/"C" transfer pair.
      *          The account itself stays active - salary credits
      *          keep coming in - and every debit path sees only
      *          CTA-SALDO + CTA-LIMITE-ESPECIAL - holds through
      *          BANCO-SALDO-BLOQUEADO.  Lists the open holds for the
      *          legal department on BLOQUEIOS.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-09  RA   Original court-ordered hold module.
      * 2026-10-15  RA   Releasing a blocked deposit locks the deposit
      *                  and the client account while it posts, and is
      *                  refused during the batch window.
      * 2026-10-15  RA   BLOQUEIOS.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-BLOQUEIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

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

           SELECT RELATORIO-FILE ASSIGN TO "BLOQUEIOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEIOS-FILE.
           COPY "BLOQREG.cpy".

       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BLOQUEIOS-STATUS     PIC X(02).
           88  BLOQUEIOS-OK                 VALUE "00".
           88  BLOQUEIOS-ARQ-INEXISTENTE    VALUE "35".

       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".
           88  CONTAS-EM-USO                VALUE "51".

      * Trava de registro da conta a alterar e estado online/lote.
       01  SW-CONTA-TRAVADA        PIC X(01) VALUE "N".
           88  CONTA-TRAVADA                 VALUE "S".
           COPY "ESTADOLNK.cpy".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
           88  TRANSACOES-ARQ-INEXISTENTE   VALUE "35".

       01  SW-TRN-GRAVADO          PIC X(01) VALUE "N".
           88  TRN-GRAVADO                   VALUE "S".

       01  WS-RELATORIO-STATUS     PIC X(02).
           88  RELATORIO-OK                 VALUE "00".

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  OPCAO-MENU              PIC X(01).
       01  WS-CONTA-PEDIDA         PIC 9(05).
       01  WS-CONTA-DEPOSITO       PIC 9(05).
       01  WS-ORDEM-PEDIDA         PIC X(15).
       01  WS-PROCESSO-PEDIDO      PIC X(25).
       01  WS-VALOR-PEDIDO         PIC 9(10)V99.
       01  WS-DATA-ORDEM           PIC 9(08).
       01  WS-DATA-MOVIMENTO       PIC 9(08).
       01  WS-VALOR-BLOQUEADO      PIC 9(10)V99 VALUE 0.
       01  WS-DISPONIVEL           PIC S9(11)V99 VALUE 0.
       01  WS-SALDO-NOVO           PIC S9(10)V99 VALUE 0.
       01  WS-SALDO-DEPOSITO       PIC S9(10)V99 VALUE 0.
       01  WS-BLOQUEIOS-LISTADOS   PIC 9(03) VALUE 0.

       01  WS-QTDE-ABERTOS         PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-ABERTOS-EDIT    PIC ZZZZ9.
       01  WS-TOTAL-ABERTO         PIC 9(12)V99 VALUE 0.
       01  WS-VALOR-EDITADO        PIC ZZZZZZZZZZZ9.99.
       01  WS-DISPONIVEL-EDITADO   PIC -ZZZZZZZZZZ9.99.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-FIM-BLOQUEIOS        PIC X(01) VALUE "N".
           88  FIM-BLOQUEIOS                VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(10).

       PROCEDURE DIVISION USING LNK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
               UNTIL FIM-PROGRAMA.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) o cadastro de bloqueios e
      * os mestres do banco.  O relatorio de bloqueios abertos e
      * aberto a cada emissao.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== BLOQUEIOS JUDICIAIS ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN I-O BLOQUEIOS-FILE.
           IF BLOQUEIOS-ARQ-INEXISTENTE
               OPEN OUTPUT BLOQUEIOS-FILE
               CLOSE BLOQUEIOS-FILE
               OPEN I-O BLOQUEIOS-FILE
           END-IF.
           OPEN I-O CONTAS-FILE.
           OPEN I-O TRANSACOES-FILE.
           IF TRANSACOES-ARQ-INEXISTENTE
               OPEN OUTPUT TRANSACOES-FILE
               CLOSE TRANSACOES-FILE
               OPEN I-O TRANSACOES-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina como nas
      * versoes anteriores.
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

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de bloqueios judiciais.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - INCLUIR BLOQUEIO".
           DISPLAY "2 - LIBERAR BLOQUEIO".
           DISPLAY "3 - TRANSFERIR AO DEPOSITO JUDICIAL".
           DISPLAY "4 - BLOQUEIOS DA CONTA".
           DISPLAY "5 - RELATORIO DE BLOQUEIOS ABERTOS".
           DISPLAY "6 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-INCLUIR-BLOQUEIO THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-LIBERAR-BLOQUEIO THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-TRANSFERIR-BLOQUEIO THRU 5000-EXIT
               WHEN "4"
                   PERFORM 6000-LISTAR-BLOQUEIOS THRU 6000-EXIT
               WHEN "5"
                   PERFORM 7000-RELATORIO-ABERTOS THRU 7000-EXIT
               WHEN "6"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-ACEITAR-CONTA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2110-SOLICITAR-CONTA THRU 2110-EXIT
               UNTIL ENTRADA-VALIDA.
       2100-EXIT.
           EXIT.

       2110-SOLICITAR-CONTA.
           DISPLAY "CONTA:".
           ACCEPT WS-CONTA-PEDIDA.
           IF WS-CONTA-PEDIDA IS NUMERIC
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACEITAR-ORDEM - pede o numero da ordem judicial (nao pode
      * ficar em branco) e le o bloqueio da conta + ordem; o status
      * fica em WS-BLOQUEIOS-STATUS para o chamador decidir.
      ******************************************************************
       2200-ACEITAR-ORDEM.
           MOVE SPACES TO WS-ORDEM-PEDIDA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2210-SOLICITAR-ORDEM THRU 2210-EXIT
               UNTIL ENTRADA-VALIDA.
           MOVE WS-CONTA-PEDIDA TO BLQ-CONTA.
           MOVE WS-ORDEM-PEDIDA TO BLQ-ORDEM.
           READ BLOQUEIOS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
       2200-EXIT.
           EXIT.

       2210-SOLICITAR-ORDEM.
           DISPLAY "NUMERO DA ORDEM JUDICIAL:".
           ACCEPT WS-ORDEM-PEDIDA.
           IF WS-ORDEM-PEDIDA = SPACES
               DISPLAY "ENTRADA INVALIDA - INFORME O NUMERO DA ORDEM."
           ELSE
               MOVE "S" TO SW-ENTRADA-VALIDA
           END-IF.
       2210-EXIT.
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
      * 3000-INCLUIR-BLOQUEIO - registra o bloqueio de um valor fixo
      * na conta pela ordem judicial.  A conta continua ativa; so
      * conta encerrada recusa.  Um bloqueio acima do disponivel e
      * aceito (a ordem e cumprida no que houver) com aviso.
      ******************************************************************
       3000-INCLUIR-BLOQUEIO.
           DISPLAY "=== INCLUIR BLOQUEIO ===".
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " WS-CONTA-PEDIDA
                   GO TO 3000-EXIT
           END-READ.
           IF CTA-ENCERRADA
               DISPLAY "CONTA ENCERRADA - BLOQUEIO RECUSADO."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2200-ACEITAR-ORDEM THRU 2200-EXIT.
           IF BLOQUEIOS-OK
               DISPLAY "ORDEM JA REGISTRADA PARA A CONTA - SITUACAO "
                   BLQ-SITUACAO "."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "NUMERO DO PROCESSO:".
           ACCEPT WS-PROCESSO-PEDIDO.
           IF WS-PROCESSO-PEDIDO = SPACES
               DISPLAY "ENTRADA INVALIDA - INFORME O PROCESSO."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "DATA DA ORDEM (AAAAMMDD):".
           ACCEPT WS-DATA-ORDEM.
           IF WS-DATA-ORDEM IS NOT NUMERIC OR WS-DATA-ORDEM = 0
               DISPLAY "ENTRADA INVALIDA - DATA AAAAMMDD."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "VALOR A BLOQUEAR:".
           ACCEPT WS-VALOR-PEDIDO.
           IF WS-VALOR-PEDIDO IS NOT NUMERIC OR WS-VALOR-PEDIDO = 0
               DISPLAY "ENTRADA INVALIDA - VALOR MAIOR QUE ZERO."
               GO TO 3000-EXIT
           END-IF.
           CALL "BANCO-SALDO-BLOQUEADO" USING WS-CONTA-PEDIDA
                                              WS-VALOR-BLOQUEADO.
           COMPUTE WS-DISPONIVEL = CTA-SALDO + CTA-LIMITE-ESPECIAL
               - WS-VALOR-BLOQUEADO.
           IF WS-VALOR-PEDIDO > WS-DISPONIVEL
               MOVE WS-DISPONIVEL TO WS-DISPONIVEL-EDITADO
               DISPLAY "AVISO: VALOR ACIMA DO DISPONIVEL DA CONTA (R$ "
                   WS-DISPONIVEL-EDITADO ")."
           END-IF.
           MOVE WS-CONTA-PEDIDA    TO BLQ-CONTA.
           MOVE WS-ORDEM-PEDIDA    TO BLQ-ORDEM.
           MOVE WS-PROCESSO-PEDIDO TO BLQ-PROCESSO.
           MOVE WS-VALOR-PEDIDO    TO BLQ-VALOR.
           MOVE WS-DATA-ORDEM      TO BLQ-DATA-ORDEM.
           MOVE WS-DATA-MOVIMENTO  TO BLQ-DATA-INCLUSAO.
           MOVE LNK-OPERADOR       TO BLQ-OPERADOR-INCLUSAO.
           MOVE "A"                TO BLQ-SITUACAO.
           MOVE 0                  TO BLQ-DATA-BAIXA.
           MOVE SPACES             TO BLQ-OPERADOR-BAIXA.
           MOVE 0                  TO BLQ-CONTA-DEPOSITO.
           WRITE BLQ-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O BLOQUEIO."
                   GO TO 3000-EXIT
           END-WRITE.
           DISPLAY "BLOQUEIO REGISTRADO NA CONTA " BLQ-CONTA
               " ORDEM " BLQ-ORDEM.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIBERAR-BLOQUEIO - nova ordem do juizo libera o valor
      * bloqueado: o registro fica como liberado para o historico do
      * juridico e o valor volta ao disponivel da conta.
      ******************************************************************
       4000-LIBERAR-BLOQUEIO.
           DISPLAY "=== LIBERAR BLOQUEIO ===".
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           PERFORM 2200-ACEITAR-ORDEM THRU 2200-EXIT.
           IF NOT BLOQUEIOS-OK
               DISPLAY "BLOQUEIO NAO ENCONTRADO PARA A CONTA/ORDEM."
               GO TO 4000-EXIT
           END-IF.
           IF NOT BLQ-ATIVO
               DISPLAY "BLOQUEIO NAO ESTA ATIVO - SITUACAO "
                   BLQ-SITUACAO "."
               GO TO 4000-EXIT
           END-IF.
           MOVE "L"               TO BLQ-SITUACAO.
           MOVE WS-DATA-MOVIMENTO TO BLQ-DATA-BAIXA.
           MOVE LNK-OPERADOR      TO BLQ-OPERADOR-BAIXA.
           REWRITE BLQ-REGISTRO.
           DISPLAY "BLOQUEIO LIBERADO - R$ " BLQ-VALOR
               " DE VOLTA AO DISPONIVEL DA CONTA " BLQ-CONTA ".".
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-TRANSFERIR-BLOQUEIO - cumpre a ordem de transferencia do
      * valor bloqueado para a conta de deposito judicial: debita a
      * conta do cliente ("T") e credita a conta do juizo ("C"), cada
      * perna apontando a outra em TRN-CONTAPARTE, e baixa o
      * bloqueio como transferido.  O proprio bloqueio nao conta
      * contra o disponivel nesta transferencia.  As duas contas sao
      * validadas ja travadas, ate as duas pernas serem gravadas.
      ******************************************************************
       5000-TRANSFERIR-BLOQUEIO.
           DISPLAY "=== TRANSFERIR AO DEPOSITO JUDICIAL ===".
           PERFORM 2500-CONFERIR-JANELA THRU 2500-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           PERFORM 2200-ACEITAR-ORDEM THRU 2200-EXIT.
           IF NOT BLOQUEIOS-OK
               DISPLAY "BLOQUEIO NAO ENCONTRADO PARA A CONTA/ORDEM."
               GO TO 5000-EXIT
           END-IF.
           IF NOT BLQ-ATIVO
               DISPLAY "BLOQUEIO NAO ESTA ATIVO - SITUACAO "
                   BLQ-SITUACAO "."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "CONTA DE DEPOSITO JUDICIAL:".
           ACCEPT WS-CONTA-DEPOSITO.
           IF WS-CONTA-DEPOSITO IS NOT NUMERIC
               OR WS-CONTA-DEPOSITO = WS-CONTA-PEDIDA
               DISPLAY "CONTA DE DEPOSITO JUDICIAL INVALIDA."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-CONTA-DEPOSITO TO CTA-CONTA.
           PERFORM 2600-TRAVAR-CONTA THRU 2600-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 5000-EXIT
           END-IF.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               DISPLAY "CONTA DE DEPOSITO JUDICIAL NAO ATIVA."
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE CTA-SALDO TO WS-SALDO-DEPOSITO.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           PERFORM 2600-TRAVAR-CONTA THRU 2600-EXIT.
           IF NOT CONTA-TRAVADA
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF CTA-ENCERRADA
               DISPLAY "CONTA ENCERRADA - TRANSFERENCIA RECUSADA."
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               GO TO 5000-EXIT
           END-IF.
           CALL "BANCO-SALDO-BLOQUEADO" USING WS-CONTA-PEDIDA
                                              WS-VALOR-BLOQUEADO.
           COMPUTE WS-DISPONIVEL = CTA-SALDO + CTA-LIMITE-ESPECIAL
               - WS-VALOR-BLOQUEADO + BLQ-VALOR.
           IF BLQ-VALOR > WS-DISPONIVEL
               MOVE WS-DISPONIVEL TO WS-DISPONIVEL-EDITADO
               DISPLAY "SALDO INSUFICIENTE PARA A TRANSFERENCIA - "
                   "DISPONIVEL R$ " WS-DISPONIVEL-EDITADO "."
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-EFETIVAR-TRANSFERENCIA THRU 5100-EXIT.
           PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-EFETIVAR-TRANSFERENCIA - com a conta do cliente no
      * buffer, aplica as duas pernas e baixa o bloqueio.
      ******************************************************************
       5100-EFETIVAR-TRANSFERENCIA.
           COMPUTE WS-SALDO-NOVO = CTA-SALDO - BLQ-VALOR.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           MOVE WS-CONTA-PEDIDA   TO TRN-CONTA.
           MOVE "T"               TO TRN-TIPO.
           MOVE BLQ-VALOR         TO TRN-VALOR.
           MOVE WS-SALDO-NOVO     TO TRN-SALDO-APOS.
           MOVE WS-DATA-MOVIMENTO TO TRN-DATA.
           MOVE WS-CONTA-DEPOSITO TO TRN-CONTAPARTE.
           PERFORM 4800-GRAVAR-HISTORICO THRU 4800-EXIT.

           MOVE WS-CONTA-DEPOSITO TO CTA-CONTA.
           READ CONTAS-FILE.
           COMPUTE WS-SALDO-NOVO = WS-SALDO-DEPOSITO + BLQ-VALOR.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           MOVE WS-CONTA-DEPOSITO TO TRN-CONTA.
           MOVE "C"               TO TRN-TIPO.
           MOVE BLQ-VALOR         TO TRN-VALOR.
           MOVE WS-SALDO-NOVO     TO TRN-SALDO-APOS.
           MOVE WS-DATA-MOVIMENTO TO TRN-DATA.
           MOVE WS-CONTA-PEDIDA   TO TRN-CONTAPARTE.
           PERFORM 4800-GRAVAR-HISTORICO THRU 4800-EXIT.

           MOVE "T"               TO BLQ-SITUACAO.
           MOVE WS-DATA-MOVIMENTO TO BLQ-DATA-BAIXA.
           MOVE LNK-OPERADOR      TO BLQ-OPERADOR-BAIXA.
           MOVE WS-CONTA-DEPOSITO TO BLQ-CONTA-DEPOSITO.
           REWRITE BLQ-REGISTRO.
           DISPLAY "VALOR BLOQUEADO R$ " BLQ-VALOR
               " TRANSFERIDO PARA A CONTA " WS-CONTA-DEPOSITO ".".
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 4800-GRAVAR-HISTORICO - grava o lancamento ja montado em
      * TRN-REGISTRO atribuindo o proximo TRN-SEQ livre da conta/data
      * (comeca em 1 e avanca a cada chave duplicada).
      ******************************************************************
       4800-GRAVAR-HISTORICO.
           MOVE LNK-OPERADOR TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 4850-TENTAR-GRAVAR THRU 4850-EXIT
               UNTIL TRN-GRAVADO.
       4800-EXIT.
           EXIT.

       4850-TENTAR-GRAVAR.
           WRITE TRN-REGISTRO
               INVALID KEY
                   ADD 1 TO TRN-SEQ
               NOT INVALID KEY
                   MOVE "S" TO SW-TRN-GRAVADO
           END-WRITE.
       4850-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LISTAR-BLOQUEIOS - lista todos os bloqueios da conta
      * (ativos, liberados e transferidos) e o disponivel resultante.
      ******************************************************************
       6000-LISTAR-BLOQUEIOS.
           DISPLAY "=== BLOQUEIOS DA CONTA ===".
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           MOVE 0 TO WS-BLOQUEIOS-LISTADOS.
           MOVE WS-CONTA-PEDIDA TO BLQ-CONTA.
           MOVE LOW-VALUES TO BLQ-ORDEM.
           START BLOQUEIOS-FILE
               KEY IS GREATER THAN OR EQUAL TO BLQ-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF BLOQUEIOS-OK
               MOVE "N" TO SW-FIM-BLOQUEIOS
               PERFORM 6100-LER-BLOQUEIO THRU 6100-EXIT
                   UNTIL FIM-BLOQUEIOS
           END-IF.
           IF WS-BLOQUEIOS-LISTADOS = 0
               DISPLAY "NENHUM BLOQUEIO PARA A CONTA " WS-CONTA-PEDIDA
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   GO TO 6000-EXIT
           END-READ.
           CALL "BANCO-SALDO-BLOQUEADO" USING WS-CONTA-PEDIDA
                                              WS-VALOR-BLOQUEADO.
           COMPUTE WS-DISPONIVEL = CTA-SALDO + CTA-LIMITE-ESPECIAL
               - WS-VALOR-BLOQUEADO.
           MOVE WS-DISPONIVEL TO WS-DISPONIVEL-EDITADO.
           DISPLAY "TOTAL BLOQUEADO: R$ " WS-VALOR-BLOQUEADO
               "  DISPONIVEL: R$ " WS-DISPONIVEL-EDITADO.
       6000-EXIT.
           EXIT.

       6100-LER-BLOQUEIO.
           READ BLOQUEIOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-BLOQUEIOS
               NOT AT END
                   IF BLQ-CONTA NOT = WS-CONTA-PEDIDA
                       MOVE "S" TO SW-FIM-BLOQUEIOS
                   ELSE
                       DISPLAY "ORDEM " BLQ-ORDEM
                           " PROC " BLQ-PROCESSO
                           " SIT " BLQ-SITUACAO
                           " VALOR " BLQ-VALOR
                           " INCL " BLQ-DATA-INCLUSAO
                           " BAIXA " BLQ-DATA-BAIXA
                       ADD 1 TO WS-BLOQUEIOS-LISTADOS
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-RELATORIO-ABERTOS - relatorio dos bloqueios ativos de
      * todas as contas para o juridico, com o total bloqueado.
      ******************************************************************
       7000-RELATORIO-ABERTOS.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE 0 TO WS-QTDE-ABERTOS.
           MOVE 0 TO WS-TOTAL-ABERTO.
           STRING "BLOQUEIOS JUDICIAIS ABERTOS EM " WS-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "CONTA ORDEM           PROCESSO                  "
               TO RPT-LINHA.
           MOVE "DT ORDEM DT INCL  VALOR BLOQUEADO"
               TO RPT-LINHA (49:33).
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE LOW-VALUES TO BLQ-CHAVE.
           START BLOQUEIOS-FILE
               KEY IS GREATER THAN OR EQUAL TO BLQ-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF BLOQUEIOS-OK
               MOVE "N" TO SW-FIM-BLOQUEIOS
               PERFORM 7100-LER-ABERTO THRU 7100-EXIT
                   UNTIL FIM-BLOQUEIOS
           END-IF.
           MOVE WS-QTDE-ABERTOS TO WS-QTDE-ABERTOS-EDIT.
           MOVE WS-TOTAL-ABERTO TO WS-VALOR-EDITADO.
           STRING "BLOQUEIOS ABERTOS: " WS-QTDE-ABERTOS-EDIT
               "   TOTAL BLOQUEADO: R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-BLOQUEIOS" TO SPL-PROGRAMA.
           MOVE "BLOQUEIOS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       7000-EXIT.
           EXIT.

       7100-LER-ABERTO.
           READ BLOQUEIOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-BLOQUEIOS
               NOT AT END
                   IF BLQ-ATIVO
                       MOVE BLQ-VALOR TO WS-VALOR-EDITADO
                       STRING BLQ-CONTA " " BLQ-ORDEM " "
                           BLQ-PROCESSO " " BLQ-DATA-ORDEM " "
                           BLQ-DATA-INCLUSAO " " WS-VALOR-EDITADO
                           DELIMITED BY SIZE INTO RPT-LINHA
                       PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                       ADD 1 TO WS-QTDE-ABERTOS
                       ADD BLQ-VALOR TO WS-TOTAL-ABERTO
                   END-IF
           END-READ.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA no
      * console e em BLOQUEIOS.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE BLOQUEIOS-FILE.
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-BLOQUEIOS.
