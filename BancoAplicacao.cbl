      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-10
      * Purpose: Time deposits (aplicacoes a prazo) for
      *          SISTEMA-BANCO.  Opens a deposit - principal, annual
      *          rate and maturity date - debiting the account
      *          (TRN-TIPO "I"), redeems it early at the customer's
      *          request crediting principal plus accrued yield net
      *          of the regressive income tax (TRN-TIPO "S"), and
      *          lists the deposits of an account.  Daily accrual and
      *          redemption at maturity are done by the nightly
      *          BANCO-RENDIMENTO-DIARIO.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-10  RA   Original time deposit module.
      * 2026-10-15  RA   Application and redemption lock the account
      *                  (CONTAS.DAT) while they post, revalidating it
      *                  on the locked read, and are refused during the
      *                  batch window.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-APLICACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACOES-FILE ASSIGN TO "APLICACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WS-APLICACOES-STATUS.

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

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APLICACOES-FILE.
           COPY "APLICREG.cpy".

       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-APLICACOES-STATUS    PIC X(02).
           88  APLICACOES-OK                VALUE "00".
           88  APLICACOES-ARQ-INEXISTENTE   VALUE "35".

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

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  OPCAO-MENU              PIC X(01).
       01  WS-CONTA-PEDIDA         PIC 9(05).
       01  WS-APLICACAO-PEDIDA     PIC 9(05).
       01  WS-VALOR-PEDIDO         PIC 9(10)V99.
       01  WS-TAXA-PEDIDA          PIC 9(03)V9(04).
       01  WS-VENCIMENTO-PEDIDO    PIC 9(08).
       01  WS-VENCIMENTO-UTIL      PIC 9(08).
       01  WS-VENC-E-UTIL          PIC X(01).
       01  WS-VALOR-BLOQUEADO      PIC 9(10)V99 VALUE 0.
       01  WS-SALDO-NOVO           PIC S9(10)V99 VALUE 0.
       01  WS-APLICACOES-LISTADAS  PIC 9(03) VALUE 0.

       01  WS-DATA-MOVIMENTO.
           05  WS-ANO-MOV          PIC 9(04).
           05  WS-MES-MOV          PIC 9(02).
           05  WS-DIA-MOV          PIC 9(02).
       01  WS-DATA-MOVIMENTO-NUM REDEFINES WS-DATA-MOVIMENTO
                                   PIC 9(08).

       01  WS-DATA-INICIO.
           05  WS-ANO-INI          PIC 9(04).
           05  WS-MES-INI          PIC 9(02).
           05  WS-DIA-INI          PIC 9(02).
       01  WS-DATA-INICIO-NUM REDEFINES WS-DATA-INICIO PIC 9(08).

       01  WS-DIAS-CORRIDOS        PIC S9(05) COMP VALUE 0.
       01  WS-ALIQUOTA-IR          PIC 9V9(04) VALUE 0.
       01  WS-VALOR-IR             PIC 9(10)V99 VALUE 0.
       01  WS-VALOR-LIQUIDO        PIC 9(10)V99 VALUE 0.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-FIM-APLICACOES       PIC X(01) VALUE "N".
           88  FIM-APLICACOES               VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

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
      * 1000-INICIALIZAR - abre (ou cria) o cadastro de aplicacoes e
      * os mestres do banco.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== APLICACOES A PRAZO ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN I-O APLICACOES-FILE.
           IF APLICACOES-ARQ-INEXISTENTE
               OPEN OUTPUT APLICACOES-FILE
               CLOSE APLICACOES-FILE
               OPEN I-O APLICACOES-FILE
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
                               TO WS-DATA-MOVIMENTO-NUM
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
           DISPLAY "DATA DE MOVIMENTO: " WS-DATA-MOVIMENTO-NUM.
       0900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de aplicacoes.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - NOVA APLICACAO".
           DISPLAY "2 - RESGATE ANTECIPADO".
           DISPLAY "3 - APLICACOES DA CONTA".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-APLICAR THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-RESGATAR THRU 4000-EXIT
               WHEN "3"
                   PERFORM 6000-LISTAR-APLICACOES THRU 6000-EXIT
               WHEN "4"
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
      * 3000-APLICAR - abre a aplicacao: o valor sai do saldo da
      * conta (o limite do cheque especial nao serve para aplicar e
      * os bloqueios judiciais ficam de fora); o vencimento informado
      * e rolado para o primeiro dia util.
      ******************************************************************
       3000-APLICAR.
           DISPLAY "=== NOVA APLICACAO ===".
           PERFORM 2500-CONFERIR-JANELA THRU 2500-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " WS-CONTA-PEDIDA
                   GO TO 3000-EXIT
           END-READ.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               DISPLAY "CONTA NAO ATIVA - APLICACAO RECUSADA."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "VALOR A APLICAR:".
           ACCEPT WS-VALOR-PEDIDO.
           IF WS-VALOR-PEDIDO IS NOT NUMERIC OR WS-VALOR-PEDIDO = 0
               DISPLAY "ENTRADA INVALIDA - VALOR MAIOR QUE ZERO."
               GO TO 3000-EXIT
           END-IF.
           CALL "BANCO-SALDO-BLOQUEADO" USING WS-CONTA-PEDIDA
                                              WS-VALOR-BLOQUEADO.
           IF WS-VALOR-PEDIDO > CTA-SALDO - WS-VALOR-BLOQUEADO
               DISPLAY "SALDO INSUFICIENTE PARA A APLICACAO."
               IF WS-VALOR-BLOQUEADO > 0
                   DISPLAY "CONTA COM BLOQUEIO JUDICIAL DE R$ "
                       WS-VALOR-BLOQUEADO
               END-IF
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "TAXA ANUAL EM % (EX: 0120000 = 12,0000% A.A.):".
           ACCEPT WS-TAXA-PEDIDA.
           IF WS-TAXA-PEDIDA IS NOT NUMERIC OR WS-TAXA-PEDIDA = 0
               DISPLAY "ENTRADA INVALIDA - TAXA MAIOR QUE ZERO."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "DATA DE VENCIMENTO (AAAAMMDD):".
           ACCEPT WS-VENCIMENTO-PEDIDO.
           IF WS-VENCIMENTO-PEDIDO IS NOT NUMERIC
               OR WS-VENCIMENTO-PEDIDO <= WS-DATA-MOVIMENTO-NUM
               DISPLAY "ENTRADA INVALIDA - VENCIMENTO POSTERIOR A "
                   "DATA DE MOVIMENTO."
               GO TO 3000-EXIT
           END-IF.
           CALL "BANCO-DIA-UTIL" USING WS-VENCIMENTO-PEDIDO
               WS-VENC-E-UTIL WS-VENCIMENTO-UTIL.
           IF WS-VENC-E-UTIL NOT = "S"
               DISPLAY "VENCIMENTO ROLADO PARA O DIA UTIL "
                   WS-VENCIMENTO-UTIL "."
           END-IF.
           PERFORM 2600-TRAVAR-CONTA THRU 2600-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 3000-EXIT
           END-IF.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               OR WS-VALOR-PEDIDO > CTA-SALDO - WS-VALOR-BLOQUEADO
               DISPLAY "CONTA ALTERADA POR OUTRO TERMINAL - "
                   "APLICACAO RECUSADA."
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-PROXIMA-APLICACAO THRU 3100-EXIT.
           MOVE WS-CONTA-PEDIDA       TO APL-CONTA.
           MOVE WS-VALOR-PEDIDO       TO APL-PRINCIPAL.
           MOVE WS-TAXA-PEDIDA        TO APL-TAXA-ANUAL.
           MOVE WS-DATA-MOVIMENTO-NUM TO APL-DATA-INICIO.
           MOVE WS-VENCIMENTO-UTIL    TO APL-DATA-VENCIMENTO.
           MOVE 0                     TO APL-RENDIMENTO.
           MOVE 0                     TO APL-DIAS-UTEIS.
           MOVE WS-DATA-MOVIMENTO-NUM TO APL-DATA-ULT-CALCULO.
           MOVE "A"                   TO APL-SITUACAO.
           MOVE 0                     TO APL-DATA-RESGATE.
           MOVE 0                     TO APL-IR-RETIDO.
           MOVE 0                     TO APL-VALOR-LIQUIDO.
           MOVE LNK-OPERADOR          TO APL-OPERADOR.
           WRITE APL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A APLICACAO."
                   PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
                   GO TO 3000-EXIT
           END-WRITE.
           COMPUTE WS-SALDO-NOVO = CTA-SALDO - WS-VALOR-PEDIDO.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT.
           MOVE WS-CONTA-PEDIDA       TO TRN-CONTA.
           MOVE "I"                   TO TRN-TIPO.
           MOVE WS-VALOR-PEDIDO       TO TRN-VALOR.
           MOVE WS-SALDO-NOVO         TO TRN-SALDO-APOS.
           MOVE WS-DATA-MOVIMENTO-NUM TO TRN-DATA.
           MOVE APL-NUMERO            TO TRN-CONTAPARTE.
           PERFORM 4800-GRAVAR-HISTORICO THRU 4800-EXIT.
           DISPLAY "APLICACAO " APL-NUMERO " ABERTA - VENCIMENTO "
               APL-DATA-VENCIMENTO ".".
       3000-EXIT.
           EXIT.

       3100-PROXIMA-APLICACAO.
           MOVE 99999 TO APL-NUMERO.
           START APLICACOES-FILE
               KEY IS LESS THAN OR EQUAL TO APL-NUMERO
               INVALID KEY
                   MOVE 0 TO APL-NUMERO
               NOT INVALID KEY
                   READ APLICACOES-FILE NEXT RECORD
           END-START.
           ADD 1 TO APL-NUMERO.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RESGATAR - resgate antecipado a pedido do cliente:
      * credita o principal mais o rendimento ja apurado, liquido do
      * IR retido pela tabela regressiva.
      ******************************************************************
       4000-RESGATAR.
           DISPLAY "=== RESGATE ANTECIPADO ===".
           PERFORM 2500-CONFERIR-JANELA THRU 2500-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "NUMERO DA APLICACAO:".
           ACCEPT WS-APLICACAO-PEDIDA.
           IF WS-APLICACAO-PEDIDA IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-APLICACAO-PEDIDA TO APL-NUMERO.
           READ APLICACOES-FILE
               INVALID KEY
                   DISPLAY "APLICACAO NAO ENCONTRADA: "
                       WS-APLICACAO-PEDIDA
                   GO TO 4000-EXIT
           END-READ.
           IF NOT APL-ATIVA
               DISPLAY "APLICACAO JA RESGATADA EM " APL-DATA-RESGATE
                   "."
               GO TO 4000-EXIT
           END-IF.
           MOVE APL-CONTA TO CTA-CONTA.
           PERFORM 2600-TRAVAR-CONTA THRU 2600-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 4000-EXIT
           END-IF.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               DISPLAY "CONTA NAO ATIVA - RESGATE RECUSADO."
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4500-APURAR-IR THRU 4500-EXIT.
           MOVE "R" TO APL-SITUACAO.
           PERFORM 4600-CREDITAR-RESGATE THRU 4600-EXIT.
           PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT.
           DISPLAY "APLICACAO " APL-NUMERO " RESGATADA".
           DISPLAY "  PRINCIPAL.....: R$ " APL-PRINCIPAL.
           DISPLAY "  RENDIMENTO....: R$ " APL-RENDIMENTO.
           DISPLAY "  IR RETIDO.....: R$ " APL-IR-RETIDO.
           DISPLAY "  LIQUIDO.......: R$ " APL-VALOR-LIQUIDO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-APURAR-IR - dias corridos da aplicacao (convencao 30/360,
      * da data de inicio ate a data de movimento), aliquota da
      * tabela regressiva e IR sobre o rendimento bruto.
      ******************************************************************
       4500-APURAR-IR.
           MOVE APL-DATA-INICIO TO WS-DATA-INICIO-NUM.
           COMPUTE WS-DIAS-CORRIDOS =
               (WS-ANO-MOV - WS-ANO-INI) * 360
               + (WS-MES-MOV - WS-MES-INI) * 30
               + (WS-DIA-MOV - WS-DIA-INI).
           EVALUATE TRUE
               WHEN WS-DIAS-CORRIDOS <= 180
                   MOVE 0.2250 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS <= 360
                   MOVE 0.2000 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS <= 720
                   MOVE 0.1750 TO WS-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 0.1500 TO WS-ALIQUOTA-IR
           END-EVALUATE.
           COMPUTE WS-VALOR-IR ROUNDED =
               APL-RENDIMENTO * WS-ALIQUOTA-IR.
           COMPUTE WS-VALOR-LIQUIDO =
               APL-PRINCIPAL + APL-RENDIMENTO - WS-VALOR-IR.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-CREDITAR-RESGATE - com a conta no buffer e a situacao
      * final ja em APL-SITUACAO, credita o liquido ("S"), fecha a
      * aplicacao com o IR retido e regrava as duas.
      ******************************************************************
       4600-CREDITAR-RESGATE.
           COMPUTE WS-SALDO-NOVO = CTA-SALDO + WS-VALOR-LIQUIDO.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           MOVE APL-CONTA             TO TRN-CONTA.
           MOVE "S"                   TO TRN-TIPO.
           MOVE WS-VALOR-LIQUIDO      TO TRN-VALOR.
           MOVE WS-SALDO-NOVO         TO TRN-SALDO-APOS.
           MOVE WS-DATA-MOVIMENTO-NUM TO TRN-DATA.
           MOVE APL-NUMERO            TO TRN-CONTAPARTE.
           PERFORM 4800-GRAVAR-HISTORICO THRU 4800-EXIT.
           MOVE WS-DATA-MOVIMENTO-NUM TO APL-DATA-RESGATE.
           MOVE WS-VALOR-IR           TO APL-IR-RETIDO.
           MOVE WS-VALOR-LIQUIDO      TO APL-VALOR-LIQUIDO.
           REWRITE APL-REGISTRO.
       4600-EXIT.
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
      * 6000-LISTAR-APLICACOES - lista as aplicacoes da conta, ativas
      * e resgatadas.  O cadastro e por numero de aplicacao, entao a
      * leitura e sequencial filtrando a conta.
      ******************************************************************
       6000-LISTAR-APLICACOES.
           DISPLAY "=== APLICACOES DA CONTA ===".
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           MOVE 0 TO WS-APLICACOES-LISTADAS.
           MOVE 0 TO APL-NUMERO.
           START APLICACOES-FILE KEY IS GREATER THAN APL-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF APLICACOES-OK
               MOVE "N" TO SW-FIM-APLICACOES
               PERFORM 6100-LER-APLICACAO THRU 6100-EXIT
                   UNTIL FIM-APLICACOES
           END-IF.
           IF WS-APLICACOES-LISTADAS = 0
               DISPLAY "NENHUMA APLICACAO PARA A CONTA "
                   WS-CONTA-PEDIDA
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LER-APLICACAO.
           READ APLICACOES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-APLICACOES
               NOT AT END
                   IF APL-CONTA = WS-CONTA-PEDIDA
                       DISPLAY "APLICACAO " APL-NUMERO
                           " SIT " APL-SITUACAO
                           " PRINCIPAL " APL-PRINCIPAL
                           " RENDIMENTO " APL-RENDIMENTO
                           " VENC " APL-DATA-VENCIMENTO
                       ADD 1 TO WS-APLICACOES-LISTADAS
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE APLICACOES-FILE.
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-APLICACOES.
