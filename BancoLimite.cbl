      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-17
      * Purpose: Daily outgoing-money limits for SISTEMA-BANCO.
      *          Maintains LIMITES.DAT (see LIMITREG.cpy): the daily
      *          ceilings for saque, transferencia, pagamento externo
      *          and cheque of a fee package (package 0 = accounts
      *          with no package) or of one account, and the
      *          gerente's raise of an account's ceiling for the
      *          current business day only, stamped with the USR-ID
      *          that granted it.  Also shows the ceilings in force
      *          for an account and lists the day's refusals logged
      *          by BANCO-LIMITE-DIARIO in LIMRECUSA.DAT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-17  RA   Original daily-limit maintenance module.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-LIMITES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES-FILE ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS WS-LIMITES-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT RECUSAS-FILE ASSIGN TO "LIMRECUSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECUSAS-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITES-FILE.
           COPY "LIMITREG.cpy".

       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  RECUSAS-FILE.
           COPY "LIMRECUS.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LIMITES-STATUS       PIC X(02).
           88  LIMITES-OK                   VALUE "00".
           88  LIMITES-ARQ-INEXISTENTE      VALUE "35".

       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".

       01  WS-RECUSAS-STATUS       PIC X(02).
           88  RECUSAS-OK                   VALUE "00".

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  OPCAO-MENU              PIC X(01).
       01  WS-CONTA-PEDIDA         PIC 9(05).
       01  WS-PACOTE-PEDIDO        PIC 9(02).
       01  WS-VALOR-PEDIDO         PIC 9(10)V99.
       01  WS-MODALIDADE           PIC X(01).
           88  MODALIDADE-VALIDA           VALUES "R" "T" "P" "Q".
       01  WS-DATA-MOVIMENTO       PIC 9(08).
       01  WS-RECUSAS-LISTADAS     PIC 9(03) VALUE 0.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-REGISTRO-NOVO        PIC X(01) VALUE "N".
           88  REGISTRO-NOVO                VALUE "S".

       01  SW-FIM-RECUSAS          PIC X(01) VALUE "N".
           88  FIM-RECUSAS                  VALUE "S".

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
      * 1000-INICIALIZAR - abre (ou cria) o cadastro de limites e o
      * cadastro de contas, este so para consulta.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== LIMITES DIARIOS ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN I-O LIMITES-FILE.
           IF LIMITES-ARQ-INEXISTENTE
               OPEN OUTPUT LIMITES-FILE
               CLOSE LIMITES-FILE
               OPEN I-O LIMITES-FILE
           END-IF.
           OPEN INPUT CONTAS-FILE.
       1000-EXIT.
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

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de limites diarios.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - LIMITES DO PACOTE".
           DISPLAY "2 - LIMITES DA CONTA".
           DISPLAY "3 - AUMENTO DE LIMITE SO HOJE (GERENTE)".
           DISPLAY "4 - CONSULTAR LIMITES DA CONTA".
           DISPLAY "5 - RECUSAS DO DIA".
           DISPLAY "6 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-LIMITES-PACOTE THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-LIMITES-CONTA THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-AUMENTO-DO-DIA THRU 5000-EXIT
               WHEN "4"
                   PERFORM 6000-CONSULTAR-LIMITES THRU 6000-EXIT
               WHEN "5"
                   PERFORM 7000-LISTAR-RECUSAS THRU 7000-EXIT
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
      * 2200-ACEITAR-VALOR - pede um teto diario (zero = sem limite)
      * e repete a pergunta enquanto nao vier so numeros.
      ******************************************************************
       2200-ACEITAR-VALOR.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2210-SOLICITAR-VALOR THRU 2210-EXIT
               UNTIL ENTRADA-VALIDA.
       2200-EXIT.
           EXIT.

       2210-SOLICITAR-VALOR.
           ACCEPT WS-VALOR-PEDIDO.
           IF WS-VALOR-PEDIDO IS NUMERIC
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-COLETAR-TETOS - pede os quatro tetos diarios para o
      * registro de limites no buffer.
      ******************************************************************
       2300-COLETAR-TETOS.
           DISPLAY "TETO DIARIO DE SAQUE (0 = SEM LIMITE):".
           PERFORM 2200-ACEITAR-VALOR THRU 2200-EXIT.
           MOVE WS-VALOR-PEDIDO TO LIM-SAQUE-DIA.
           DISPLAY "TETO DIARIO DE TRANSFERENCIA (0 = SEM LIMITE):".
           PERFORM 2200-ACEITAR-VALOR THRU 2200-EXIT.
           MOVE WS-VALOR-PEDIDO TO LIM-TRANSF-DIA.
           DISPLAY "TETO DIARIO DE PAGAMENTO EXTERNO (0 = SEM LIMITE):".
           PERFORM 2200-ACEITAR-VALOR THRU 2200-EXIT.
           MOVE WS-VALOR-PEDIDO TO LIM-EXTERNO-DIA.
           DISPLAY "TETO DIARIO DE CHEQUE (0 = SEM LIMITE):".
           PERFORM 2200-ACEITAR-VALOR THRU 2200-EXIT.
           MOVE WS-VALOR-PEDIDO TO LIM-CHEQUE-DIA.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GRAVAR-LIMITES - inclui ou regrava o registro do buffer.
      ******************************************************************
       2400-GRAVAR-LIMITES.
           IF REGISTRO-NOVO
               WRITE LIM-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR OS LIMITES"
                       GO TO 2400-EXIT
               END-WRITE
           ELSE
               REWRITE LIM-REGISTRO
           END-IF.
           DISPLAY "LIMITES GRAVADOS.".
       2400-EXIT.
           EXIT.

       2500-LIMPAR-AUMENTO.
           MOVE 0      TO LIM-EXC-DATA.
           MOVE 0      TO LIM-EXC-SAQUE.
           MOVE 0      TO LIM-EXC-TRANSF.
           MOVE 0      TO LIM-EXC-EXTERNO.
           MOVE 0      TO LIM-EXC-CHEQUE.
           MOVE SPACES TO LIM-EXC-OPERADOR.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIMITES-PACOTE - tetos padrao das contas de um pacote;
      * o pacote 0 vale para as contas sem pacote.
      ******************************************************************
       3000-LIMITES-PACOTE.
           DISPLAY "=== LIMITES DO PACOTE ===".
           DISPLAY "CODIGO DO PACOTE (0 = CONTAS SEM PACOTE):".
           ACCEPT WS-PACOTE-PEDIDO.
           IF WS-PACOTE-PEDIDO IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO SW-REGISTRO-NOVO.
           MOVE "P" TO LIM-TIPO-CHAVE.
           MOVE WS-PACOTE-PEDIDO TO LIM-CODIGO.
           READ LIMITES-FILE
               INVALID KEY
                   MOVE "S" TO SW-REGISTRO-NOVO
           END-READ.
           IF REGISTRO-NOVO
               MOVE "P" TO LIM-TIPO-CHAVE
               MOVE WS-PACOTE-PEDIDO TO LIM-CODIGO
               PERFORM 2500-LIMPAR-AUMENTO THRU 2500-EXIT
           ELSE
               PERFORM 6100-MOSTRAR-TETOS THRU 6100-EXIT
           END-IF.
           PERFORM 2300-COLETAR-TETOS THRU 2300-EXIT.
           PERFORM 2400-GRAVAR-LIMITES THRU 2400-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIMITES-CONTA - tetos proprios de uma conta, que passam a
      * valer no lugar dos do pacote.  Um aumento do dia ja concedido
      * e mantido.
      ******************************************************************
       4000-LIMITES-CONTA.
           DISPLAY "=== LIMITES DA CONTA ===".
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " WS-CONTA-PEDIDA
                   GO TO 4000-EXIT
           END-READ.
           MOVE "N" TO SW-REGISTRO-NOVO.
           MOVE "C" TO LIM-TIPO-CHAVE.
           MOVE WS-CONTA-PEDIDA TO LIM-CODIGO.
           READ LIMITES-FILE
               INVALID KEY
                   MOVE "S" TO SW-REGISTRO-NOVO
           END-READ.
           IF REGISTRO-NOVO
               MOVE "C" TO LIM-TIPO-CHAVE
               MOVE WS-CONTA-PEDIDA TO LIM-CODIGO
               PERFORM 2500-LIMPAR-AUMENTO THRU 2500-EXIT
           ELSE
               PERFORM 6100-MOSTRAR-TETOS THRU 6100-EXIT
           END-IF.
           PERFORM 2300-COLETAR-TETOS THRU 2300-EXIT.
           PERFORM 2400-GRAVAR-LIMITES THRU 2400-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-AUMENTO-DO-DIA - o gerente eleva o teto de uma modalidade
      * da conta somente na data de movimento corrente.  Sem registro
      * proprio, a conta ganha um com os tetos do pacote, para que o
      * aumento nao mude nada alem do dia.  Um aumento de outro dia
      * e descartado.
      ******************************************************************
       5000-AUMENTO-DO-DIA.
           DISPLAY "=== AUMENTO DE LIMITE SO HOJE ===".
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " WS-CONTA-PEDIDA
                   GO TO 5000-EXIT
           END-READ.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               DISPLAY "CONTA NAO ATIVA - AUMENTO RECUSADO."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "MODALIDADE (R-SAQUE T-TRANSF P-EXTERNO Q-CHEQUE):".
           ACCEPT WS-MODALIDADE.
           IF NOT MODALIDADE-VALIDA
               DISPLAY "ENTRADA INVALIDA - DIGITE R, T, P OU Q."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "NOVO TETO PARA " WS-DATA-MOVIMENTO ":".
           PERFORM 2200-ACEITAR-VALOR THRU 2200-EXIT.
           IF WS-VALOR-PEDIDO = 0
               DISPLAY "ENTRADA INVALIDA - VALOR MAIOR QUE ZERO."
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO SW-REGISTRO-NOVO.
           MOVE "C" TO LIM-TIPO-CHAVE.
           MOVE WS-CONTA-PEDIDA TO LIM-CODIGO.
           READ LIMITES-FILE
               INVALID KEY
                   MOVE "S" TO SW-REGISTRO-NOVO
           END-READ.
           IF REGISTRO-NOVO
               PERFORM 5100-COPIAR-PACOTE THRU 5100-EXIT
           END-IF.
           IF LIM-EXC-DATA NOT = WS-DATA-MOVIMENTO
               PERFORM 2500-LIMPAR-AUMENTO THRU 2500-EXIT
           END-IF.
           EVALUATE WS-MODALIDADE
               WHEN "R"
                   MOVE WS-VALOR-PEDIDO TO LIM-EXC-SAQUE
               WHEN "T"
                   MOVE WS-VALOR-PEDIDO TO LIM-EXC-TRANSF
               WHEN "P"
                   MOVE WS-VALOR-PEDIDO TO LIM-EXC-EXTERNO
               WHEN "Q"
                   MOVE WS-VALOR-PEDIDO TO LIM-EXC-CHEQUE
           END-EVALUATE.
           MOVE WS-DATA-MOVIMENTO TO LIM-EXC-DATA.
           MOVE LNK-OPERADOR      TO LIM-EXC-OPERADOR.
           PERFORM 2400-GRAVAR-LIMITES THRU 2400-EXIT.
           DISPLAY "AUMENTO VALE SOMENTE EM " WS-DATA-MOVIMENTO
               " - CONCEDIDO POR " LNK-OPERADOR.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-COPIAR-PACOTE - monta o registro novo da conta com os
      * tetos do pacote da conta (zeros quando o pacote nao tem).
      ******************************************************************
       5100-COPIAR-PACOTE.
           MOVE "P" TO LIM-TIPO-CHAVE.
           MOVE CTA-PACOTE TO LIM-CODIGO.
           READ LIMITES-FILE
               INVALID KEY
                   MOVE 0 TO LIM-SAQUE-DIA
                   MOVE 0 TO LIM-TRANSF-DIA
                   MOVE 0 TO LIM-EXTERNO-DIA
                   MOVE 0 TO LIM-CHEQUE-DIA
           END-READ.
           MOVE "C" TO LIM-TIPO-CHAVE.
           MOVE WS-CONTA-PEDIDA TO LIM-CODIGO.
           PERFORM 2500-LIMPAR-AUMENTO THRU 2500-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTAR-LIMITES - mostra os tetos que valem para a
      * conta (os proprios ou os do pacote) e o aumento do dia.
      ******************************************************************
       6000-CONSULTAR-LIMITES.
           DISPLAY "=== LIMITES DA CONTA ===".
           PERFORM 2100-ACEITAR-CONTA THRU 2100-EXIT.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " WS-CONTA-PEDIDA
                   GO TO 6000-EXIT
           END-READ.
           MOVE "C" TO LIM-TIPO-CHAVE.
           MOVE WS-CONTA-PEDIDA TO LIM-CODIGO.
           READ LIMITES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "TETOS PROPRIOS DA CONTA " WS-CONTA-PEDIDA
                   PERFORM 6100-MOSTRAR-TETOS THRU 6100-EXIT
                   GO TO 6000-EXIT
           END-READ.
           MOVE "P" TO LIM-TIPO-CHAVE.
           MOVE CTA-PACOTE TO LIM-CODIGO.
           READ LIMITES-FILE
               INVALID KEY
                   DISPLAY "CONTA SEM LIMITE DIARIO (PACOTE "
                       CTA-PACOTE " SEM TETOS)."
               NOT INVALID KEY
                   DISPLAY "TETOS DO PACOTE " CTA-PACOTE
                   PERFORM 6100-MOSTRAR-TETOS THRU 6100-EXIT
           END-READ.
       6000-EXIT.
           EXIT.

       6100-MOSTRAR-TETOS.
           DISPLAY "SAQUE........: R$ " LIM-SAQUE-DIA.
           DISPLAY "TRANSFERENCIA: R$ " LIM-TRANSF-DIA.
           DISPLAY "EXTERNO......: R$ " LIM-EXTERNO-DIA.
           DISPLAY "CHEQUE.......: R$ " LIM-CHEQUE-DIA.
           IF LIM-DA-CONTA AND LIM-EXC-DATA = WS-DATA-MOVIMENTO
               DISPLAY "AUMENTO DE HOJE POR " LIM-EXC-OPERADOR
                   " - SAQUE " LIM-EXC-SAQUE
                   " TRANSF " LIM-EXC-TRANSF
                   " EXTERNO " LIM-EXC-EXTERNO
                   " CHEQUE " LIM-EXC-CHEQUE
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-LISTAR-RECUSAS - lista as tentativas recusadas por limite
      * diario na data de movimento corrente.
      ******************************************************************
       7000-LISTAR-RECUSAS.
           DISPLAY "=== RECUSAS POR LIMITE EM " WS-DATA-MOVIMENTO
               " ===".
           MOVE 0 TO WS-RECUSAS-LISTADAS.
           OPEN INPUT RECUSAS-FILE.
           IF NOT RECUSAS-OK
               DISPLAY "NENHUMA RECUSA REGISTRADA."
               GO TO 7000-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-RECUSAS.
           PERFORM 7100-LER-RECUSA THRU 7100-EXIT
               UNTIL FIM-RECUSAS.
           CLOSE RECUSAS-FILE.
           IF WS-RECUSAS-LISTADAS = 0
               DISPLAY "NENHUMA RECUSA NO DIA."
           END-IF.
       7000-EXIT.
           EXIT.

       7100-LER-RECUSA.
           READ RECUSAS-FILE
               AT END
                   MOVE "S" TO SW-FIM-RECUSAS
               NOT AT END
                   IF LRC-DATA = WS-DATA-MOVIMENTO
                       DISPLAY LRC-HORA " CONTA " LRC-CONTA
                           " MOD " LRC-MODALIDADE
                           " VALOR " LRC-VALOR
                           " USADO " LRC-USADO
                           " TETO " LRC-LIMITE
                           " POR " LRC-OPERADOR
                       ADD 1 TO WS-RECUSAS-LISTADAS
                   END-IF
           END-READ.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE LIMITES-FILE.
           CLOSE CONTAS-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-LIMITES.
