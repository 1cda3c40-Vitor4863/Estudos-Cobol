      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-15
      * Purpose: Nightly suspicious-movement monitor (prevencao a
      *          lavagem de dinheiro - PLD).  Reads the day's postings
      *          in TRANSACOES.DAT against a look-back window set by
      *          compliance in PLDPARM.DAT and opens a case in
      *          ALERTAS.DAT for every cash deposit above the limit,
      *          several deposits just under the limit inside the
      *          window (fracionamento), credits that leave again
      *          through "T"/"P"/"Q" within 48 hours (passagem rapida)
      *          and the first customer movement on an account that
      *          BANCO-DORMENCIA had found quiet (DORMENTES.DAT).  Only
      *          a posting of the movement date fires a case; the
      *          window is the context it is judged against.  The
      *          cases are closed by compliance at the casos PLD
      *          option of SISTEMA-BANCO.  Alerts of the night in
      *          PLD.LST; PLDCTL.DAT refuses a rerun of the same date.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-15  RA   Original suspicious-movement monitor.
      * 2026-09-21  RA   Inbound TED/DOC credits (TRN-TIPO B) count as
      *                  money in for the pass-through test.
      * 2026-10-15  RA   PLD.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-MONITOR-PLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRN-CHAVE
               FILE STATUS IS WS-TRANSACOES-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NUMERO
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT DORMENTES-FILE ASSIGN TO "DORMENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DORMENTES-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO "PLDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "PLDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PLD.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  ALERTAS-FILE.
           COPY "ALERTREG.cpy".

       FD  DORMENTES-FILE.
           COPY "DORMREG.cpy".

       FD  PARAMETRO-FILE.
           COPY "PLDPARM.cpy".

       FD  CONTROLE-FILE.
           COPY "PLDCTL.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
           88  TRANSACOES-ARQ-INEXISTENTE   VALUE "35".

       01  WS-ALERTAS-STATUS       PIC X(02).
           88  ALERTAS-OK                   VALUE "00".
           88  ALERTAS-ARQ-INEXISTENTE      VALUE "35".

       01  WS-DORMENTES-STATUS     PIC X(02).
           88  DORMENTES-ARQ-INEXISTENTE    VALUE "35".

       01  WS-PARAMETRO-STATUS     PIC X(02).
           88  PARAMETRO-ARQ-INEXISTENTE    VALUE "35".

       01  WS-CONTROLE-STATUS      PIC X(02).
           88  CONTROLE-ARQUIVO-INEXISTENTE VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE         PIC 9(04).
           05  WS-MES-HOJE         PIC 9(02).
           05  WS-DIA-HOJE         PIC 9(02).
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-ULTIMA-DATA          PIC 9(08) VALUE 0.

       01  WS-DATA-LANC.
           05  WS-ANO-LANC         PIC 9(04).
           05  WS-MES-LANC         PIC 9(02).
           05  WS-DIA-LANC         PIC 9(02).
       01  WS-DATA-LANC-NUM REDEFINES WS-DATA-LANC PIC 9(08).

      *    DATAS EM DIAS CORRIDOS NA CONVENCAO 30/360.
       01  WS-DIAS-HOJE            PIC 9(07) COMP VALUE 0.
       01  WS-DIAS-LANC            PIC 9(07) COMP VALUE 0.
       01  WS-INICIO-JANELA        PIC 9(07) COMP VALUE 0.
       01  WS-INICIO-48H           PIC 9(07) COMP VALUE 0.

      *    PARAMETROS DO MONITOR (PADRAO SEM O PLDPARM.DAT).
       01  WS-JANELA-DIAS          PIC 9(03) VALUE 10.
       01  WS-LIMITE-ESPECIE       PIC 9(10)V99 VALUE 50000.00.
       01  WS-PERC-FAIXA           PIC 9(03) VALUE 80.
       01  WS-QTDE-FAIXA           PIC 9(02) VALUE 3.
       01  WS-PERC-PASSAGEM        PIC 9(03) VALUE 80.
       01  WS-PISO-FAIXA           PIC 9(10)V99 VALUE 0.

       01  SW-EXECUCAO-RECUSADA    PIC X(01) VALUE "N".
           88  EXECUCAO-RECUSADA            VALUE "S".
       01  SW-FIM-TRANSACOES       PIC X(01) VALUE "N".
           88  FIM-TRANSACOES               VALUE "S".
       01  SW-FIM-DORMENTES        PIC X(01) VALUE "N".
           88  FIM-DORMENTES                VALUE "S".
       01  SW-ESPECIE              PIC X(01) VALUE "N".
           88  DEPOSITO-EM-ESPECIE          VALUE "S".
       01  SW-MOVIMENTO-CLIENTE    PIC X(01) VALUE "N".
           88  MOVIMENTO-CLIENTE            VALUE "S".

      *    ACUMULADORES DA CONTA CORRENTE DA VARREDURA.
       01  WS-CONTA-ATUAL          PIC 9(05) VALUE 0.
       01  WS-FRC-QTDE             PIC 9(03) VALUE 0.
       01  WS-FRC-VALOR            PIC 9(10)V99 VALUE 0.
       01  SW-FRC-HOJE             PIC X(01) VALUE "N".
           88  FRC-HOJE                     VALUE "S".
       01  WS-PSG-ENTRADAS         PIC 9(10)V99 VALUE 0.
       01  WS-PSG-SAIDAS           PIC 9(10)V99 VALUE 0.
       01  WS-PSG-QTDE             PIC 9(03) VALUE 0.
       01  SW-PSG-HOJE             PIC X(01) VALUE "N".
           88  PSG-SAIDA-HOJE               VALUE "S".
       01  WS-MOV-ANTERIOR         PIC 9(08) VALUE 0.
       01  WS-MOV-VALOR            PIC 9(10)V99 VALUE 0.
       01  WS-MOV-QTDE             PIC 9(03) VALUE 0.

       01  WS-IDX-DORMENTE         PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-DORMENTES      PIC 9(05) COMP VALUE 0.
       01  TABELA-DORMENTES.
           05  DOR-ENTRADA OCCURS 1000 TIMES.
               10  DOR-CONTA           PIC 9(05).
               10  DOR-DATA-ULTIMA     PIC 9(08).

       01  WS-ULTIMO-ALERTA        PIC 9(06) VALUE 0.
       01  WS-ALR-TIPO             PIC X(01) VALUE SPACES.
       01  WS-ALR-DATA             PIC 9(08) VALUE 0.
       01  WS-ALR-VALOR            PIC 9(10)V99 VALUE 0.
       01  WS-ALR-QTDE             PIC 9(03) VALUE 0.
       01  WS-ALR-DESCRICAO        PIC X(30) VALUE SPACES.

       01  WS-TOTAL-LIDOS          PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-ESPECIE        PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-FRACIONAMENTO  PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-PASSAGEM       PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-DORMENTE       PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-EDIT           PIC 9(07) VALUE 0.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EXECUCAO-RECUSADA
               IF NOT TRANSACOES-ARQ-INEXISTENTE
                   PERFORM 2000-LER-LANCAMENTO THRU 2000-EXIT
                       UNTIL FIM-TRANSACOES
                   PERFORM 4000-AVALIAR-CONTA THRU 4000-EXIT
               END-IF
               PERFORM 6400-GRAVAR-CONTROLE THRU 6400-EXIT
               PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - confere o controle de execucao (recusa a
      * data ja monitorada), le os parametros e a lista de contas
      * dormentes, apura a janela e abre os arquivos.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== MONITOR DE MOVIMENTACAO SUSPEITA (PLD) ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
           IF WS-ULTIMA-DATA = WS-DATA-HOJE-NUM
               DISPLAY "MONITOR DA DATA " WS-DATA-HOJE-NUM
                   " JA EXECUTADO - EXECUCAO RECUSADA."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LER-PARAMETROS THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-DORMENTES THRU 1300-EXIT.
           COMPUTE WS-DIAS-HOJE =
               WS-ANO-HOJE * 360 + (WS-MES-HOJE - 1) * 30
               + WS-DIA-HOJE.
           COMPUTE WS-INICIO-JANELA = WS-DIAS-HOJE - WS-JANELA-DIAS.
           COMPUTE WS-INICIO-48H = WS-DIAS-HOJE - 2.
           COMPUTE WS-PISO-FAIXA ROUNDED =
               WS-LIMITE-ESPECIE * WS-PERC-FAIXA / 100.
           OPEN I-O ALERTAS-FILE.
           IF ALERTAS-ARQ-INEXISTENTE
               OPEN OUTPUT ALERTAS-FILE
               CLOSE ALERTAS-FILE
               OPEN I-O ALERTAS-FILE
           END-IF.
           PERFORM 1400-ULTIMO-ALERTA THRU 1400-EXIT.
           OPEN INPUT TRANSACOES-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           STRING "ALERTAS PLD DE " WS-DATA-HOJE-NUM
               " - JANELA " WS-JANELA-DIAS " DIAS"
               " - LIMITE ESPECIE " WS-LIMITE-ESPECIE
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina.
      ******************************************************************
       0900-LER-DATA-MOVIMENTO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT DATAMOV-FILE.
           IF DATAMOV-ARQUIVO-INEXISTENTE
               CONTINUE
           ELSE
               READ DATAMOV-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DMV-DATA-MOVIMENTO > 0
                           MOVE DMV-DATA-MOVIMENTO TO WS-DATA-HOJE
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
           DISPLAY "DATA DE MOVIMENTO: " WS-DATA-HOJE-NUM.
       0900-EXIT.
           EXIT.

       1100-LER-CONTROLE.
           OPEN INPUT CONTROLE-FILE.
           IF CONTROLE-ARQUIVO-INEXISTENTE
               CONTINUE
           ELSE
               READ CONTROLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PLC-ULTIMA-DATA TO WS-ULTIMA-DATA
               END-READ
               CLOSE CONTROLE-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LER-PARAMETROS - le os parametros de compliance; campo
      * zerado (ou arquivo ausente) mantem o padrao do monitor.
      ******************************************************************
       1200-LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-ARQ-INEXISTENTE
               GO TO 1200-EXIT
           END-IF.
           READ PARAMETRO-FILE
               AT END
                   CLOSE PARAMETRO-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF PLP-JANELA-DIAS > 0
               MOVE PLP-JANELA-DIAS TO WS-JANELA-DIAS
           END-IF.
           IF PLP-LIMITE-ESPECIE > 0
               MOVE PLP-LIMITE-ESPECIE TO WS-LIMITE-ESPECIE
           END-IF.
           IF PLP-PERC-FAIXA > 0 AND PLP-PERC-FAIXA < 100
               MOVE PLP-PERC-FAIXA TO WS-PERC-FAIXA
           END-IF.
           IF PLP-QTDE-FAIXA > 0
               MOVE PLP-QTDE-FAIXA TO WS-QTDE-FAIXA
           END-IF.
           IF PLP-PERC-PASSAGEM > 0
               MOVE PLP-PERC-PASSAGEM TO WS-PERC-PASSAGEM
           END-IF.
           CLOSE PARAMETRO-FILE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGAR-DORMENTES - carrega as contas paradas apuradas
      * pela ultima vigilancia de dormencia.
      ******************************************************************
       1300-CARREGAR-DORMENTES.
           OPEN INPUT DORMENTES-FILE.
           IF DORMENTES-ARQ-INEXISTENTE
               DISPLAY "DORMENTES.DAT NAO EXISTE - SEM VIGILANCIA DE "
                   "CONTAS DORMENTES."
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-DORMENTES.
           PERFORM 1350-LER-DORMENTE THRU 1350-EXIT
               UNTIL FIM-DORMENTES.
           CLOSE DORMENTES-FILE.
       1300-EXIT.
           EXIT.

       1350-LER-DORMENTE.
           READ DORMENTES-FILE
               AT END
                   MOVE "S" TO SW-FIM-DORMENTES
                   GO TO 1350-EXIT
           END-READ.
           IF WS-TOTAL-DORMENTES < 1000
               ADD 1 TO WS-TOTAL-DORMENTES
               MOVE DRM-CONTA TO DOR-CONTA (WS-TOTAL-DORMENTES)
               MOVE DRM-DATA-ULTIMA
                   TO DOR-DATA-ULTIMA (WS-TOTAL-DORMENTES)
           ELSE
               DISPLAY "LIMITE DE CONTAS DORMENTES ATINGIDO. "
                   "CONTA NAO CARREGADA: " DRM-CONTA
           END-IF.
       1350-EXIT.
           EXIT.

       1400-ULTIMO-ALERTA.
           MOVE 999999 TO ALR-NUMERO.
           START ALERTAS-FILE KEY IS LESS THAN OR EQUAL TO ALR-NUMERO
               INVALID KEY
                   MOVE 0 TO ALR-NUMERO
               NOT INVALID KEY
                   READ ALERTAS-FILE NEXT RECORD
           END-START.
           MOVE ALR-NUMERO TO WS-ULTIMO-ALERTA.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LER-LANCAMENTO - varre o historico (em ordem de conta e
      * data); na troca de conta avalia a conta anterior.
      ******************************************************************
       2000-LER-LANCAMENTO.
           READ TRANSACOES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-TRANSACOES
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF TRN-CONTA NOT = WS-CONTA-ATUAL
               PERFORM 4000-AVALIAR-CONTA THRU 4000-EXIT
               PERFORM 2100-INICIAR-CONTA THRU 2100-EXIT
           END-IF.
           IF TRN-DATA > WS-DATA-HOJE-NUM
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-CLASSIFICAR-LANCAMENTO THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-INICIAR-CONTA.
           MOVE TRN-CONTA TO WS-CONTA-ATUAL.
           MOVE 0 TO WS-FRC-QTDE.
           MOVE 0 TO WS-FRC-VALOR.
           MOVE "N" TO SW-FRC-HOJE.
           MOVE 0 TO WS-PSG-ENTRADAS.
           MOVE 0 TO WS-PSG-SAIDAS.
           MOVE 0 TO WS-PSG-QTDE.
           MOVE "N" TO SW-PSG-HOJE.
           MOVE 0 TO WS-MOV-ANTERIOR.
           MOVE 0 TO WS-MOV-VALOR.
           MOVE 0 TO WS-MOV-QTDE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CLASSIFICAR-LANCAMENTO - acumula o lancamento nos testes
      * da conta.  Deposito em especie e o "D" lancado no caixa: os
      * creditos de folha do lote noturno, os de devolucao da
      * compensacao e os da conversao nao contam.  Juros, tarifa e o
      * resgate no vencimento nao sao movimento do cliente (mesma
      * regra da vigilancia de dormencia).
      ******************************************************************
       3000-CLASSIFICAR-LANCAMENTO.
           MOVE TRN-DATA TO WS-DATA-LANC-NUM.
           COMPUTE WS-DIAS-LANC =
               WS-ANO-LANC * 360 + (WS-MES-LANC - 1) * 30
               + WS-DIA-LANC.
           MOVE "S" TO SW-MOVIMENTO-CLIENTE.
           IF TRN-JUROS OR TRN-JUROS-ESPECIAL OR TRN-TARIFA
               MOVE "N" TO SW-MOVIMENTO-CLIENTE
           END-IF.
           IF TRN-RESGATE AND TRN-OPERADOR = "RENDDIARIO"
               MOVE "N" TO SW-MOVIMENTO-CLIENTE
           END-IF.
           MOVE "N" TO SW-ESPECIE.
           IF TRN-DEPOSITO
               AND TRN-OPERADOR NOT = "LOTENOTURN"
               AND TRN-OPERADOR NOT = "RETCOMPENS"
               AND TRN-OPERADOR NOT = "CONVERSAO"
               MOVE "S" TO SW-ESPECIE
           END-IF.
           IF MOVIMENTO-CLIENTE
               IF TRN-DATA < WS-DATA-HOJE-NUM
                   MOVE TRN-DATA TO WS-MOV-ANTERIOR
               ELSE
                   ADD TRN-VALOR TO WS-MOV-VALOR
                   ADD 1 TO WS-MOV-QTDE
               END-IF
           END-IF.
           IF WS-DIAS-LANC < WS-INICIO-JANELA
               GO TO 3000-EXIT
           END-IF.
           IF DEPOSITO-EM-ESPECIE
               PERFORM 3100-TESTAR-ESPECIE THRU 3100-EXIT
           END-IF.
           IF WS-DIAS-LANC >= WS-INICIO-48H
               PERFORM 3200-ACUMULAR-PASSAGEM THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-TESTAR-ESPECIE - deposito do dia acima do limite abre o
      * caso na hora; deposito na faixa logo abaixo do limite entra na
      * contagem do fracionamento da janela.
      ******************************************************************
       3100-TESTAR-ESPECIE.
           IF TRN-VALOR >= WS-LIMITE-ESPECIE
               IF TRN-DATA = WS-DATA-HOJE-NUM
                   MOVE "E" TO WS-ALR-TIPO
                   MOVE TRN-DATA TO WS-ALR-DATA
                   MOVE TRN-VALOR TO WS-ALR-VALOR
                   MOVE 1 TO WS-ALR-QTDE
                   MOVE "DEPOSITO EM ESPECIE ACIMA" TO WS-ALR-DESCRICAO
                   PERFORM 5000-ABRIR-CASO THRU 5000-EXIT
                   ADD 1 TO WS-TOTAL-ESPECIE
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF TRN-VALOR >= WS-PISO-FAIXA
               ADD 1 TO WS-FRC-QTDE
               ADD TRN-VALOR TO WS-FRC-VALOR
               IF TRN-DATA = WS-DATA-HOJE-NUM
                   MOVE "S" TO SW-FRC-HOJE
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-ACUMULAR-PASSAGEM - creditos de deposito, transferencia
      * recebida e TED/DOC recebido e debitos por transferencia,
      * pagamento externo ou cheque das ultimas 48 horas.
      ******************************************************************
       3200-ACUMULAR-PASSAGEM.
           EVALUATE TRUE
               WHEN TRN-DEPOSITO
               WHEN TRN-TRANSF-CREDITO
               WHEN TRN-CRED-INTERBANC
                   ADD TRN-VALOR TO WS-PSG-ENTRADAS
                   ADD 1 TO WS-PSG-QTDE
               WHEN TRN-TRANSF-DEBITO
               WHEN TRN-PAG-EXTERNO
               WHEN TRN-CHEQUE
                   ADD TRN-VALOR TO WS-PSG-SAIDAS
                   ADD 1 TO WS-PSG-QTDE
                   IF TRN-DATA = WS-DATA-HOJE-NUM
                       MOVE "S" TO SW-PSG-HOJE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-AVALIAR-CONTA - fecha os testes da conta que acabou de
      * ser varrida: fracionamento, passagem rapida e primeiro
      * movimento de conta dormente.
      ******************************************************************
       4000-AVALIAR-CONTA.
           IF WS-CONTA-ATUAL = 0
               GO TO 4000-EXIT
           END-IF.
           IF FRC-HOJE AND WS-FRC-QTDE >= WS-QTDE-FAIXA
               MOVE "F" TO WS-ALR-TIPO
               MOVE WS-DATA-HOJE-NUM TO WS-ALR-DATA
               MOVE WS-FRC-VALOR TO WS-ALR-VALOR
               MOVE WS-FRC-QTDE TO WS-ALR-QTDE
               MOVE "FRACIONAMENTO DE DEPOSITOS" TO WS-ALR-DESCRICAO
               PERFORM 5000-ABRIR-CASO THRU 5000-EXIT
               ADD 1 TO WS-TOTAL-FRACIONAMENTO
           END-IF.
           IF PSG-SAIDA-HOJE AND WS-PSG-ENTRADAS > 0
               AND WS-PSG-SAIDAS * 100 >=
                   WS-PSG-ENTRADAS * WS-PERC-PASSAGEM
               MOVE "P" TO WS-ALR-TIPO
               MOVE WS-DATA-HOJE-NUM TO WS-ALR-DATA
               MOVE WS-PSG-SAIDAS TO WS-ALR-VALOR
               MOVE WS-PSG-QTDE TO WS-ALR-QTDE
               MOVE "PASSAGEM RAPIDA EM 48 HORAS" TO WS-ALR-DESCRICAO
               PERFORM 5000-ABRIR-CASO THRU 5000-EXIT
               ADD 1 TO WS-TOTAL-PASSAGEM
           END-IF.
           IF WS-MOV-QTDE > 0
               PERFORM 4100-TESTAR-DORMENTE THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-TESTAR-DORMENTE - conta da lista de dormentes que se
      * movimenta hoje sem nenhum movimento de cliente desde a data
      * apurada pela dormencia: e o despertar que interessa.
      ******************************************************************
       4100-TESTAR-DORMENTE.
           PERFORM 4150-COMPARAR-DORMENTE THRU 4150-EXIT
               VARYING WS-IDX-DORMENTE FROM 1 BY 1
               UNTIL WS-IDX-DORMENTE > WS-TOTAL-DORMENTES
                   OR DOR-CONTA (WS-IDX-DORMENTE) = WS-CONTA-ATUAL.
           IF WS-IDX-DORMENTE > WS-TOTAL-DORMENTES
               GO TO 4100-EXIT
           END-IF.
           IF WS-MOV-ANTERIOR > DOR-DATA-ULTIMA (WS-IDX-DORMENTE)
               GO TO 4100-EXIT
           END-IF.
           MOVE "D" TO WS-ALR-TIPO.
           MOVE WS-DATA-HOJE-NUM TO WS-ALR-DATA.
           MOVE WS-MOV-VALOR TO WS-ALR-VALOR.
           MOVE WS-MOV-QTDE TO WS-ALR-QTDE.
           MOVE "MOVIMENTO EM CONTA DORMENTE" TO WS-ALR-DESCRICAO.
           PERFORM 5000-ABRIR-CASO THRU 5000-EXIT.
           ADD 1 TO WS-TOTAL-DORMENTE.
       4100-EXIT.
           EXIT.

       4150-COMPARAR-DORMENTE.
           CONTINUE.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ABRIR-CASO - grava o caso montado nos campos WS-ALR- em
      * ALERTAS.DAT com o proximo numero e o lista no relatorio.
      ******************************************************************
       5000-ABRIR-CASO.
           ADD 1 TO WS-ULTIMO-ALERTA.
           MOVE WS-ULTIMO-ALERTA TO ALR-NUMERO.
           MOVE WS-CONTA-ATUAL   TO ALR-CONTA.
           MOVE WS-ALR-TIPO      TO ALR-TIPO.
           MOVE WS-DATA-HOJE-NUM TO ALR-DATA-ALERTA.
           MOVE WS-ALR-DATA      TO ALR-DATA-MOVIMENTO.
           MOVE WS-ALR-VALOR     TO ALR-VALOR.
           MOVE WS-ALR-QTDE      TO ALR-QTDE.
           MOVE "A"              TO ALR-SITUACAO.
           MOVE 0                TO ALR-DATA-DECISAO.
           MOVE SPACES           TO ALR-ANALISTA.
           MOVE SPACES           TO ALR-MOTIVO.
           WRITE ALR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CASO " ALR-NUMERO
                   GO TO 5000-EXIT
           END-WRITE.
           STRING "CASO " ALR-NUMERO
               " CONTA " ALR-CONTA
               " TIPO " ALR-TIPO " " WS-ALR-DESCRICAO
               " VALOR " ALR-VALOR
               " LANCS " ALR-QTDE
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6400-GRAVAR-CONTROLE - regrava a data monitorada.
      ******************************************************************
       6400-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           MOVE WS-DATA-HOJE-NUM TO PLC-ULTIMA-DATA.
           WRITE PLC-REGISTRO.
           CLOSE CONTROLE-FILE.
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais da rodada do monitor.
      ******************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE WS-TOTAL-LIDOS TO WS-TOTAL-EDIT.
           STRING "LANCAMENTOS LIDOS.........: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-ESPECIE TO WS-TOTAL-EDIT.
           STRING "CASOS ESPECIE ACIMA (E)...: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-FRACIONAMENTO TO WS-TOTAL-EDIT.
           STRING "CASOS FRACIONAMENTO (F)...: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-PASSAGEM TO WS-TOTAL-EDIT.
           STRING "CASOS PASSAGEM RAPIDA (P).: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-DORMENTE TO WS-TOTAL-EDIT.
           STRING "CASOS CONTA DORMENTE (D)..: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em PLD.LST.
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
           IF NOT TRANSACOES-ARQ-INEXISTENTE
               CLOSE TRANSACOES-FILE
           END-IF.
           CLOSE ALERTAS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-MONITOR-PLD" TO SPL-PROGRAMA.
           MOVE "PLD.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-MONITOR-PLD.
