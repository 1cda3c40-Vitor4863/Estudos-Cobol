      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-10-08
      * Purpose: Collection return of the boletos issued by
      *          GESTAO-TITULOS.  Reads the clearinghouse file
      *          (DD_COBRETOR, layout COBRETREG.cpy) twice: the first
      *          pass only proves the trailer's record count and
      *          value hash, and a file that does not tie is refused
      *          whole - nothing posts and the job ends with
      *          RETURN-CODE 8.  The second pass finds each boleto
      *          paid by its nosso numero (BOLETOS.DAT), credits what
      *          the payer paid to the company account of the boleto
      *          as TRN-TIPO "B" (TRN-CONTAPARTE carries the payer's
      *          bank), records the payment against the titulo in
      *          TITPAG.DAT - principal first reduced by the multa
      *          and juros due on a late payment, partial payments
      *          leaving the balance open - and settles the titulo
      *          and the boleto when the balance reaches zero.
      *          Boletos paid with a value other than the one due,
      *          with an unknown nosso numero, or whose titulo was
      *          already settled are listed in COBDIVER.LST; summary
      *          in COBRETOR.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-08  RA   Original boleto collection return processing.
      * 2026-10-15  RA   COBRETOR.LST and COBDIVER.LST are copied to the
      *                  report spool as dated generations after they
      *                  are closed (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-RETORNO-COBRANCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRETOR-FILE ASSIGN TO "COBRETOR"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COBRETOR-STATUS.

           SELECT BOLETOS-FILE ASSIGN TO "BOLETOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NOSSO-NUMERO
               FILE STATUS IS WS-BOLETOS-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-CHAVE
               FILE STATUS IS WS-TRANSACOES-STATUS.

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

           SELECT RELATORIO-FILE ASSIGN TO "COBRETOR.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DIVERGENCIAS-FILE ASSIGN TO "COBDIVER.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIVERGENCIAS-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COBRETOR-FILE.
           COPY "COBRETREG.cpy".

       FD  BOLETOS-FILE.
           COPY "BOLETOREG.cpy".

       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  TITULOS-FILE.
           COPY "TITULOREG.cpy".

       FD  PAGAMENTOS-FILE.
           COPY "TITPAGREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DIVERGENCIAS-FILE.
       01  DIV-REGISTRO            PIC X(132).

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-COBRETOR-STATUS      PIC X(02).
           88  COBRETOR-OK                  VALUE "00".
           88  COBRETOR-INEXISTENTE         VALUE "35".

       01  WS-BOLETOS-STATUS       PIC X(02).
           88  BOLETOS-OK                   VALUE "00".
           88  BOLETOS-ARQ-INEXISTENTE      VALUE "35".

       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
           88  TRANSACOES-ARQ-INEXISTENTE   VALUE "35".

       01  WS-TITULOS-STATUS       PIC X(02).
           88  TITULOS-OK                   VALUE "00".
           88  TITULOS-ARQ-INEXISTENTE      VALUE "35".

       01  WS-PAGAMENTOS-STATUS    PIC X(02).
           88  PAGAMENTOS-OK                VALUE "00".
           88  PAGAMENTOS-ARQ-INEXISTENTE   VALUE "35".

       01  SW-TRN-GRAVADO          PIC X(01) VALUE "N".
           88  TRN-GRAVADO                   VALUE "S".

       01  SW-TPG-GRAVADO          PIC X(01) VALUE "N".
           88  TPG-GRAVADO                   VALUE "S".

       01  WS-RELATORIO-STATUS     PIC X(02).
       01  WS-DIVERGENCIAS-STATUS  PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-DATA-PROCESSAMENTO   PIC 9(08).
       01  WS-SALDO-NOVO           PIC S9(10)V99 VALUE 0.

       01  WS-SALDO-BOLETO         PIC 9(10)V99 VALUE 0.
       01  WS-SALDO-TITULO         PIC 9(10)V99 VALUE 0.
       01  WS-ENCARGOS-DEVIDOS     PIC 9(10)V99 VALUE 0.
       01  WS-VALOR-DEVIDO         PIC 9(10)V99 VALUE 0.
       01  WS-PRINCIPAL-PAGO       PIC 9(10)V99 VALUE 0.
       01  WS-ENCARGOS-PAGOS       PIC 9(10)V99 VALUE 0.
       01  WS-VENC-E-UTIL          PIC X(01) VALUE "N".
       01  WS-VENC-UTIL            PIC 9(08) VALUE 0.
       01  WS-DIAS-ATRASO          PIC S9(05) COMP VALUE 0.

       01  WS-VENC-DATA.
           05  WS-VENC-ANO         PIC 9(04).
           05  WS-VENC-MES         PIC 9(02).
           05  WS-VENC-DIA         PIC 9(02).
       01  WS-VENC-DATA-NUM REDEFINES WS-VENC-DATA PIC 9(08).
       01  WS-PGTO-DATA.
           05  WS-PGTO-ANO         PIC 9(04).
           05  WS-PGTO-MES         PIC 9(02).
           05  WS-PGTO-DIA         PIC 9(02).
       01  WS-PGTO-DATA-NUM REDEFINES WS-PGTO-DATA PIC 9(08).

       01  WS-QTDE-LIDOS           PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-CREDITADOS      PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-NAO-CREDITADOS  PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-BAIXADOS        PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-DIVERGENTES     PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-EXCECOES        PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-TRAILERS        PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC 9(06) VALUE 0.
       01  WS-VALOR-LIDO           PIC 9(13)V99 VALUE 0.
       01  WS-VALOR-CREDITADO      PIC 9(13)V99 VALUE 0.
       01  WS-VALOR-NAO-CREDITADO  PIC 9(13)V99 VALUE 0.
       01  WS-VALOR-ENCARGOS       PIC 9(13)V99 VALUE 0.
       01  WS-VALOR-EDITADO        PIC ZZZZZZZZZZZZ9.99.
       01  WS-DEVIDO-EDITADO       PIC ZZZZZZZZZZZZ9.99.

       01  SW-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88  FIM-ARQUIVO                  VALUE "S".

       01  SW-TRAILER-CONFERE      PIC X(01) VALUE "S".
           88  TRAILER-CONFERE              VALUE "S".

       01  SW-CONTA-LIBERADA       PIC X(01) VALUE "N".
           88  CONTA-LIBERADA               VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF COBRETOR-INEXISTENTE
               DISPLAY "ARQUIVO COBRETOR NAO ENCONTRADO. APONTE O "
                   "DATASET RECEBIDO DA COMPENSACAO."
               GOBACK
           END-IF.
           PERFORM 2000-CONFERIR-ARQUIVO THRU 2000-EXIT.
           IF NOT TRAILER-CONFERE
               MOVE "ARQUIVO RECUSADO - NENHUM PAGAMENTO FOI POSTADO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-RETORNO-COBRANCA" TO SPL-PROGRAMA
               MOVE "COBRETOR.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-ABRIR-POSTAGEM THRU 3000-EXIT.
           PERFORM 4000-PROCESSAR-REGISTRO THRU 4000-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre o arquivo recebido e o relatorio; os
      * mestres so abrem depois que o trailer conferir.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== RETORNO DE COBRANCA - BOLETOS ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN INPUT COBRETOR-FILE.
           IF NOT COBRETOR-INEXISTENTE
               OPEN OUTPUT RELATORIO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina como nas
      * versoes anteriores.
      ******************************************************************
       0900-LER-DATA-MOVIMENTO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
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
                               TO WS-DATA-PROCESSAMENTO
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
           DISPLAY "DATA DE MOVIMENTO: " WS-DATA-PROCESSAMENTO.
       0900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONFERIR-ARQUIVO - primeira passada: soma quantidade e
      * valor dos detalhes e prova contra o trailer.  Arquivo sem
      * trailer, com mais de um, ou que nao confere e recusado.
      ******************************************************************
       2000-CONFERIR-ARQUIVO.
           MOVE "N" TO SW-FIM-ARQUIVO.
           PERFORM 2100-LER-CONFERENCIA THRU 2100-EXIT
               UNTIL FIM-ARQUIVO.
           CLOSE COBRETOR-FILE.
           IF WS-QTDE-TRAILERS NOT = 1
               MOVE "N" TO SW-TRAILER-CONFERE
               MOVE "ARQUIVO SEM TRAILER UNICO - RECUSADO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-CONFERENCIA.
           READ COBRETOR-FILE
               AT END
                   MOVE "S" TO SW-FIM-ARQUIVO
               NOT AT END
                   EVALUATE CBR-H-TIPO
                       WHEN "0"
                           STRING "ARQUIVO " CBR-H-SEQUENCIA
                               " DE " CBR-H-DATA
                               " ORIGEM " CBR-H-ORIGEM
                               DELIMITED BY SIZE INTO RPT-LINHA
                           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                       WHEN "1"
                           ADD 1 TO WS-QTDE-LIDOS
                           ADD CBR-D-VALOR-PAGO TO WS-VALOR-LIDO
                       WHEN "9"
                           ADD 1 TO WS-QTDE-TRAILERS
                           PERFORM 2200-CONFERIR-TRAILER THRU 2200-EXIT
                       WHEN OTHER
                           DISPLAY "TIPO DE REGISTRO INVALIDO NO "
                               "ARQUIVO: " CBR-H-TIPO
                           ADD 1 TO WS-QTDE-EXCECOES
                   END-EVALUATE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONFERIR-TRAILER - prova a quantidade e o hash total de
      * valores do trailer contra o que foi lido ate ele.
      ******************************************************************
       2200-CONFERIR-TRAILER.
           IF CBR-T-QTDE NOT = WS-QTDE-LIDOS
               OR CBR-T-VALOR-TOTAL NOT = WS-VALOR-LIDO
               MOVE "N" TO SW-TRAILER-CONFERE
               MOVE WS-QTDE-LIDOS TO WS-QTDE-EDIT
               STRING "TRAILER NAO CONFERE: QTDE " CBR-T-QTDE
                   " LIDA " WS-QTDE-EDIT
                   " VALOR " CBR-T-VALOR-TOTAL
                   " LIDO " WS-VALOR-LIDO
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           ELSE
               MOVE "TRAILER CONFERIDO - ARQUIVO INTEGRO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ABRIR-POSTAGEM - segunda passada: reabre o arquivo
      * recebido, abre os mestres e a lista de divergencias.
      ******************************************************************
       3000-ABRIR-POSTAGEM.
           MOVE "N" TO SW-FIM-ARQUIVO.
           MOVE 0 TO WS-QTDE-LIDOS.
           MOVE 0 TO WS-VALOR-LIDO.
           OPEN INPUT COBRETOR-FILE.
           OPEN I-O BOLETOS-FILE.
           IF BOLETOS-ARQ-INEXISTENTE
               OPEN OUTPUT BOLETOS-FILE
               CLOSE BOLETOS-FILE
               OPEN I-O BOLETOS-FILE
           END-IF.
           OPEN I-O CONTAS-FILE.
           OPEN I-O TRANSACOES-FILE.
           IF TRANSACOES-ARQ-INEXISTENTE
               OPEN OUTPUT TRANSACOES-FILE
               CLOSE TRANSACOES-FILE
               OPEN I-O TRANSACOES-FILE
           END-IF.
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
           OPEN OUTPUT DIVERGENCIAS-FILE.
           MOVE SPACES TO DIV-REGISTRO.
           STRING "BOLETOS PAGOS COM DIVERGENCIA - RETORNO DE "
               WS-DATA-PROCESSAMENTO
               DELIMITED BY SIZE INTO DIV-REGISTRO.
           PERFORM 7950-GRAVAR-DIVERGENCIA THRU 7950-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROCESSAR-REGISTRO - so os detalhes interessam nesta
      * passada; header e trailer ja foram tratados na conferencia.
      ******************************************************************
       4000-PROCESSAR-REGISTRO.
           READ COBRETOR-FILE
               AT END
                   MOVE "S" TO SW-FIM-ARQUIVO
               NOT AT END
                   IF CBR-D-TIPO = "1"
                       PERFORM 4100-TRATAR-DETALHE THRU 4100-EXIT
                   END-IF
           END-READ.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-TRATAR-DETALHE - localiza o boleto pelo nosso numero e a
      * conta de credito; o dinheiro recebido entra na conta mesmo
      * quando o titulo ja nao tem o que baixar.  Nosso numero
      * desconhecido ou conta sem movimento ficam de fora da postagem
      * e vao para a lista de divergencias.
      ******************************************************************
       4100-TRATAR-DETALHE.
           ADD 1 TO WS-QTDE-LIDOS.
           ADD CBR-D-VALOR-PAGO TO WS-VALOR-LIDO.
           MOVE CBR-D-VALOR-PAGO TO WS-VALOR-EDITADO.
           MOVE CBR-D-NOSSO-NUMERO TO BOL-NOSSO-NUMERO.
           READ BOLETOS-FILE
               INVALID KEY
                   MOVE SPACES TO DIV-REGISTRO
                   STRING "NOSSO NUMERO " CBR-D-NOSSO-NUMERO
                       " DESCONHECIDO - PAGO R$ " WS-VALOR-EDITADO
                       " EM " CBR-D-DATA-PAGAMENTO
                       " BANCO " CBR-D-BANCO-PAGADOR
                       " - NAO CREDITADO"
                       DELIMITED BY SIZE INTO DIV-REGISTRO
                   PERFORM 4900-NAO-CREDITAR THRU 4900-EXIT
                   GO TO 4100-EXIT
           END-READ.
           PERFORM 4200-CONFERIR-CONTA THRU 4200-EXIT.
           IF NOT CONTA-LIBERADA
               MOVE SPACES TO DIV-REGISTRO
               STRING "BOLETO " BOL-NOSSO-NUMERO " CONTA "
                   BOL-CONTA-CREDITO
                   " INEXISTENTE, ENCERRADA OU BLOQUEADA - PAGO R$ "
                   WS-VALOR-EDITADO " - NAO CREDITADO"
                   DELIMITED BY SIZE INTO DIV-REGISTRO
               PERFORM 4900-NAO-CREDITAR THRU 4900-EXIT
               GO TO 4100-EXIT
           END-IF.
           PERFORM 5000-CREDITAR-CONTA THRU 5000-EXIT.
           MOVE BOL-TITULO TO TIT-NUMERO.
           READ TITULOS-FILE
               INVALID KEY
                   MOVE SPACES TO DIV-REGISTRO
                   STRING "BOLETO " BOL-NOSSO-NUMERO " TITULO "
                       BOL-TITULO " NAO ENCONTRADO - PAGO R$ "
                       WS-VALOR-EDITADO " CREDITADO SEM BAIXA"
                       DELIMITED BY SIZE INTO DIV-REGISTRO
                   PERFORM 7950-GRAVAR-DIVERGENCIA THRU 7950-EXIT
                   ADD 1 TO WS-QTDE-DIVERGENTES
                   GO TO 4100-EXIT
           END-READ.
           IF BOL-LIQUIDADO OR NOT TIT-ABERTO
               MOVE SPACES TO DIV-REGISTRO
               STRING "BOLETO " BOL-NOSSO-NUMERO " TITULO "
                   TIT-NUMERO " JA LIQUIDADO - PAGO R$ "
                   WS-VALOR-EDITADO " CREDITADO SEM BAIXA"
                   DELIMITED BY SIZE INTO DIV-REGISTRO
               PERFORM 7950-GRAVAR-DIVERGENCIA THRU 7950-EXIT
               ADD 1 TO WS-QTDE-DIVERGENTES
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4300-APURAR-DEVIDO THRU 4300-EXIT.
           PERFORM 5200-BAIXAR-TITULO THRU 5200-EXIT.
           IF CBR-D-VALOR-PAGO NOT = WS-VALOR-DEVIDO
               PERFORM 4400-LISTAR-VALOR-DIVERGENTE THRU 4400-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CONFERIR-CONTA - a conta de credito do boleto precisa
      * existir e estar livre para movimentacao.
      ******************************************************************
       4200-CONFERIR-CONTA.
           MOVE "N" TO SW-CONTA-LIBERADA.
           MOVE BOL-CONTA-CREDITO TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ.
           IF CTA-ENCERRADA OR CTA-BLOQUEADA
               GO TO 4200-EXIT
           END-IF.
           MOVE "S" TO SW-CONTA-LIBERADA.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-APURAR-DEVIDO - saldo em aberto (o menor entre o do
      * boleto e o do titulo, que pode ter recebido baixa manual
      * depois da emissao) mais, no pagamento feito depois do
      * vencimento util, a multa do boleto e os juros ao mes pro
      * rata die pelos dias de atraso (convencao 30/360).
      ******************************************************************
       4300-APURAR-DEVIDO.
           COMPUTE WS-SALDO-BOLETO = BOL-VALOR - BOL-VALOR-RECEBIDO.
           COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO.
           IF WS-SALDO-TITULO < WS-SALDO-BOLETO
               MOVE WS-SALDO-TITULO TO WS-SALDO-BOLETO
           END-IF.
           MOVE 0 TO WS-ENCARGOS-DEVIDOS.
           MOVE BOL-VENCIMENTO TO WS-VENC-UTIL.
           CALL "BANCO-DIA-UTIL" USING BOL-VENCIMENTO
               WS-VENC-E-UTIL WS-VENC-UTIL.
           IF CBR-D-DATA-PAGAMENTO > WS-VENC-UTIL
               MOVE WS-VENC-UTIL TO WS-VENC-DATA-NUM
               MOVE CBR-D-DATA-PAGAMENTO TO WS-PGTO-DATA-NUM
               COMPUTE WS-DIAS-ATRASO =
                   (WS-PGTO-ANO - WS-VENC-ANO) * 360
                   + (WS-PGTO-MES - WS-VENC-MES) * 30
                   + (WS-PGTO-DIA - WS-VENC-DIA)
               IF WS-DIAS-ATRASO < 0
                   MOVE 0 TO WS-DIAS-ATRASO
               END-IF
               COMPUTE WS-ENCARGOS-DEVIDOS ROUNDED =
                   WS-SALDO-BOLETO * BOL-MULTA-PCT / 100
                   + WS-SALDO-BOLETO * BOL-JUROS-MES-PCT / 100
                       / 30 * WS-DIAS-ATRASO
           END-IF.
           COMPUTE WS-VALOR-DEVIDO =
               WS-SALDO-BOLETO + WS-ENCARGOS-DEVIDOS.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-LISTAR-VALOR-DIVERGENTE - pago diferente do devido: a
      * menor fica como pagamento parcial com o saldo em aberto, a
      * maior entra todo como encargos recebidos.
      ******************************************************************
       4400-LISTAR-VALOR-DIVERGENTE.
           MOVE WS-VALOR-DEVIDO TO WS-DEVIDO-EDITADO.
           MOVE SPACES TO DIV-REGISTRO.
           IF CBR-D-VALOR-PAGO < WS-VALOR-DEVIDO
               STRING "BOLETO " BOL-NOSSO-NUMERO " TITULO "
                   TIT-NUMERO " PAGO R$ " WS-VALOR-EDITADO
                   " DEVIDO R$ " WS-DEVIDO-EDITADO
                   " - A MENOR, BAIXA PARCIAL"
                   DELIMITED BY SIZE INTO DIV-REGISTRO
           ELSE
               STRING "BOLETO " BOL-NOSSO-NUMERO " TITULO "
                   TIT-NUMERO " PAGO R$ " WS-VALOR-EDITADO
                   " DEVIDO R$ " WS-DEVIDO-EDITADO
                   " - A MAIOR"
                   DELIMITED BY SIZE INTO DIV-REGISTRO
           END-IF.
           PERFORM 7950-GRAVAR-DIVERGENCIA THRU 7950-EXIT.
           ADD 1 TO WS-QTDE-DIVERGENTES.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4900-NAO-CREDITAR - lista na divergencia o pagamento montado
      * em DIV-REGISTRO, que fica fora da postagem.
      ******************************************************************
       4900-NAO-CREDITAR.
           PERFORM 7950-GRAVAR-DIVERGENCIA THRU 7950-EXIT.
           ADD 1 TO WS-QTDE-DIVERGENTES.
           ADD 1 TO WS-QTDE-NAO-CREDITADOS.
           ADD CBR-D-VALOR-PAGO TO WS-VALOR-NAO-CREDITADO.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CREDITAR-CONTA - soma o valor pago ao saldo da conta de
      * credito e lanca o historico "B" com o banco do pagador na
      * contraparte.
      ******************************************************************
       5000-CREDITAR-CONTA.
           COMPUTE WS-SALDO-NOVO = CTA-SALDO + CBR-D-VALOR-PAGO.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           MOVE BOL-CONTA-CREDITO TO TRN-CONTA.
           MOVE "B"           TO TRN-TIPO.
           MOVE CBR-D-VALOR-PAGO TO TRN-VALOR.
           MOVE WS-SALDO-NOVO TO TRN-SALDO-APOS.
           MOVE WS-DATA-PROCESSAMENTO TO TRN-DATA.
           MOVE CBR-D-BANCO-PAGADOR TO TRN-CONTAPARTE.
           PERFORM 5800-GRAVAR-HISTORICO THRU 5800-EXIT.
           ADD 1 TO WS-QTDE-CREDITADOS.
           ADD CBR-D-VALOR-PAGO TO WS-VALOR-CREDITADO.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5200-BAIXAR-TITULO - o valor pago quita primeiro os encargos
      * devidos e o resto abate o saldo; o que passar do saldo fica
      * como encargos recebidos.  Grava o pagamento em TITPAG.DAT
      * na data do credito e liquida titulo e boleto no saldo zero.
      ******************************************************************
       5200-BAIXAR-TITULO.
           IF CBR-D-VALOR-PAGO > WS-ENCARGOS-DEVIDOS
               MOVE WS-ENCARGOS-DEVIDOS TO WS-ENCARGOS-PAGOS
               COMPUTE WS-PRINCIPAL-PAGO =
                   CBR-D-VALOR-PAGO - WS-ENCARGOS-DEVIDOS
           ELSE
               MOVE CBR-D-VALOR-PAGO TO WS-ENCARGOS-PAGOS
               MOVE 0 TO WS-PRINCIPAL-PAGO
           END-IF.
           IF WS-PRINCIPAL-PAGO > WS-SALDO-BOLETO
               COMPUTE WS-ENCARGOS-PAGOS = WS-ENCARGOS-PAGOS
                   + WS-PRINCIPAL-PAGO - WS-SALDO-BOLETO
               MOVE WS-SALDO-BOLETO TO WS-PRINCIPAL-PAGO
           END-IF.
           PERFORM 5400-GRAVAR-PAGAMENTO THRU 5400-EXIT.
           ADD WS-PRINCIPAL-PAGO TO TIT-VALOR-PAGO.
           IF TIT-VALOR-PAGO >= TIT-VALOR
               MOVE WS-DATA-PROCESSAMENTO TO TIT-DATA-LIQUIDACAO
               MOVE "L" TO TIT-SITUACAO
           END-IF.
           REWRITE TIT-REGISTRO.
           ADD WS-PRINCIPAL-PAGO TO BOL-VALOR-RECEBIDO.
           ADD WS-ENCARGOS-PAGOS TO BOL-ENCARGOS-RECEBIDOS.
           MOVE CBR-D-DATA-PAGAMENTO TO BOL-DATA-PAGAMENTO.
           IF BOL-VALOR-RECEBIDO >= BOL-VALOR OR TIT-LIQUIDADO
               MOVE "L" TO BOL-SITUACAO
           END-IF.
           REWRITE BOL-REGISTRO.
           ADD 1 TO WS-QTDE-BAIXADOS.
           ADD WS-ENCARGOS-PAGOS TO WS-VALOR-ENCARGOS.
           STRING "BOLETO " BOL-NOSSO-NUMERO " TITULO " TIT-NUMERO
               " PAGO R$ " WS-VALOR-EDITADO
               " BAIXADO, SITUACAO " TIT-SITUACAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5400-GRAVAR-PAGAMENTO - grava o pagamento do titulo em
      * TITPAG.DAT na proxima sequencia livre do titulo.
      ******************************************************************
       5400-GRAVAR-PAGAMENTO.
           MOVE TIT-NUMERO TO TPG-TITULO.
           MOVE 1 TO TPG-SEQ.
           MOVE WS-DATA-PROCESSAMENTO TO TPG-DATA.
           MOVE WS-PRINCIPAL-PAGO TO TPG-VALOR.
           MOVE WS-ENCARGOS-PAGOS TO TPG-ENCARGOS.
           MOVE "N" TO SW-TPG-GRAVADO.
           PERFORM 5450-TENTAR-GRAVAR THRU 5450-EXIT
               UNTIL TPG-GRAVADO.
       5400-EXIT.
           EXIT.

       5450-TENTAR-GRAVAR.
           WRITE TPG-REGISTRO
               INVALID KEY
                   ADD 1 TO TPG-SEQ
               NOT INVALID KEY
                   MOVE "S" TO SW-TPG-GRAVADO
           END-WRITE.
       5450-EXIT.
           EXIT.

      ******************************************************************
      * 5800-GRAVAR-HISTORICO - grava o lancamento ja montado em
      * TRN-REGISTRO atribuindo o proximo TRN-SEQ livre da conta/data
      * (comeca em 1 e avanca a cada chave duplicada).
      ******************************************************************
       5800-GRAVAR-HISTORICO.
           MOVE "COBRETOR" TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 5850-TENTAR-GRAVAR THRU 5850-EXIT
               UNTIL TRN-GRAVADO.
       5800-EXIT.
           EXIT.

       5850-TENTAR-GRAVAR.
           WRITE TRN-REGISTRO
               INVALID KEY
                   ADD 1 TO TRN-SEQ
               NOT INVALID KEY
                   MOVE "S" TO SW-TRN-GRAVADO
           END-WRITE.
       5850-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais recebidos, creditados, baixados
      * e divergentes.
      ******************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE WS-QTDE-LIDOS TO WS-QTDE-EDIT.
           MOVE WS-VALOR-LIDO TO WS-VALOR-EDITADO.
           STRING "BOLETOS PAGOS NO RETORNO: " WS-QTDE-EDIT
               "  R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-CREDITADOS TO WS-QTDE-EDIT.
           MOVE WS-VALOR-CREDITADO TO WS-VALOR-EDITADO.
           STRING "CREDITADOS NAS CONTAS...: " WS-QTDE-EDIT
               "  R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-NAO-CREDITADOS TO WS-QTDE-EDIT.
           MOVE WS-VALOR-NAO-CREDITADO TO WS-VALOR-EDITADO.
           STRING "NAO CREDITADOS..........: " WS-QTDE-EDIT
               "  R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-BAIXADOS TO WS-QTDE-EDIT.
           MOVE WS-VALOR-ENCARGOS TO WS-VALOR-EDITADO.
           STRING "TITULOS BAIXADOS........: " WS-QTDE-EDIT
               "  ENCARGOS R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-DIVERGENTES TO WS-QTDE-EDIT.
           STRING "DIVERGENCIAS (COBDIVER).: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-EXCECOES TO WS-QTDE-EDIT.
           STRING "EXCECOES................: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em COBRETOR.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 7950-GRAVAR-DIVERGENCIA - grava a linha montada em
      * DIV-REGISTRO tanto no console quanto em COBDIVER.LST.
      ******************************************************************
       7950-GRAVAR-DIVERGENCIA.
           DISPLAY DIV-REGISTRO.
           WRITE DIV-REGISTRO.
           MOVE SPACES TO DIV-REGISTRO.
       7950-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do job e atualiza os totais
      * de controle de CONTAS.DAT e TITULOS.DAT.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE COBRETOR-FILE.
           CLOSE BOLETOS-FILE.
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CLOSE TITULOS-FILE.
           CLOSE PAGAMENTOS-FILE.
           CLOSE DIVERGENCIAS-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-RETORNO-COBRANCA" TO SPL-PROGRAMA.
           MOVE "COBDIVER.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-RETORNO-COBRANCA" TO SPL-PROGRAMA.
           MOVE "COBRETOR.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
           MOVE "TITULOS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-RETORNO-COBRANCA.
