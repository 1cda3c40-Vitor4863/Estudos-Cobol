      * Purpose: Consolidated customer position statement.  For one
      *          CLI-ID (or for every customer, when zero is
      *          informed, as the monthly run) prints to POSICAO.LST
      *          the whole relationship: every account held as
      *          primeiro titular or co-titular, with saldo, limite
      *          especial and all of its holders, every active loan
      *          with the outstanding (nao pagas) parcelas, and the net
      *          position - what the gerente used to assemble from
      *          three programs and a calculator.
      * Tectonics: cobc
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original consolidated position statement.
      * 2026-09-10  RA   Lists the customer's active time deposits
      *                  (APLICACOES.DAT) with principal and accrued
      *                  yield; the total invested now enters the
      *                  posicao liquida.
      * 2026-09-18  RA   Joint accounts: an account also enters the
      *                  position of its active co-titulares
      *                  (TITULARES.DAT), and every account prints all
      *                  of its holders (BANCO-TITULARES-CONTA).
      * 2026-10-15  RA   POSICAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-POSICAO-CLIENTE.
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT APLICACOES-FILE ASSIGN TO "APLICACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WS-APLICACOES-STATUS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNC-CHAVE
               FILE STATUS IS WS-TITULARES-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "POSICAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  PARCELAS-FILE.
           COPY "PARCREG.cpy".

       FD  APLICACOES-FILE.
           COPY "APLICREG.cpy".

       FD  TITULARES-FILE.
           COPY "VINCREG.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

           88  PARCELAS-OK                  VALUE "00".
           88  PARCELAS-ARQ-INEXISTENTE     VALUE "35".

       01  WS-APLICACOES-STATUS    PIC X(02).
           88  APLICACOES-OK                VALUE "00".
           88  APLICACOES-ARQ-INEXISTENTE   VALUE "35".

       01  WS-TITULARES-STATUS     PIC X(02).
           88  TITULARES-ARQ-INEXISTENTE    VALUE "35".

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-CLIENTE-PEDIDO       PIC 9(05).
       01  WS-DATA-MOVIMENTO       PIC 9(08).
       01  WS-PAPEL-EDITADO        PIC X(17).
       01  WS-IDX-TITULAR          PIC 9(02) COMP VALUE 0.
           COPY "VINCTAB.cpy".
       01  WS-SALDO-EDITADO        PIC -ZZZZZZZZZ9.99.
       01  WS-POSICAO-EDITADA      PIC -ZZZZZZZZZ9.99.

       01  WS-TOTAL-SALDOS         PIC S9(10)V99 VALUE 0.
       01  WS-TOTAL-DEVEDOR        PIC 9(10)V99 VALUE 0.
       01  WS-SALDO-EMPRESTIMO     PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-APLICADO       PIC 9(10)V99 VALUE 0.
       01  WS-SALDO-APLICACAO      PIC 9(10)V99 VALUE 0.
       01  WS-POSICAO-LIQUIDA      PIC S9(11)V99 VALUE 0.
       01  WS-CLIENTES-IMPRESSOS   PIC 9(05) COMP VALUE 0.
       01  WS-IMPRESSOS-EDIT       PIC 9(05) VALUE 0.
       01  SW-FIM-PARCELAS         PIC X(01) VALUE "N".
           88  FIM-PARCELAS                 VALUE "S".

       01  SW-TITULAR-DA-CONTA     PIC X(01) VALUE "N".
           88  TITULAR-DA-CONTA             VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
       1000-INICIALIZAR.
           DISPLAY "=== POSICAO CONSOLIDADA DO CLIENTE ===".
           PERFORM 1100-ACEITAR-CLIENTE-VALIDO THRU 1100-EXIT.
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN INPUT CLIENTES-FILE.
           IF NOT CLIENTES-ARQ-INEXISTENTE
               OPEN INPUT CONTAS-FILE
               OPEN INPUT TITULARES-FILE
               OPEN INPUT EMPREST-FILE
               OPEN INPUT PARCELAS-FILE
               OPEN INPUT APLICACOES-FILE
               OPEN OUTPUT RELATORIO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina.  E a data
      * de referencia da vigencia dos vinculos de titularidade.
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
       0900-EXIT.
           EXIT.

       1100-ACEITAR-CLIENTE-VALIDO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 1110-SOLICITAR-CLIENTE THRU 1110-EXIT
      ******************************************************************
      * 3000-POSICAO-DO-CLIENTE - imprime a posicao do cliente do
      * CLI-REGISTRO corrente: contas com saldo e limite, contratos
      * ativos com o saldo devedor das parcelas nao pagas, aplicacoes
      * a prazo ativas com o rendimento apropriado e a posicao
      * liquida.
      ******************************************************************
       3000-POSICAO-DO-CLIENTE.
           MOVE 0 TO WS-TOTAL-CONTAS.
           MOVE 0 TO WS-TOTAL-SALDOS.
           MOVE 0 TO WS-TOTAL-DEVEDOR.
           MOVE 0 TO WS-TOTAL-APLICADO.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 3100-LISTAR-CONTAS THRU 3100-EXIT.
           PERFORM 3500-LISTAR-EMPRESTIMOS THRU 3500-EXIT.
           PERFORM 3800-LISTAR-APLICACOES THRU 3800-EXIT.
           COMPUTE WS-POSICAO-LIQUIDA =
               WS-TOTAL-SALDOS + WS-TOTAL-APLICADO - WS-TOTAL-DEVEDOR.
           MOVE WS-TOTAL-SALDOS TO WS-SALDO-EDITADO.
           STRING "TOTAL EM CONTAS.........: R$ " WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "TOTAL EM APLICACOES......: R$ " WS-TOTAL-APLICADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "TOTAL DEVEDOR EMPRESTIMOS: R$ " WS-TOTAL-DEVEDOR
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.

      ******************************************************************
      * 3100-LISTAR-CONTAS - varre o cadastro de contas e imprime as
      * do cliente corrente - como primeiro titular ou co-titular
      * vigente - com todos os titulares de cada uma, guardando-as
      * para o cruzamento com os contratos de emprestimo.
      ******************************************************************
       3100-LISTAR-CONTAS.
           MOVE 0 TO CTA-CONTA.
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 3250-CONFERIR-TITULARIDADE THRU 3250-EXIT
                   IF TITULAR-DA-CONTA
                       MOVE CTA-SALDO TO WS-SALDO-EDITADO
                       STRING "CONTA " CTA-CONTA
                           " SALDO R$ " WS-SALDO-EDITADO
                           " SIT " CTA-SITUACAO
                           DELIMITED BY SIZE INTO RPT-LINHA
                       PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                       PERFORM 3300-IMPRIMIR-TITULARES THRU 3300-EXIT
                       ADD CTA-SALDO TO WS-TOTAL-SALDOS
                       IF WS-TOTAL-CONTAS < 50
                           ADD 1 TO WS-TOTAL-CONTAS
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3250-CONFERIR-TITULARIDADE - o cliente corrente e titular da
      * conta do buffer quando e o CTA-CLIENTE-ID ou co-titular com
      * vinculo vigente na data de movimento; procurador nao e dono.
      ******************************************************************
       3250-CONFERIR-TITULARIDADE.
           MOVE "N" TO SW-TITULAR-DA-CONTA.
           IF CTA-CLIENTE-ID = CLI-ID
               MOVE "S" TO SW-TITULAR-DA-CONTA
               GO TO 3250-EXIT
           END-IF.
           IF TITULARES-ARQ-INEXISTENTE
               GO TO 3250-EXIT
           END-IF.
           MOVE CTA-CONTA TO VNC-CONTA.
           MOVE CLI-ID    TO VNC-CLIENTE-ID.
           READ TITULARES-FILE
               INVALID KEY
                   GO TO 3250-EXIT
           END-READ.
           IF VNC-COTITULAR
               AND VNC-DATA-INICIO <= WS-DATA-MOVIMENTO
               AND (VNC-DATA-FIM = 0
                    OR VNC-DATA-FIM >= WS-DATA-MOVIMENTO)
               MOVE "S" TO SW-TITULAR-DA-CONTA
           END-IF.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3300-IMPRIMIR-TITULARES - uma linha por titular da conta do
      * buffer (BANCO-TITULARES-CONTA).
      ******************************************************************
       3300-IMPRIMIR-TITULARES.
           CALL "BANCO-TITULARES-CONTA" USING CTA-CONTA
                                              WS-DATA-MOVIMENTO
                                              VTB-TITULARES.
           PERFORM 3350-IMPRIMIR-TITULAR THRU 3350-EXIT
               VARYING WS-IDX-TITULAR FROM 1 BY 1
               UNTIL WS-IDX-TITULAR > VTB-QTDE-TITULARES.
       3300-EXIT.
           EXIT.

       3350-IMPRIMIR-TITULAR.
           EVALUATE VTB-PAPEL (WS-IDX-TITULAR)
               WHEN "P"
                   MOVE "PRIMEIRO TITULAR:" TO WS-PAPEL-EDITADO
               WHEN "C"
                   MOVE "CO-TITULAR......:" TO WS-PAPEL-EDITADO
               WHEN OTHER
                   MOVE "PROCURADOR......:" TO WS-PAPEL-EDITADO
           END-EVALUATE.
           IF VTB-VIGENTE (WS-IDX-TITULAR) = "N"
               STRING "    " WS-PAPEL-EDITADO " "
                   VTB-CLIENTE-ID (WS-IDX-TITULAR) " "
                   VTB-NOME (WS-IDX-TITULAR) " FORA DA VIGENCIA"
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               STRING "    " WS-PAPEL-EDITADO " "
                   VTB-CLIENTE-ID (WS-IDX-TITULAR) " "
                   VTB-NOME (WS-IDX-TITULAR)
                   DELIMITED BY SIZE INTO RPT-LINHA
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LISTAR-EMPRESTIMOS - varre os contratos e imprime os
      * ativos cujas contas pertencem ao cliente corrente, com o
       3750-EXIT.
           EXIT.

      ******************************************************************
      * 3800-LISTAR-APLICACOES - varre o cadastro de aplicacoes e
      * imprime as ativas cujas contas pertencem ao cliente corrente,
      * com o principal e o rendimento ja apropriado (bruto de IR).
      ******************************************************************
       3800-LISTAR-APLICACOES.
           IF APLICACOES-ARQ-INEXISTENTE OR WS-TOTAL-CONTAS = 0
               GO TO 3800-EXIT
           END-IF.
           MOVE 0 TO APL-NUMERO.
           START APLICACOES-FILE KEY IS GREATER THAN APL-NUMERO
               INVALID KEY
                   GO TO 3800-EXIT
           END-START.
           PERFORM 3850-LER-APLICACAO THRU 3850-EXIT
               UNTIL WS-APLICACOES-STATUS NOT = "00".
       3800-EXIT.
           EXIT.

       3850-LER-APLICACAO.
           READ APLICACOES-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF APL-ATIVA
                       PERFORM 3870-CONFERIR-CONTA-APLICACAO
                           THRU 3870-EXIT
                           VARYING WS-IDX-CONTA FROM 1 BY 1
                           UNTIL WS-IDX-CONTA > WS-TOTAL-CONTAS
                   END-IF
           END-READ.
       3850-EXIT.
           EXIT.

       3870-CONFERIR-CONTA-APLICACAO.
           IF APL-CONTA = TCC-CONTA (WS-IDX-CONTA)
               COMPUTE WS-SALDO-APLICACAO =
                   APL-PRINCIPAL + APL-RENDIMENTO
               STRING "APLICACAO " APL-NUMERO
                   " CONTA " APL-CONTA
                   " PRINCIPAL R$ " APL-PRINCIPAL
                   " SALDO R$ " WS-SALDO-APLICACAO
                   " VENC " APL-DATA-VENCIMENTO
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD WS-SALDO-APLICACAO TO WS-TOTAL-APLICADO
           END-IF.
       3870-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - total de clientes impressos na rodada.
      ******************************************************************
               CLOSE CLIENTES-FILE
               CLOSE CONTAS-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-POSICAO-CLIENTE" TO SPL-PROGRAMA
               MOVE "POSICAO.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               IF NOT TITULARES-ARQ-INEXISTENTE
                   CLOSE TITULARES-FILE
               END-IF
               IF NOT EMPREST-ARQ-INEXISTENTE
                   CLOSE EMPREST-FILE
               END-IF
               IF NOT PARCELAS-ARQ-INEXISTENTE
                   CLOSE PARCELAS-FILE
               END-IF
               IF NOT APLICACOES-ARQ-INEXISTENTE
                   CLOSE APLICACOES-FILE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
