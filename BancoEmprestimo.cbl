      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-08  RA   Postings now zero the new TRN-ESTORNO-REF,
      *                  which only the estorno of SISTEMA-BANCO fills
      *                  in.
      * 2026-09-11  RA   Added RENEGOCIAR CONTRATO (option 6): the
      *                  unpaid parcelas of an active contract (overdue
      *                  at face value plus encargos, unexpired at
      *                  amortization) less an agreed discount become
      *                  the principal of a new contract with its own
      *                  rate, term, optional grace period (interest
      *                  capitalized) and Price schedule, linked back
      *                  through EMP-CONTRATO-ORIGEM.  The old contract
      *                  and its parcelas are closed as renegociado.
      *                  The term for the customer and the RELATORIO DE
      *                  RENEGOCIACOES (option 7) with the amount
      *                  forgiven go to RENEGOCIA.LST.
      * 2026-09-14  RA   New contracts start with a blank EMP-RATING and
      *                  zero EMP-PROVISAO, filled in by the monthly
      *                  BANCO-PDD-MENSAL.
      * 2026-09-25  RA   Contracts can be opened as consignado em folha
      *                  (EMP-MODALIDADE C) for an Employee-Id: the
      *                  prestacao plus the employee's other active
      *                  consignados must fit in 35% of the last net pay
      *                  on FOLHAREG.DAT, else the contract is refused.
      *                  A renegotiation keeps the modality of the
      *                  original contract.
      * 2026-10-15  RA   Loan release and instalment payment lock the
      *                  account while they post, and are refused during
      *                  the batch window.
      * 2026-10-15  RA   QUITACAO.LST and RENEGOCIA.LST are copied to
      *                  the report spool as dated generations after
      *                  they are closed (OPERACAO-SPOOL).
      * 2026-10-15  RA   Parcelas baixadas at the bank carry the
      *                  business date and origin "B"
      *                  (PAR-DATA-PAGAMENTO, PAR-ORIGEM-PAGAMENTO); new
      *                  schedules start them zero/space.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-EMPRESTIMO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT RENEGOCIA-FILE ASSIGN TO "RENEGOCIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RENEGOCIA-STATUS.

           SELECT FOLHAREG-FILE ASSIGN TO "FOLHAREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-CHAVE
               FILE STATUS IS WS-FOLHAREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREST-FILE.
       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  RENEGOCIA-FILE.
       01  RNG-REGISTRO.
           05  RNG-LINHA               PIC X(132).

       FD  FOLHAREG-FILE.
           COPY "FOLHAREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREST-STATUS       PIC X(02).
           88  EMPREST-OK                   VALUE "00".
       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".
           88  CONTAS-ARQ-INEXISTENTE       VALUE "35".
           88  CONTAS-EM-USO                VALUE "51".

      * Trava de registro da conta a alterar e estado online/lote.
       01  SW-CONTA-TRAVADA        PIC X(01) VALUE "N".
           88  CONTA-TRAVADA                 VALUE "S".
           COPY "ESTADOLNK.cpy".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
       01  WS-RELATORIO-STATUS     PIC X(02).
           88  RELATORIO-OK                 VALUE "00".

       01  WS-RENEGOCIA-STATUS     PIC X(02).
           88  RENEGOCIA-OK                 VALUE "00".

       01  WS-FOLHAREG-STATUS      PIC X(02).
           88  FOLHAREG-OK                  VALUE "00".

       01  WS-MODALIDADE-PEDIDA    PIC X(01) VALUE SPACE.
           88  MODALIDADE-CONSIGNADO        VALUE "C".
       01  WS-RESPOSTA-CONSIG      PIC X(01) VALUE "N".
       01  WS-EMPREGADO-PEDIDO     PIC 9(05) VALUE 0.
       01  WS-MARGEM-CONSIGNAVEL   PIC 9V9(04) VALUE 0.3500.
       01  WS-ULTIMO-LIQUIDO       PIC 9(06)V99 VALUE 0.
       01  WS-PRESTACOES-CONSIG    PIC 9(08)V99 VALUE 0.
       01  WS-MARGEM-DISPONIVEL    PIC S9(08)V99 VALUE 0.
       01  WS-IDX-MESES            PIC 9(02) COMP VALUE 0.
       01  WS-PERIODO-BUSCA.
           05  WS-ANO-BUSCA        PIC 9(04).
           05  WS-MES-BUSCA        PIC 9(02).
       01  WS-PERIODO-BUSCA-NUM REDEFINES WS-PERIODO-BUSCA
                                   PIC 9(06).

       01  SW-ACHOU-FOLHA          PIC X(01) VALUE "N".
           88  ACHOU-FOLHA                  VALUE "S".

       01  OPCAO-MENU              PIC X(01).
       01  WS-CONTA-PEDIDA         PIC 9(05).
       01  WS-NUMERO-PEDIDO        PIC 9(06).
       01  WS-VALOR-PEDIDO         PIC 9(08)V99.
       01  WS-TAXA-PEDIDA          PIC 9V9(04).
       01  WS-PRAZO-PEDIDO         PIC 9(03).
       01  WS-CARENCIA-PEDIDA      PIC 9(02) VALUE 0.
       01  WS-DESCONTO-PEDIDO      PIC 9(08)V99 VALUE 0.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE         PIC 9(04).
       01  WS-PARCELAS-QUITADAS    PIC 9(03) COMP VALUE 0.
       01  WS-PARCELAS-QUIT-EDIT   PIC 9(03) VALUE 0.

       01  WS-CONTRATO-ORIGEM      PIC 9(06) VALUE 0.
       01  WS-SALDO-ORIGEM         PIC 9(08)V99 VALUE 0.
       01  WS-VALOR-PERDOADO       PIC 9(08)V99 VALUE 0.
       01  WS-DIVIDA-VENCIDA       PIC 9(08)V99 VALUE 0.
       01  WS-ENCARGOS-VENCIDOS    PIC 9(08)V99 VALUE 0.
       01  WS-DIVIDA-VINCENDA      PIC 9(08)V99 VALUE 0.
       01  WS-DIVIDA-TOTAL         PIC 9(08)V99 VALUE 0.
       01  WS-VALOR-RENEGOCIADO    PIC 9(08)V99 VALUE 0.
       01  WS-PARCELAS-VENCIDAS    PIC 9(03) COMP VALUE 0.
       01  WS-PARCELAS-VINCENDAS   PIC 9(03) COMP VALUE 0.
       01  WS-PARCELAS-EDIT        PIC 9(03) VALUE 0.
       01  WS-QTDE-RENEGOCIADOS    PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-RENEG-EDIT      PIC 9(05) VALUE 0.
       01  WS-TOTAL-SALDO-ORIGEM   PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-PERDOADO       PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-RENEGOCIADO    PIC 9(10)V99 VALUE 0.

       01  SW-RENEGOCIACAO-OK      PIC X(01) VALUE "N".
           88  RENEGOCIACAO-OK              VALUE "S".

       01  SW-FIM-CONTRATOS        PIC X(01) VALUE "N".
           88  FIM-CONTRATOS                VALUE "S".

       01  SW-QUITACAO-OK          PIC X(01) VALUE "N".
           88  QUITACAO-OK                  VALUE "S".


       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(10).

               CLOSE RELATORIO-FILE
               OPEN EXTEND RELATORIO-FILE
           END-IF.
           OPEN EXTEND RENEGOCIA-FILE.
           IF NOT RENEGOCIA-OK
               OPEN OUTPUT RENEGOCIA-FILE
               CLOSE RENEGOCIA-FILE
               OPEN EXTEND RENEGOCIA-FILE
           END-IF.
       1000-EXIT.
           EXIT.

           DISPLAY "3 - BAIXAR PARCELA PAGA".
           DISPLAY "4 - SAIR".
           DISPLAY "5 - QUITACAO ANTECIPADA".
           DISPLAY "6 - RENEGOCIAR CONTRATO".
           DISPLAY "7 - RELATORIO DE RENEGOCIACOES".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN "5"
                   PERFORM 7000-QUITAR-ANTECIPADO THRU 7000-EXIT
               WHEN "6"
                   PERFORM 7500-RENEGOCIAR THRU 7500-EXIT
               WHEN "7"
                   PERFORM 7800-RELATORIO-RENEGOCIACOES THRU 7800-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
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
      * 3000-CONTRATAR - abre o contrato: valida a conta, gera o
      * cronograma completo de parcelas e credita o principal.  A
      * conta e travada antes de gravar o contrato, para que nao fique
      * contrato sem o credito do principal.
      ******************************************************************
       3000-CONTRATAR.
           DISPLAY "=== CONTRATAR EMPRESTIMO ===".
           PERFORM 2500-CONFERIR-JANELA THRU 2500-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 3000-EXIT
           END-IF.
           MOVE "S" TO SW-CONTRATO-OK.
           MOVE 0 TO WS-CONTRATO-ORIGEM.
           MOVE 0 TO WS-CARENCIA-PEDIDA.
           MOVE 0 TO WS-SALDO-ORIGEM.
           MOVE 0 TO WS-VALOR-PERDOADO.
           MOVE SPACE TO WS-MODALIDADE-PEDIDA.
           MOVE 0 TO WS-EMPREGADO-PEDIDO.
           PERFORM 3100-ACEITAR-CONTA THRU 3100-EXIT.
           MOVE WS-CONTA-PEDIDA TO CTA-CONTA.
           READ CONTAS-FILE
                       MOVE "N" TO SW-CONTRATO-OK
                   END-IF
           END-READ.
           IF CONTRATO-OK
               PERFORM 3150-ACEITAR-MODALIDADE THRU 3150-EXIT
           END-IF.
           IF CONTRATO-OK
               PERFORM 3200-ACEITAR-VALOR THRU 3200-EXIT
               PERFORM 3300-ACEITAR-TAXA THRU 3300-EXIT
               PERFORM 3400-ACEITAR-PRAZO THRU 3400-EXIT
               PERFORM 3450-CALCULAR-PRESTACAO THRU 3450-EXIT
           END-IF.
           IF CONTRATO-OK AND MODALIDADE-CONSIGNADO
               PERFORM 3460-VERIFICAR-MARGEM THRU 3460-EXIT
           END-IF.
           IF CONTRATO-OK
               MOVE WS-CONTA-PEDIDA TO CTA-CONTA
               PERFORM 2600-TRAVAR-CONTA THRU 2600-EXIT
               IF NOT CONTA-TRAVADA
                   MOVE "N" TO SW-CONTRATO-OK
               END-IF
           END-IF.
           IF CONTRATO-OK
               PERFORM 3500-GRAVAR-CONTRATO THRU 3500-EXIT
               PERFORM 3600-GERAR-CRONOGRAMA THRU 3600-EXIT
               DISPLAY "CONTRATO " EMP-NUMERO " ABERTO. PRESTACAO: R$ "
                   WS-PRESTACAO
           END-IF.
           PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT.
       3000-EXIT.
           EXIT.

       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3150-ACEITAR-MODALIDADE - pergunta se o contrato e consignado
      * em folha e, sendo, o Employee-Id do funcionario tomador; a
      * folha tem de existir para o funcionario nos ultimos doze
      * meses, porque a margem sai do ultimo liquido pago.
      ******************************************************************
       3150-ACEITAR-MODALIDADE.
           DISPLAY "CONSIGNADO EM FOLHA (S/N):".
           ACCEPT WS-RESPOSTA-CONSIG.
           IF WS-RESPOSTA-CONSIG NOT = "S"
               GO TO 3150-EXIT
           END-IF.
           MOVE "C" TO WS-MODALIDADE-PEDIDA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 3160-SOLICITAR-EMPREGADO THRU 3160-EXIT
               UNTIL ENTRADA-VALIDA.
           PERFORM 3170-BUSCAR-ULTIMO-LIQUIDO THRU 3170-EXIT.
           IF NOT ACHOU-FOLHA
               DISPLAY "SEM FOLHA NOS ULTIMOS 12 MESES PARA O "
                   "FUNCIONARIO " WS-EMPREGADO-PEDIDO
                   " - CONSIGNADO RECUSADO."
               MOVE "N" TO SW-CONTRATO-OK
           ELSE
               DISPLAY "ULTIMO LIQUIDO (" FRG-PERIODO "): R$ "
                   WS-ULTIMO-LIQUIDO
           END-IF.
       3150-EXIT.
           EXIT.

       3160-SOLICITAR-EMPREGADO.
           DISPLAY "ID DO FUNCIONARIO TOMADOR:".
           ACCEPT WS-EMPREGADO-PEDIDO.
           IF WS-EMPREGADO-PEDIDO IS NUMERIC
               AND WS-EMPREGADO-PEDIDO > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       3160-EXIT.
           EXIT.

      ******************************************************************
      * 3170-BUSCAR-ULTIMO-LIQUIDO - procura em FOLHAREG.DAT, do mes
      * corrente para tras ate doze meses, a folha mais recente do
      * funcionario e guarda o liquido pago.
      ******************************************************************
       3170-BUSCAR-ULTIMO-LIQUIDO.
           MOVE "N" TO SW-ACHOU-FOLHA.
           MOVE 0 TO WS-ULTIMO-LIQUIDO.
           OPEN INPUT FOLHAREG-FILE.
           IF NOT FOLHAREG-OK
               GO TO 3170-EXIT
           END-IF.
           MOVE WS-ANO-HOJE TO WS-ANO-BUSCA.
           MOVE WS-MES-HOJE TO WS-MES-BUSCA.
           PERFORM 3175-LER-FOLHA-MES THRU 3175-EXIT
               VARYING WS-IDX-MESES FROM 1 BY 1
               UNTIL WS-IDX-MESES > 12 OR ACHOU-FOLHA.
           CLOSE FOLHAREG-FILE.
       3170-EXIT.
           EXIT.

       3175-LER-FOLHA-MES.
           MOVE WS-PERIODO-BUSCA-NUM TO FRG-PERIODO.
           MOVE WS-EMPREGADO-PEDIDO TO FRG-EMPLOYEE-ID.
           READ FOLHAREG-FILE
               INVALID KEY
                   SUBTRACT 1 FROM WS-MES-BUSCA
                   IF WS-MES-BUSCA = 0
                       MOVE 12 TO WS-MES-BUSCA
                       SUBTRACT 1 FROM WS-ANO-BUSCA
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO SW-ACHOU-FOLHA
                   MOVE FRG-SALARIO-NETO TO WS-ULTIMO-LIQUIDO
           END-READ.
       3175-EXIT.
           EXIT.

       3200-ACEITAR-VALOR.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 3210-SOLICITAR-VALOR THRU 3210-EXIT
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3460-VERIFICAR-MARGEM - a prestacao do consignado, somada as
      * dos outros consignados ativos do mesmo funcionario, tem de
      * caber em 35% do ultimo liquido da folha.
      ******************************************************************
       3460-VERIFICAR-MARGEM.
           MOVE 0 TO WS-PRESTACOES-CONSIG.
           MOVE "N" TO SW-FIM-CONTRATOS.
           MOVE 0 TO EMP-NUMERO.
           START EMPREST-FILE
               KEY IS GREATER THAN OR EQUAL TO EMP-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIM-CONTRATOS
           END-START.
           PERFORM 3470-SOMAR-CONSIGNADO THRU 3470-EXIT
               UNTIL FIM-CONTRATOS.
           COMPUTE WS-MARGEM-DISPONIVEL ROUNDED =
               WS-ULTIMO-LIQUIDO * WS-MARGEM-CONSIGNAVEL
               - WS-PRESTACOES-CONSIG.
           DISPLAY "PRESTACOES CONSIGNADAS ATUAIS: R$ "
               WS-PRESTACOES-CONSIG.
           IF WS-PRESTACAO > WS-MARGEM-DISPONIVEL
               DISPLAY "PRESTACAO DE R$ " WS-PRESTACAO
                   " EXCEDE A MARGEM CONSIGNAVEL (35% DO LIQUIDO) - "
                   "CONTRATO RECUSADO."
               MOVE "N" TO SW-CONTRATO-OK
           END-IF.
       3460-EXIT.
           EXIT.

       3470-SOMAR-CONSIGNADO.
           READ EMPREST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-CONTRATOS
                   GO TO 3470-EXIT
           END-READ.
           IF EMP-CONSIGNADO AND EMP-ATIVO
               AND EMP-EMPLOYEE-ID = WS-EMPREGADO-PEDIDO
               MOVE EMP-NUMERO TO PAR-EMPRESTIMO
               MOVE 1 TO PAR-NUMERO
               READ PARCELAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD PAR-VALOR TO WS-PRESTACOES-CONSIG
               END-READ
           END-IF.
       3470-EXIT.
           EXIT.

      ******************************************************************
      * 3500-GRAVAR-CONTRATO - atribui o proximo numero de contrato e
      * grava o registro do emprestimo.
           MOVE WS-PRAZO-PEDIDO   TO EMP-PRAZO.
           MOVE WS-DATA-HOJE-NUM  TO EMP-DATA-CONTRATO.
           MOVE "A"               TO EMP-SITUACAO.
           MOVE WS-CONTRATO-ORIGEM TO EMP-CONTRATO-ORIGEM.
           MOVE WS-CARENCIA-PEDIDA TO EMP-CARENCIA.
           MOVE WS-SALDO-ORIGEM   TO EMP-SALDO-ORIGEM.
           MOVE WS-VALOR-PERDOADO TO EMP-VALOR-PERDOADO.
           MOVE SPACES            TO EMP-RATING.
           MOVE 0                 TO EMP-PROVISAO.
           MOVE WS-MODALIDADE-PEDIDA TO EMP-MODALIDADE.
           MOVE WS-EMPREGADO-PEDIDO TO EMP-EMPLOYEE-ID.
           WRITE EMP-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CONTRATO"
      * 3600-GERAR-CRONOGRAMA - grava o cronograma com a prestacao
      * apurada em 3450: juros sobre o saldo devedor e o restante
      * amortizando o principal; a ultima parcela absorve a diferenca
      * de arredondamento.  Com carencia, o primeiro vencimento e
      * adiado pelo numero de meses de carencia.
      ******************************************************************
       3600-GERAR-CRONOGRAMA.
           MOVE WS-VALOR-PEDIDO TO WS-SALDO-DEVEDOR.
           MOVE WS-DATA-HOJE TO WS-VENC-DATA.
           PERFORM 3620-AVANCAR-MES THRU 3620-EXIT
               VARYING WS-IDX-PARCELA FROM 1 BY 1
               UNTIL WS-IDX-PARCELA > WS-CARENCIA-PEDIDA.
           PERFORM 3650-GRAVAR-PARCELA THRU 3650-EXIT
               VARYING WS-IDX-PARCELA FROM 1 BY 1
               UNTIL WS-IDX-PARCELA > WS-PRAZO-PEDIDO.
       3600-EXIT.
           EXIT.

       3620-AVANCAR-MES.
           ADD 1 TO WS-VENC-MES.
           IF WS-VENC-MES > 12
               MOVE 1 TO WS-VENC-MES
               ADD 1 TO WS-VENC-ANO
           END-IF.
       3620-EXIT.
           EXIT.

       3650-GRAVAR-PARCELA.
           PERFORM 3620-AVANCAR-MES THRU 3620-EXIT.
           COMPUTE WS-JUROS-PARCELA ROUNDED =
               WS-SALDO-DEVEDOR * WS-TAXA-PEDIDA.
           IF WS-IDX-PARCELA = WS-PRAZO-PEDIDO
           MOVE WS-JUROS-PARCELA  TO PAR-JUROS.
           MOVE "A"               TO PAR-SITUACAO.
           MOVE 0                 TO PAR-ENCARGOS.
           MOVE 0                 TO PAR-DATA-PAGAMENTO.
           MOVE SPACE             TO PAR-ORIGEM-PAGAMENTO.
           WRITE PAR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PARCELA " PAR-NUMERO
      ******************************************************************
       3800-GRAVAR-HISTORICO.
           MOVE LNK-OPERADOR TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 3850-TENTAR-GRAVAR THRU 3850-EXIT
                       " VALOR R$ " EMP-VALOR
                   DISPLAY "TAXA " EMP-TAXA-MENSAL
                       " PRAZO " EMP-PRAZO " SITUACAO " EMP-SITUACAO
                   IF EMP-CONSIGNADO
                       DISPLAY "CONSIGNADO EM FOLHA DO FUNCIONARIO "
                           EMP-EMPLOYEE-ID
                   END-IF
                   IF EMP-CONTRATO-ORIGEM > 0
                       DISPLAY "RENEGOCIACAO DO CONTRATO "
                           EMP-CONTRATO-ORIGEM " CARENCIA "
                           EMP-CARENCIA " PERDOADO R$ "
                           EMP-VALOR-PERDOADO
                   END-IF
                   PERFORM 5200-LISTAR-PARCELAS THRU 5200-EXIT
           END-READ.
       5000-EXIT.
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PAR-PAGA
                           DISPLAY "PARCELA JA BAIXADA."
                       WHEN PAR-RENEGOCIADA
                           DISPLAY "PARCELA RENEGOCIADA NO CONTRATO "
                               "NOVO - BAIXA RECUSADA."
                       WHEN OTHER
                           MOVE "P" TO PAR-SITUACAO
                           MOVE WS-DATA-HOJE-NUM TO PAR-DATA-PAGAMENTO
                           MOVE "B" TO PAR-ORIGEM-PAGAMENTO
                           REWRITE PAR-REGISTRO
                           DISPLAY "PARCELA BAIXADA."
                           PERFORM 6100-CONFERIR-QUITACAO
                               THRU 6100-EXIT
                   END-EVALUATE
           END-READ.
       6000-EXIT.
           EXIT.
      ******************************************************************
       7000-QUITAR-ANTECIPADO.
           DISPLAY "=== QUITACAO ANTECIPADA ===".
           PERFORM 2500-CONFERIR-JANELA THRU 2500-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 7000-EXIT
           END-IF.
           PERFORM 5100-ACEITAR-NUMERO THRU 5100-EXIT.
           MOVE WS-NUMERO-PEDIDO TO EMP-NUMERO.
           READ EMPREST-FILE
               DISPLAY "CONTRATO JA QUITADO."
               GO TO 7000-EXIT
           END-IF.
           IF EMP-RENEGOCIADO
               DISPLAY "CONTRATO RENEGOCIADO - QUITE O CONTRATO NOVO."
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-APURAR-VALOR-QUITACAO THRU 7100-EXIT.
           IF NOT QUITACAO-OK
               GO TO 7000-EXIT
      ******************************************************************
      * 7200-DEBITAR-QUITACAO - debita o valor da quitacao na conta
      * do contrato num unico lancamento, respeitando o limite do
      * cheque especial como qualquer retirada.  A conta e validada
      * ja travada.
      ******************************************************************
       7200-DEBITAR-QUITACAO.
           MOVE EMP-CONTA TO CTA-CONTA.
           PERFORM 2600-TRAVAR-CONTA THRU 2600-EXIT.
           IF NOT CONTA-TRAVADA
               MOVE "N" TO SW-QUITACAO-OK
               GO TO 7200-EXIT
           END-IF.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               DISPLAY "CONTA NAO ATIVA - QUITACAO RECUSADA."
               MOVE "N" TO SW-QUITACAO-OK
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               GO TO 7200-EXIT
           END-IF.
           IF WS-VALOR-QUITACAO > CTA-SALDO + CTA-LIMITE-ESPECIAL
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA A QUITACAO."
               MOVE "N" TO SW-QUITACAO-OK
               PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT
               GO TO 7200-EXIT
           END-IF.
           COMPUTE WS-SALDO-NOVO = CTA-SALDO - WS-VALOR-QUITACAO.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           PERFORM 2650-LIBERAR-CONTAS THRU 2650-EXIT.
           MOVE EMP-CONTA         TO TRN-CONTA.
           MOVE "R"               TO TRN-TIPO.
           MOVE WS-VALOR-QUITACAO TO TRN-VALOR.
                       IF NOT PAR-PAGA
                           MOVE "P" TO PAR-SITUACAO
                           MOVE 0 TO PAR-ENCARGOS
                           MOVE WS-DATA-HOJE-NUM TO PAR-DATA-PAGAMENTO
                           MOVE "B" TO PAR-ORIGEM-PAGAMENTO
                           REWRITE PAR-REGISTRO
                       END-IF
                   END-IF
       7400-EXIT.
           EXIT.

      ******************************************************************
      * 7500-RENEGOCIAR - renegociacao do contrato inadimplente: apura
      * a divida das parcelas nao pagas (vencidas pelo valor cheio com
      * os encargos de atraso, vincendas so pela amortizacao), abate o
      * desconto combinado, encerra o contrato como RENEGOCIADO e abre
      * o contrato novo com taxa, prazo e carencia proprios e o
      * cronograma Price dele.  Nao ha credito na conta: o principal
      * do contrato novo e a propria divida.
      ******************************************************************
       7500-RENEGOCIAR.
           DISPLAY "=== RENEGOCIAR CONTRATO ===".
           PERFORM 5100-ACEITAR-NUMERO THRU 5100-EXIT.
           MOVE WS-NUMERO-PEDIDO TO EMP-NUMERO.
           READ EMPREST-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-NUMERO-PEDIDO
                   GO TO 7500-EXIT
           END-READ.
           IF NOT EMP-ATIVO
               DISPLAY "CONTRATO NAO ATIVO - RENEGOCIACAO RECUSADA."
               GO TO 7500-EXIT
           END-IF.
           MOVE EMP-NUMERO TO WS-CONTRATO-ORIGEM.
           MOVE EMP-CONTA TO WS-CONTA-PEDIDA.
           MOVE SPACE TO WS-MODALIDADE-PEDIDA.
           MOVE 0 TO WS-EMPREGADO-PEDIDO.
           IF EMP-CONSIGNADO
               MOVE EMP-MODALIDADE TO WS-MODALIDADE-PEDIDA
               MOVE EMP-EMPLOYEE-ID TO WS-EMPREGADO-PEDIDO
           END-IF.
           MOVE EMP-CONTA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA DO CONTRATO NAO ENCONTRADA: "
                       EMP-CONTA
                   GO TO 7500-EXIT
           END-READ.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               DISPLAY "CONTA NAO ATIVA - RENEGOCIACAO RECUSADA."
               GO TO 7500-EXIT
           END-IF.
           PERFORM 7600-APURAR-DIVIDA THRU 7600-EXIT.
           IF NOT RENEGOCIACAO-OK
               GO TO 7500-EXIT
           END-IF.
           IF WS-PARCELAS-VENCIDAS + WS-PARCELAS-VINCENDAS = 0
               DISPLAY "NENHUMA PARCELA EM ABERTO."
               GO TO 7500-EXIT
           END-IF.
           DISPLAY "PARCELAS VENCIDAS.......: R$ " WS-DIVIDA-VENCIDA.
           DISPLAY "ENCARGOS DE ATRASO......: R$ "
               WS-ENCARGOS-VENCIDOS.
           DISPLAY "AMORTIZACAO VINCENDA....: R$ " WS-DIVIDA-VINCENDA.
           DISPLAY "DIVIDA APURADA..........: R$ " WS-DIVIDA-TOTAL.
           PERFORM 7650-ACEITAR-DESCONTO THRU 7650-EXIT.
           COMPUTE WS-VALOR-RENEGOCIADO =
               WS-DIVIDA-TOTAL - WS-DESCONTO-PEDIDO.
           COMPUTE WS-VALOR-PERDOADO =
               WS-SALDO-ORIGEM - WS-VALOR-RENEGOCIADO.
           DISPLAY "VALOR RENEGOCIADO.......: R$ " WS-VALOR-RENEGOCIADO.
           PERFORM 3300-ACEITAR-TAXA THRU 3300-EXIT.
           PERFORM 3400-ACEITAR-PRAZO THRU 3400-EXIT.
           PERFORM 7670-ACEITAR-CARENCIA THRU 7670-EXIT.
           PERFORM 7680-CAPITALIZAR-CARENCIA THRU 7680-EXIT.
           IF CONTRATO-OK
               PERFORM 3450-CALCULAR-PRESTACAO THRU 3450-EXIT
           END-IF.
           IF NOT CONTRATO-OK
               GO TO 7500-EXIT
           END-IF.
           PERFORM 7700-ENCERRAR-ORIGEM THRU 7700-EXIT.
           PERFORM 3500-GRAVAR-CONTRATO THRU 3500-EXIT.
           PERFORM 3600-GERAR-CRONOGRAMA THRU 3600-EXIT.
           PERFORM 7750-IMPRIMIR-TERMO THRU 7750-EXIT.
           DISPLAY "CONTRATO " WS-CONTRATO-ORIGEM
               " RENEGOCIADO NO CONTRATO " EMP-NUMERO
               ". PRESTACAO: R$ " WS-PRESTACAO.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7600-APURAR-DIVIDA - soma as parcelas nao pagas do contrato:
      * vencidas pelo valor mais os encargos ja apurados pela
      * cobranca, vincendas pela amortizacao (os juros ainda nao
      * corridos sao abatidos, como na quitacao).  WS-SALDO-ORIGEM
      * guarda o valor de face de todas elas, base do perdao.  Uma
      * parcela EMITIDA aguardando o lote recusa a renegociacao.
      ******************************************************************
       7600-APURAR-DIVIDA.
           MOVE "S" TO SW-RENEGOCIACAO-OK.
           MOVE 0 TO WS-DIVIDA-VENCIDA.
           MOVE 0 TO WS-ENCARGOS-VENCIDOS.
           MOVE 0 TO WS-DIVIDA-VINCENDA.
           MOVE 0 TO WS-SALDO-ORIGEM.
           MOVE 0 TO WS-PARCELAS-VENCIDAS.
           MOVE 0 TO WS-PARCELAS-VINCENDAS.
           MOVE "N" TO SW-FIM-PARCELAS.
           MOVE WS-CONTRATO-ORIGEM TO PAR-EMPRESTIMO.
           MOVE 0 TO PAR-NUMERO.
           START PARCELAS-FILE
               KEY IS GREATER THAN OR EQUAL TO PAR-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-PARCELAS
           END-START.
           PERFORM 7610-SOMAR-PARCELA THRU 7610-EXIT
               UNTIL FIM-PARCELAS.
           COMPUTE WS-DIVIDA-TOTAL = WS-DIVIDA-VENCIDA
               + WS-ENCARGOS-VENCIDOS + WS-DIVIDA-VINCENDA.
       7600-EXIT.
           EXIT.

       7610-SOMAR-PARCELA.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-PARCELAS
                   GO TO 7610-EXIT
           END-READ.
           IF PAR-EMPRESTIMO NOT = WS-CONTRATO-ORIGEM
               MOVE "S" TO SW-FIM-PARCELAS
               GO TO 7610-EXIT
           END-IF.
           IF PAR-EMITIDA
               DISPLAY "PARCELA " PAR-NUMERO " EMITIDA AGUARDANDO O "
                   "LOTE - RENEGOCIACAO RECUSADA."
               MOVE "N" TO SW-RENEGOCIACAO-OK
               MOVE "S" TO SW-FIM-PARCELAS
               GO TO 7610-EXIT
           END-IF.
           IF NOT PAR-ABERTA
               GO TO 7610-EXIT
           END-IF.
           ADD PAR-VALOR TO WS-SALDO-ORIGEM.
           ADD PAR-ENCARGOS TO WS-SALDO-ORIGEM.
           IF PAR-VENCIMENTO < WS-DATA-HOJE-NUM
               ADD PAR-VALOR TO WS-DIVIDA-VENCIDA
               ADD PAR-ENCARGOS TO WS-ENCARGOS-VENCIDOS
               ADD 1 TO WS-PARCELAS-VENCIDAS
           ELSE
               ADD PAR-AMORTIZACAO TO WS-DIVIDA-VINCENDA
               ADD 1 TO WS-PARCELAS-VINCENDAS
           END-IF.
       7610-EXIT.
           EXIT.

       7650-ACEITAR-DESCONTO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 7660-SOLICITAR-DESCONTO THRU 7660-EXIT
               UNTIL ENTRADA-VALIDA.
       7650-EXIT.
           EXIT.

       7660-SOLICITAR-DESCONTO.
           DISPLAY "DESCONTO CONCEDIDO (0 = SEM DESCONTO):".
           ACCEPT WS-DESCONTO-PEDIDO.
           IF WS-DESCONTO-PEDIDO IS NUMERIC
               AND WS-DESCONTO-PEDIDO < WS-DIVIDA-TOTAL
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DESCONTO MENOR QUE A "
                   "DIVIDA."
           END-IF.
       7660-EXIT.
           EXIT.

       7670-ACEITAR-CARENCIA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 7675-SOLICITAR-CARENCIA THRU 7675-EXIT
               UNTIL ENTRADA-VALIDA.
       7670-EXIT.
           EXIT.

       7675-SOLICITAR-CARENCIA.
           DISPLAY "CARENCIA EM MESES (0 A 12):".
           ACCEPT WS-CARENCIA-PEDIDA.
           IF WS-CARENCIA-PEDIDA IS NUMERIC
               AND WS-CARENCIA-PEDIDA <= 12
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - CARENCIA DE 0 A 12 MESES."
           END-IF.
       7675-EXIT.
           EXIT.

      ******************************************************************
      * 7680-CAPITALIZAR-CARENCIA - os juros dos meses de carencia sao
      * incorporados ao principal do contrato novo, que o cronograma
      * amortiza a partir do primeiro vencimento.
      ******************************************************************
       7680-CAPITALIZAR-CARENCIA.
           MOVE "S" TO SW-CONTRATO-OK.
           IF WS-CARENCIA-PEDIDA = 0 OR WS-TAXA-PEDIDA = 0
               MOVE WS-VALOR-RENEGOCIADO TO WS-VALOR-PEDIDO
           ELSE
               COMPUTE WS-FATOR ROUNDED =
                   (1 + WS-TAXA-PEDIDA) ** WS-CARENCIA-PEDIDA
               COMPUTE WS-VALOR-PEDIDO ROUNDED =
                   WS-VALOR-RENEGOCIADO * WS-FATOR
                   ON SIZE ERROR
                       DISPLAY "PRINCIPAL COM CARENCIA ESTOURA O "
                           "CAMPO - RENEGOCIACAO RECUSADA."
                       MOVE "N" TO SW-CONTRATO-OK
               END-COMPUTE
           END-IF.
       7680-EXIT.
           EXIT.

      ******************************************************************
      * 7700-ENCERRAR-ORIGEM - marca as parcelas abertas do contrato
      * antigo como RENEGOCIADAS (a cobranca deixa de emiti-las) e o
      * contrato como RENEGOCIADO.
      ******************************************************************
       7700-ENCERRAR-ORIGEM.
           MOVE "N" TO SW-FIM-PARCELAS.
           MOVE WS-CONTRATO-ORIGEM TO PAR-EMPRESTIMO.
           MOVE 0 TO PAR-NUMERO.
           START PARCELAS-FILE
               KEY IS GREATER THAN OR EQUAL TO PAR-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-PARCELAS
           END-START.
           PERFORM 7710-RENEGOCIAR-PARCELA THRU 7710-EXIT
               UNTIL FIM-PARCELAS.
           MOVE WS-CONTRATO-ORIGEM TO EMP-NUMERO.
           READ EMPREST-FILE
               INVALID KEY
                   GO TO 7700-EXIT
           END-READ.
           MOVE "R" TO EMP-SITUACAO.
           REWRITE EMP-REGISTRO.
       7700-EXIT.
           EXIT.

       7710-RENEGOCIAR-PARCELA.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-PARCELAS
               NOT AT END
                   IF PAR-EMPRESTIMO NOT = WS-CONTRATO-ORIGEM
                       MOVE "S" TO SW-FIM-PARCELAS
                   ELSE
                       IF PAR-ABERTA
                           MOVE "R" TO PAR-SITUACAO
                           REWRITE PAR-REGISTRO
                       END-IF
                   END-IF
           END-READ.
       7710-EXIT.
           EXIT.

      ******************************************************************
      * 7750-IMPRIMIR-TERMO - termo da renegociacao para assinatura do
      * cliente, arquivado em RENEGOCIA.LST, com o valor perdoado.
      ******************************************************************
       7750-IMPRIMIR-TERMO.
           MOVE "====================================================="
               TO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           MOVE "AGENCIA CENTRAL - TERMO DE RENEGOCIACAO DE DIVIDA"
               TO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "CONTRATO ORIGEM " WS-CONTRATO-ORIGEM
               " CONTRATO NOVO " EMP-NUMERO " CONTA " EMP-CONTA
               " DATA " WS-DATA-HOJE-NUM
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           MOVE WS-PARCELAS-VENCIDAS TO WS-PARCELAS-EDIT.
           STRING "PARCELAS VENCIDAS.......: " WS-PARCELAS-EDIT
               "  R$ " WS-DIVIDA-VENCIDA
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "ENCARGOS DE ATRASO......: R$ " WS-ENCARGOS-VENCIDOS
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           MOVE WS-PARCELAS-VINCENDAS TO WS-PARCELAS-EDIT.
           STRING "PARCELAS VINCENDAS......: " WS-PARCELAS-EDIT
               "  R$ " WS-DIVIDA-VINCENDA
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "DIVIDA APURADA..........: R$ " WS-DIVIDA-TOTAL
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "DESCONTO CONCEDIDO......: R$ " WS-DESCONTO-PEDIDO
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "VALOR RENEGOCIADO.......: R$ " WS-VALOR-RENEGOCIADO
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "VALOR DE FACE EM ABERTO.: R$ " WS-SALDO-ORIGEM
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "TOTAL PERDOADO..........: R$ " WS-VALOR-PERDOADO
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "NOVO CONTRATO: R$ " EMP-VALOR " TAXA "
               EMP-TAXA-MENSAL " PRAZO " EMP-PRAZO " CARENCIA "
               EMP-CARENCIA " PRESTACAO R$ " WS-PRESTACAO
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "OPERADOR................: " LNK-OPERADOR
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           MOVE "ASSINATURA DO CLIENTE: ______________________________"
               TO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
       7750-EXIT.
           EXIT.

      ******************************************************************
      * 7800-RELATORIO-RENEGOCIACOES - lista em RENEGOCIA.LST todos os
      * contratos abertos por renegociacao, com o valor de face que
      * substituiram e o valor perdoado, e os totais da carteira.
      ******************************************************************
       7800-RELATORIO-RENEGOCIACOES.
           MOVE 0 TO WS-QTDE-RENEGOCIADOS.
           MOVE 0 TO WS-TOTAL-SALDO-ORIGEM.
           MOVE 0 TO WS-TOTAL-PERDOADO.
           MOVE 0 TO WS-TOTAL-RENEGOCIADO.
           MOVE "====================================================="
               TO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "RELATORIO DE RENEGOCIACOES - " WS-DATA-HOJE-NUM
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           MOVE "N" TO SW-FIM-CONTRATOS.
           MOVE 0 TO EMP-NUMERO.
           START EMPREST-FILE KEY IS GREATER THAN EMP-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIM-CONTRATOS
           END-START.
           PERFORM 7850-LER-CONTRATO THRU 7850-EXIT
               UNTIL FIM-CONTRATOS.
           MOVE WS-QTDE-RENEGOCIADOS TO WS-QTDE-RENEG-EDIT.
           STRING "CONTRATOS RENEGOCIADOS..: " WS-QTDE-RENEG-EDIT
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "VALOR DE FACE SUBSTITUIDO: R$ " WS-TOTAL-SALDO-ORIGEM
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "TOTAL RENEGOCIADO.......: R$ " WS-TOTAL-RENEGOCIADO
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           STRING "TOTAL PERDOADO..........: R$ " WS-TOTAL-PERDOADO
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
       7800-EXIT.
           EXIT.

       7850-LER-CONTRATO.
           READ EMPREST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-CONTRATOS
                   GO TO 7850-EXIT
           END-READ.
           IF EMP-CONTRATO-ORIGEM = 0
               GO TO 7850-EXIT
           END-IF.
           STRING "CONTRATO " EMP-NUMERO " ORIGEM " EMP-CONTRATO-ORIGEM
               " CONTA " EMP-CONTA " DATA " EMP-DATA-CONTRATO
               " FACE " EMP-SALDO-ORIGEM " VALOR " EMP-VALOR
               " PERDOADO " EMP-VALOR-PERDOADO " SIT " EMP-SITUACAO
               DELIMITED BY SIZE INTO RNG-LINHA.
           PERFORM 7950-GRAVAR-LINHA-RENEG THRU 7950-EXIT.
           ADD 1 TO WS-QTDE-RENEGOCIADOS.
           ADD EMP-SALDO-ORIGEM TO WS-TOTAL-SALDO-ORIGEM.
           ADD EMP-VALOR TO WS-TOTAL-RENEGOCIADO.
           ADD EMP-VALOR-PERDOADO TO WS-TOTAL-PERDOADO.
       7850-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em QUITACAO.LST.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 7950-GRAVAR-LINHA-RENEG - grava a linha montada em RNG-LINHA
      * tanto no console quanto em RENEGOCIA.LST.
      ******************************************************************
       7950-GRAVAR-LINHA-RENEG.
           DISPLAY RNG-LINHA.
           WRITE RNG-REGISTRO.
           MOVE SPACES TO RNG-LINHA.
       7950-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-EMPRESTIMO" TO SPL-PROGRAMA.
           MOVE "QUITACAO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           CLOSE RENEGOCIA-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-EMPRESTIMO" TO SPL-PROGRAMA.
           MOVE "RENEGOCIA.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
           MOVE "PARCELAS" TO WS-CTL-ARQUIVO.
