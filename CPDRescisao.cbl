      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-22  RA   Asks the dismissal type and prints on the termo
      *                  the FGTS balance deposited during the contract
      *                  (from FGTS.DAT) and, on a dismissal without
      *                  cause, the 40% fine; both are paid into the
      *                  FGTS account, outside the termo total.
      * 2026-09-25  RA   Deducts from the verbas, up to 35% of the termo
      *                  total, the remaining balance of the employee's
      *                  active consignado loans (future parcelas at
      *                  amortization only); the parcelas covered are
      *                  marked paid and a contract left with balance
      *                  reverts to ordinary collection from the
      *                  account. Desconto and liquido printed on the
      *                  termo.
      * 2026-09-28  RA   Settles the hour-bank balance on the termo: a
      *                  positive balance is paid as horas extras (50%),
      *                  a negative one discounted at the normal hourly
      *                  rate, and the balance is zeroed in
      *                  BANCOHORAS.DAT.
      * 2026-10-02  RA   Warns the operator, and notes on the termo,
      *                  when ASO.DAT holds no demissional exam for the
      *                  contract; the rescisao itself still goes ahead.
      * 2026-10-15  RA   RESCISAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      * 2026-10-15  RA   Parcelas settled by the rescisao carry the exit
      *                  date and origin "R" (PAR-DATA-PAGAMENTO,
      *                  PAR-ORIGEM-PAGAMENTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-RESCISAO.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT FGTS-FILE ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FGTS-STATUS.

           SELECT BANCOHORAS-FILE ASSIGN TO "BANCOHORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHM-CHAVE
               FILE STATUS IS WS-BANCOHORAS-STATUS.

           SELECT EMPREST-FILE ASSIGN TO "EMPREST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-EMPREST-STATUS.

           SELECT ASO-FILE ASSIGN TO "ASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASO-STATUS.

           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  FGTS-FILE.
           COPY "FGTSREG.cpy".

       FD  BANCOHORAS-FILE.
           COPY "BHORASREG.cpy".

       FD  EMPREST-FILE.
           COPY "EMPRESTREG.cpy".

       FD  PARCELAS-FILE.
           COPY "PARCREG.cpy".

       FD  ASO-FILE.
           COPY "ASOREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-FGTS-STATUS          PIC X(02).
           88  FGTS-OK                      VALUE "00".

       01  WS-BANCOHORAS-STATUS    PIC X(02).
           88  BANCOHORAS-OK                VALUE "00".

       01  WS-EMPREST-STATUS       PIC X(02).
           88  EMPREST-OK                   VALUE "00".

       01  WS-PARCELAS-STATUS      PIC X(02).
           88  PARCELAS-OK                  VALUE "00".

       01  WS-ASO-STATUS           PIC X(02).
           88  ASO-OK                       VALUE "00".

       01  SW-TEM-DEMISSIONAL      PIC X(01) VALUE "N".
           88  TEM-DEMISSIONAL              VALUE "S".

       01  SW-FIM-EXAMES           PIC X(01) VALUE "N".
           88  FIM-EXAMES                   VALUE "S".

       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-DATA-SAIDA.
           05  WS-ANO-SAIDA        PIC 9(04).
       01  WS-TERCO-FERIAS         PIC 9(06)V99 VALUE 0.
       01  WS-TOTAL-RESCISAO       PIC 9(07)V99 VALUE 0.

       01  WS-TIPO-DESLIGAMENTO    PIC X(01) VALUE SPACE.
           88  DESLIG-SEM-JUSTA-CAUSA       VALUE "1".
           88  DESLIG-PEDIDO-DEMISSAO       VALUE "2".
           88  DESLIG-JUSTA-CAUSA           VALUE "3".
           88  DESLIG-TIPO-VALIDO           VALUE "1" "2" "3".
       01  WS-TAXA-MULTA-FGTS      PIC 9V9(04) VALUE 0.4000.
       01  WS-SALDO-FGTS           PIC 9(08)V99 VALUE 0.
       01  WS-MULTA-FGTS           PIC 9(08)V99 VALUE 0.

       01  SW-FIM-FGTS             PIC X(01) VALUE "N".
           88  FIM-FGTS                     VALUE "S".

       01  WS-JORNADA-MENSAL       PIC 9(03) VALUE 220.
       01  WS-VALOR-HORA           PIC 9(04)V99 VALUE 0.
       01  WS-SALDO-BH             PIC S9(05)V99 VALUE 0.
       01  WS-HORAS-BH             PIC 9(05)V99 VALUE 0.
       01  WS-PAGAMENTO-BH         PIC 9(07)V99 VALUE 0.
       01  WS-DESCONTO-BH          PIC 9(07)V99 VALUE 0.
       01  WS-VERBAS-APURADAS      PIC S9(08)V99 VALUE 0.
       01  WS-BH-ULTIMO-PERIODO    PIC 9(06) VALUE 0.

       01  SW-SEM-BANCOHORAS       PIC X(01) VALUE "N".
           88  SEM-BANCOHORAS               VALUE "S".

       01  SW-FIM-BANCOHORAS       PIC X(01) VALUE "N".
           88  FIM-BANCOHORAS               VALUE "S".

       01  WS-MARGEM-CONSIGNAVEL   PIC 9V9(04) VALUE 0.3500.
       01  WS-LIMITE-CONSIGNADO    PIC 9(07)V99 VALUE 0.
       01  WS-DESCONTO-CONSIGNADO  PIC 9(07)V99 VALUE 0.
       01  WS-SALDO-CONSIG-CONTA   PIC 9(08)V99 VALUE 0.
       01  WS-LIQUIDO-RESCISAO     PIC 9(07)V99 VALUE 0.
       01  WS-VALOR-QUITACAO       PIC 9(08)V99 VALUE 0.

       01  SW-SEM-CONSIGNADO       PIC X(01) VALUE "N".
           88  SEM-CONSIGNADO               VALUE "S".

       01  SW-LIMITE-ESGOTADO      PIC X(01) VALUE "N".
           88  LIMITE-ESGOTADO              VALUE "S".

       01  SW-FIM-CONTRATOS        PIC X(01) VALUE "N".
           88  FIM-CONTRATOS                VALUE "S".

       01  SW-FIM-PARCELAS         PIC X(01) VALUE "N".
           88  FIM-PARCELAS                 VALUE "S".

       01  WS-IDX-CONTRATO         PIC 9(02) COMP VALUE 0.
       01  WS-TOTAL-CONTRATOS      PIC 9(02) COMP VALUE 0.
       01  TABELA-CONTRATOS-CONSIG.
           05  RCC-ENTRADA OCCURS 10 TIMES.
               10  RCC-NUMERO         PIC 9(06).
               10  RCC-PENDENTES      PIC 9(03) COMP.

       01  WS-IDX-PARC-CONSIG      PIC 9(03) COMP VALUE 0.
       01  WS-TOTAL-PARC-CONSIG    PIC 9(03) COMP VALUE 0.
       01  TABELA-PARCELAS-CONSIG.
           05  RCG-ENTRADA OCCURS 120 TIMES.
               10  RCG-EMPRESTIMO     PIC 9(06).
               10  RCG-NUMERO         PIC 9(03).

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               CLOSE RELATORIO-FILE
               OPEN EXTEND RELATORIO-FILE
           END-IF.
           MOVE "N" TO SW-SEM-BANCOHORAS.
           OPEN I-O BANCOHORAS-FILE.
           IF NOT BANCOHORAS-OK
               MOVE "S" TO SW-SEM-BANCOHORAS
           END-IF.
           MOVE "N" TO SW-SEM-CONSIGNADO.
           OPEN I-O EMPREST-FILE.
           IF NOT EMPREST-OK
               MOVE "S" TO SW-SEM-CONSIGNADO
           ELSE
               OPEN I-O PARCELAS-FILE
               IF NOT PARCELAS-OK
                   CLOSE EMPREST-FILE
                   MOVE "S" TO SW-SEM-CONSIGNADO
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

                               "RESCISAO."
                       ELSE
                           PERFORM 3000-CALCULAR-VERBAS THRU 3000-EXIT
                           PERFORM 3600-CONFERIR-DEMISSIONAL
                               THRU 3600-EXIT
                           PERFORM 4000-IMPRIMIR-TERMO THRU 4000-EXIT
                           PERFORM 5000-MARCAR-DESLIGADO THRU 5000-EXIT
                           PERFORM 5500-BAIXAR-CONSIGNADO
                               THRU 5500-EXIT
                           PERFORM 5700-LIQUIDAR-BANCO-HORAS
                               THRU 5700-EXIT
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       3000-CALCULAR-VERBAS.
           PERFORM 3100-ACEITAR-DATA-SAIDA THRU 3100-EXIT.
           PERFORM 3150-ACEITAR-TIPO THRU 3150-EXIT.
           MOVE Employee-Admission-Date TO WS-DATA-ADMISSAO.

           COMPUTE WS-SALDO-SALARIO ROUNDED =
           COMPUTE WS-TERCO-FERIAS ROUNDED =
               WS-FERIAS-PROPORCIONAL / 3.

           PERFORM 3400-APURAR-BANCO-HORAS THRU 3400-EXIT.
           COMPUTE WS-VERBAS-APURADAS =
               WS-SALDO-SALARIO + WS-13O-PROPORCIONAL
               + WS-FERIAS-PROPORCIONAL + WS-TERCO-FERIAS
               + WS-PAGAMENTO-BH - WS-DESCONTO-BH.
           IF WS-VERBAS-APURADAS < 0
               COMPUTE WS-DESCONTO-BH =
                   WS-DESCONTO-BH + WS-VERBAS-APURADAS
               MOVE 0 TO WS-VERBAS-APURADAS
           END-IF.
           MOVE WS-VERBAS-APURADAS TO WS-TOTAL-RESCISAO.
           PERFORM 3200-APURAR-SALDO-FGTS THRU 3200-EXIT.
           PERFORM 3300-APURAR-CONSIGNADO THRU 3300-EXIT.
           COMPUTE WS-LIQUIDO-RESCISAO =
               WS-TOTAL-RESCISAO - WS-DESCONTO-CONSIGNADO.
       3000-EXIT.
           EXIT.

       3110-EXIT.
           EXIT.

       3150-ACEITAR-TIPO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 3160-SOLICITAR-TIPO THRU 3160-EXIT
               UNTIL ENTRADA-VALIDA.
       3150-EXIT.
           EXIT.

       3160-SOLICITAR-TIPO.
           DISPLAY "TIPO DE DESLIGAMENTO:".
           DISPLAY "1 - DISPENSA SEM JUSTA CAUSA".
           DISPLAY "2 - PEDIDO DE DEMISSAO".
           DISPLAY "3 - DISPENSA POR JUSTA CAUSA".
           ACCEPT WS-TIPO-DESLIGAMENTO.
           IF DESLIG-TIPO-VALIDO
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - INFORME 1, 2 OU 3."
           END-IF.
       3160-EXIT.
           EXIT.

      ******************************************************************
      * 3200-APURAR-SALDO-FGTS - soma os depositos de FGTS do
      * funcionario gravados durante o contrato (folha, 13o e
      * ferias) e, na dispensa sem justa causa, calcula a multa de
      * 40% sobre o saldo.  Sem FGTS.DAT o saldo e zero.  Saldo e
      * multa sao depositados na conta vinculada, fora do total da
      * rescisao.
      ******************************************************************
       3200-APURAR-SALDO-FGTS.
           MOVE 0 TO WS-SALDO-FGTS.
           MOVE 0 TO WS-MULTA-FGTS.
           OPEN INPUT FGTS-FILE.
           IF NOT FGTS-OK
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-FGTS.
           PERFORM 3250-SOMAR-DEPOSITO THRU 3250-EXIT
               UNTIL FIM-FGTS.
           CLOSE FGTS-FILE.
           IF DESLIG-SEM-JUSTA-CAUSA
               COMPUTE WS-MULTA-FGTS ROUNDED =
                   WS-SALDO-FGTS * WS-TAXA-MULTA-FGTS
           END-IF.
       3200-EXIT.
           EXIT.

       3250-SOMAR-DEPOSITO.
           READ FGTS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-FGTS
               NOT AT END
                   IF FGT-EMPLOYEE-ID = Employee-Id
                       ADD FGT-DEPOSITO TO WS-SALDO-FGTS
                   END-IF
           END-READ.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3300-APURAR-CONSIGNADO - abate das verbas o saldo dos
      * emprestimos consignados ativos do funcionario, ate 35% do
      * total da rescisao.  As parcelas abertas entram na ordem do
      * cronograma: vencidas ate o desligamento pelo valor cheio, as
      * a vencer so pela amortizacao (juros nao decorridos
      * abatidos, como na quitacao antecipada).  O que nao couber
      * fica para a cobranca em conta; a baixa e feita em 5500.
      ******************************************************************
       3300-APURAR-CONSIGNADO.
           MOVE 0 TO WS-DESCONTO-CONSIGNADO.
           MOVE 0 TO WS-SALDO-CONSIG-CONTA.
           MOVE 0 TO WS-TOTAL-CONTRATOS.
           MOVE 0 TO WS-TOTAL-PARC-CONSIG.
           MOVE "N" TO SW-LIMITE-ESGOTADO.
           IF SEM-CONSIGNADO
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-LIMITE-CONSIGNADO ROUNDED =
               WS-TOTAL-RESCISAO * WS-MARGEM-CONSIGNAVEL.
           MOVE "N" TO SW-FIM-CONTRATOS.
           MOVE 0 TO EMP-NUMERO.
           START EMPREST-FILE
               KEY IS GREATER THAN OR EQUAL TO EMP-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIM-CONTRATOS
           END-START.
           PERFORM 3350-AVALIAR-CONTRATO THRU 3350-EXIT
               UNTIL FIM-CONTRATOS.
       3300-EXIT.
           EXIT.

       3350-AVALIAR-CONTRATO.
           READ EMPREST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-CONTRATOS
                   GO TO 3350-EXIT
           END-READ.
           IF NOT EMP-CONSIGNADO OR NOT EMP-ATIVO
               OR EMP-EMPLOYEE-ID NOT = Employee-Id
               GO TO 3350-EXIT
           END-IF.
           IF WS-TOTAL-CONTRATOS NOT < 10
               DISPLAY "LIMITE DE CONTRATOS ATINGIDO - CONSIGNADO "
                   EMP-NUMERO " FICA PARA COBRANCA EM CONTA."
               GO TO 3350-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-CONTRATOS.
           MOVE EMP-NUMERO TO RCC-NUMERO (WS-TOTAL-CONTRATOS).
           MOVE 0 TO RCC-PENDENTES (WS-TOTAL-CONTRATOS).
           MOVE "N" TO SW-FIM-PARCELAS.
           MOVE EMP-NUMERO TO PAR-EMPRESTIMO.
           MOVE 0 TO PAR-NUMERO.
           START PARCELAS-FILE
               KEY IS GREATER THAN OR EQUAL TO PAR-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-PARCELAS
           END-START.
           PERFORM 3360-AVALIAR-PARCELA THRU 3360-EXIT
               UNTIL FIM-PARCELAS.
       3350-EXIT.
           EXIT.

       3360-AVALIAR-PARCELA.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-PARCELAS
                   GO TO 3360-EXIT
           END-READ.
           IF PAR-EMPRESTIMO NOT = EMP-NUMERO
               MOVE "S" TO SW-FIM-PARCELAS
               GO TO 3360-EXIT
           END-IF.
           IF PAR-PAGA OR PAR-RENEGOCIADA
               GO TO 3360-EXIT
           END-IF.
           IF PAR-VENCIMENTO > WS-DATA-SAIDA-NUM
               MOVE PAR-AMORTIZACAO TO WS-VALOR-QUITACAO
           ELSE
               MOVE PAR-VALOR TO WS-VALOR-QUITACAO
           END-IF.
           IF NOT LIMITE-ESGOTADO
               IF WS-DESCONTO-CONSIGNADO + WS-VALOR-QUITACAO
                   > WS-LIMITE-CONSIGNADO
                   OR WS-TOTAL-PARC-CONSIG NOT < 120
                   MOVE "S" TO SW-LIMITE-ESGOTADO
               END-IF
           END-IF.
           IF LIMITE-ESGOTADO
               ADD 1 TO RCC-PENDENTES (WS-TOTAL-CONTRATOS)
               ADD PAR-VALOR TO WS-SALDO-CONSIG-CONTA
               GO TO 3360-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-PARC-CONSIG.
           MOVE PAR-EMPRESTIMO TO RCG-EMPRESTIMO (WS-TOTAL-PARC-CONSIG).
           MOVE PAR-NUMERO TO RCG-NUMERO (WS-TOTAL-PARC-CONSIG).
           ADD WS-VALOR-QUITACAO TO WS-DESCONTO-CONSIGNADO.
       3360-EXIT.
           EXIT.

      ******************************************************************
      * 3400-APURAR-BANCO-HORAS - saldo do banco de horas do
      * funcionario no ultimo fechamento de ponto: saldo positivo e
      * pago como horas extras (adicional de 50%), saldo negativo e
      * descontado pelo valor da hora normal.
      ******************************************************************
       3400-APURAR-BANCO-HORAS.
           MOVE 0 TO WS-SALDO-BH.
           MOVE 0 TO WS-HORAS-BH.
           MOVE 0 TO WS-PAGAMENTO-BH.
           MOVE 0 TO WS-DESCONTO-BH.
           MOVE 0 TO WS-BH-ULTIMO-PERIODO.
           IF SEM-BANCOHORAS
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-BANCOHORAS.
           MOVE Employee-Id TO BHM-EMPLOYEE-ID.
           MOVE 0 TO BHM-PERIODO.
           START BANCOHORAS-FILE
               KEY IS GREATER THAN OR EQUAL TO BHM-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-BANCOHORAS
           END-START.
           PERFORM 3450-SOMAR-MOVIMENTO THRU 3450-EXIT
               UNTIL FIM-BANCOHORAS.
           COMPUTE WS-VALOR-HORA ROUNDED =
               Employee-Salary / WS-JORNADA-MENSAL.
           IF WS-SALDO-BH > 0
               MOVE WS-SALDO-BH TO WS-HORAS-BH
               COMPUTE WS-PAGAMENTO-BH ROUNDED =
                   WS-HORAS-BH * WS-VALOR-HORA * 1.5
           END-IF.
           IF WS-SALDO-BH < 0
               COMPUTE WS-HORAS-BH = 0 - WS-SALDO-BH
               COMPUTE WS-DESCONTO-BH ROUNDED =
                   WS-HORAS-BH * WS-VALOR-HORA
           END-IF.
       3400-EXIT.
           EXIT.

       3450-SOMAR-MOVIMENTO.
           READ BANCOHORAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-BANCOHORAS
                   GO TO 3450-EXIT
           END-READ.
           IF BHM-EMPLOYEE-ID NOT = Employee-Id
               MOVE "S" TO SW-FIM-BANCOHORAS
               GO TO 3450-EXIT
           END-IF.
           COMPUTE WS-SALDO-BH = WS-SALDO-BH + BHM-CREDITO
               - BHM-DEBITO - BHM-VENCIDO - BHM-LIQUIDADO.
           MOVE BHM-PERIODO TO WS-BH-ULTIMO-PERIODO.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CONFERIR-DEMISSIONAL - procura em ASO.DAT o exame
      * demissional do contrato (data a partir da admissao).  A falta
      * nao impede a rescisao: o operador e avisado e o termo sai com
      * a ressalva, para o exame ser marcado antes da homologacao.
      ******************************************************************
       3600-CONFERIR-DEMISSIONAL.
           MOVE "N" TO SW-TEM-DEMISSIONAL.
           OPEN INPUT ASO-FILE.
           IF ASO-OK
               MOVE "N" TO SW-FIM-EXAMES
               MOVE Employee-Id TO ASO-EMPLOYEE-ID
               MOVE Employee-Admission-Date TO ASO-DATA
               MOVE SPACE TO ASO-TIPO
               START ASO-FILE
                   KEY IS GREATER THAN OR EQUAL TO ASO-CHAVE
                   INVALID KEY
                       MOVE "S" TO SW-FIM-EXAMES
               END-START
               PERFORM 3650-LER-EXAME THRU 3650-EXIT
                   UNTIL FIM-EXAMES
               CLOSE ASO-FILE
           END-IF.
           IF NOT TEM-DEMISSIONAL
               DISPLAY "ATENCAO: EXAME DEMISSIONAL (ASO) NAO "
                   "REGISTRADO PARA O FUNCIONARIO."
           END-IF.
       3600-EXIT.
           EXIT.

       3650-LER-EXAME.
           READ ASO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EXAMES
                   GO TO 3650-EXIT
           END-READ.
           IF ASO-EMPLOYEE-ID NOT = Employee-Id
               MOVE "S" TO SW-FIM-EXAMES
               GO TO 3650-EXIT
           END-IF.
           IF ASO-DEMISSIONAL
               MOVE "S" TO SW-TEM-DEMISSIONAL
               MOVE "S" TO SW-FIM-EXAMES
           END-IF.
       3650-EXIT.
           EXIT.

      ******************************************************************
      * 4000-IMPRIMIR-TERMO - imprime o termo de rescisao com o
      * detalhamento das verbas.
           STRING "1/3 DE FERIAS: " WS-TERCO-FERIAS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           IF WS-PAGAMENTO-BH > 0
               STRING "BANCO DE HORAS (" WS-HORAS-BH " HORAS): "
                   WS-PAGAMENTO-BH
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
           IF WS-DESCONTO-BH > 0
               STRING "DESCONTO BANCO DE HORAS (" WS-HORAS-BH
                   " HORAS): " WS-DESCONTO-BH
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
           STRING "TOTAL DA RESCISAO: " WS-TOTAL-RESCISAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           IF WS-TOTAL-CONTRATOS > 0
               STRING "DESCONTO CONSIGNADO...: " WS-DESCONTO-CONSIGNADO
                   " (LIMITE 35%)"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
               STRING "LIQUIDO DA RESCISAO...: " WS-LIQUIDO-RESCISAO
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
               IF WS-SALDO-CONSIG-CONTA > 0
                   STRING "SALDO CONSIGNADO P/COBRANCA EM CONTA: "
                       WS-SALDO-CONSIG-CONTA
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DESLIG-SEM-JUSTA-CAUSA
                   MOVE "TIPO: DISPENSA SEM JUSTA CAUSA" TO RPT-LINHA
               WHEN DESLIG-PEDIDO-DEMISSAO
                   MOVE "TIPO: PEDIDO DE DEMISSAO" TO RPT-LINHA
               WHEN OTHER
                   MOVE "TIPO: DISPENSA POR JUSTA CAUSA" TO RPT-LINHA
           END-EVALUATE.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "SALDO FGTS DO CONTRATO: " WS-SALDO-FGTS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "MULTA 40% FGTS........: " WS-MULTA-FGTS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           IF NOT TEM-DEMISSIONAL
               MOVE "ATENCAO: EXAME DEMISSIONAL (ASO) NAO REGISTRADO"
                   TO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-BAIXAR-CONSIGNADO - baixa como pagas as parcelas de
      * consignado abatidas na rescisao e quita o contrato sem
      * parcela pendente; o contrato com saldo deixa de ser
      * consignado e volta para a cobranca mensal em conta.
      ******************************************************************
       5500-BAIXAR-CONSIGNADO.
           PERFORM 5550-BAIXAR-PARCELA THRU 5550-EXIT
               VARYING WS-IDX-PARC-CONSIG FROM 1 BY 1
               UNTIL WS-IDX-PARC-CONSIG > WS-TOTAL-PARC-CONSIG.
           PERFORM 5600-ENCERRAR-CONTRATO THRU 5600-EXIT
               VARYING WS-IDX-CONTRATO FROM 1 BY 1
               UNTIL WS-IDX-CONTRATO > WS-TOTAL-CONTRATOS.
       5500-EXIT.
           EXIT.

       5550-BAIXAR-PARCELA.
           MOVE RCG-EMPRESTIMO (WS-IDX-PARC-CONSIG) TO PAR-EMPRESTIMO.
           MOVE RCG-NUMERO (WS-IDX-PARC-CONSIG) TO PAR-NUMERO.
           READ PARCELAS-FILE
               INVALID KEY
                   GO TO 5550-EXIT
           END-READ.
           IF PAR-VENCIMENTO > WS-DATA-SAIDA-NUM
               MOVE PAR-AMORTIZACAO TO PAR-VALOR
               MOVE 0 TO PAR-JUROS
           END-IF.
           MOVE "P" TO PAR-SITUACAO.
           MOVE 0 TO PAR-ENCARGOS.
           MOVE WS-DATA-SAIDA-NUM TO PAR-DATA-PAGAMENTO.
           MOVE "R" TO PAR-ORIGEM-PAGAMENTO.
           REWRITE PAR-REGISTRO.
       5550-EXIT.
           EXIT.

       5600-ENCERRAR-CONTRATO.
           MOVE RCC-NUMERO (WS-IDX-CONTRATO) TO EMP-NUMERO.
           READ EMPREST-FILE
               INVALID KEY
                   GO TO 5600-EXIT
           END-READ.
           IF RCC-PENDENTES (WS-IDX-CONTRATO) = 0
               MOVE "Q" TO EMP-SITUACAO
               DISPLAY "CONSIGNADO " EMP-NUMERO
                   " QUITADO NA RESCISAO."
           ELSE
               MOVE SPACE TO EMP-MODALIDADE
               DISPLAY "CONSIGNADO " EMP-NUMERO
                   " COM SALDO - PASSA A COBRANCA EM CONTA."
           END-IF.
           REWRITE EMP-REGISTRO.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 5700-LIQUIDAR-BANCO-HORAS - zera o saldo do banco de horas
      * pago ou descontado no termo, lancando a liquidacao no
      * movimento do ultimo mes fechado.
      ******************************************************************
       5700-LIQUIDAR-BANCO-HORAS.
           IF WS-SALDO-BH = 0
               GO TO 5700-EXIT
           END-IF.
           MOVE Employee-Id TO BHM-EMPLOYEE-ID.
           MOVE WS-BH-ULTIMO-PERIODO TO BHM-PERIODO.
           READ BANCOHORAS-FILE
               INVALID KEY
                   GO TO 5700-EXIT
           END-READ.
           ADD WS-SALDO-BH TO BHM-LIQUIDADO.
           MOVE 0 TO BHM-SALDO.
           REWRITE BHM-REGISTRO.
       5700-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do programa.
      ******************************************************************
           CLOSE EMPREGADOS-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-RESCISAO" TO SPL-PROGRAMA.
           MOVE "RESCISAO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "EMPREGADOS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
           IF NOT SEM-BANCOHORAS
               CLOSE BANCOHORAS-FILE
           END-IF.
           IF NOT SEM-CONSIGNADO
               CLOSE EMPREST-FILE
               CLOSE PARCELAS-FILE
               MOVE "PARCELAS" TO WS-CTL-ARQUIVO
               CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
           END-IF.
       8000-EXIT.
           EXIT.

