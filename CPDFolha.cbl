      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-22  RA   Each employee's FGTS (8% of the gross, employer
      *                  deposit) is shown on the holerite and recorded
      *                  in FGTS.DAT (origem F) for the monthly
      *                  collection CPD-FGTS-MENSAL.
      * 2026-09-23  RA   3000-CALCULAR-LIQUIDO now discounts the
      *                  period's mid-month advance (ADIANTAMENTOS.DAT,
      *                  CPD-ADIANTAMENTO) from the amount credited to
      *                  the lote; the holerite itemizes it and shows
      *                  the liquido a receber. FOLHAREG keeps the
      *                  month's full net.
      * 2026-09-24  RA   The IRRF base now also deducts TBI-DEDUCAO-
      *                  DEPENDENTE per dependent counted for IRRF in
      *                  DEPENDENTES.DAT (CPD-DEPENDENTES), computed
      *                  into a signed field floored at zero, and the
      *                  net pays the salario-familia quota per eligible
      *                  child up to the gross ceiling; filhos past the
      *                  age limits drop off by birth date. Both are on
      *                  the holerite and in FOLHAREG.
      * 2026-09-25  RA   The due parcelas of the employee's active
      *                  consignado loans (EMPREST.DAT, EMP-MODALIDADE
      *                  C) are deducted from the liquido a receber,
      *                  itemized on the holerite and marked paid in
      *                  PARCELAS.DAT by the folha - they no longer go
      *                  through the lote. A parcela that does not fit
      *                  in the liquido waits for the next folha; a
      *                  rerun of the period does not settle again.
      * 2026-09-28  RA   Pays as horas extras (50%) the hour-bank hours
      *                  that expired in the month (PTM-HORAS-BH-PAGAS),
      *                  shown apart on the holerite.
      * 2026-10-05  RA   The gross now includes the employee's wellness
      *                  incentive bonus for the period (INCENTIVOS.DAT,
      *                  CPD-INCENTIVO) as a taxable earning, shown on
      *                  the holerite and in the totals; through the
      *                  gross it reaches INSS, IRRF, FGTS and the
      *                  department cost in CUSTODEP.DAT.
      * 2026-10-15  RA   FOLHA.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      * 2026-10-15  RA   Consignado parcelas baixadas are stamped with
      *                  the folha date and origin "F"; the reissue of a
      *                  period already run loads the parcelas this
      *                  folha paid, so the desconto, the liquido and
      *                  the CONSIG. lines of the holerite repeat what
      *                  was paid (still without a second baixa).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-FOLHA-PAGAMENTO.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPTOHIST-STATUS.

           SELECT FGTS-FILE ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FGTS-STATUS.

           SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-ADIANTAMENTO-STATUS.

           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-DEPENDENTES-STATUS.

           SELECT EMPREST-FILE ASSIGN TO "EMPREST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-EMPREST-STATUS.

           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT INCENTIVO-FILE ASSIGN TO "INCENTIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITV-CHAVE
               FILE STATUS IS WS-INCENTIVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
       FD  DEPTOHIST-FILE.
           COPY "DEPTOHIST.cpy".

       FD  FGTS-FILE.
           COPY "FGTSREG.cpy".

       FD  ADIANTAMENTO-FILE.
           COPY "ADTOREG.cpy".

       FD  DEPENDENTES-FILE.
           COPY "DEPENDREG.cpy".

       FD  EMPREST-FILE.
           COPY "EMPRESTREG.cpy".

       FD  PARCELAS-FILE.
           COPY "PARCREG.cpy".

       FD  INCENTIVO-FILE.
           COPY "INCTVREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS       PIC X(02).
       01  WS-RELATORIO-STATUS        PIC X(02).
           88  PONTOMES-ARQ-INEXISTENTE       VALUE "35".

       01  WS-HORAS-EXTRAS            PIC 9(03)V99 VALUE 0.
       01  WS-HORAS-BH-VENCIDAS       PIC 9(03)V99 VALUE 0.
       01  WS-FALTAS                  PIC 9(02) VALUE 0.
       01  WS-VALOR-HORA              PIC 9(04)V99 VALUE 0.
       01  WS-VALOR-EXTRAS            PIC 9(06)V99 VALUE 0.
       01  WS-SALARIO-NETO            PIC 9(06)V99 VALUE 0.
       01  WS-NETO-APURADO            PIC S9(08)V99 VALUE 0.

       01  WS-FGTS-STATUS             PIC X(02).
           88  FGTS-OK                        VALUE "00".
           88  FGTS-ARQ-INEXISTENTE           VALUE "35".

       01  WS-TAXA-FGTS               PIC 9V9(04) VALUE 0.0800.
       01  WS-DEPOSITO-FGTS           PIC 9(06)V99 VALUE 0.
       01  WS-TOTAL-GERAL-FGTS        PIC 9(10)V99 VALUE 0.

       01  WS-ADIANTAMENTO-STATUS     PIC X(02).
           88  ADIANTAMENTO-OK                VALUE "00".
           88  ADIANTAMENTO-ARQ-INEXISTENTE   VALUE "35".

       01  SW-SEM-ADIANTAMENTO        PIC X(01) VALUE "N".
           88  SEM-ADIANTAMENTO               VALUE "S".

       01  WS-VALOR-ADIANTAMENTO      PIC 9(06)V99 VALUE 0.
       01  WS-LIQUIDO-A-RECEBER       PIC 9(06)V99 VALUE 0.
       01  WS-TOTAL-GERAL-ADIANTAMENTO PIC 9(10)V99 VALUE 0.

       01  WS-DEPENDENTES-STATUS      PIC X(02).
           88  DEPENDENTES-OK                 VALUE "00".
           88  DEPENDENTES-ARQ-INEXISTENTE    VALUE "35".

       01  SW-SEM-DEPENDENTES         PIC X(01) VALUE "N".
           88  SEM-DEPENDENTES                VALUE "S".

       01  SW-FIM-DEPS                PIC X(01) VALUE "N".
           88  FIM-DEPS                       VALUE "S".

       01  WS-DEDUCAO-POR-DEPENDENTE  PIC 9(04)V99 VALUE 0.
       01  WS-DEP-IRRF-IDADE          PIC 9(02) VALUE 0.
       01  WS-SALFAM-COTA             PIC 9(04)V99 VALUE 0.
       01  WS-SALFAM-IDADE            PIC 9(02) VALUE 0.
       01  WS-SALFAM-TETO             PIC 9(06)V99 VALUE 0.
       01  WS-NASC-LIMITE-IRRF        PIC 9(08) VALUE 0.
       01  WS-NASC-LIMITE-SALFAM      PIC 9(08) VALUE 0.
       01  WS-QTDE-DEP-IRRF           PIC 9(02) VALUE 0.
       01  WS-QTDE-DEP-SALFAM         PIC 9(02) VALUE 0.
       01  WS-DEDUCAO-DEPENDENTES     PIC 9(06)V99 VALUE 0.
       01  WS-SALARIO-FAMILIA         PIC 9(06)V99 VALUE 0.
       01  WS-BASE-IRRF-APURADA       PIC S9(08)V99 VALUE 0.
       01  WS-TOTAL-GERAL-SALFAM      PIC 9(10)V99 VALUE 0.

       01  WS-EMPREST-STATUS          PIC X(02).
           88  EMPREST-OK                     VALUE "00".
           88  EMPREST-ARQ-INEXISTENTE        VALUE "35".

       01  WS-PARCELAS-STATUS         PIC X(02).
           88  PARCELAS-OK                    VALUE "00".
           88  PARCELAS-ARQ-INEXISTENTE       VALUE "35".

       01  SW-SEM-CONSIGNADO          PIC X(01) VALUE "N".
           88  SEM-CONSIGNADO                 VALUE "S".

       01  SW-FIM-CONTRATOS           PIC X(01) VALUE "N".
           88  FIM-CONTRATOS                  VALUE "S".

       01  SW-FIM-PARCELAS            PIC X(01) VALUE "N".
           88  FIM-PARCELAS                   VALUE "S".

       01  WS-FIM-MES-FOLHA           PIC 9(08) VALUE 0.
       01  WS-DESCONTO-CONSIGNADO     PIC 9(06)V99 VALUE 0.
       01  WS-TOTAL-GERAL-CONSIGNADO  PIC 9(10)V99 VALUE 0.
       01  WS-PARCELAS-ABERTAS        PIC 9(03) COMP VALUE 0.

       01  WS-IDX-CONSIG              PIC 9(03) COMP VALUE 0.
       01  WS-TOTAL-CONSIG            PIC 9(03) COMP VALUE 0.
       01  TABELA-CONSIGNADOS.
           05  CSG-ENTRADA OCCURS 200 TIMES.
               10  CSG-NUMERO            PIC 9(06).
               10  CSG-EMPLOYEE-ID       PIC 9(05).

       01  WS-IDX-PARC-CONSIG         PIC 9(02) COMP VALUE 0.
       01  WS-TOTAL-PARC-CONSIG       PIC 9(02) COMP VALUE 0.
       01  TABELA-PARCELAS-CONSIG.
           05  PCG-ENTRADA OCCURS 20 TIMES.
               10  PCG-EMPRESTIMO        PIC 9(06).
               10  PCG-NUMERO            PIC 9(03).
               10  PCG-VALOR             PIC 9(08)V99.

       01  WS-INCENTIVO-STATUS        PIC X(02).
           88  INCENTIVO-OK                   VALUE "00".
           88  INCENTIVO-ARQ-INEXISTENTE      VALUE "35".

       01  SW-SEM-INCENTIVO           PIC X(01) VALUE "N".
           88  SEM-INCENTIVO                  VALUE "S".

       01  WS-VALOR-INCENTIVO         PIC 9(05)V99 VALUE 0.
       01  WS-TOTAL-GERAL-INCENTIVO   PIC 9(10)V99 VALUE 0.

       01  WS-TOTAL-DEPTOS            PIC 9(03) COMP VALUE 0.
       01  WS-IDX-DEPTO               PIC 9(03) COMP VALUE 0.


       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   DISPLAY "SEM BENEFICIOS.DAT - DESCONTO PADRAO DE "
                       "BENEFICIOS APLICADO."
               END-IF
               OPEN I-O FGTS-FILE
               IF FGTS-ARQ-INEXISTENTE
                   OPEN OUTPUT FGTS-FILE
                   CLOSE FGTS-FILE
                   OPEN I-O FGTS-FILE
               END-IF
               MOVE "N" TO SW-SEM-ADIANTAMENTO
               OPEN INPUT ADIANTAMENTO-FILE
               IF ADIANTAMENTO-ARQ-INEXISTENTE
                   MOVE "S" TO SW-SEM-ADIANTAMENTO
               END-IF
               MOVE "N" TO SW-SEM-DEPENDENTES
               OPEN INPUT DEPENDENTES-FILE
               IF DEPENDENTES-ARQ-INEXISTENTE
                   MOVE "S" TO SW-SEM-DEPENDENTES
               END-IF
               MOVE "N" TO SW-SEM-INCENTIVO
               OPEN INPUT INCENTIVO-FILE
               IF INCENTIVO-ARQ-INEXISTENTE
                   MOVE "S" TO SW-SEM-INCENTIVO
               END-IF
               PERFORM 1800-CARREGAR-CONSIGNADOS THRU 1800-EXIT
               PERFORM 1700-CARREGAR-LOTACOES THRU 1700-EXIT
           END-IF.
       1000-EXIT.
               MOVE TBI-IRRF-TAXA (3) TO WS-IRRF-TAXA-3
               MOVE TBI-IRRF-TAXA (4) TO WS-IRRF-TAXA-4
               MOVE TBI-IRRF-BASE TO WS-IRRF-BASE
               IF TBI-DEDUCAO-DEPENDENTE IS NUMERIC
                   MOVE TBI-DEDUCAO-DEPENDENTE
                       TO WS-DEDUCAO-POR-DEPENDENTE
                   MOVE TBI-DEP-IRRF-IDADE TO WS-DEP-IRRF-IDADE
                   MOVE TBI-SALFAM-COTA TO WS-SALFAM-COTA
                   MOVE TBI-SALFAM-IDADE TO WS-SALFAM-IDADE
                   MOVE TBI-SALFAM-TETO TO WS-SALFAM-TETO
               ELSE
                   DISPLAY "TABELA SEM PARAMETROS DE DEPENDENTES - "
                       "SEM DEDUCAO E SEM SALARIO-FAMILIA."
               END-IF
               COMPUTE WS-NASC-LIMITE-IRRF =
                   WS-DATA-FOLHA - WS-DEP-IRRF-IDADE * 10000
               COMPUTE WS-NASC-LIMITE-SALFAM =
                   WS-DATA-FOLHA - WS-SALFAM-IDADE * 10000
               DISPLAY "TABELA DE IMPOSTOS VIGENTE: " TBI-VIGENCIA
           END-IF.
       1500-EXIT.
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 1800-CARREGAR-CONSIGNADOS - carrega os contratos consignados
      * ativos de EMPREST.DAT (numero e Employee-Id) para o
      * WORKING-STORAGE; o cronograma fica aberto para a folha
      * descontar e baixar as parcelas do mes.
      ******************************************************************
       1800-CARREGAR-CONSIGNADOS.
           MOVE 0 TO WS-TOTAL-CONSIG.
           MOVE "N" TO SW-SEM-CONSIGNADO.
           COMPUTE WS-FIM-MES-FOLHA = WS-PERIODO-FOLHA * 100 + 31.
           OPEN I-O EMPREST-FILE.
           IF NOT EMPREST-OK
               MOVE "S" TO SW-SEM-CONSIGNADO
               GO TO 1800-EXIT
           END-IF.
           OPEN I-O PARCELAS-FILE.
           IF NOT PARCELAS-OK
               CLOSE EMPREST-FILE
               MOVE "S" TO SW-SEM-CONSIGNADO
               GO TO 1800-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-CONTRATOS.
           MOVE 0 TO EMP-NUMERO.
           START EMPREST-FILE
               KEY IS GREATER THAN OR EQUAL TO EMP-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIM-CONTRATOS
           END-START.
           PERFORM 1850-LER-CONTRATO THRU 1850-EXIT
               UNTIL FIM-CONTRATOS.
       1800-EXIT.
           EXIT.

       1850-LER-CONTRATO.
           READ EMPREST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-CONTRATOS
                   GO TO 1850-EXIT
           END-READ.
           IF NOT EMP-CONSIGNADO OR NOT EMP-ATIVO
               GO TO 1850-EXIT
           END-IF.
           IF WS-TOTAL-CONSIG < 200
               ADD 1 TO WS-TOTAL-CONSIG
               MOVE EMP-NUMERO TO CSG-NUMERO (WS-TOTAL-CONSIG)
               MOVE EMP-EMPLOYEE-ID
                   TO CSG-EMPLOYEE-ID (WS-TOTAL-CONSIG)
           ELSE
               DISPLAY "LIMITE DE CONSIGNADOS ATINGIDO - CONTRATO "
                   EMP-NUMERO " NAO DESCONTADO."
           END-IF.
       1850-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-FOLHA - le cada funcionario, resolve o
      * departamento vigente, calcula o liquido e imprime o
                       PERFORM 4000-IMPRIMIR-HOLERITE THRU 4000-EXIT
                       PERFORM 4500-GRAVAR-REGISTRO-FOLHA
                           THRU 4500-EXIT
                       PERFORM 4600-GRAVAR-FGTS THRU 4600-EXIT
                       PERFORM 4800-BAIXAR-CONSIGNADO THRU 4800-EXIT
                       PERFORM 4700-EMITIR-CREDITO-SALARIO
                           THRU 4700-EXIT
                       PERFORM 5000-ACUMULAR-DEPARTAMENTO

      ******************************************************************
      * 3000-CALCULAR-LIQUIDO - aplica os descontos de INSS, IRRF e
      * beneficios sobre o salario bruto do funcionario (o IRRF sobre
      * a base ja deduzida dos dependentes), soma o salario-familia
      * e abate do liquido a receber o adiantamento quinzenal ja
      * creditado no mes e as parcelas de emprestimo consignado.
      * O incentivo bem-estar do periodo entra no bruto tributavel.
      ******************************************************************
       3000-CALCULAR-LIQUIDO.
           PERFORM 3500-APURAR-PONTO THRU 3500-EXIT.
           PERFORM 3700-APURAR-BENEFICIOS THRU 3700-EXIT.
           PERFORM 3850-APURAR-INCENTIVO THRU 3850-EXIT.
           COMPUTE WS-SALARIO-BRUTO =
               Employee-Salary + WS-VALOR-EXTRAS - WS-VALOR-FALTAS
               + WS-VALOR-INCENTIVO.
           PERFORM 3600-APURAR-DEPENDENTES THRU 3600-EXIT.
           COMPUTE WS-BASE-IRRF-APURADA =
               WS-SALARIO-BRUTO - WS-IRRF-BASE
               - WS-DEDUCAO-DEPENDENTES.
           IF WS-BASE-IRRF-APURADA < 0
               MOVE 0 TO WS-BASE-IRRF-APURADA
           END-IF.
           MOVE WS-BASE-IRRF-APURADA TO WS-BASE-IRRF.
           IF WS-SALARIO-BRUTO <= WS-FAIXA-1
               COMPUTE WS-DESCONTO-INSS ROUNDED =
                   WS-SALARIO-BRUTO * WS-INSS-TAXA-1
                   COMPUTE WS-DESCONTO-INSS ROUNDED =
                       WS-SALARIO-BRUTO * WS-INSS-TAXA-2
                   COMPUTE WS-DESCONTO-IRRF ROUNDED =
                       WS-BASE-IRRF * WS-IRRF-TAXA-2
               ELSE
                   IF WS-SALARIO-BRUTO <= WS-FAIXA-3
                       COMPUTE WS-DESCONTO-INSS ROUNDED =
                           WS-SALARIO-BRUTO * WS-INSS-TAXA-3
                       COMPUTE WS-DESCONTO-IRRF ROUNDED =
                           WS-BASE-IRRF * WS-IRRF-TAXA-3
                   ELSE
                       COMPUTE WS-DESCONTO-INSS ROUNDED =
                           WS-SALARIO-BRUTO * WS-INSS-TAXA-4
                       COMPUTE WS-DESCONTO-IRRF ROUNDED =
                           WS-BASE-IRRF * WS-IRRF-TAXA-4
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-NETO-APURADO =
               WS-SALARIO-BRUTO - WS-DESCONTO-INSS
               - WS-DESCONTO-IRRF - WS-DESCONTO-BENEFICIOS
               + WS-SALARIO-FAMILIA.
           IF WS-NETO-APURADO < 0
               MOVE 0 TO WS-NETO-APURADO
           END-IF.
           MOVE WS-NETO-APURADO TO WS-SALARIO-NETO.
           COMPUTE WS-DEPOSITO-FGTS ROUNDED =
               WS-SALARIO-BRUTO * WS-TAXA-FGTS.
           PERFORM 3800-APURAR-ADIANTAMENTO THRU 3800-EXIT.
           IF WS-VALOR-ADIANTAMENTO > WS-SALARIO-NETO
               DISPLAY "ADIANTAMENTO MAIOR QUE O LIQUIDO PARA "
                   Employee-Id " - LIQUIDO A RECEBER ZERADO."
               MOVE 0 TO WS-LIQUIDO-A-RECEBER
           ELSE
               COMPUTE WS-LIQUIDO-A-RECEBER =
                   WS-SALARIO-NETO - WS-VALOR-ADIANTAMENTO
           END-IF.
           PERFORM 3900-APURAR-CONSIGNADO THRU 3900-EXIT.
           SUBTRACT WS-DESCONTO-CONSIGNADO FROM WS-LIQUIDO-A-RECEBER.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3600-APURAR-DEPENDENTES - conta os dependentes do funcionario
      * (DEPENDENTES.DAT) que valem para a deducao do IRRF e os
      * filhos com direito ao salario-familia na data da folha.
      * Filho ou enteado so conta abaixo da idade limite de cada
      * parametro, de modo que quem completa a idade sai sozinho;
      * o salario-familia so e pago ate o teto de salario bruto.
      ******************************************************************
       3600-APURAR-DEPENDENTES.
           MOVE 0 TO WS-QTDE-DEP-IRRF.
           MOVE 0 TO WS-QTDE-DEP-SALFAM.
           MOVE 0 TO WS-DEDUCAO-DEPENDENTES.
           MOVE 0 TO WS-SALARIO-FAMILIA.
           IF SEM-DEPENDENTES
               GO TO 3600-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-DEPS.
           MOVE Employee-Id TO DEP-EMPLOYEE-ID.
           MOVE 0 TO DEP-SEQ.
           START DEPENDENTES-FILE
               KEY IS GREATER THAN OR EQUAL TO DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-DEPS
           END-START.
           PERFORM 3650-AVALIAR-DEPENDENTE THRU 3650-EXIT
               UNTIL FIM-DEPS.
           COMPUTE WS-DEDUCAO-DEPENDENTES =
               WS-QTDE-DEP-IRRF * WS-DEDUCAO-POR-DEPENDENTE.
           IF WS-SALARIO-BRUTO <= WS-SALFAM-TETO
               COMPUTE WS-SALARIO-FAMILIA =
                   WS-QTDE-DEP-SALFAM * WS-SALFAM-COTA
           END-IF.
       3600-EXIT.
           EXIT.

       3650-AVALIAR-DEPENDENTE.
           READ DEPENDENTES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-DEPS
                   GO TO 3650-EXIT
           END-READ.
           IF DEP-EMPLOYEE-ID NOT = Employee-Id
               MOVE "S" TO SW-FIM-DEPS
               GO TO 3650-EXIT
           END-IF.
           IF DEP-CONTA-IRRF
               IF NOT DEP-FILHO
                   OR DEP-NASCIMENTO > WS-NASC-LIMITE-IRRF
                   ADD 1 TO WS-QTDE-DEP-IRRF
               END-IF
           END-IF.
           IF DEP-CONTA-SALFAM AND DEP-FILHO
               AND DEP-NASCIMENTO > WS-NASC-LIMITE-SALFAM
               ADD 1 TO WS-QTDE-DEP-SALFAM
           END-IF.
       3650-EXIT.
           EXIT.

      ******************************************************************
      * 3800-APURAR-ADIANTAMENTO - busca o adiantamento quinzenal do
      * funcionario no periodo da folha (ADIANTAMENTOS.DAT).
      ******************************************************************
       3800-APURAR-ADIANTAMENTO.
           MOVE 0 TO WS-VALOR-ADIANTAMENTO.
           IF SEM-ADIANTAMENTO
               GO TO 3800-EXIT
           END-IF.
           MOVE WS-PERIODO-FOLHA TO ADT-PERIODO.
           MOVE Employee-Id TO ADT-EMPLOYEE-ID.
           READ ADIANTAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADT-VALOR TO WS-VALOR-ADIANTAMENTO
           END-READ.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 3850-APURAR-INCENTIVO - busca o incentivo bem-estar destinado
      * a folha do periodo (INCENTIVOS.DAT, CPD-INCENTIVO).
      ******************************************************************
       3850-APURAR-INCENTIVO.
           MOVE 0 TO WS-VALOR-INCENTIVO.
           IF SEM-INCENTIVO
               GO TO 3850-EXIT
           END-IF.
           MOVE WS-PERIODO-FOLHA TO ITV-PERIODO.
           MOVE Employee-Id TO ITV-EMPLOYEE-ID.
           READ INCENTIVO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ITV-VALOR TO WS-VALOR-INCENTIVO
           END-READ.
       3850-EXIT.
           EXIT.

      ******************************************************************
      * 3900-APURAR-CONSIGNADO - separa as parcelas dos consignados
      * ativos do funcionario vencidas ate o fim do mes da folha e
      * ainda nao pagas, na ordem do cronograma, enquanto couberem
      * no liquido a receber; a que nao cabe fica aberta para a
      * folha seguinte.  A baixa e feita em 4800, depois de gravado
      * o registro da folha.  Na reemissao de um periodo ja rodado
      * entram as parcelas que esta folha ja baixou (pagas pela folha
      * com data de pagamento no periodo), para o holerite repetir o
      * que foi descontado.
      ******************************************************************
       3900-APURAR-CONSIGNADO.
           MOVE 0 TO WS-DESCONTO-CONSIGNADO.
           MOVE 0 TO WS-TOTAL-PARC-CONSIG.
           IF SEM-CONSIGNADO
               GO TO 3900-EXIT
           END-IF.
           MOVE WS-PERIODO-FOLHA TO FRG-PERIODO.
           MOVE Employee-Id TO FRG-EMPLOYEE-ID.
           MOVE "N" TO SW-FOLHA-REEMITIDA.
           READ FOLHAREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-FOLHA-REEMITIDA
           END-READ.
           PERFORM 3950-CONSIGNADO-DO-FUNCIONARIO THRU 3950-EXIT
               VARYING WS-IDX-CONSIG FROM 1 BY 1
               UNTIL WS-IDX-CONSIG > WS-TOTAL-CONSIG.
       3900-EXIT.
           EXIT.

       3950-CONSIGNADO-DO-FUNCIONARIO.
           IF CSG-EMPLOYEE-ID (WS-IDX-CONSIG) NOT = Employee-Id
               GO TO 3950-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-PARCELAS.
           MOVE CSG-NUMERO (WS-IDX-CONSIG) TO PAR-EMPRESTIMO.
           MOVE 0 TO PAR-NUMERO.
           START PARCELAS-FILE
               KEY IS GREATER THAN OR EQUAL TO PAR-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-PARCELAS
           END-START.
           PERFORM 3960-AVALIAR-PARCELA THRU 3960-EXIT
               UNTIL FIM-PARCELAS.
       3950-EXIT.
           EXIT.

       3960-AVALIAR-PARCELA.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-PARCELAS
                   GO TO 3960-EXIT
           END-READ.
           IF PAR-EMPRESTIMO NOT = CSG-NUMERO (WS-IDX-CONSIG)
               OR PAR-VENCIMENTO > WS-FIM-MES-FOLHA
               MOVE "S" TO SW-FIM-PARCELAS
               GO TO 3960-EXIT
           END-IF.
           IF PAR-RENEGOCIADA
               GO TO 3960-EXIT
           END-IF.
           IF FOLHA-REEMITIDA
               IF NOT PAR-PAGA OR NOT PAR-PAGA-PELA-FOLHA
                   OR PAR-PERIODO-PAGAMENTO NOT = WS-PERIODO-FOLHA
                   GO TO 3960-EXIT
               END-IF
           ELSE
               IF PAR-PAGA
                   GO TO 3960-EXIT
               END-IF
               IF WS-DESCONTO-CONSIGNADO + PAR-VALOR
                   > WS-LIQUIDO-A-RECEBER
                   DISPLAY "LIQUIDO INSUFICIENTE PARA A PARCELA "
                       PAR-NUMERO " DO CONSIGNADO " PAR-EMPRESTIMO
                       " - FICA PARA A PROXIMA FOLHA."
                   MOVE "S" TO SW-FIM-PARCELAS
                   GO TO 3960-EXIT
               END-IF
           END-IF.
           IF WS-TOTAL-PARC-CONSIG NOT < 20
               MOVE "S" TO SW-FIM-PARCELAS
               GO TO 3960-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-PARC-CONSIG.
           MOVE PAR-EMPRESTIMO TO PCG-EMPRESTIMO (WS-TOTAL-PARC-CONSIG).
           MOVE PAR-NUMERO TO PCG-NUMERO (WS-TOTAL-PARC-CONSIG).
           MOVE PAR-VALOR TO PCG-VALOR (WS-TOTAL-PARC-CONSIG).
           ADD PAR-VALOR TO WS-DESCONTO-CONSIGNADO.
       3960-EXIT.
           EXIT.

      ******************************************************************
      * 3500-APURAR-PONTO - busca o acumulado de ponto do funcionario
      * no periodo da folha e valoriza horas extras (adicional de
      * 50%) e faltas injustificadas (desconto por dia).  As horas
      * vencidas do banco de horas sao pagas como horas extras.
      ******************************************************************
       3500-APURAR-PONTO.
           MOVE 0 TO WS-HORAS-EXTRAS.
           MOVE 0 TO WS-HORAS-BH-VENCIDAS.
           MOVE 0 TO WS-FALTAS.
           MOVE 0 TO WS-VALOR-EXTRAS.
           MOVE 0 TO WS-VALOR-FALTAS.
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PTM-HORAS-EXTRAS TO WS-HORAS-EXTRAS
                       IF PTM-HORAS-BH-PAGAS IS NUMERIC
                           MOVE PTM-HORAS-BH-PAGAS
                               TO WS-HORAS-BH-VENCIDAS
                           ADD WS-HORAS-BH-VENCIDAS TO WS-HORAS-EXTRAS
                       END-IF
                       MOVE PTM-FALTAS TO WS-FALTAS
                       COMPUTE WS-VALOR-HORA ROUNDED =
                           Employee-Salary / WS-JORNADA-MENSAL
                   " (" WS-HORAS-EXTRAS " HORAS)"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
               IF WS-HORAS-BH-VENCIDAS > 0
                   STRING "               (" WS-HORAS-BH-VENCIDAS
                       " HORAS VENCIDAS DO BANCO DE HORAS)"
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
               END-IF
           END-IF.
           IF WS-VALOR-INCENTIVO > 0
               STRING "( + ) INCENT.: " WS-VALOR-INCENTIVO
                   " (INCENTIVO BEM-ESTAR)"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
           IF WS-VALOR-FALTAS > 0
               STRING "( - ) FALTAS.: " WS-VALOR-FALTAS
           STRING "( - ) IRRF...: " WS-DESCONTO-IRRF
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           IF WS-DEDUCAO-DEPENDENTES > 0
               STRING "  DED.DEPEND.: " WS-DEDUCAO-DEPENDENTES
                   " (" WS-QTDE-DEP-IRRF " DEPENDENTES NA BASE IRRF)"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
           PERFORM 4100-ITEMIZAR-BENEFICIO THRU 4100-EXIT
               VARYING WS-IDX-BENEF FROM 1 BY 1
               UNTIL WS-IDX-BENEF > WS-TOTAL-BENEFS.
           STRING "( - ) BENEFIC: " WS-DESCONTO-BENEFICIOS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           IF WS-SALARIO-FAMILIA > 0
               STRING "( + ) SAL.FAM: " WS-SALARIO-FAMILIA
                   " (" WS-QTDE-DEP-SALFAM " FILHOS)"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
           STRING "SALARIO LIQ..: " WS-SALARIO-NETO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           IF WS-VALOR-ADIANTAMENTO > 0
               STRING "( - ) ADIANT.: " WS-VALOR-ADIANTAMENTO
                   " (ADIANTAMENTO QUINZENAL)"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
           PERFORM 4200-ITEMIZAR-CONSIGNADO THRU 4200-EXIT
               VARYING WS-IDX-PARC-CONSIG FROM 1 BY 1
               UNTIL WS-IDX-PARC-CONSIG > WS-TOTAL-PARC-CONSIG.
           IF WS-VALOR-ADIANTAMENTO > 0 OR WS-DESCONTO-CONSIGNADO > 0
               STRING "A RECEBER....: " WS-LIQUIDO-A-RECEBER
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
           STRING "FGTS DO MES..: " WS-DEPOSITO-FGTS
               " (DEPOSITO DO EMPREGADOR)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ITEMIZAR-CONSIGNADO - linha de uma parcela de emprestimo
      * consignado descontada no holerite.
      ******************************************************************
       4200-ITEMIZAR-CONSIGNADO.
           STRING "( - ) CONSIG.: " PCG-VALOR (WS-IDX-PARC-CONSIG)
               " (CONTRATO " PCG-EMPRESTIMO (WS-IDX-PARC-CONSIG)
               " PARCELA " PCG-NUMERO (WS-IDX-PARC-CONSIG) ")"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em FOLHA.LST.
           MOVE WS-DESCONTO-IRRF TO FRG-DESCONTO-IRRF.
           MOVE WS-DESCONTO-BENEFICIOS TO FRG-DESCONTO-BENEF.
           MOVE WS-SALARIO-NETO TO FRG-SALARIO-NETO.
           MOVE WS-DEDUCAO-DEPENDENTES TO FRG-DEDUCAO-DEPEND.
           MOVE WS-SALARIO-FAMILIA TO FRG-SALARIO-FAMILIA.
           MOVE "N" TO SW-FOLHA-REEMITIDA.
           REWRITE FRG-REGISTRO
               INVALID KEY
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-GRAVAR-FGTS - grava no registro de FGTS a base e o
      * deposito do empregador sobre o bruto do mes, para a guia
      * mensal; a reemissao do periodo regrava a mesma chave.
      ******************************************************************
       4600-GRAVAR-FGTS.
           MOVE WS-PERIODO-FOLHA TO FGT-PERIODO.
           MOVE Employee-Id TO FGT-EMPLOYEE-ID.
           MOVE "F" TO FGT-ORIGEM.
           MOVE WS-DEPTO-FOLHA TO FGT-DEPARTAMENTO.
           MOVE WS-SALARIO-BRUTO TO FGT-BASE.
           MOVE WS-DEPOSITO-FGTS TO FGT-DEPOSITO.
           REWRITE FGT-REGISTRO
               INVALID KEY
                   WRITE FGT-REGISTRO
           END-REWRITE.
           ADD WS-DEPOSITO-FGTS TO WS-TOTAL-GERAL-FGTS.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4800-BAIXAR-CONSIGNADO - baixa como pagas pela folha as
      * parcelas de consignado descontadas no holerite (o valor vai
      * ao banco, nao ao lote) e quita o contrato sem parcela
      * aberta.  A reemissao do periodo nao baixa de novo.
      ******************************************************************
       4800-BAIXAR-CONSIGNADO.
           IF FOLHA-REEMITIDA
               GO TO 4800-EXIT
           END-IF.
           PERFORM 4850-BAIXAR-PARCELA THRU 4850-EXIT
               VARYING WS-IDX-PARC-CONSIG FROM 1 BY 1
               UNTIL WS-IDX-PARC-CONSIG > WS-TOTAL-PARC-CONSIG.
           ADD WS-DESCONTO-CONSIGNADO TO WS-TOTAL-GERAL-CONSIGNADO.
       4800-EXIT.
           EXIT.

       4850-BAIXAR-PARCELA.
           MOVE PCG-EMPRESTIMO (WS-IDX-PARC-CONSIG) TO PAR-EMPRESTIMO.
           MOVE PCG-NUMERO (WS-IDX-PARC-CONSIG) TO PAR-NUMERO.
           READ PARCELAS-FILE
               INVALID KEY
                   GO TO 4850-EXIT
           END-READ.
           MOVE "P" TO PAR-SITUACAO.
           MOVE 0 TO PAR-ENCARGOS.
           MOVE WS-DATA-FOLHA TO PAR-DATA-PAGAMENTO.
           MOVE "F" TO PAR-ORIGEM-PAGAMENTO.
           REWRITE PAR-REGISTRO.
           MOVE 0 TO WS-PARCELAS-ABERTAS.
           MOVE "N" TO SW-FIM-PARCELAS.
           MOVE 0 TO PAR-NUMERO.
           START PARCELAS-FILE
               KEY IS GREATER THAN OR EQUAL TO PAR-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-PARCELAS
           END-START.
           PERFORM 4860-CONTAR-ABERTA THRU 4860-EXIT
               UNTIL FIM-PARCELAS.
           IF WS-PARCELAS-ABERTAS = 0
               MOVE PCG-EMPRESTIMO (WS-IDX-PARC-CONSIG) TO EMP-NUMERO
               READ EMPREST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Q" TO EMP-SITUACAO
                       REWRITE EMP-REGISTRO
                       DISPLAY "CONSIGNADO " EMP-NUMERO " QUITADO."
               END-READ
           END-IF.
       4850-EXIT.
           EXIT.

       4860-CONTAR-ABERTA.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-PARCELAS
               NOT AT END
                   IF PAR-EMPRESTIMO
                       NOT = PCG-EMPRESTIMO (WS-IDX-PARC-CONSIG)
                       MOVE "S" TO SW-FIM-PARCELAS
                   ELSE
                       IF NOT PAR-PAGA AND NOT PAR-RENEGOCIADA
                           ADD 1 TO WS-PARCELAS-ABERTAS
                       END-IF
                   END-IF
           END-READ.
       4860-EXIT.
           EXIT.

      ******************************************************************
      * 4700-EMITIR-CREDITO-SALARIO - emite o liquido do funcionario
      * como deposito no lote de transacoes pendentes, na conta
                   Employee-Id " - CREDITO NAO REPETIDO NO LOTE."
               GO TO 4700-EXIT
           END-IF.
           IF WS-LIQUIDO-A-RECEBER = 0
               DISPLAY "LIQUIDO ZERADO PARA " Employee-Id
                   " - CREDITO NAO EMITIDO."
               GO TO 4700-EXIT
               NOT INVALID KEY
                   MOVE EMC-CONTA TO LOT-CONTA
                   MOVE "D" TO LOT-TIPO
                   MOVE WS-LIQUIDO-A-RECEBER TO LOT-VALOR
                   MOVE 0 TO LOT-CONTAPARTE
                   WRITE LOT-REGISTRO
                   ADD 1 TO WS-CREDITOS-EMITIDOS
                   ADD WS-LIQUIDO-A-RECEBER TO WS-TOTAL-CREDITADO
           END-READ.
       4700-EXIT.
           EXIT.
           END-IF.
           ADD WS-SALARIO-BRUTO TO WS-TOTAL-GERAL-BRUTO.
           ADD WS-SALARIO-NETO  TO WS-TOTAL-GERAL-NETO.
           ADD WS-VALOR-ADIANTAMENTO TO WS-TOTAL-GERAL-ADIANTAMENTO.
           ADD WS-SALARIO-FAMILIA TO WS-TOTAL-GERAL-SALFAM.
           ADD WS-VALOR-INCENTIVO TO WS-TOTAL-GERAL-INCENTIVO.
       5000-EXIT.
           EXIT.

           STRING "TOTAL GERAL LIQUIDO......: " WS-TOTAL-GERAL-NETO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "TOTAL FGTS DO EMPREGADOR.: " WS-TOTAL-GERAL-FGTS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "TOTAL ADIANTADO NO MES...: "
               WS-TOTAL-GERAL-ADIANTAMENTO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "TOTAL SALARIO-FAMILIA....: " WS-TOTAL-GERAL-SALFAM
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "TOTAL CONSIGNADO AO BANCO: "
               WS-TOTAL-GERAL-CONSIGNADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "TOTAL INCENTIVO BEM-ESTAR: "
               WS-TOTAL-GERAL-INCENTIVO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           PERFORM 7500-CONTROLE-CREDITOS THRU 7500-EXIT.
       7000-EXIT.
           EXIT.
       8000-FINALIZAR.
           CLOSE EMPREGADOS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-FOLHA-PAGAMENTO" TO SPL-PROGRAMA.
           MOVE "FOLHA.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           CLOSE FOLHAREG-FILE.
           IF NOT SEM-PONTO
               CLOSE PONTOMES-FILE
               CLOSE LOTE-FILE
           END-IF.
           CLOSE CUSTODEP-FILE.
           CLOSE FGTS-FILE.
           IF NOT SEM-ADIANTAMENTO
               CLOSE ADIANTAMENTO-FILE
           END-IF.
           IF NOT SEM-DEPENDENTES
               CLOSE DEPENDENTES-FILE
           END-IF.
           IF NOT SEM-BENEFICIOS
               CLOSE BENEFICIOS-FILE
           END-IF.
           IF NOT SEM-INCENTIVO
               CLOSE INCENTIVO-FILE
           END-IF.
           MOVE "FOLHAREG" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
           IF NOT SEM-CONSIGNADO
               CLOSE EMPREST-FILE
               CLOSE PARCELAS-FILE
               MOVE "PARCELAS" TO WS-CTL-ARQUIVO
               CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
           END-IF.
       8000-EXIT.
           EXIT.

