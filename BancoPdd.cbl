      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-14
      * Purpose: Month-end loan-loss provision (PDD) job.  Rates
      *          every active contract in EMPREST.DAT from AA to H by
      *          the worst days past due among its unpaid PARCELAS.DAT
      *          installments, applies the provision percentage of the
      *          rating to the outstanding balance and records rating
      *          and provision on the contract.  A contract that
      *          improves, is paid off or is renegotiated releases the
      *          provision it no longer needs.  The month's change in
      *          the portfolio provision is posted to the current
      *          LEDGER.DAT period - an increase as despesa, a net
      *          release backing the despesa out - the same way
      *          GESTAO-PROVISAO posts ferias and 13o.  PDDCTL.DAT
      *          keeps the last period provisioned, so a rerun in the
      *          same month is refused, and the provision standing in
      *          the ledger.  Portfolio by rating in PDD.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-14  RA   Original monthly loan-loss provision job.
      * 2026-10-06  RA   The month's PDD variation is now posted as a
      *                  lancamento in the journal DIARIO.DAT through
      *                  GESTAO-LANCAMENTO (despesa com PDD or, on a
      *                  reduction, the period's PDD despesa first and
      *                  reversao de PDD for the excess, against the
      *                  carteira's contra account), which re-derives
      *                  the LEDGER.DAT period; a refused posting leaves
      *                  PDDCTL.DAT as it was.
      * 2026-10-15  RA   PDD.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-PDD-MENSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CONTROLE-FILE ASSIGN TO "PDDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PDD.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREST-FILE.
           COPY "EMPRESTREG.cpy".

       FD  PARCELAS-FILE.
           COPY "PARCREG.cpy".

       FD  CONTROLE-FILE.
           COPY "PDDCTL.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREST-STATUS       PIC X(02).
           88  EMPREST-OK                   VALUE "00".
           88  EMPREST-ARQ-INEXISTENTE      VALUE "35".

       01  WS-PARCELAS-STATUS      PIC X(02).
           88  PARCELAS-OK                  VALUE "00".
           88  PARCELAS-ARQ-INEXISTENTE     VALUE "35".

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
       01  WS-PERIODO-ATUAL        PIC 9(06).
       01  WS-ULTIMO-PERIODO       PIC 9(06) VALUE 0.

       01  WS-VENC-DATA.
           05  WS-VENC-ANO         PIC 9(04).
           05  WS-VENC-MES         PIC 9(02).
           05  WS-VENC-DIA         PIC 9(02).
       01  WS-VENC-DATA-NUM REDEFINES WS-VENC-DATA PIC 9(08).
       01  WS-VENC-E-UTIL          PIC X(01) VALUE "N".
       01  WS-VENC-UTIL            PIC 9(08) VALUE 0.
       01  WS-DIAS-PARCELA         PIC S9(05) COMP VALUE 0.
       01  WS-DIAS-ATRASO          PIC S9(05) COMP VALUE 0.
       01  WS-DIAS-ATRASO-EDIT     PIC 9(05) VALUE 0.

       01  SW-EXECUCAO-RECUSADA    PIC X(01) VALUE "N".
           88  EXECUCAO-RECUSADA            VALUE "S".
       01  SW-FIM-EMPRESTIMOS      PIC X(01) VALUE "N".
           88  FIM-EMPRESTIMOS              VALUE "S".
       01  SW-FIM-PARCELAS         PIC X(01) VALUE "N".
           88  FIM-PARCELAS                 VALUE "S".

      *    TABELA DE RATING - FAIXA DE ATRASO (LIMITE SUPERIOR EM
      *    DIAS) E PERCENTUAL DE PROVISAO DE CADA NIVEL.
       01  TABELA-RATING-VALORES.
           05  FILLER              PIC X(11) VALUE "AA000000000".
           05  FILLER              PIC X(11) VALUE "A 001400050".
           05  FILLER              PIC X(11) VALUE "B 003000100".
           05  FILLER              PIC X(11) VALUE "C 006000300".
           05  FILLER              PIC X(11) VALUE "D 009001000".
           05  FILLER              PIC X(11) VALUE "E 012003000".
           05  FILLER              PIC X(11) VALUE "F 015005000".
           05  FILLER              PIC X(11) VALUE "G 018007000".
           05  FILLER              PIC X(11) VALUE "H 999910000".
       01  TABELA-RATING REDEFINES TABELA-RATING-VALORES.
           05  RAT-ENTRADA OCCURS 9 TIMES.
               10  RAT-NIVEL           PIC X(02).
               10  RAT-DIAS-LIMITE     PIC 9(04).
               10  RAT-PERCENTUAL      PIC 9(03)V99.

       01  TABELA-CARTEIRA.
           05  CRT-ENTRADA OCCURS 9 TIMES.
               10  CRT-QTDE            PIC 9(07) COMP.
               10  CRT-SALDO           PIC 9(10)V99.
               10  CRT-PROVISAO        PIC 9(10)V99.
       01  WS-IDX-RATING           PIC 9(03) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC 9(07) VALUE 0.

       01  WS-SALDO-CONTRATO       PIC 9(10)V99 VALUE 0.
       01  WS-PROVISAO-CONTRATO    PIC 9(10)V99 VALUE 0.
       01  WS-PROVISAO-ANTERIOR    PIC 9(10)V99 VALUE 0.
       01  WS-RATING-ANTERIOR      PIC X(02) VALUE SPACES.

       01  WS-TOTAL-CONTRATOS      PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-SALDO          PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-PROVISAO       PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-CONSTITUIDA    PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-REVERTIDA      PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-LIBERADOS      PIC 9(07) COMP VALUE 0.
       01  WS-SALDO-PROVISAO       PIC 9(10)V99 VALUE 0.
       01  WS-VARIACAO-PROVISAO    PIC S9(10)V99 VALUE 0.
       01  WS-VALOR-LANCAMENTO     PIC 9(10)V99 VALUE 0.
       01  WS-VALOR-ABATIDO        PIC 9(10)V99 VALUE 0.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       COPY "LANCLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EXECUCAO-RECUSADA
               PERFORM 2000-PROCESSAR-CONTRATO THRU 2000-EXIT
                   UNTIL FIM-EMPRESTIMOS
               PERFORM 4000-POSTAR-NO-LEDGER THRU 4000-EXIT
               IF NOT EXECUCAO-RECUSADA
                   PERFORM 6400-GRAVAR-CONTROLE THRU 6400-EXIT
               END-IF
               PERFORM 7000-IMPRIMIR-CARTEIRA THRU 7000-EXIT
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - confere o controle de execucao (recusa o
      * mes ja provisionado) e abre os arquivos; sem contratos a
      * carteira e vazia e toda provisao existente e liberada.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           COMPUTE WS-PERIODO-ATUAL =
               WS-ANO-HOJE * 100 + WS-MES-HOJE.
           PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
           IF WS-ULTIMO-PERIODO = WS-PERIODO-ATUAL
               DISPLAY "PDD DO PERIODO " WS-PERIODO-ATUAL
                   " JA LANCADA - EXECUCAO RECUSADA."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-ZERAR-CARTEIRA THRU 1200-EXIT
               VARYING WS-IDX-RATING FROM 1 BY 1
               UNTIL WS-IDX-RATING > 9.
           OPEN I-O EMPREST-FILE.
           IF EMPREST-ARQ-INEXISTENTE
               DISPLAY "EMPREST.DAT NAO EXISTE - CARTEIRA VAZIA."
               MOVE "S" TO SW-FIM-EMPRESTIMOS
           END-IF.
           OPEN INPUT PARCELAS-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           STRING "PDD - CARTEIRA DE EMPRESTIMOS - PERIODO "
               WS-PERIODO-ATUAL " - DATA " WS-DATA-HOJE-NUM
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

      ******************************************************************
      * 1100-LER-CONTROLE - le o ultimo periodo provisionado e a
      * provisao que esta no ledger.
      ******************************************************************
       1100-LER-CONTROLE.
           OPEN INPUT CONTROLE-FILE.
           IF CONTROLE-ARQUIVO-INEXISTENTE
               CONTINUE
           ELSE
               READ CONTROLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PDC-ULTIMO-PERIODO TO WS-ULTIMO-PERIODO
                       MOVE PDC-SALDO-PROVISAO TO WS-SALDO-PROVISAO
               END-READ
               CLOSE CONTROLE-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-ZERAR-CARTEIRA.
           MOVE 0 TO CRT-QTDE (WS-IDX-RATING).
           MOVE 0 TO CRT-SALDO (WS-IDX-RATING).
           MOVE 0 TO CRT-PROVISAO (WS-IDX-RATING).
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-CONTRATO - classifica o contrato ativo e
      * regrava o rating e a provisao; quitado ou renegociado que
      * ainda tenha provisao a libera por inteiro.
      ******************************************************************
       2000-PROCESSAR-CONTRATO.
           READ EMPREST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPRESTIMOS
                   GO TO 2000-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN EMP-ATIVO
                   PERFORM 3000-CLASSIFICAR-CONTRATO THRU 3000-EXIT
               WHEN EMP-PROVISAO > 0
                   PERFORM 3500-LIBERAR-PROVISAO THRU 3500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CLASSIFICAR-CONTRATO - apura o pior atraso e o saldo em
      * aberto das parcelas, enquadra o contrato na tabela de rating
      * e compara a provisao nova com a do mes anterior.
      ******************************************************************
       3000-CLASSIFICAR-CONTRATO.
           MOVE 0 TO WS-DIAS-ATRASO.
           MOVE 0 TO WS-SALDO-CONTRATO.
           MOVE "N" TO SW-FIM-PARCELAS.
           IF PARCELAS-ARQ-INEXISTENTE
               MOVE "S" TO SW-FIM-PARCELAS
           ELSE
               MOVE EMP-NUMERO TO PAR-EMPRESTIMO
               MOVE 0 TO PAR-NUMERO
               START PARCELAS-FILE
                   KEY IS GREATER THAN OR EQUAL TO PAR-CHAVE
                   INVALID KEY
                       MOVE "S" TO SW-FIM-PARCELAS
               END-START
           END-IF.
           PERFORM 3100-LER-PARCELA THRU 3100-EXIT
               UNTIL FIM-PARCELAS.
           PERFORM 3300-LOCALIZAR-RATING THRU 3300-EXIT
               VARYING WS-IDX-RATING FROM 1 BY 1
               UNTIL WS-IDX-RATING > 9
                   OR WS-DIAS-ATRASO <= RAT-DIAS-LIMITE (WS-IDX-RATING).
           IF WS-IDX-RATING > 9
               MOVE 9 TO WS-IDX-RATING
           END-IF.
           COMPUTE WS-PROVISAO-CONTRATO ROUNDED =
               WS-SALDO-CONTRATO * RAT-PERCENTUAL (WS-IDX-RATING)
               / 100.
           MOVE EMP-PROVISAO TO WS-PROVISAO-ANTERIOR.
           MOVE EMP-RATING TO WS-RATING-ANTERIOR.
           IF WS-PROVISAO-CONTRATO > WS-PROVISAO-ANTERIOR
               COMPUTE WS-TOTAL-CONSTITUIDA = WS-TOTAL-CONSTITUIDA
                   + WS-PROVISAO-CONTRATO - WS-PROVISAO-ANTERIOR
           ELSE
               COMPUTE WS-TOTAL-REVERTIDA = WS-TOTAL-REVERTIDA
                   + WS-PROVISAO-ANTERIOR - WS-PROVISAO-CONTRATO
           END-IF.
           MOVE RAT-NIVEL (WS-IDX-RATING) TO EMP-RATING.
           MOVE WS-PROVISAO-CONTRATO TO EMP-PROVISAO.
           REWRITE EMP-REGISTRO.
           ADD 1 TO CRT-QTDE (WS-IDX-RATING).
           ADD WS-SALDO-CONTRATO TO CRT-SALDO (WS-IDX-RATING).
           ADD WS-PROVISAO-CONTRATO TO CRT-PROVISAO (WS-IDX-RATING).
           ADD 1 TO WS-TOTAL-CONTRATOS.
           ADD WS-SALDO-CONTRATO TO WS-TOTAL-SALDO.
           ADD WS-PROVISAO-CONTRATO TO WS-TOTAL-PROVISAO.
           MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-EDIT.
           STRING "CONTRATO " EMP-NUMERO
               " CONTA " EMP-CONTA
               " ATRASO " WS-DIAS-ATRASO-EDIT
               " RATING " WS-RATING-ANTERIOR "->" EMP-RATING
               " SALDO " WS-SALDO-CONTRATO
               " PDD " WS-PROVISAO-ANTERIOR
               "->" WS-PROVISAO-CONTRATO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LER-PARCELA - soma ao saldo do contrato as parcelas nao
      * pagas (valor mais encargos apurados pela cobranca) e guarda o
      * maior atraso, contado em 30/360 do vencimento util; parcela
      * renegociada pertence ao contrato novo e fica de fora.
      ******************************************************************
       3100-LER-PARCELA.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-PARCELAS
                   GO TO 3100-EXIT
           END-READ.
           IF PAR-EMPRESTIMO NOT = EMP-NUMERO
               MOVE "S" TO SW-FIM-PARCELAS
               GO TO 3100-EXIT
           END-IF.
           IF PAR-PAGA OR PAR-RENEGOCIADA
               GO TO 3100-EXIT
           END-IF.
           ADD PAR-VALOR TO WS-SALDO-CONTRATO.
           ADD PAR-ENCARGOS TO WS-SALDO-CONTRATO.
           MOVE PAR-VENCIMENTO TO WS-VENC-UTIL.
           CALL "BANCO-DIA-UTIL" USING PAR-VENCIMENTO
               WS-VENC-E-UTIL WS-VENC-UTIL.
           IF WS-VENC-UTIL < WS-DATA-HOJE-NUM
               MOVE WS-VENC-UTIL TO WS-VENC-DATA-NUM
               COMPUTE WS-DIAS-PARCELA =
                   (WS-ANO-HOJE - WS-VENC-ANO) * 360
                   + (WS-MES-HOJE - WS-VENC-MES) * 30
                   + (WS-DIA-HOJE - WS-VENC-DIA)
               IF WS-DIAS-PARCELA > WS-DIAS-ATRASO
                   MOVE WS-DIAS-PARCELA TO WS-DIAS-ATRASO
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3300-LOCALIZAR-RATING.
           CONTINUE.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LIBERAR-PROVISAO - contrato quitado ou renegociado: a
      * provisao que ficou e revertida e o contrato sai da carteira.
      * O contrato novo de uma renegociacao e classificado pelo seu
      * proprio atraso.
      ******************************************************************
       3500-LIBERAR-PROVISAO.
           ADD EMP-PROVISAO TO WS-TOTAL-REVERTIDA.
           ADD 1 TO WS-TOTAL-LIBERADOS.
           STRING "CONTRATO " EMP-NUMERO
               " CONTA " EMP-CONTA
               " SITUACAO " EMP-SITUACAO
               " RATING " EMP-RATING
               " PDD LIBERADA " EMP-PROVISAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO EMP-PROVISAO.
           MOVE SPACES TO EMP-RATING.
           REWRITE EMP-REGISTRO.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-POSTAR-NO-LEDGER - lanca no diario do periodo corrente
      * a variacao entre a provisao da carteira e a que ja estava no
      * ledger: o aumento debita despesa com PDD; a reducao abate a
      * despesa com PDD do periodo e o que exceder credita reversao
      * de PDD - sempre contra a conta redutora da carteira.  O
      * GESTAO-LANCAMENTO recompoe o periodo do livro-razao; recusado
      * o lancamento, o controle fica como estava.
      ******************************************************************
       4000-POSTAR-NO-LEDGER.
           COMPUTE WS-VARIACAO-PROVISAO =
               WS-TOTAL-PROVISAO - WS-SALDO-PROVISAO.
           IF WS-VARIACAO-PROVISAO = 0
               GO TO 4000-EXIT
           END-IF.
           IF WS-VARIACAO-PROVISAO > 0
               MOVE WS-VARIACAO-PROVISAO TO WS-VALOR-LANCAMENTO
           ELSE
               COMPUTE WS-VALOR-LANCAMENTO = 0 - WS-VARIACAO-PROVISAO
           END-IF.
           IF WS-VARIACAO-PROVISAO > 0
               PERFORM 4100-LANCAR-CONSTITUICAO THRU 4100-EXIT
           ELSE
               PERFORM 4200-LANCAR-REVERSAO THRU 4200-EXIT
           END-IF.
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO DA PDD RECUSADO (RETORNO "
                   LNC-RETORNO ") - CONTROLE NAO ATUALIZADO."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LANCAR-CONSTITUICAO.
           PERFORM 4900-MONTAR-CABECALHO THRU 4900-EXIT.
           MOVE "CONSTITUICAO DE PDD DA CARTEIRA" TO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 4203 TO LNC-CONTA (1).
           MOVE WS-VALOR-LANCAMENTO TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 1109 TO LNC-CONTA (2).
           MOVE WS-VALOR-LANCAMENTO TO LNC-VALOR (2).
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LANCAR-REVERSAO - consulta a despesa com PDD ja lancada
      * no periodo; a reversao abate ate esse valor e o excedente vai
      * para a receita de reversao.
      ******************************************************************
       4200-LANCAR-REVERSAO.
           PERFORM 4900-MONTAR-CABECALHO THRU 4900-EXIT.
           MOVE "S" TO LNC-FUNCAO.
           MOVE 4203 TO LNC-CONTA (1).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF LNC-SALDO-CONTA NOT > 0
               MOVE 0 TO WS-VALOR-ABATIDO
           ELSE
               IF LNC-SALDO-CONTA < WS-VALOR-LANCAMENTO
                   MOVE LNC-SALDO-CONTA TO WS-VALOR-ABATIDO
               ELSE
                   MOVE WS-VALOR-LANCAMENTO TO WS-VALOR-ABATIDO
               END-IF
           END-IF.
           MOVE "L" TO LNC-FUNCAO.
           MOVE "REVERSAO DE PDD DA CARTEIRA" TO LNC-HISTORICO.
           MOVE 1 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 1109 TO LNC-CONTA (1).
           MOVE WS-VALOR-LANCAMENTO TO LNC-VALOR (1).
           IF WS-VALOR-ABATIDO > 0
               ADD 1 TO LNC-QTDE-PARTIDAS
               MOVE "C" TO LNC-NATUREZA (LNC-QTDE-PARTIDAS)
               MOVE 4203 TO LNC-CONTA (LNC-QTDE-PARTIDAS)
               MOVE WS-VALOR-ABATIDO TO LNC-VALOR (LNC-QTDE-PARTIDAS)
           END-IF.
           IF WS-VALOR-LANCAMENTO > WS-VALOR-ABATIDO
               ADD 1 TO LNC-QTDE-PARTIDAS
               MOVE "C" TO LNC-NATUREZA (LNC-QTDE-PARTIDAS)
               MOVE 3104 TO LNC-CONTA (LNC-QTDE-PARTIDAS)
               COMPUTE LNC-VALOR (LNC-QTDE-PARTIDAS) =
                   WS-VALOR-LANCAMENTO - WS-VALOR-ABATIDO
           END-IF.
       4200-EXIT.
           EXIT.

       4900-MONTAR-CABECALHO.
           MOVE "L" TO LNC-FUNCAO.
           MOVE WS-PERIODO-ATUAL TO LNC-PERIODO.
           MOVE WS-DATA-HOJE-NUM TO LNC-DATA.
           MOVE "BANCO-PDD-MENSAL" TO LNC-ORIGEM.
           MOVE "PDDMENSAL" TO LNC-OPERADOR.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 6400-GRAVAR-CONTROLE - regrava o periodo provisionado e a
      * provisao que ficou no ledger.
      ******************************************************************
       6400-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           MOVE WS-PERIODO-ATUAL TO PDC-ULTIMO-PERIODO.
           MOVE WS-TOTAL-PROVISAO TO PDC-SALDO-PROVISAO.
           WRITE PDC-REGISTRO.
           CLOSE CONTROLE-FILE.
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-CARTEIRA - carteira por rating com os totais e
      * a movimentacao da provisao no mes.
      ******************************************************************
       7000-IMPRIMIR-CARTEIRA.
           MOVE "CARTEIRA POR RATING" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 7100-IMPRIMIR-RATING THRU 7100-EXIT
               VARYING WS-IDX-RATING FROM 1 BY 1
               UNTIL WS-IDX-RATING > 9.
           MOVE WS-TOTAL-CONTRATOS TO WS-QTDE-EDIT.
           STRING "TOTAL   CONTRATOS " WS-QTDE-EDIT
               " SALDO " WS-TOTAL-SALDO
               " PROVISAO " WS-TOTAL-PROVISAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-LIBERADOS TO WS-QTDE-EDIT.
           STRING "CONTRATOS ENCERRADOS COM PDD LIBERADA: "
               WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "PDD CONSTITUIDA NO MES...: " WS-TOTAL-CONSTITUIDA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "PDD REVERTIDA NO MES.....: " WS-TOTAL-REVERTIDA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "PDD ANTERIOR NO LEDGER...: " WS-SALDO-PROVISAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF WS-VARIACAO-PROVISAO < 0
               STRING "REVERSAO POSTADA NO LEDGER: "
                   WS-VALOR-LANCAMENTO
                   " (PERIODO " WS-PERIODO-ATUAL ")"
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               STRING "DESPESA POSTADA NO LEDGER: "
                   WS-VALOR-LANCAMENTO
                   " (PERIODO " WS-PERIODO-ATUAL ")"
                   DELIMITED BY SIZE INTO RPT-LINHA
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

       7100-IMPRIMIR-RATING.
           MOVE CRT-QTDE (WS-IDX-RATING) TO WS-QTDE-EDIT.
           STRING "RATING " RAT-NIVEL (WS-IDX-RATING)
               " (" RAT-PERCENTUAL (WS-IDX-RATING) "%)"
               " CONTRATOS " WS-QTDE-EDIT
               " SALDO " CRT-SALDO (WS-IDX-RATING)
               " PROVISAO " CRT-PROVISAO (WS-IDX-RATING)
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em PDD.LST.
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
           IF NOT EMPREST-ARQ-INEXISTENTE
               CLOSE EMPREST-FILE
           END-IF.
           IF NOT PARCELAS-ARQ-INEXISTENTE
               CLOSE PARCELAS-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-PDD-MENSAL" TO SPL-PROGRAMA.
           MOVE "PDD.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "LEDGER" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-PDD-MENSAL.
