      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-09-22
      * Purpose: Monthly FGTS collection.  Gathers the employer
      *          deposits (8%) that the folha, the 13o salario and
      *          the ferias payments recorded in FGTS.DAT for the
      *          current month, writes the collection file pointed
      *          at by DD_FGTSGUIA (FGTSGUIA.cpy - header, one detail
      *          per employee with all origins summed, and a trailer
      *          with the employee count and the base and deposit
      *          totals), prints the per-department summary to
      *          FGTS.LST and posts the month's employer cost into
      *          the current LEDGER.DAT period as despesa, the same
      *          way GESTAO-PROVISAO posts its accrual.  FGTSCTL.DAT
      *          keeps the last period collected so a rerun in the
      *          same month is refused instead of posting the cost
      *          twice.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-22  RA   Original monthly FGTS collection.
      * 2026-10-06  RA   The month's employer cost is now posted as a
      *                  lancamento in the journal DIARIO.DAT through
      *                  GESTAO-LANCAMENTO (encargo de FGTS against FGTS
      *                  a recolher), which re-derives the LEDGER.DAT
      *                  period, instead of being added straight into
      *                  LED-TOTAL-DESPESA.
      * 2026-10-15  RA   FGTS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-FGTS-MENSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FGTS-FILE ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FGTS-STATUS.

           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT GUIA-FILE ASSIGN TO "FGTSGUIA"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GUIA-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "FGTSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "FGTS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FGTS-FILE.
           COPY "FGTSREG.cpy".

       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  GUIA-FILE.
           COPY "FGTSGUIA.cpy".

       FD  CONTROLE-FILE.
           COPY "FGTSCTL.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FGTS-STATUS          PIC X(02).
           88  FGTS-OK                      VALUE "00".
           88  FGTS-ARQ-INEXISTENTE         VALUE "35".

       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-GUIA-STATUS          PIC X(02).

       01  WS-CONTROLE-STATUS      PIC X(02).
           88  CONTROLE-ARQUIVO-INEXISTENTE VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE         PIC 9(04).
           05  WS-MES-HOJE         PIC 9(02).
           05  WS-DIA-HOJE         PIC 9(02).
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-PERIODO-ATUAL        PIC 9(06).
       01  WS-ULTIMO-PERIODO       PIC 9(06) VALUE 0.

       01  WS-EMPREGADOR           PIC X(30)
                                   VALUE "AGENCIA CENTRAL".

       01  WS-EMP-CORRENTE         PIC 9(05) VALUE 0.
       01  WS-DEPTO-CORRENTE       PIC X(15) VALUE SPACES.
       01  WS-BASE-EMPREGADO       PIC 9(10)V99 VALUE 0.
       01  WS-DEPOSITO-EMPREGADO   PIC 9(08)V99 VALUE 0.

       01  WS-QTDE-EMPREGADOS      PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC 9(06) VALUE 0.
       01  WS-TOTAL-BASE           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DEPOSITO       PIC 9(13)V99 VALUE 0.

       01  SW-FIM-FGTS             PIC X(01) VALUE "N".
           88  FIM-FGTS                     VALUE "S".

       01  SW-EXECUCAO-RECUSADA    PIC X(01) VALUE "N".
           88  EXECUCAO-RECUSADA            VALUE "S".

       01  WS-TOTAL-DEPTOS         PIC 9(03) COMP VALUE 0.
       01  WS-IDX-DEPTO            PIC 9(03) COMP VALUE 0.
       01  TABELA-DEPARTAMENTOS.
           05  DEPTO-ENTRADA OCCURS 50 TIMES.
               10  DEPTO-NOME          PIC X(15).
               10  DEPTO-QTDE          PIC 9(05).
               10  DEPTO-BASE          PIC 9(12)V99.
               10  DEPTO-DEPOSITO      PIC 9(10)V99.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       COPY "LANCLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EXECUCAO-RECUSADA
               PERFORM 2000-LER-DEPOSITO THRU 2000-EXIT
                   UNTIL FIM-FGTS
               IF WS-EMP-CORRENTE NOT = 0
                   PERFORM 3000-GRAVAR-EMPREGADO THRU 3000-EXIT
               END-IF
               PERFORM 4000-GRAVAR-TRAILER THRU 4000-EXIT
               PERFORM 5000-POSTAR-NO-LEDGER THRU 5000-EXIT
               PERFORM 6000-IMPRIMIR-RESUMO THRU 6000-EXIT
               PERFORM 6400-GRAVAR-CONTROLE THRU 6400-EXIT
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - recusa o mes ja recolhido, abre os
      * arquivos, grava o header da guia e posiciona o registro de
      * FGTS no primeiro deposito do mes.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== RECOLHIMENTO MENSAL DO FGTS ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO-ATUAL =
               WS-ANO-HOJE * 100 + WS-MES-HOJE.
           PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
           IF WS-ULTIMO-PERIODO = WS-PERIODO-ATUAL
               DISPLAY "FGTS DO PERIODO " WS-PERIODO-ATUAL
                   " JA RECOLHIDO - EXECUCAO RECUSADA."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FGTS-FILE.
           IF FGTS-ARQ-INEXISTENTE
               DISPLAY "FGTS.DAT NAO EXISTE - RODE A FOLHA DO MES "
                   "ANTES."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREGADOS-FILE.
           OPEN OUTPUT GUIA-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO FGG-HEADER.
           MOVE "0" TO FGG-H-TIPO.
           MOVE WS-PERIODO-ATUAL TO FGG-H-PERIODO.
           MOVE WS-DATA-HOJE-NUM TO FGG-H-DATA-GERACAO.
           MOVE WS-EMPREGADOR TO FGG-H-EMPREGADOR.
           WRITE FGG-HEADER.
           MOVE WS-PERIODO-ATUAL TO FGT-PERIODO.
           MOVE 0 TO FGT-EMPLOYEE-ID.
           MOVE SPACES TO FGT-ORIGEM.
           START FGTS-FILE
               KEY IS GREATER THAN OR EQUAL TO FGT-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-FGTS
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LER-CONTROLE - le o ultimo periodo recolhido.
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
                       MOVE FGC-ULTIMO-PERIODO TO WS-ULTIMO-PERIODO
               END-READ
               CLOSE CONTROLE-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LER-DEPOSITO - le os depositos do mes na ordem da chave
      * (funcionario, origem) e soma as origens do mesmo
      * funcionario; na troca de funcionario grava o anterior.
      ******************************************************************
       2000-LER-DEPOSITO.
           READ FGTS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-FGTS
                   GO TO 2000-EXIT
           END-READ.
           IF FGT-PERIODO NOT = WS-PERIODO-ATUAL
               MOVE "S" TO SW-FIM-FGTS
               GO TO 2000-EXIT
           END-IF.
           IF FGT-EMPLOYEE-ID NOT = WS-EMP-CORRENTE
               IF WS-EMP-CORRENTE NOT = 0
                   PERFORM 3000-GRAVAR-EMPREGADO THRU 3000-EXIT
               END-IF
               MOVE FGT-EMPLOYEE-ID TO WS-EMP-CORRENTE
               MOVE SPACES TO WS-DEPTO-CORRENTE
               MOVE 0 TO WS-BASE-EMPREGADO
               MOVE 0 TO WS-DEPOSITO-EMPREGADO
           END-IF.
           IF WS-DEPTO-CORRENTE = SPACES
               MOVE FGT-DEPARTAMENTO TO WS-DEPTO-CORRENTE
           END-IF.
           ADD FGT-BASE TO WS-BASE-EMPREGADO.
           ADD FGT-DEPOSITO TO WS-DEPOSITO-EMPREGADO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRAVAR-EMPREGADO - grava o detalhe da guia do
      * funcionario acumulado (nome do cadastro) e soma nos totais
      * e no departamento.
      ******************************************************************
       3000-GRAVAR-EMPREGADO.
           MOVE WS-EMP-CORRENTE TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO Employee-Name
           END-READ.
           MOVE SPACES TO FGG-DETALHE.
           MOVE "1" TO FGG-D-TIPO.
           MOVE WS-EMP-CORRENTE TO FGG-D-EMPLOYEE-ID.
           MOVE Employee-Name TO FGG-D-NOME.
           MOVE WS-DEPTO-CORRENTE TO FGG-D-DEPARTAMENTO.
           MOVE WS-BASE-EMPREGADO TO FGG-D-BASE.
           MOVE WS-DEPOSITO-EMPREGADO TO FGG-D-DEPOSITO.
           WRITE FGG-DETALHE.
           ADD 1 TO WS-QTDE-EMPREGADOS.
           ADD WS-BASE-EMPREGADO TO WS-TOTAL-BASE.
           ADD WS-DEPOSITO-EMPREGADO TO WS-TOTAL-DEPOSITO.
           PERFORM 3500-ACUMULAR-DEPARTAMENTO THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3500-ACUMULAR-DEPARTAMENTO.
           PERFORM 3600-LOCALIZAR-DEPARTAMENTO THRU 3600-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS
                   OR DEPTO-NOME (WS-IDX-DEPTO) = WS-DEPTO-CORRENTE.
           IF WS-IDX-DEPTO > WS-TOTAL-DEPTOS
               IF WS-TOTAL-DEPTOS < 50
                   ADD 1 TO WS-TOTAL-DEPTOS
                   MOVE WS-TOTAL-DEPTOS TO WS-IDX-DEPTO
                   MOVE WS-DEPTO-CORRENTE TO DEPTO-NOME (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-QTDE (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-BASE (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-DEPOSITO (WS-IDX-DEPTO)
               ELSE
                   DISPLAY "LIMITE DE DEPARTAMENTOS ATINGIDO. "
                       "DEPARTAMENTO NAO CADASTRADO: "
                       WS-DEPTO-CORRENTE
                   GO TO 3500-EXIT
               END-IF
           END-IF.
           ADD 1 TO DEPTO-QTDE (WS-IDX-DEPTO).
           ADD WS-BASE-EMPREGADO TO DEPTO-BASE (WS-IDX-DEPTO).
           ADD WS-DEPOSITO-EMPREGADO TO DEPTO-DEPOSITO (WS-IDX-DEPTO).
       3500-EXIT.
           EXIT.

       3600-LOCALIZAR-DEPARTAMENTO.
           CONTINUE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRAVAR-TRAILER - trailer da guia com a quantidade de
      * funcionarios e os totais de base e deposito.
      ******************************************************************
       4000-GRAVAR-TRAILER.
           MOVE SPACES TO FGG-TRAILER.
           MOVE "9" TO FGG-T-TIPO.
           MOVE WS-QTDE-EMPREGADOS TO FGG-T-QTDE.
           MOVE WS-TOTAL-BASE TO FGG-T-TOTAL-BASE.
           MOVE WS-TOTAL-DEPOSITO TO FGG-T-TOTAL-DEPOSITO.
           WRITE FGG-TRAILER.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-POSTAR-NO-LEDGER - lanca o custo do FGTS do mes no
      * diario (debito em encargo de FGTS, credito em FGTS a
      * recolher) pelo GESTAO-LANCAMENTO, que recompoe o registro do
      * periodo corrente do livro-razao.
      ******************************************************************
       5000-POSTAR-NO-LEDGER.
           IF WS-TOTAL-DEPOSITO = 0
               GO TO 5000-EXIT
           END-IF.
           MOVE "L" TO LNC-FUNCAO.
           MOVE WS-PERIODO-ATUAL TO LNC-PERIODO.
           MOVE WS-DATA-HOJE-NUM TO LNC-DATA.
           MOVE "CPD-FGTS-MENSAL" TO LNC-ORIGEM.
           MOVE "FGTSMENSAL" TO LNC-OPERADOR.
           MOVE "RECOLHIMENTO MENSAL DO FGTS (8%)" TO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 4202 TO LNC-CONTA (1).
           MOVE WS-TOTAL-DEPOSITO TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 2102 TO LNC-CONTA (2).
           MOVE WS-TOTAL-DEPOSITO TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO DO FGTS RECUSADO (RETORNO "
                   LNC-RETORNO ") - DESPESA FORA DO LEDGER."
               MOVE 8 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIMIR-RESUMO - resumo do recolhimento por departamento
      * e totais da guia em FGTS.LST.
      ******************************************************************
       6000-IMPRIMIR-RESUMO.
           STRING "RECOLHIMENTO FGTS - PERIODO " WS-PERIODO-ATUAL
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 6100-IMPRIMIR-DEPTO THRU 6100-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
           MOVE "================================================"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-EMPREGADOS TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS NA GUIA.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "TOTAL DA BASE............: " WS-TOTAL-BASE
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "TOTAL DO DEPOSITO (8%)...: " WS-TOTAL-DEPOSITO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "DESPESA POSTADA NO LEDGER: " WS-TOTAL-DEPOSITO
               " (PERIODO " WS-PERIODO-ATUAL ")"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-DEPTO.
           STRING DEPTO-NOME (WS-IDX-DEPTO)
               " FUNC: " DEPTO-QTDE (WS-IDX-DEPTO)
               " BASE: " DEPTO-BASE (WS-IDX-DEPTO)
               " FGTS: " DEPTO-DEPOSITO (WS-IDX-DEPTO)
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6400-GRAVAR-CONTROLE - regrava o ultimo periodo recolhido.
      ******************************************************************
       6400-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           MOVE WS-PERIODO-ATUAL TO FGC-ULTIMO-PERIODO.
           MOVE WS-TOTAL-DEPOSITO TO FGC-TOTAL-DEPOSITO.
           WRITE FGC-REGISTRO.
           CLOSE CONTROLE-FILE.
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em FGTS.LST.
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
           CLOSE FGTS-FILE.
           CLOSE EMPREGADOS-FILE.
           CLOSE GUIA-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-FGTS-MENSAL" TO SPL-PROGRAMA.
           MOVE "FGTS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "LEDGER" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-FGTS-MENSAL.
