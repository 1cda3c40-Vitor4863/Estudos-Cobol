      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original annual earnings statement batch.
      * 2026-09-24  RA   The informe now shows the dependents deduction
      *                  taken from the IRRF base during the year (FRG-
      *                  DEDUCAO-DEPEND) and lists the employee's
      *                  dependents from DEPENDENTES.DAT.
      * 2026-10-01  RA   Each run now leaves the base year and the
      *                  totals of the informes printed (bruto, 13o,
      *                  INSS and IRRF) in INFCTL.DAT, for the annual
      *                  employee declaration's cross-check.
      * 2026-10-15  RA   INFORME.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-INFORME-RENDIMENTOS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "INFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-DEPENDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DEPENDENTES-FILE.
           COPY "DEPENDREG.cpy".

       FD  CONTROLE-FILE.
           COPY "INFCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-CONTROLE-STATUS      PIC X(02).

       01  WS-DEPENDENTES-STATUS   PIC X(02).
           88  DEPENDENTES-OK               VALUE "00".
           88  DEPENDENTES-ARQ-INEXISTENTE  VALUE "35".

       01  SW-SEM-DEPENDENTES      PIC X(01) VALUE "N".
           88  SEM-DEPENDENTES              VALUE "S".

       01  SW-FIM-DEPS             PIC X(01) VALUE "N".
           88  FIM-DEPS                     VALUE "S".

       01  WS-DEPS-IMPRESSOS       PIC 9(02) VALUE 0.
       01  WS-TOTAL-DEDUCAO-DEP    PIC 9(08)V99 VALUE 0.

       01  WS-ANO-PEDIDO           PIC 9(04).
       01  WS-MES-INFORME          PIC 9(02) VALUE 0.
       01  WS-PERIODO-BUSCA        PIC 9(06) VALUE 0.
           88  TEM-DECIMO                   VALUE "S".

       01  WS-INFORMES-IMPRESSOS   PIC 9(05) COMP VALUE 0.
       01  WS-ANO-TOTAL-BRUTO      PIC 9(13)V99 VALUE 0.
       01  WS-ANO-TOTAL-DECIMO     PIC 9(13)V99 VALUE 0.
       01  WS-ANO-TOTAL-INSS       PIC 9(13)V99 VALUE 0.
       01  WS-ANO-TOTAL-IRRF       PIC 9(13)V99 VALUE 0.
       01  WS-IMPRESSOS-EDIT       PIC 9(05) VALUE 0.

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               PERFORM 2000-PROCESSAR-FUNCIONARIO THRU 2000-EXIT
                   UNTIL WS-EMPREGADOS-STATUS = "10"
               PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
               PERFORM 7500-GRAVAR-CONTROLE THRU 7500-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.
               AND NOT FOLHAREG-ARQ-INEXISTENTE
               OPEN OUTPUT RELATORIO-FILE
           END-IF.
           MOVE "N" TO SW-SEM-DEPENDENTES.
           OPEN INPUT DEPENDENTES-FILE.
           IF DEPENDENTES-ARQ-INEXISTENTE
               MOVE "S" TO SW-SEM-DEPENDENTES
           END-IF.
       1000-EXIT.
           EXIT.

           MOVE 0 TO WS-TOTAL-BRUTO.
           MOVE 0 TO WS-TOTAL-INSS.
           MOVE 0 TO WS-TOTAL-IRRF.
           MOVE 0 TO WS-TOTAL-DEDUCAO-DEP.
           MOVE 0 TO WS-MESES-PAGOS.
           MOVE "N" TO SW-TEM-DECIMO.
           MOVE 0 TO WS-DECIMO-BRUTO.
                   ADD FRG-SALARIO-BRUTO TO WS-TOTAL-BRUTO
                   ADD FRG-DESCONTO-INSS TO WS-TOTAL-INSS
                   ADD FRG-DESCONTO-IRRF TO WS-TOTAL-IRRF
                   IF FRG-DEDUCAO-DEPEND IS NUMERIC
                       ADD FRG-DEDUCAO-DEPEND TO WS-TOTAL-DEDUCAO-DEP
                   END-IF
                   ADD 1 TO WS-MESES-PAGOS
           END-READ.
       3100-EXIT.
           STRING "TOTAL IRRF RETIDO........: " WS-TOTAL-IRRF
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "DEDUCAO DE DEPENDENTES...: " WS-TOTAL-DEDUCAO-DEP
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF TEM-DECIMO
               STRING "13O SALARIO BRUTO........: " WS-DECIMO-BRUTO
                   DELIMITED BY SIZE INTO RPT-LINHA
               MOVE "SEM 13O SALARIO NO ANO-BASE." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           PERFORM 4200-LISTAR-DEPENDENTES THRU 4200-EXIT.
           ADD 1 TO WS-INFORMES-IMPRESSOS.
           ADD WS-TOTAL-BRUTO TO WS-ANO-TOTAL-BRUTO.
           ADD WS-DECIMO-BRUTO TO WS-ANO-TOTAL-DECIMO.
           COMPUTE WS-ANO-TOTAL-INSS =
               WS-ANO-TOTAL-INSS + WS-TOTAL-INSS + WS-DECIMO-INSS.
           COMPUTE WS-ANO-TOTAL-IRRF =
               WS-ANO-TOTAL-IRRF + WS-TOTAL-IRRF + WS-DECIMO-IRRF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LISTAR-DEPENDENTES - relaciona no informe os dependentes
      * cadastrados do funcionario (DEPENDENTES.DAT), com a data de
      * nascimento, o parentesco e se contam para o IRRF.
      ******************************************************************
       4200-LISTAR-DEPENDENTES.
           IF SEM-DEPENDENTES
               GO TO 4200-EXIT
           END-IF.
           MOVE 0 TO WS-DEPS-IMPRESSOS.
           MOVE "N" TO SW-FIM-DEPS.
           MOVE Employee-Id TO DEP-EMPLOYEE-ID.
           MOVE 0 TO DEP-SEQ.
           START DEPENDENTES-FILE
               KEY IS GREATER THAN OR EQUAL TO DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-DEPS
           END-START.
           PERFORM 4250-IMPRIMIR-DEPENDENTE THRU 4250-EXIT
               UNTIL FIM-DEPS.
           IF WS-DEPS-IMPRESSOS = 0
               MOVE "SEM DEPENDENTES CADASTRADOS." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4250-IMPRIMIR-DEPENDENTE.
           READ DEPENDENTES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-DEPS
                   GO TO 4250-EXIT
           END-READ.
           IF DEP-EMPLOYEE-ID NOT = Employee-Id
               MOVE "S" TO SW-FIM-DEPS
               GO TO 4250-EXIT
           END-IF.
           IF WS-DEPS-IMPRESSOS = 0
               MOVE "DEPENDENTES:" TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           STRING "  " DEP-NOME " NASC " DEP-NASCIMENTO
               " PARENT " DEP-PARENTESCO " IRRF " DEP-IRRF
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           ADD 1 TO WS-DEPS-IMPRESSOS.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - total de informes impressos na rodada.
      ******************************************************************
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7500-GRAVAR-CONTROLE - guarda em INFCTL.DAT o ano-base e os
      * totais dos informes impressos, para a conferencia da
      * declaracao anual.
      ******************************************************************
       7500-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           MOVE WS-ANO-PEDIDO TO INC-ANO-BASE.
           MOVE WS-INFORMES-IMPRESSOS TO INC-QTDE-INFORMES.
           MOVE WS-ANO-TOTAL-BRUTO TO INC-TOTAL-BRUTO.
           MOVE WS-ANO-TOTAL-DECIMO TO INC-TOTAL-DECIMO.
           MOVE WS-ANO-TOTAL-INSS TO INC-TOTAL-INSS.
           MOVE WS-ANO-TOTAL-IRRF TO INC-TOTAL-IRRF.
           WRITE INC-REGISTRO.
           CLOSE CONTROLE-FILE.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em INFORME.LST.
           IF NOT EMPREGADOS-ARQ-INEXISTENTE
               AND NOT FOLHAREG-ARQ-INEXISTENTE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "CPD-INFORME-RENDIMENTOS" TO SPL-PROGRAMA
               MOVE "INFORME.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
           END-IF.
           IF NOT SEM-DEPENDENTES
               CLOSE DEPENDENTES-FILE
           END-IF.
       8000-EXIT.
           EXIT.
