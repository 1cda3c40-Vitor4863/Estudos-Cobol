      *          classification band and the share with IMC-RCE at
      *          or above the 0.50 risk threshold, so the wellness
      *          budget goes to the departments that need it.
      *          Employees who refused consent in NUTRI-PRIVACIDADE
      *          (CONSENTIMENTO.DAT) are left out altogether and only
      *          counted at the end.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-10-14  RA   Employees who refused consent
      *                  (CONSENTIMENTO.DAT, kept by NUTRI-PRIVACIDADE)
      *                  are excluded from the headcount and the
      *                  indicators, and counted at the end of the
      *                  report.
      * 2026-10-15  RA   NUTRIDEP.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-DEPARTAMENTO.
               RECORD KEY IS IMC-CHAVE
               FILE STATUS IS WS-IMCHIST-STATUS.

           SELECT CONSENTIMENTO-FILE ASSIGN TO "CONSENTIMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-EMPLOYEE-ID
               FILE STATUS IS WS-CONSENTIMENTO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "NUTRIDEP.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  IMCHIST-FILE.
           COPY "IMCHIST.cpy".

       FD  CONSENTIMENTO-FILE.
           COPY "CONSREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

           88  IMCHIST-OK                   VALUE "00".
           88  IMCHIST-ARQ-INEXISTENTE      VALUE "35".

       01  WS-CONSENTIMENTO-STATUS PIC X(02).
           88  CONSENTIMENTO-OK             VALUE "00".
           88  CONSENTIMENTO-ARQ-INEXISTENTE VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-RCE-RISCO            PIC 9V99 VALUE 0.50.
       01  SW-TEM-AVALIACAO        PIC X(01) VALUE "N".
           88  TEM-AVALIACAO                VALUE "S".

       01  SW-SEM-CONSENTIMENTO    PIC X(01) VALUE "N".
           88  SEM-CONSENTIMENTO            VALUE "S".
       01  WS-TOTAL-SEM-CONSENTIMENTO PIC 9(05) COMP VALUE 0.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
                   VARYING WS-IDX-DEPTO FROM 1 BY 1
                   UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS
               PERFORM 7500-IMPRIMIR-EXCLUIDOS THRU 7500-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre o cadastro, o historico de avaliacoes,
      * os consentimentos e o relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== BEM-ESTAR POR DEPARTAMENTO ===".
           OPEN INPUT EMPREGADOS-FILE.
           OPEN INPUT IMCHIST-FILE.
           OPEN INPUT CONSENTIMENTO-FILE.
           OPEN OUTPUT RELATORIO-FILE.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-PROCESSAR-EMPREGADO - soma o funcionario ativo no
      * headcount do departamento e, se ele tem avaliacao, acumula a
      * mais recente nos indicadores do departamento.  Quem recusou o
      * consentimento fica de fora e so entra na contagem final.
      ******************************************************************
       2000-PROCESSAR-EMPREGADO.
           READ EMPREGADOS-FILE NEXT RECORD
                   CONTINUE
               NOT AT END
                   IF NOT Employee-Terminated
                       PERFORM 2500-VERIFICAR-CONSENTIMENTO
                           THRU 2500-EXIT
                   END-IF
                   IF NOT Employee-Terminated
                       AND NOT SEM-CONSENTIMENTO
                       PERFORM 3000-LOCALIZAR-DEPTO THRU 3000-EXIT
                       IF NOT DEPTO-NAO-CADASTRADO
                           ADD 1 TO BEM-HEADCOUNT (WS-IDX-DEPTO)
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VERIFICAR-CONSENTIMENTO - so a recusa registrada exclui o
      * funcionario; sem registro (ou sem o arquivo) ele participa.
      ******************************************************************
       2500-VERIFICAR-CONSENTIMENTO.
           MOVE "N" TO SW-SEM-CONSENTIMENTO.
           IF CONSENTIMENTO-ARQ-INEXISTENTE
               GO TO 2500-EXIT
           END-IF.
           MOVE Employee-Id TO CSN-EMPLOYEE-ID.
           READ CONSENTIMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CSN-RECUSA
                       MOVE "S" TO SW-SEM-CONSENTIMENTO
                       ADD 1 TO WS-TOTAL-SEM-CONSENTIMENTO
                   END-IF
           END-READ.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOCALIZAR-DEPTO - localiza (ou abre) a entrada do
      * departamento do funcionario na tabela de indicadores.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7500-IMPRIMIR-EXCLUIDOS - quantos funcionarios ficaram fora do
      * resumo por terem recusado o consentimento.
      ******************************************************************
       7500-IMPRIMIR-EXCLUIDOS.
           MOVE "------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-SEM-CONSENTIMENTO TO WS-QTDE-EDIT.
           STRING "EXCLUIDOS SEM CONSENTIMENTO: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em NUTRIDEP.LST.
           IF NOT IMCHIST-ARQ-INEXISTENTE
               CLOSE IMCHIST-FILE
           END-IF.
           IF NOT CONSENTIMENTO-ARQ-INEXISTENTE
               CLOSE CONSENTIMENTO-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-DEPARTAMENTO" TO SPL-PROGRAMA.
           MOVE "NUTRIDEP.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

