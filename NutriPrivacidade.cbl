      ******************************************************************
      * Author: R. ALVES
      * Installation: AMBULATORIO - SERVICO DE NUTRICAO
      * Date-Written: 2026-10-14
      * Purpose: Patient privacy for the wellness program.  Keeps
      *          each employee's consent to have their health data
      *          used in the department and wellness-incentive
      *          listings (CONSENTIMENTO.DAT, CONSREG.cpy) - an
      *          employee who refuses is left out of
      *          NUTRI-DEPARTAMENTO and CPD-INCENTIVO - and answers
      *          "who looked at patient X in the last N months" from
      *          the health-data access log LOGSAUDE.DAT written by
      *          NUTRI-ACESSO.  Output in ACESSOS.LST.  Both options
      *          are themselves logged as an access to the patient.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-14  RA   Original consent maintenance and patient
      *                  access report.
      * 2026-10-15  RA   ACESSOS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-PRIVACIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENTIMENTO-FILE ASSIGN TO "CONSENTIMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-EMPLOYEE-ID
               FILE STATUS IS WS-CONSENTIMENTO-STATUS.

           SELECT LOGSAUDE-FILE ASSIGN TO "LOGSAUDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOGSAUDE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "ACESSOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENTIMENTO-FILE.
           COPY "CONSREG.cpy".

       FD  LOGSAUDE-FILE.
           COPY "LOGSAUDE.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONSENTIMENTO-STATUS PIC X(02).
           88  CONSENTIMENTO-OK             VALUE "00".
           88  CONSENTIMENTO-ARQ-INEXISTENTE VALUE "35".

       01  WS-LOGSAUDE-STATUS      PIC X(02).
           88  LOGSAUDE-OK                  VALUE "00".
           88  LOGSAUDE-ARQ-INEXISTENTE     VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).
           88  RELATORIO-OK                 VALUE "00".

       01  OPCAO-MENU              PIC X(01).
       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-RESPOSTA             PIC X(01).
       01  WS-MESES-PEDIDOS        PIC 9(02) VALUE 0.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE         PIC 9(04).
           05  WS-MES-HOJE         PIC 9(02).
           05  WS-DIA-HOJE         PIC 9(02).
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).

       01  WS-DATA-CORTE.
           05  WS-ANO-CORTE        PIC 9(04).
           05  WS-MES-CORTE        PIC 9(02).
           05  WS-DIA-CORTE        PIC 9(02).
       01  WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE PIC 9(08).
       01  WS-MESES-ABSOLUTOS      PIC 9(06) COMP VALUE 0.
       01  WS-RESTO-MES            PIC 9(02) COMP VALUE 0.

       01  WS-CONTADOR-ACESSOS     PIC 9(05) COMP VALUE 0.
       01  WS-CONTADOR-EDIT        PIC ZZZZ9.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-FIM-LOG              PIC X(01) VALUE "N".
           88  FIM-LOG                      VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "ACESSOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
               UNTIL FIM-PROGRAMA.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) o arquivo de consentimentos
      * e o relatorio de acessos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== PRIVACIDADE DOS DADOS DE SAUDE ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CONSENTIMENTO-FILE.
           IF CONSENTIMENTO-ARQ-INEXISTENTE
               OPEN OUTPUT CONSENTIMENTO-FILE
               CLOSE CONSENTIMENTO-FILE
               OPEN I-O CONSENTIMENTO-FILE
           END-IF.
           OPEN EXTEND RELATORIO-FILE.
           IF NOT RELATORIO-OK
               OPEN OUTPUT RELATORIO-FILE
               CLOSE RELATORIO-FILE
               OPEN EXTEND RELATORIO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de privacidade.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - CONSENTIMENTO DO PACIENTE".
           DISPLAY "2 - ACESSOS AO PACIENTE".
           DISPLAY "3 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-REGISTRAR-CONSENTIMENTO THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-ACESSOS-PACIENTE THRU 4000-EXIT
               WHEN "3"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-ACEITAR-ID.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2110-SOLICITAR-ID THRU 2110-EXIT
               UNTIL ENTRADA-VALIDA.
       2100-EXIT.
           EXIT.

       2110-SOLICITAR-ID.
           DISPLAY "EMPLOYEE-ID DO PACIENTE:".
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO IS NUMERIC
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-REGISTRAR-ACESSO - registra no log de saude a leitura do
      * paciente pedido e obtem o nome a exibir (mascarado para quem
      * nao e nutricionista).
      ******************************************************************
       2150-REGISTRAR-ACESSO.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "NUTRI-PRIVACIDADE" TO ACS-PROGRAMA.
           MOVE WS-ID-PEDIDO TO ACS-EMPLOYEE-ID.
           MOVE SPACES TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTRAR-CONSENTIMENTO - mostra a situacao atual e grava
      * a resposta do paciente.  Sem registro o paciente consta como
      * consentindo.
      ******************************************************************
       3000-REGISTRAR-CONSENTIMENTO.
           PERFORM 2100-ACEITAR-ID THRU 2100-EXIT.
           PERFORM 2150-REGISTRAR-ACESSO THRU 2150-EXIT.
           MOVE WS-ID-PEDIDO TO CSN-EMPLOYEE-ID.
           READ CONSENTIMENTO-FILE
               INVALID KEY
                   DISPLAY "PACIENTE " WS-ID-PEDIDO " "
                       ACS-NOME-PACIENTE
                       " - SEM REGISTRO (CONSTA COMO CONSENTINDO)"
               NOT INVALID KEY
                   DISPLAY "PACIENTE " WS-ID-PEDIDO " "
                       ACS-NOME-PACIENTE
                       " - CONSENTE: " CSN-SITUACAO
                       " EM " CSN-DATA " POR " CSN-OPERADOR
           END-READ.
           DISPLAY "PACIENTE CONSENTE NO USO DOS DADOS (S/N):".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "N"
               DISPLAY "RESPOSTA INVALIDA - CONSENTIMENTO NAO GRAVADO."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ID-PEDIDO TO CSN-EMPLOYEE-ID.
           MOVE WS-RESPOSTA TO CSN-SITUACAO.
           MOVE WS-DATA-HOJE-NUM TO CSN-DATA.
           MOVE ACS-OPERADOR TO CSN-OPERADOR.
           WRITE CSN-REGISTRO
               INVALID KEY
                   REWRITE CSN-REGISTRO
           END-WRITE.
           DISPLAY "CONSENTIMENTO GRAVADO PARA O PACIENTE "
               CSN-EMPLOYEE-ID ".".
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ACESSOS-PACIENTE - lista quem leu o paciente pedido nos
      * ultimos N meses, a partir do log de saude.  O que ja foi
      * expurgado esta em ARQSAUDE.
      ******************************************************************
       4000-ACESSOS-PACIENTE.
           PERFORM 2100-ACEITAR-ID THRU 2100-EXIT.
           DISPLAY "ULTIMOS QUANTOS MESES (1-99):".
           ACCEPT WS-MESES-PEDIDOS.
           IF WS-MESES-PEDIDOS NOT NUMERIC OR WS-MESES-PEDIDOS = 0
               DISPLAY "QUANTIDADE DE MESES INVALIDA."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2150-REGISTRAR-ACESSO THRU 2150-EXIT.
           PERFORM 4100-CALCULAR-CORTE THRU 4100-EXIT.
           MOVE 0 TO WS-CONTADOR-ACESSOS.
           STRING "ACESSOS AO PACIENTE " WS-ID-PEDIDO " "
               ACS-NOME-PACIENTE " DESDE " WS-DATA-CORTE-NUM
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           OPEN INPUT LOGSAUDE-FILE.
           IF NOT LOGSAUDE-OK
               MOVE "LOG DE SAUDE INEXISTENTE." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-LOG.
           PERFORM 4200-LER-LOG THRU 4200-EXIT
               UNTIL FIM-LOG.
           CLOSE LOGSAUDE-FILE.
           MOVE WS-CONTADOR-ACESSOS TO WS-CONTADOR-EDIT.
           STRING "TOTAL DE ACESSOS........: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "ACESSOS ANTERIORES AO EXPURGO: VER ARQSAUDE"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CALCULAR-CORTE - data de hoje recuada WS-MESES-PEDIDOS
      * meses, mantendo o dia (basta para um corte de auditoria).
      ******************************************************************
       4100-CALCULAR-CORTE.
           COMPUTE WS-MESES-ABSOLUTOS =
               WS-ANO-HOJE * 12 + WS-MES-HOJE - 1 - WS-MESES-PEDIDOS.
           DIVIDE WS-MESES-ABSOLUTOS BY 12
               GIVING WS-ANO-CORTE
               REMAINDER WS-RESTO-MES.
           COMPUTE WS-MES-CORTE = WS-RESTO-MES + 1.
           MOVE WS-DIA-HOJE TO WS-DIA-CORTE.
       4100-EXIT.
           EXIT.

       4200-LER-LOG.
           READ LOGSAUDE-FILE
               AT END
                   MOVE "S" TO SW-FIM-LOG
               NOT AT END
                   IF LSA-EMPLOYEE-ID = WS-ID-PEDIDO
                       AND LSA-DATA NOT < WS-DATA-CORTE-NUM
                       ADD 1 TO WS-CONTADOR-ACESSOS
                       STRING "  " LSA-DATA " " LSA-HORA " "
                           LSA-OPERADOR " " LSA-PROGRAMA
                           DELIMITED BY SIZE INTO RPT-LINHA
                       PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   END-IF
           END-READ.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em ACESSOS.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE CONSENTIMENTO-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-PRIVACIDADE" TO SPL-PROGRAMA.
           MOVE "ACESSOS.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

       END PROGRAM NUTRI-PRIVACIDADE.
