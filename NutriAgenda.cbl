      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-10-14  RA   Every patient listed is logged through
      *                  NUTRI-ACESSO to the health-data access log
      *                  LOGSAUDE.DAT and the line carries the employee
      *                  name, masked since the agenda runs on the batch
      *                  side.
      * 2026-10-15  RA   AGENDA.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-AGENDA.
       01  SW-TEM-AVALIACAO        PIC X(01) VALUE "N".
           88  TEM-AVALIACAO                VALUE "S".

           COPY "ACESSOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
                               THRU 4000-EXIT
                       ELSE
                           ADD 1 TO WS-TOTAL-SEM-AVALIACAO
                           PERFORM 5000-REGISTRAR-ACESSO
                               THRU 5000-EXIT
                           STRING "SEM AVALIACAO   FUNCIONARIO "
                               Employee-Id " " ACS-NOME-PACIENTE " "
                               Employee-Department
                               DELIMITED BY SIZE INTO RPT-LINHA
                           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                       END-IF
           IF WS-DIAS-DIFERENCA < 0
               COMPUTE WS-DIAS-EDIT = 0 - WS-DIAS-DIFERENCA
               ADD 1 TO WS-TOTAL-VENCIDAS
               PERFORM 5000-REGISTRAR-ACESSO THRU 5000-EXIT
               STRING "VENCIDA " WS-DIAS-EDIT " DIAS  FUNCIONARIO "
                   Employee-Id " " ACS-NOME-PACIENTE
                   " AGENDADA " IMC-PROXIMA-AVALIACAO
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           ELSE
               IF WS-DIAS-DIFERENCA <= 30
                   ADD 1 TO WS-TOTAL-A-VENCER
                   MOVE WS-DIAS-DIFERENCA TO WS-DIAS-EDIT
                   PERFORM 5000-REGISTRAR-ACESSO THRU 5000-EXIT
                   STRING "A VENCER EM " WS-DIAS-EDIT
                       " DIAS  FUNCIONARIO " Employee-Id
                       " " ACS-NOME-PACIENTE
                       " AGENDADA " IMC-PROXIMA-AVALIACAO
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REGISTRAR-ACESSO - registra no log de saude que o
      * funcionario corrente sai na agenda e obtem o nome a imprimir
      * (mascarado: a agenda roda pelo lado do lote).
      ******************************************************************
       5000-REGISTRAR-ACESSO.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "NUTRI-AGENDA" TO ACS-PROGRAMA.
           MOVE Employee-Id TO ACS-EMPLOYEE-ID.
           MOVE Employee-Name TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais da agenda.
      ******************************************************************
               CLOSE IMCHIST-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-AGENDA" TO SPL-PROGRAMA.
           MOVE "AGENDA.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

