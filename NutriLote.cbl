      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-10-14  RA   Each patient printed on NUTRILOTE.LST is logged
      *                  through NUTRI-ACESSO to the health-data access
      *                  log LOGSAUDE.DAT and the line carries the
      *                  masked employee name.
      * 2026-10-15  RA   NUTRILOTE.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-LOTE.
       01  WS-TOTAL-OBESIDADE-2-EDIT  PIC 9(05) VALUE 0.
       01  WS-TOTAL-OBESIDADE-3-EDIT  PIC 9(05) VALUE 0.

           COPY "ACESSOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           COMPUTE WS-PESO-IDEAL-MAX ROUNDED = 24.9 * (LN-ALTURA ** 2).
           COMPUTE WS-ALTURA-CM = LN-ALTURA * 100.
           COMPUTE WS-RCE ROUNDED = LN-CINTURA / WS-ALTURA-CM.
           PERFORM 3500-REGISTRAR-ACESSO THRU 3500-EXIT.
           STRING LN-EMPLOYEE-ID " " ACS-NOME-PACIENTE
               " IMC=" WS-IMC-CALCULADO " " WS-CLASSIFICACAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-REGISTRAR-ACESSO - registra no log de saude que o
      * paciente da vez sai no relatorio do lote e obtem o nome a
      * imprimir (mascarado: o leitor e registrado como LOTE).
      ******************************************************************
       3500-REGISTRAR-ACESSO.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "NUTRI-LOTE" TO ACS-PROGRAMA.
           MOVE LN-EMPLOYEE-ID TO ACS-EMPLOYEE-ID.
           MOVE SPACES TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVAR-HISTORICO - grava a avaliacao do paciente da vez
      * no historico.
           CLOSE LOTE-FILE.
           CLOSE IMCHIST-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-LOTE" TO SPL-PROGRAMA.
           MOVE "NUTRILOTE.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

