      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-10-15  RA   ARQCONS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-ARQUIVO-CONSULTA.
       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               CLOSE ARQUIVO-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-ARQUIVO-CONSULTA" TO SPL-PROGRAMA.
           MOVE "ARQCONS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

