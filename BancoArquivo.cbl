      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-09-08  RA   ARQ-REGISTRO widened to the 69 bytes of TRN-
      *                  REGISTRO now that every posting carries TRN-
      *                  ESTORNO-REF, so an archived estorno keeps the
      *                  posting it reversed.
      * 2026-10-15  RA   ARQUIVO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-ARQUIVO-MENSAL.
           COPY "TRANREG.cpy".

       FD  ARQUIVO-FILE.
       01  ARQ-REGISTRO            PIC X(69).

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".
       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               CLOSE TRANSACOES-FILE
               CLOSE ARQUIVO-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-ARQUIVO-MENSAL" TO SPL-PROGRAMA
               MOVE "ARQUIVO.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
           END-IF.
       8000-EXIT.
           EXIT.
