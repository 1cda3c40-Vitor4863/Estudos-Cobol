      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-10-15  RA   ATIVIDADE.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-ATIVIDADE-OPERADOR.
               10  ATV-QTDE            PIC 9(05) COMP.
               10  ATV-VALOR           PIC 9(10)V99.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               CLOSE TRANSACOES-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-ATIVIDADE-OPERADOR" TO SPL-PROGRAMA.
           MOVE "ATIVIDADE.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

