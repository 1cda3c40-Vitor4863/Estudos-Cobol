      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-10-15  RA   DEPTO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-ROL-DEPARTAMENTO.
       01  WS-TOTAL-GERAL-SALARIO     PIC 9(10)V99 VALUE 0.
       01  WS-DEPTO-QTDE-EDIT         PIC 9(05) VALUE 0.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
           PERFORM 7000-IMPRIMIR-RESUMO-GERAL THRU 7000-EXIT.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-ROL-DEPARTAMENTO" TO SPL-PROGRAMA.
           MOVE "DEPTO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           GOBACK.

      ******************************************************************
