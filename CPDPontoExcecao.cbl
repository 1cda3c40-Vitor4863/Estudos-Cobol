      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original pre-closing ponto exception report.
      * 2026-10-15  RA   PONTOEXC.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-PONTO-EXCECAO.
       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF NOT EMPREGADOS-ARQ-INEXISTENTE
               AND NOT PONTO-ARQ-INEXISTENTE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "CPD-PONTO-EXCECAO" TO SPL-PROGRAMA
               MOVE "PONTOEXC.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
           END-IF.
       8000-EXIT.
           EXIT.
