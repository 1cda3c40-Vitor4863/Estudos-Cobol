      *                  now ends with RETURN-CODE 8, so an
      *                  unattended run can never sail past a
      *                  skipped verification.
      * 2026-10-15  RA   CONTROLE.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACAO-CONTROLE.
       01  SW-VERIFICA-OK          PIC X(01) VALUE "S".
           88  VERIFICA-OK                  VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "OPERACAO-CONTROLE" TO SPL-PROGRAMA.
           MOVE "CONTROLE.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

