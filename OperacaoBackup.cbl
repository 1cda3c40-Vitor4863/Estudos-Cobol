      *                  unrecognized option now ends with
      *                  RETURN-CODE 8, so an unattended run can
      *                  never sail past a skipped backup.
      * 2026-10-15  RA   BACKUP.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACAO-BACKUP.
               10  CNF-HASH-MAN    PIC 9(13)V99.
               10  CNF-TEM-MAN     PIC X(01).

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "OPERACAO-BACKUP" TO SPL-PROGRAMA.
           MOVE "BACKUP.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

