      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original clearing remittance extraction.
      * 2026-10-15  RA   REMESSA.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-REMESSA-COMPENSACAO.
       01  WS-QTDE-EXTRAIDOS-EDIT  PIC 9(06) VALUE 0.
       01  WS-VALOR-EXTRAIDO       PIC 9(13)V99 VALUE 0.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               CLOSE EXTPAG-FILE
               CLOSE REMESSA-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-REMESSA-COMPENSACAO" TO SPL-PROGRAMA
               MOVE "REMESSA.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
           END-IF.
       8000-EXIT.
           EXIT.
