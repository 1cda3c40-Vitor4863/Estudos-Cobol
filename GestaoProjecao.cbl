      *                  WS-SALDO-PROJETADO widened to S9(12)V99:
      *                  they sum and project the widened ledger
      *                  amounts and were still at the old ceiling.
      * 2026-10-15  RA   PROJECAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-PROJECAO.
       01  WS-TOTAL-PERIODOS-EDIT     PIC 9(05) VALUE 0.
       01  WS-RELATORIO-STATUS        PIC X(02).

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   UNTIL WS-IDX-MES > WS-MESES-PROJECAO
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-PROJECAO" TO SPL-PROGRAMA.
           MOVE "PROJECAO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           GOBACK.

      ******************************************************************
