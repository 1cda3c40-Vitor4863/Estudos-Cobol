      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-08  RA   Postings now zero the new TRN-ESTORNO-REF,
      *                  which only the estorno of SISTEMA-BANCO fills
      *                  in.
      * 2026-10-15  RA   CHESPECIAL.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CHEQUE-ESPECIAL.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
      ******************************************************************
       3700-GRAVAR-HISTORICO.
           MOVE "CHESPECIAL" TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 3750-TENTAR-GRAVAR THRU 3750-EXIT
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-CHEQUE-ESPECIAL" TO SPL-PROGRAMA.
           MOVE "CHESPECIAL.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
