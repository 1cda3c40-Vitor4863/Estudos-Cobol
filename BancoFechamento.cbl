      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-09-08  RA   Estornos ("E" debit / "K" credit) are totalled
      *                  on their own report lines and enter the
      *                  expected movement apart from the deposits and
      *                  withdrawals of the day.
      * 2026-09-10  RA   Time deposit redemptions (TRN-TIPO S) are
      *                  totalled with the credits; applications (I)
      *                  fall with the debits.
      * 2026-09-21  RA   Inbound interbank credits (TRN-TIPO B) are
      *                  totalled with the day's deposits.
      * 2026-10-15  RA   FECHAMENTO.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-FECHAMENTO-DIA.

       01  WS-TOTAL-DEPOSITOS      PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-RETIRADAS      PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-ESTORNOS-CRED  PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-ESTORNOS-DEB   PIC 9(10)V99 VALUE 0.
       01  WS-MOVIMENTO-ESPERADO   PIC S9(10)V99 VALUE 0.
       01  WS-MOVIMENTO-REAL       PIC S9(10)V99 VALUE 0.
       01  WS-TOTAL-SALDO-ATUAL    PIC S9(10)V99 VALUE 0.
       01  WS-TOTAL-SALDO-ANTERIOR PIC S9(10)V99 VALUE 0.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.

      ******************************************************************
      * 2000-TOTALIZAR-TRANSACOES - soma depositos e retiradas lancados
      * hoje em TRANSACOES.DAT.  Os estornos ("E" debita, "K" credita)
      * tem totais proprios e nao se misturam ao movimento do cliente.
      ******************************************************************
       2000-TOTALIZAR-TRANSACOES.
           PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT
                   CONTINUE
               NOT AT END
                   IF TRN-DATA = WS-DATA-PROCESSAMENTO
                       EVALUATE TRUE
                           WHEN TRN-ESTORNO-CREDITO
                               ADD TRN-VALOR TO WS-TOTAL-ESTORNOS-CRED
                           WHEN TRN-ESTORNO-DEBITO
                               ADD TRN-VALOR TO WS-TOTAL-ESTORNOS-DEB
                           WHEN TRN-DEPOSITO OR TRN-JUROS
                               OR TRN-TRANSF-CREDITO OR TRN-RESGATE
                               OR TRN-CRED-INTERBANC
                               ADD TRN-VALOR TO WS-TOTAL-DEPOSITOS
                           WHEN OTHER
                               ADD TRN-VALOR TO WS-TOTAL-RETIRADAS
                       END-EVALUATE
                   END-IF
           END-READ.
       2100-EXIT.
      ******************************************************************
       4000-CONFERIR-FECHAMENTO.
           COMPUTE WS-MOVIMENTO-ESPERADO =
               WS-TOTAL-DEPOSITOS - WS-TOTAL-RETIRADAS
               + WS-TOTAL-ESTORNOS-CRED - WS-TOTAL-ESTORNOS-DEB.
           COMPUTE WS-MOVIMENTO-REAL =
               WS-TOTAL-SALDO-ATUAL - WS-TOTAL-SALDO-ANTERIOR.

           STRING "TOTAL DE RETIRADAS.......: " WS-TOTAL-RETIRADAS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "ESTORNOS A CREDITO.......: " WS-TOTAL-ESTORNOS-CRED
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "ESTORNOS A DEBITO........: " WS-TOTAL-ESTORNOS-DEB
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           STRING "MOVIMENTO ESPERADO.......: " WS-MOVIMENTO-ESPERADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           END-IF.
           CLOSE CONTAS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-FECHAMENTO-DIA" TO SPL-PROGRAMA.
           MOVE "FECHAMENTO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

