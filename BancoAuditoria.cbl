      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-09-08  RA   The replay applies estornos in their own
      *                  direction ("K" credit, "E" debit) and the
      *                  summary reports them on their own lines instead
      *                  of among deposits and withdrawals.
      * 2026-09-10  RA   Time deposit redemptions (TRN-TIPO S) are
      *                  recomputed as credits.
      * 2026-09-21  RA   Inbound interbank credits (TRN-TIPO B) are
      *                  credits in the balance recalculation.
      * 2026-10-15  RA   AUDSALDO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-AUDITORIA-SALDOS.
       01  WS-CONTAS-DIVERGENTES   PIC 9(07) COMP VALUE 0.
       01  WS-AUDITADAS-EDIT       PIC 9(07) VALUE 0.
       01  WS-DIVERGENTES-EDIT     PIC 9(07) VALUE 0.
       01  WS-QTDE-ESTORNOS        PIC 9(07) COMP VALUE 0.
       01  WS-ESTORNOS-EDIT        PIC 9(07) VALUE 0.
       01  WS-VALOR-ESTORNOS-CRED  PIC 9(12)V99 VALUE 0.
       01  WS-VALOR-ESTORNOS-DEB   PIC 9(12)V99 VALUE 0.
       01  WS-VALOR-EST-EDITADO    PIC ZZZZZZZZZZZ9.99.

       01  SW-CONTA-EM-CURSO       PIC X(01) VALUE "N".
           88  CONTA-EM-CURSO               VALUE "S".
       01  SW-DIVERGIU-HISTORICO   PIC X(01) VALUE "N".
           88  DIVERGIU-HISTORICO           VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 0 TO WS-PRIMEIRA-DIV-DATA.
           MOVE 0 TO WS-PRIMEIRA-DIV-SEQ.
           IF TRN-DEPOSITO OR TRN-JUROS OR TRN-TRANSF-CREDITO
               OR TRN-ESTORNO-CREDITO OR TRN-RESGATE
               OR TRN-CRED-INTERBANC
               COMPUTE WS-SALDO-RECALCULADO =
                   TRN-SALDO-APOS - TRN-VALOR
           ELSE
      ******************************************************************
      * 3500-CONFERIR-LANCAMENTO - aplica o lancamento ao saldo
      * recalculado e anota a primeira vez em que TRN-SALDO-APOS
      * deixou de bater com o recalculo.  Estornos ("K" credita, "E"
      * debita) sao somados a parte para a linha propria do resumo.
      ******************************************************************
       3500-CONFERIR-LANCAMENTO.
           IF TRN-DEPOSITO OR TRN-JUROS OR TRN-TRANSF-CREDITO
               OR TRN-ESTORNO-CREDITO OR TRN-RESGATE
               OR TRN-CRED-INTERBANC
               COMPUTE WS-SALDO-RECALCULADO =
                   WS-SALDO-RECALCULADO + TRN-VALOR
           ELSE
               COMPUTE WS-SALDO-RECALCULADO =
                   WS-SALDO-RECALCULADO - TRN-VALOR
           END-IF.
           IF TRN-ESTORNO-CREDITO
               ADD 1 TO WS-QTDE-ESTORNOS
               ADD TRN-VALOR TO WS-VALOR-ESTORNOS-CRED
           END-IF.
           IF TRN-ESTORNO-DEBITO
               ADD 1 TO WS-QTDE-ESTORNOS
               ADD TRN-VALOR TO WS-VALOR-ESTORNOS-DEB
           END-IF.
           IF WS-SALDO-RECALCULADO NOT = TRN-SALDO-APOS
               AND NOT DIVERGIU-HISTORICO
               MOVE "S" TO SW-DIVERGIU-HISTORICO
           STRING "CONTAS COM DIVERGENCIA..: " WS-DIVERGENTES-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-ESTORNOS TO WS-ESTORNOS-EDIT.
           STRING "ESTORNOS NO HISTORICO...: " WS-ESTORNOS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-VALOR-ESTORNOS-CRED TO WS-VALOR-EST-EDITADO.
           STRING "  ESTORNOS A CREDITO....: " WS-VALOR-EST-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-VALOR-ESTORNOS-DEB TO WS-VALOR-EST-EDITADO.
           STRING "  ESTORNOS A DEBITO.....: " WS-VALOR-EST-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

           END-IF.
           CLOSE CONTAS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-AUDITORIA-SALDOS" TO SPL-PROGRAMA.
           MOVE "AUDSALDO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

