      *          (AAAAMM) reads every account in CONTAS.DAT and its
      *          movements in TRANSACOES.DAT and prints a paginated
      *          statement per account - opening balance, each
      *          movement and closing balance - to EXTRATOS.LST, under
      *          a header naming every holder of the account,
      *          with a run summary of accounts printed and accounts
      *          with no movement, so the desk stops keying extratos
      *          one account at a time every month.
      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-09-08  RA   Estornos ("E"/"K") print with the date and
      *                  sequence of the posting they reverse, and each
      *                  statement closes with its own line of the
      *                  period's estornos; a "K" credit now anchors the
      *                  opening balance as a credit.
      * 2026-09-10  RA   Time deposit redemptions (TRN-TIPO S) count as
      *                  credits for the opening balance; I/S lines show
      *                  the deposit number.
      * 2026-09-18  RA   The statement header lists every holder of the
      *                  account - primeiro titular, co-titulares and
      *                  procuradores (BANCO-TITULARES-CONTA) - marking
      *                  links not in force at the end of the period.
      * 2026-09-21  RA   Inbound interbank credits (TRN-TIPO B) count as
      *                  credits for the opening balance and print the
      *                  originating bank.
      * 2026-10-15  RA   EXTRATOS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-EXTRATO-MENSAL.
       01  WS-SALDO-FECHAMENTO     PIC S9(11)V99 VALUE 0.
       01  WS-LANCAMENTOS-CONTA    PIC 9(05) COMP VALUE 0.
       01  WS-LANCAMENTOS-EDIT     PIC 9(05) VALUE 0.
       01  WS-ESTORNOS-CONTA       PIC 9(05) COMP VALUE 0.
       01  WS-ESTORNOS-EDIT        PIC 9(05) VALUE 0.
       01  WS-VALOR-ESTORNOS-CRED  PIC 9(11)V99 VALUE 0.
       01  WS-VALOR-ESTORNOS-DEB   PIC 9(11)V99 VALUE 0.
       01  WS-EST-CRED-EDITADO     PIC ZZZZZZZZZZ9.99.
       01  WS-EST-DEB-EDITADO      PIC ZZZZZZZZZZ9.99.
       01  WS-SALDO-EDITADO        PIC -ZZZZZZZZZ9.99.

       01  WS-DATA-REFERENCIA      PIC 9(08) VALUE 0.
       01  WS-PAPEL-EDITADO        PIC X(17).
       01  WS-IDX-TITULAR          PIC 9(02) COMP VALUE 0.
           COPY "VINCTAB.cpy".

       01  WS-CONTAS-IMPRESSAS     PIC 9(07) COMP VALUE 0.
       01  WS-CONTAS-SEM-MOVIMENTO PIC 9(07) COMP VALUE 0.
       01  WS-CONTAS-IMPR-EDIT     PIC 9(07) VALUE 0.
       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA                VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
      ******************************************************************
       3000-IMPRIMIR-EXTRATO-CONTA.
           MOVE 0 TO WS-LANCAMENTOS-CONTA.
           MOVE 0 TO WS-ESTORNOS-CONTA.
           MOVE 0 TO WS-VALOR-ESTORNOS-CRED.
           MOVE 0 TO WS-VALOR-ESTORNOS-DEB.
           MOVE "S" TO SW-PRIMEIRO-LANCAMENTO.
           MOVE 0 TO WS-SALDO-ABERTURA.
           MOVE 0 TO WS-SALDO-FECHAMENTO.
           COMPUTE WS-DATA-REFERENCIA = WS-PERIODO-PEDIDO * 100 + 31.
           CALL "BANCO-TITULARES-CONTA" USING CTA-CONTA
                                              WS-DATA-REFERENCIA
                                              VTB-TITULARES.
           PERFORM 3100-CABECALHO-CONTA THRU 3100-EXIT.
           IF NOT TRANSACOES-ARQ-INEXISTENTE
               MOVE CTA-CONTA TO TRN-CONTA
               "  PAG " WS-NUMERO-PAGINA-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-EXIT.
           PERFORM 3150-LINHA-TITULAR THRU 3150-EXIT
               VARYING WS-IDX-TITULAR FROM 1 BY 1
               UNTIL WS-IDX-TITULAR > VTB-QTDE-TITULARES.
           MOVE "DATA        TIPO  VALOR        SALDO APOS"
               TO RPT-LINHA.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-LINHA-TITULAR - uma linha do cabecalho por titular da
      * conta; vinculos que nao alcancam o fim do periodo aparecem
      * marcados.
      ******************************************************************
       3150-LINHA-TITULAR.
           EVALUATE VTB-PAPEL (WS-IDX-TITULAR)
               WHEN "P"
                   MOVE "PRIMEIRO TITULAR:" TO WS-PAPEL-EDITADO
               WHEN "C"
                   MOVE "CO-TITULAR......:" TO WS-PAPEL-EDITADO
               WHEN OTHER
                   MOVE "PROCURADOR......:" TO WS-PAPEL-EDITADO
           END-EVALUATE.
           MOVE SPACES TO RPT-LINHA.
           IF VTB-VIGENTE (WS-IDX-TITULAR) = "N"
               STRING WS-PAPEL-EDITADO " "
                   VTB-CLIENTE-ID (WS-IDX-TITULAR) " "
                   VTB-NOME (WS-IDX-TITULAR) " FORA DA VIGENCIA"
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               STRING WS-PAPEL-EDITADO " "
                   VTB-CLIENTE-ID (WS-IDX-TITULAR) " "
                   VTB-NOME (WS-IDX-TITULAR)
                   DELIMITED BY SIZE INTO RPT-LINHA
           END-IF.
           PERFORM 6900-GRAVAR-LINHA THRU 6900-EXIT.
       3150-EXIT.
           EXIT.

       3200-LER-LANCAMENTO.
           READ TRANSACOES-FILE NEXT RECORD
               AT END
       3300-IMPRIMIR-LANCAMENTO.
           IF PRIMEIRO-LANCAMENTO
               IF TRN-DEPOSITO OR TRN-JUROS OR TRN-TRANSF-CREDITO
                   OR TRN-ESTORNO-CREDITO OR TRN-RESGATE
                   OR TRN-CRED-INTERBANC
                   COMPUTE WS-SALDO-ABERTURA =
                       TRN-SALDO-APOS - TRN-VALOR
               ELSE
                       "  CHEQUE " TRN-CONTAPARTE
                       DELIMITED BY SIZE INTO RPT-LINHA
               ELSE
                   IF TRN-ESTORNO-DEBITO OR TRN-ESTORNO-CREDITO
                       STRING TRN-DATA "  " TRN-TIPO "     " TRN-VALOR
                           "    " WS-SALDO-EDITADO
                           "  ESTORNO DE " TRN-REF-DATA
                           " SEQ " TRN-REF-SEQ
                           DELIMITED BY SIZE INTO RPT-LINHA
                   ELSE
                       IF TRN-APLICACAO OR TRN-RESGATE
                           STRING TRN-DATA "  " TRN-TIPO "     "
                               TRN-VALOR "    " WS-SALDO-EDITADO
                               "  APLICACAO " TRN-CONTAPARTE
                               DELIMITED BY SIZE INTO RPT-LINHA
                       ELSE
                           IF TRN-CRED-INTERBANC
                               STRING TRN-DATA "  " TRN-TIPO "     "
                                   TRN-VALOR "    " WS-SALDO-EDITADO
                                   "  BANCO ORIGEM " TRN-CONTAPARTE
                                   DELIMITED BY SIZE INTO RPT-LINHA
                           ELSE
                               STRING TRN-DATA "  " TRN-TIPO "     "
                                   TRN-VALOR "    " WS-SALDO-EDITADO
                                   DELIMITED BY SIZE INTO RPT-LINHA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 6800-GRAVAR-LINHA-PAGINADA THRU 6800-EXIT.
           IF TRN-ESTORNO-CREDITO
               ADD 1 TO WS-ESTORNOS-CONTA
               ADD TRN-VALOR TO WS-VALOR-ESTORNOS-CRED
           END-IF.
           IF TRN-ESTORNO-DEBITO
               ADD 1 TO WS-ESTORNOS-CONTA
               ADD TRN-VALOR TO WS-VALOR-ESTORNOS-DEB
           END-IF.
           MOVE TRN-SALDO-APOS TO WS-SALDO-FECHAMENTO.
           ADD 1 TO WS-LANCAMENTOS-CONTA.
       3300-EXIT.
               PERFORM 6800-GRAVAR-LINHA-PAGINADA THRU 6800-EXIT
               ADD 1 TO WS-CONTAS-SEM-MOVIMENTO
           ELSE
               IF WS-ESTORNOS-CONTA > 0
                   PERFORM 3550-LINHA-ESTORNOS THRU 3550-EXIT
               END-IF
               MOVE WS-SALDO-FECHAMENTO TO WS-SALDO-EDITADO
               STRING "SALDO DE FECHAMENTO: R$ " WS-SALDO-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINHA
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3550-LINHA-ESTORNOS - linha propria com os estornos do periodo
      * (quantidade, a credito e a debito), para que o cliente veja
      * que o lancamento corrigido nao foi movimento seu.
      ******************************************************************
       3550-LINHA-ESTORNOS.
           MOVE WS-ESTORNOS-CONTA TO WS-ESTORNOS-EDIT.
           MOVE WS-VALOR-ESTORNOS-CRED TO WS-EST-CRED-EDITADO.
           MOVE WS-VALOR-ESTORNOS-DEB TO WS-EST-DEB-EDITADO.
           STRING "ESTORNOS NO PERIODO: " WS-ESTORNOS-EDIT
               "  A CREDITO R$ " WS-EST-CRED-EDITADO
               "  A DEBITO R$ " WS-EST-DEB-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 6800-GRAVAR-LINHA-PAGINADA THRU 6800-EXIT.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 6800-GRAVAR-LINHA-PAGINADA - grava a linha corrente e abre uma
      * pagina nova com o cabecalho da conta quando a pagina enche.
               CLOSE TRANSACOES-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-EXTRATO-MENSAL" TO SPL-PROGRAMA.
           MOVE "EXTRATOS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

