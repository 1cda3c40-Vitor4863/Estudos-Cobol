      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original bank-to-ledger reconciliation.
      * 2026-10-08  RA   Added the receivables side: TITPAG.DAT payments
      *                  of receivables (principal plus the multa and
      *                  juros of a late boleto) against the deposits
      *                  and collection credits ("D"/"B") of the
      *                  operating account, so boletos settled by BANCO-
      *                  RETORNO-COBRANCA show as matched, with sections
      *                  4 to 6 for the exceptions.
      * 2026-10-15  RA   CONCILIA.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-CONCILIACAO.
               10  CON-DATA            PIC 9(08).
               10  CON-LIQUIDADO       PIC 9(10)V99.
               10  CON-DEBITADO        PIC 9(10)V99.
               10  CON-RECEBIDO        PIC 9(10)V99.
               10  CON-CREDITADO       PIC 9(10)V99.

       01  WS-QTDE-SEM-BANCO       PIC 9(03) COMP VALUE 0.
       01  WS-QTDE-SEM-TITULO      PIC 9(03) COMP VALUE 0.
       01  WS-SEM-BANCO-EDIT       PIC 9(03) VALUE 0.
       01  WS-SEM-TITULO-EDIT      PIC 9(03) VALUE 0.
       01  WS-DIVERGENTES-EDIT     PIC 9(03) VALUE 0.
       01  WS-QTDE-REC-SEM-BANCO   PIC 9(03) COMP VALUE 0.
       01  WS-QTDE-REC-SEM-TITULO  PIC 9(03) COMP VALUE 0.
       01  WS-QTDE-REC-DIVERGENTES PIC 9(03) COMP VALUE 0.

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.

      ******************************************************************
      * 2000-ACUMULAR-PAGAMENTOS - acumula por data os pagamentos de
      * titulos registrados em TITPAG.DAT: os a pagar no lado dos
      * liquidados, os a receber (principal mais multa e juros de
      * boleto pago em atraso) no lado dos recebidos.
      ******************************************************************
       2000-ACUMULAR-PAGAMENTOS.
           IF PAGAMENTOS-ARQ-INEXISTENTE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE TPG-DATA TO WS-DATA-ACUMULO
                               IF TIT-PAGAR
                                   MOVE TPG-VALOR TO WS-VALOR-ACUMULO
                                   PERFORM 3500-SOMAR-LIQUIDADO
                                       THRU 3500-EXIT
                               ELSE
                                   COMPUTE WS-VALOR-ACUMULO =
                                       TPG-VALOR + TPG-ENCARGOS
                                   PERFORM 3550-SOMAR-RECEBIDO
                                       THRU 3550-EXIT
                               END-IF
                       END-READ
                   END-IF
           EXIT.

      ******************************************************************
      * 2500-ACUMULAR-TITULOS-ANTIGOS - titulos liquidados antes do
      * arquivo de pagamentos existir (valor pago zerado) entram pela
      * data de liquidacao e valor de face, cada tipo no seu lado.
      ******************************************************************
       2500-ACUMULAR-TITULOS-ANTIGOS.
           IF TITULOS-ARQ-INEXISTENTE
               AT END
                   CONTINUE
               NOT AT END
                   IF TIT-LIQUIDADO AND TIT-VALOR-PAGO = 0
                       MOVE TIT-DATA-LIQUIDACAO TO WS-DATA-ACUMULO
                       MOVE TIT-VALOR TO WS-VALOR-ACUMULO
                       IF TIT-PAGAR
                           PERFORM 3500-SOMAR-LIQUIDADO THRU 3500-EXIT
                       ELSE
                           PERFORM 3550-SOMAR-RECEBIDO THRU 3550-EXIT
                       END-IF
                   END-IF
           END-READ.
       2600-EXIT.
      * 3000-ACUMULAR-DEBITOS - acumula por data os debitos da conta
      * de operacao no historico do banco (retiradas, transferencias,
      * pagamentos externos e cheques; juros e tarifa do proprio
      * banco ficam fora) e, no lado dos recebimentos, os creditos
      * de depositos e de cobranca/interbancarios.
      ******************************************************************
       3000-ACUMULAR-DEBITOS.
           IF TRANSACOES-ARQ-INEXISTENTE
                       MOVE TRN-VALOR TO WS-VALOR-ACUMULO
                       PERFORM 3600-SOMAR-DEBITADO THRU 3600-EXIT
                   END-IF
                   IF TRN-CONTA = WS-CONTA-OPERACAO
                       AND (TRN-DEPOSITO OR TRN-CRED-INTERBANC)
                       MOVE TRN-DATA TO WS-DATA-ACUMULO
                       MOVE TRN-VALOR TO WS-VALOR-ACUMULO
                       PERFORM 3650-SOMAR-CREDITADO THRU 3650-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3550-SOMAR-RECEBIDO - soma o valor acumulado no lado dos
      * titulos a receber da data em WS-DATA-ACUMULO.
      ******************************************************************
       3550-SOMAR-RECEBIDO.
           PERFORM 3700-LOCALIZAR-DATA THRU 3700-EXIT.
           IF WS-IDX-DATA <= 200
               ADD WS-VALOR-ACUMULO TO CON-RECEBIDO (WS-IDX-DATA)
           END-IF.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3600-SOMAR-DEBITADO - soma o valor acumulado no lado do banco
      * da data em WS-DATA-ACUMULO.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3650-SOMAR-CREDITADO - soma o valor acumulado no lado dos
      * creditos do banco da data em WS-DATA-ACUMULO.
      ******************************************************************
       3650-SOMAR-CREDITADO.
           PERFORM 3700-LOCALIZAR-DATA THRU 3700-EXIT.
           IF WS-IDX-DATA <= 200
               ADD WS-VALOR-ACUMULO TO CON-CREDITADO (WS-IDX-DATA)
           END-IF.
       3650-EXIT.
           EXIT.

       3700-LOCALIZAR-DATA.
           PERFORM 3750-COMPARAR-DATA THRU 3750-EXIT
               VARYING WS-IDX-DATA FROM 1 BY 1
                   MOVE WS-DATA-ACUMULO TO CON-DATA (WS-IDX-DATA)
                   MOVE 0 TO CON-LIQUIDADO (WS-IDX-DATA)
                   MOVE 0 TO CON-DEBITADO (WS-IDX-DATA)
                   MOVE 0 TO CON-RECEBIDO (WS-IDX-DATA)
                   MOVE 0 TO CON-CREDITADO (WS-IDX-DATA)
               ELSE
                   DISPLAY "LIMITE DE DATAS DA CONCILIACAO ATINGIDO."
               END-IF
           EXIT.

      ******************************************************************
      * 4000-IMPRIMIR-EXCECOES - as secoes da conciliacao: liquidado
      * sem banco, banco sem titulo e valores divergentes, primeiro
      * para os pagamentos e depois para os recebimentos.
      ******************************************************************
       4000-IMPRIMIR-EXCECOES.
           MOVE "SECAO 1 - TITULOS LIQUIDADOS SEM MOVIMENTO NO BANCO"
           PERFORM 4300-EXCECAO-DIVERGENTE THRU 4300-EXIT
               VARYING WS-IDX-DATA FROM 1 BY 1
               UNTIL WS-IDX-DATA > WS-TOTAL-DATAS.
           MOVE "SECAO 4 - TITULOS RECEBIDOS SEM CREDITO NO BANCO"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 4400-REC-SEM-BANCO THRU 4400-EXIT
               VARYING WS-IDX-DATA FROM 1 BY 1
               UNTIL WS-IDX-DATA > WS-TOTAL-DATAS.
           MOVE "SECAO 5 - CREDITOS NO BANCO SEM TITULO RECEBIDO"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 4500-REC-SEM-TITULO THRU 4500-EXIT
               VARYING WS-IDX-DATA FROM 1 BY 1
               UNTIL WS-IDX-DATA > WS-TOTAL-DATAS.
           MOVE "SECAO 6 - RECEBIMENTOS DIVERGENTES NA MESMA DATA"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 4600-REC-DIVERGENTE THRU 4600-EXIT
               VARYING WS-IDX-DATA FROM 1 BY 1
               UNTIL WS-IDX-DATA > WS-TOTAL-DATAS.
           MOVE "------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
               WS-DIVERGENTES-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-REC-SEM-BANCO TO WS-SEM-BANCO-EDIT.
           STRING "RECEBIDOS SEM CREDITO.......: " WS-SEM-BANCO-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-REC-SEM-TITULO TO WS-SEM-TITULO-EDIT.
           STRING "CREDITOS SEM TITULO.........: " WS-SEM-TITULO-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-REC-DIVERGENTES TO WS-DIVERGENTES-EDIT.
           STRING "RECEBIMENTOS DIVERGENTES....: "
               WS-DIVERGENTES-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       4000-EXIT.
           EXIT.

       4300-EXIT.
           EXIT.

       4400-REC-SEM-BANCO.
           IF CON-RECEBIDO (WS-IDX-DATA) > 0
               AND CON-CREDITADO (WS-IDX-DATA) = 0
               STRING "DATA " CON-DATA (WS-IDX-DATA)
                   " RECEBIDO " CON-RECEBIDO (WS-IDX-DATA)
                   " SEM CREDITO NO BANCO"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-REC-SEM-BANCO
           END-IF.
       4400-EXIT.
           EXIT.

       4500-REC-SEM-TITULO.
           IF CON-CREDITADO (WS-IDX-DATA) > 0
               AND CON-RECEBIDO (WS-IDX-DATA) = 0
               STRING "DATA " CON-DATA (WS-IDX-DATA)
                   " CREDITADO " CON-CREDITADO (WS-IDX-DATA)
                   " SEM TITULO RECEBIDO"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-REC-SEM-TITULO
           END-IF.
       4500-EXIT.
           EXIT.

       4600-REC-DIVERGENTE.
           IF CON-RECEBIDO (WS-IDX-DATA) > 0
               AND CON-CREDITADO (WS-IDX-DATA) > 0
               AND CON-RECEBIDO (WS-IDX-DATA)
                   NOT = CON-CREDITADO (WS-IDX-DATA)
               STRING "DATA " CON-DATA (WS-IDX-DATA)
                   " RECEBIDO " CON-RECEBIDO (WS-IDX-DATA)
                   " CREDITADO " CON-CREDITADO (WS-IDX-DATA)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-QTDE-REC-DIVERGENTES
           END-IF.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em CONCILIA.LST.
               CLOSE TRANSACOES-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-CONCILIACAO" TO SPL-PROGRAMA.
           MOVE "CONCILIA.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

