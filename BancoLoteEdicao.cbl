      *          before BANCO-LOTE-NOTURNO.  Every pending record is
      *          checked (account numeric and on file, type D/R/T,
      *          value numeric and non-zero, retirada covered by
      *          saldo + limite, counterparty valid on transfers,
      *          retirada/transfer within the account's daily limit);
      *          clean records go to LOTEACEITO.DAT - the only file
      *          the posting run reads - and failures go to
      *          LOTEREJ.DAT with a reason code per record so the
      * 2026-08-22  RA   Changed the closing STOP RUN to GOBACK so
      *                  this job can be CALLed as a step of the
      *                  OPERACAO-NOTURNA job-stream driver.
      * 2026-09-09  RA   New reason code 08: a retirada or transfer
      *                  covered by saldo + limite but not once the
      *                  active court holds of the account (BANCO-SALDO-
      *                  BLOQUEADO) are deducted.
      * 2026-09-17  RA   New reason code 09: a retirada or transfer that
      *                  would take the account over its daily ceiling
      *                  (BANCO-LIMITE-DIARIO), counting what was
      *                  already posted that business day and what this
      *                  same lot already accepted. Reads DATAMOV.DAT
      *                  for the business day.
      * 2026-10-15  RA   EDICAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-LOTE-EDICAO.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-FILE.
       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VALOR-BLOQUEADO      PIC 9(10)V99 VALUE 0.
       01  WS-LOTE-STATUS          PIC X(02).
           88  LOTE-ARQ-INEXISTENTE         VALUE "35".
       01  WS-ACEITOS-STATUS       PIC X(02).
       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".
       01  WS-RELATORIO-STATUS     PIC X(02).
       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-DATA-MOVIMENTO       PIC 9(08).
       01  WS-PACOTE-CONTA         PIC 9(02) VALUE 0.
       01  WS-PENDENTE-LIMITE      PIC 9(10)V99 VALUE 0.
       01  WS-LIMITE-DIA           PIC 9(10)V99 VALUE 0.
       01  WS-USADO-DIA            PIC 9(10)V99 VALUE 0.
       01  WS-OPERADOR-LOTE        PIC X(10) VALUE "LOTEEDICAO".
       01  SW-LIMITE-OK            PIC X(01) VALUE "S".
           88  LIMITE-OK                    VALUE "S".

       01  WS-IDX-USO              PIC 9(03) COMP VALUE 0.
       01  WS-TOTAL-USO            PIC 9(03) COMP VALUE 0.
       01  TABELA-USO-LOTE.
           05  USO-ENTRADA OCCURS 500 TIMES.
               10  USO-CONTA           PIC 9(05).
               10  USO-TIPO            PIC X(01).
               10  USO-VALOR           PIC 9(10)V99.

       01  WS-MOTIVO-REJEICAO      PIC X(02).
           88  REGISTRO-ACEITO              VALUE "00".
       01  SW-FIM-LOTE             PIC X(01) VALUE "N".
           88  FIM-LOTE                     VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== EDICAO DO LOTE DE TRANSACOES ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN INPUT LOTE-FILE.
           IF LOTE-ARQ-INEXISTENTE
               DISPLAY "LOTETRANS.DAT NAO EXISTE. NADA A EDITAR."
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina.  E o dia
      * cujo uso conta para os limites diarios.
      ******************************************************************
       0900-LER-DATA-MOVIMENTO.
           ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD.
           OPEN INPUT DATAMOV-FILE.
           IF DATAMOV-ARQUIVO-INEXISTENTE
               CONTINUE
           ELSE
               READ DATAMOV-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DMV-DATA-MOVIMENTO > 0
                           MOVE DMV-DATA-MOVIMENTO
                               TO WS-DATA-MOVIMENTO
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
       0900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-LOTE - le cada registro pendente, valida e o
      * encaminha para o arquivo de aceitos ou o de rejeitados.
               MOVE "05" TO WS-MOTIVO-REJEICAO
               GO TO 3000-EXIT
           END-IF.
           MOVE CTA-PACOTE TO WS-PACOTE-CONTA.
           IF (LOT-RETIRADA OR LOT-TRANSFERENCIA)
               AND LOT-VALOR > CTA-SALDO + CTA-LIMITE-ESPECIAL
               MOVE "06" TO WS-MOTIVO-REJEICAO
               GO TO 3000-EXIT
           END-IF.
           IF LOT-RETIRADA OR LOT-TRANSFERENCIA
               CALL "BANCO-SALDO-BLOQUEADO" USING LOT-CONTA
                                                  WS-VALOR-BLOQUEADO
               IF LOT-VALOR > CTA-SALDO + CTA-LIMITE-ESPECIAL
                   - WS-VALOR-BLOQUEADO
                   MOVE "08" TO WS-MOTIVO-REJEICAO
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF LOT-TRANSFERENCIA
               PERFORM 3100-VALIDAR-CONTRAPARTE THRU 3100-EXIT
           END-IF.
           IF REGISTRO-ACEITO
               AND (LOT-RETIRADA OR LOT-TRANSFERENCIA)
               PERFORM 3200-CONFERIR-LIMITE-DIARIO THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CONFERIR-LIMITE-DIARIO - motivo 09: o valor passaria o
      * teto diario da conta para a modalidade, somando o ja lancado
      * no dia em TRANSACOES.DAT e o ja aceito neste mesmo lote.
      ******************************************************************
       3200-CONFERIR-LIMITE-DIARIO.
           PERFORM 3250-LOCALIZAR-USO THRU 3250-EXIT
               VARYING WS-IDX-USO FROM 1 BY 1
               UNTIL WS-IDX-USO > WS-TOTAL-USO
                   OR (USO-CONTA (WS-IDX-USO) = LOT-CONTA
                       AND USO-TIPO (WS-IDX-USO) = LOT-TIPO).
           MOVE 0 TO WS-PENDENTE-LIMITE.
           IF WS-IDX-USO <= WS-TOTAL-USO
               MOVE USO-VALOR (WS-IDX-USO) TO WS-PENDENTE-LIMITE
           END-IF.
           CALL "BANCO-LIMITE-DIARIO" USING LOT-CONTA
                                            WS-PACOTE-CONTA
                                            WS-DATA-MOVIMENTO
                                            LOT-TIPO
                                            LOT-VALOR
                                            WS-PENDENTE-LIMITE
                                            WS-OPERADOR-LOTE
                                            SW-LIMITE-OK
                                            WS-LIMITE-DIA
                                            WS-USADO-DIA.
           IF NOT LIMITE-OK
               MOVE "09" TO WS-MOTIVO-REJEICAO
           END-IF.
       3200-EXIT.
           EXIT.

       3250-LOCALIZAR-USO.
           CONTINUE.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRAVAR-ACEITO - copia o registro limpo para o arquivo que
      * o BANCO-LOTE-NOTURNO vai postar.
           WRITE ACE-REGISTRO.
           ADD 1 TO WS-CONTADOR-ACEITOS.
           ADD LOT-VALOR TO WS-TOTAL-ACEITO.
           IF LOT-RETIRADA OR LOT-TRANSFERENCIA
               PERFORM 4100-ACUMULAR-USO THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ACUMULAR-USO - soma o valor aceito ao uso da conta na
      * modalidade dentro do lote, para os registros seguintes.
      ******************************************************************
       4100-ACUMULAR-USO.
           PERFORM 3250-LOCALIZAR-USO THRU 3250-EXIT
               VARYING WS-IDX-USO FROM 1 BY 1
               UNTIL WS-IDX-USO > WS-TOTAL-USO
                   OR (USO-CONTA (WS-IDX-USO) = LOT-CONTA
                       AND USO-TIPO (WS-IDX-USO) = LOT-TIPO).
           IF WS-IDX-USO > WS-TOTAL-USO
               IF WS-TOTAL-USO < 500
                   ADD 1 TO WS-TOTAL-USO
                   MOVE WS-TOTAL-USO TO WS-IDX-USO
                   MOVE LOT-CONTA TO USO-CONTA (WS-IDX-USO)
                   MOVE LOT-TIPO  TO USO-TIPO (WS-IDX-USO)
                   MOVE 0         TO USO-VALOR (WS-IDX-USO)
               ELSE
                   DISPLAY "LIMITE DA TABELA DE USO ATINGIDO. "
                       "CONTA NAO ACUMULADA: " LOT-CONTA
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           ADD LOT-VALOR TO USO-VALOR (WS-IDX-USO).
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVAR-REJEITO - grava o registro rejeitado com o motivo,
      * preservando a imagem original para correcao e reenvio.
           CLOSE REJEITOS-FILE.
           CLOSE CONTAS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-LOTE-EDICAO" TO SPL-PROGRAMA.
           MOVE "EDICAO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

