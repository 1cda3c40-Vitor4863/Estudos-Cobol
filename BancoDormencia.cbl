      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-10  RA   Maturity redemptions posted by BANCO-
      *                  RENDIMENTO-DIARIO are bank postings and no
      *                  longer count as customer activity.
      * 2026-09-15  RA   Accounts found quiet for 6 months or more (and
      *                  the blocked ones still quiet) are also written
      *                  to DORMENTES.DAT for the suspicious-movement
      *                  monitor BANCO-MONITOR-PLD.
      * 2026-10-15  RA   DORMENCIA.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      * 2026-10-15  RA   ARQ-REGISTRO widened to the 69 bytes of
      *                  TRN-REGISTRO written by BANCO-ARQUIVO, so
      *                  TRN-ESTORNO-REF is no longer cut from archived
      *                  lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-DORMENCIA.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DORMENTES-FILE ASSIGN TO "DORMENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DORMENTES-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           COPY "TRANREG.cpy".

       FD  ARQUIVO-FILE.
       01  ARQ-REGISTRO            PIC X(69).

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DORMENTES-FILE.
           COPY "DORMREG.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".


       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DORMENTES-STATUS     PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".


       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN I-O CONTAS-FILE.
           IF NOT CONTAS-ARQ-INEXISTENTE
               OPEN OUTPUT RELATORIO-FILE
               OPEN OUTPUT DORMENTES-FILE
               MOVE "CONTAS SEM MOVIMENTO DE CLIENTE" TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.

      ******************************************************************
      * 3000-ACUMULAR-MOVIMENTO - guarda a maior data de lancamento de
      * cliente da conta do TRN-REGISTRO corrente.  Juros ("J"/"X"),
      * tarifa ("F") e o resgate de aplicacao no vencimento ("S" do
      * BANCO-RENDIMENTO-DIARIO) sao lancamentos do proprio banco e
      * nao contam como movimento do cliente.
      ******************************************************************
       3000-ACUMULAR-MOVIMENTO.
           IF TRN-JUROS OR TRN-JUROS-ESPECIAL OR TRN-TARIFA
               GO TO 3000-EXIT
           END-IF.
           IF TRN-RESGATE AND TRN-OPERADOR = "RENDDIARIO"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LOCALIZAR-CONTA THRU 3100-EXIT.
           IF WS-IDX-CONTA <= 1000
               IF TRN-DATA > ULT-DATA (WS-IDX-CONTA)
      * 4000-AVALIAR-CONTAS - le cada conta do cadastro e confronta
      * com a ultima data de movimento de cliente apurada: 6 meses
      * parada entra no relatorio, 12 meses parada e bloqueada.
      * Contas ja bloqueadas ou encerradas nao sao reavaliadas; a
      * bloqueada que segue parada continua na lista de dormentes.
      ******************************************************************
       4000-AVALIAR-CONTAS.
           READ CONTAS-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CTA-ENCERRADA
                           CONTINUE
                       WHEN CTA-BLOQUEADA
                           PERFORM 4400-MANTER-BLOQUEADA THRU 4400-EXIT
                       WHEN OTHER
                           PERFORM 4100-AVALIAR-UMA-CONTA THRU 4100-EXIT
                   END-EVALUATE
           END-READ.
       4000-EXIT.
           EXIT.
               ADD 1 TO WS-CONTAS-SEM-MOV
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4150-APURAR-MESES-PARADA THRU 4150-EXIT.
           IF WS-MESES-PARADA < 6
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4300-GRAVAR-DORMENTE THRU 4300-EXIT.
           MOVE WS-MESES-PARADA TO WS-MESES-EDIT.
           IF WS-MESES-PARADA >= 12
               MOVE "B" TO CTA-SITUACAO
       4100-EXIT.
           EXIT.

       4150-APURAR-MESES-PARADA.
           COMPUTE WS-MESES-PARADA =
               (WS-ANO-HOJE - WS-ANO-ULTIMA) * 12
               + (WS-MES-HOJE - WS-MES-ULTIMA).
           IF WS-DIA-HOJE < WS-DIA-ULTIMA
               SUBTRACT 1 FROM WS-MESES-PARADA
           END-IF.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4300-GRAVAR-DORMENTE - registra a conta parada em
      * DORMENTES.DAT para o monitor de movimentacao suspeita.
      ******************************************************************
       4300-GRAVAR-DORMENTE.
           MOVE CTA-CONTA TO DRM-CONTA.
           MOVE WS-DATA-ULTIMA-NUM TO DRM-DATA-ULTIMA.
           MOVE WS-MESES-PARADA TO DRM-MESES-PARADA.
           WRITE DRM-REGISTRO.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-MANTER-BLOQUEADA - conta ja bloqueada nao e reavaliada
      * nem listada, mas se segue parada ha 6 meses ou mais continua
      * entre as dormentes: o primeiro movimento depois do desbloqueio
      * e o que o monitor precisa ver.
      ******************************************************************
       4400-MANTER-BLOQUEADA.
           PERFORM 4200-BUSCAR-ULTIMO-MOVIMENTO THRU 4200-EXIT.
           IF WS-DATA-ULTIMA-NUM = 0
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4150-APURAR-MESES-PARADA THRU 4150-EXIT.
           IF WS-MESES-PARADA >= 6
               PERFORM 4300-GRAVAR-DORMENTE THRU 4300-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4200-BUSCAR-ULTIMO-MOVIMENTO - devolve em WS-DATA-ULTIMA a
      * ultima data de movimento de cliente da conta corrente do
           IF NOT CONTAS-ARQ-INEXISTENTE
               CLOSE CONTAS-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-DORMENCIA" TO SPL-PROGRAMA
               MOVE "DORMENCIA.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               CLOSE DORMENTES-FILE
               IF NOT TRANSACOES-ARQ-INEXISTENTE
                   CLOSE TRANSACOES-FILE
               END-IF
