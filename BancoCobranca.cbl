      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-11  RA   Parcelas renegociadas (PAR-SITUACAO R) are no
      *                  longer charged encargos, emitted or listed in
      *                  arrears.
      * 2026-09-25  RA   Parcelas of consignado contracts (EMP-
      *                  MODALIDADE C) are no longer emitted, charged
      *                  encargos or listed in arrears: CPD-FOLHA-
      *                  PAGAMENTO deducts them from the salary. The
      *                  summary counts the open ones left to the folha.
      * 2026-10-15  RA   COBRANCA.LST and CARTACOB.LST are copied to the
      *                  report spool as dated generations after they
      *                  are closed (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-COBRANCA-MENSAL.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.

           SELECT EMPREST-FILE ASSIGN TO "EMPREST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-EMPREST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-FILE.
       FD  CARTA-FILE.
       01  CARTA-REGISTRO          PIC X(132).

       FD  EMPREST-FILE.
           COPY "EMPRESTREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARCELAS-STATUS      PIC X(02).
           88  PARCELAS-OK                  VALUE "00".

       01  WS-CARTA-STATUS         PIC X(02).

       01  WS-EMPREST-STATUS       PIC X(02).
           88  EMPREST-OK                   VALUE "00".
           88  EMPREST-ARQ-INEXISTENTE      VALUE "35".

       01  WS-CONTRATO-LIDO        PIC 9(06) VALUE 0.
       01  SW-CONTRATO-CONSIGNADO  PIC X(01) VALUE "N".
           88  CONTRATO-CONSIGNADO          VALUE "S".
       01  WS-PARCELAS-CONSIGNADAS PIC 9(07) COMP VALUE 0.
       01  WS-CONSIGNADAS-EDIT     PIC 9(07) VALUE 0.

       01  WS-PARCELAS-EMITIDAS    PIC 9(07) COMP VALUE 0.
       01  WS-PARCELAS-ATRASADAS   PIC 9(07) COMP VALUE 0.
       01  WS-EMITIDAS-EDIT        PIC 9(07) VALUE 0.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               OPEN OUTPUT CARTA-FILE
               OPEN INPUT CONTAS-FILE
               OPEN INPUT CLIENTES-FILE
               OPEN INPUT EMPREST-FILE
               MOVE "PARCELAS EM ATRASO" TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
      * abertas vencidas ate hoje, reemite as ja emitidas que
      * continuam vencidas sem baixa (a emissao anterior foi
      * rejeitada pelo lote ou nunca foi paga) e lista as que seguem
      * em atraso.  Parcelas renegociadas pertencem ao contrato novo
      * e ficam fora da cobranca; parcelas de consignado sao
      * descontadas pela folha e tambem ficam fora.
      ******************************************************************
       2000-PROCESSAR-PARCELA.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PAR-EMPRESTIMO NOT = WS-CONTRATO-LIDO
                       PERFORM 2300-VERIFICAR-CONSIGNADO
                           THRU 2300-EXIT
                   END-IF
                   IF CONTRATO-CONSIGNADO
                       IF NOT PAR-PAGA AND NOT PAR-RENEGOCIADA
                           ADD 1 TO WS-PARCELAS-CONSIGNADAS
                       END-IF
                   ELSE
                       PERFORM 2100-COBRAR-PARCELA THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-COBRAR-PARCELA.
           IF NOT PAR-PAGA AND NOT PAR-RENEGOCIADA
               PERFORM 2400-VENCIMENTO-UTIL THRU 2400-EXIT
           END-IF.
           IF NOT PAR-PAGA AND NOT PAR-RENEGOCIADA
               AND WS-VENC-UTIL < WS-DATA-HOJE-NUM
               PERFORM 2500-APURAR-ENCARGOS THRU 2500-EXIT
           END-IF.
           IF (PAR-ABERTA
               AND WS-VENC-UTIL <= WS-DATA-HOJE-NUM)
               OR (PAR-EMITIDA
                   AND WS-VENC-UTIL < WS-DATA-HOJE-NUM)
               PERFORM 3000-EMITIR-PARCELA THRU 3000-EXIT
           END-IF.
           IF NOT PAR-PAGA AND NOT PAR-RENEGOCIADA
               AND WS-VENC-UTIL < WS-DATA-HOJE-NUM
               PERFORM 4000-LISTAR-ATRASO THRU 4000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2300-VERIFICAR-CONSIGNADO - le o contrato da parcela (uma vez
      * por contrato, o cronograma vem em ordem de chave) para saber
      * se e consignado em folha.
      ******************************************************************
       2300-VERIFICAR-CONSIGNADO.
           MOVE PAR-EMPRESTIMO TO WS-CONTRATO-LIDO.
           MOVE "N" TO SW-CONTRATO-CONSIGNADO.
           IF EMPREST-ARQ-INEXISTENTE
               GO TO 2300-EXIT
           END-IF.
           MOVE PAR-EMPRESTIMO TO EMP-NUMERO.
           READ EMPREST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-CONSIGNADO
                       MOVE "S" TO SW-CONTRATO-CONSIGNADO
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-VENCIMENTO-UTIL - resolve o vencimento efetivo da
      * parcela: um vencimento em fim de semana ou feriado so cobra
           STRING "PARCELAS EM ATRASO......: " WS-ATRASADAS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-PARCELAS-CONSIGNADAS TO WS-CONSIGNADAS-EDIT.
           STRING "CONSIGNADAS (NA FOLHA)..: " WS-CONSIGNADAS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

               CLOSE PARCELAS-FILE
               CLOSE LOTE-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-COBRANCA-MENSAL" TO SPL-PROGRAMA
               MOVE "COBRANCA.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               CLOSE CARTA-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-COBRANCA-MENSAL" TO SPL-PROGRAMA
               MOVE "CARTACOB.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               IF NOT CONTAS-ARQ-INEXISTENTE
                   CLOSE CONTAS-FILE
               END-IF
               IF NOT CLIENTES-ARQ-INEXISTENTE
                   CLOSE CLIENTES-FILE
               END-IF
               IF NOT EMPREST-ARQ-INEXISTENTE
                   CLOSE EMPREST-FILE
               END-IF
               MOVE "PARCELAS" TO WS-CTL-ARQUIVO
               CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
           END-IF.
