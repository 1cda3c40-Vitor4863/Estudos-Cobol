      * Date-Written: 2026-09-02
      * Purpose: Archive inquiry for the purged audit and log files.
      *          Reads back one of the archive datasets written by
      *          OPERACAO-EXPURGO - ARQAUDIT, ARQACESSO, ARQAJUSTE,
      *          ARQRODADA or ARQSAUDE (the health-data access log),
      *          with the operator pointing the DD at
      *          the generation wanted - and lists the archived
      *          entries, the way BANCO-ARQUIVO-CONSULTA does for
      *          TRNARQ, so compliance reads five years of history
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original purged-archive inquiry.
      * 2026-10-14  RA   Added option 5 to list ARQSAUDE, the purged
      *                  health-data access log.
      * 2026-10-15  RA   EXPCONS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACAO-ARQUIVO-CONSULTA.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT ARQSAUDE-FILE ASSIGN TO "ARQSAUDE"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "EXPCONS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  ARQRODADA-FILE.
       01  ARR-REGISTRO            PIC X(132).

       FD  ARQSAUDE-FILE.
       01  ARS-REGISTRO            PIC X(132).

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       01  WS-CONTADOR-LISTADOS    PIC 9(07) COMP VALUE 0.
       01  WS-LISTADOS-EDIT        PIC 9(07) VALUE 0.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   PERFORM 4000-LISTAR-ARQAJUSTE THRU 4000-EXIT
               WHEN "4"
                   PERFORM 5000-LISTAR-ARQRODADA THRU 5000-EXIT
               WHEN "5"
                   PERFORM 5500-LISTAR-ARQSAUDE THRU 5500-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - NADA LISTADO."
           END-EVALUATE.
           DISPLAY "2 - LOG DE ACESSO (ARQACESSO)".
           DISPLAY "3 - AJUSTES DE LEDGER (ARQAJUSTE)".
           DISPLAY "4 - LOG DA RODADA (ARQRODADA)".
           DISPLAY "5 - LOG DE ACESSO A DADOS DE SAUDE (ARQSAUDE)".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-ARQUIVO.
           OPEN OUTPUT RELATORIO-FILE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR-ARQSAUDE - lista o arquivo morto do log de acesso
      * a dados de saude.
      ******************************************************************
       5500-LISTAR-ARQSAUDE.
           OPEN INPUT ARQSAUDE-FILE.
           IF ARQUIVO-INEXISTENTE
               DISPLAY "ARQSAUDE NAO ENCONTRADO. APONTE O DATASET "
                   "DESEJADO."
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5600-LER-ARQSAUDE THRU 5600-EXIT
               UNTIL ARQUIVO-FIM.
           CLOSE ARQSAUDE-FILE.
       5500-EXIT.
           EXIT.

       5600-LER-ARQSAUDE.
           READ ARQSAUDE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ARS-REGISTRO TO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   ADD 1 TO WS-CONTADOR-LISTADOS
           END-READ.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - total de entradas listadas.
      ******************************************************************
      ******************************************************************
       8000-FINALIZAR.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "OPERACAO-ARQUIVO-CONSULTA" TO SPL-PROGRAMA.
           MOVE "EXPCONS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

