      * Purpose: Retention purge for the audit and log files that
      *          grow forever.  Moves entries older than the cutoff
      *          date the operator informs from AUDITORIA.DAT,
      *          LOGACESSO.DAT, AJUSTELOG.DAT, RODADA.LOG and the
      *          health-data access log LOGSAUDE.DAT into dated
      *          archive datasets (ARQAUDIT, ARQACESSO, ARQAJUSTE,
      *          ARQRODADA and ARQSAUDE, pointed at by DD the way
      *          TRNARQ is), rewrites the live file with only the
      *          recent entries, and prints the purge proof - lidos
      *          = arquivados + mantidos per file - to EXPURGO.LST.
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original retention purge with archive.
      * 2026-10-14  RA   The health-data access log LOGSAUDE.DAT written
      *                  by NUTRI-ACESSO is now purged with the same
      *                  cutoff into the ARQSAUDE archive.
      * 2026-10-15  RA   EXPURGO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACAO-EXPURGO.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIVO-STATUS.

           SELECT LOGSAUDE-FILE ASSIGN TO "LOGSAUDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIVO-STATUS.

           SELECT ARQAUDIT-FILE ASSIGN TO "ARQAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT ARQSAUDE-FILE ASSIGN TO "ARQSAUDE"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT TRABALHO-FILE ASSIGN TO "EXPURGOWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  RODADALOG-FILE.
       01  LOG-REGISTRO            PIC X(100).

       FD  LOGSAUDE-FILE.
           COPY "LOGSAUDE.cpy".

       FD  ARQAUDIT-FILE.
       01  ARA-REGISTRO            PIC X(132).

       FD  ARQRODADA-FILE.
       01  ARR-REGISTRO            PIC X(132).

       FD  ARQSAUDE-FILE.
       01  ARS-REGISTRO            PIC X(132).

       FD  TRABALHO-FILE.
       01  WRK-REGISTRO            PIC X(132).

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 3000-EXPURGAR-LOGACESSO THRU 3000-EXIT.
           PERFORM 4000-EXPURGAR-AJUSTELOG THRU 4000-EXIT.
           PERFORM 5000-EXPURGAR-RODADALOG THRU 5000-EXIT.
           PERFORM 5500-EXPURGAR-LOGSAUDE THRU 5500-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

       5250-EXIT.
           EXIT.

      ******************************************************************
      * 5500-EXPURGAR-LOGSAUDE - separa o log de acesso a dados de
      * saude (LOGSAUDE.DAT) pela LSA-DATA, com a mesma retencao do
      * LOGACESSO.DAT.
      ******************************************************************
       5500-EXPURGAR-LOGSAUDE.
           PERFORM 6000-ZERAR-CONTADORES THRU 6000-EXIT.
           OPEN INPUT LOGSAUDE-FILE.
           IF VIVO-ARQ-INEXISTENTE
               GO TO 5500-EXIT
           END-IF.
           OPEN OUTPUT TRABALHO-FILE.
           OPEN EXTEND ARQSAUDE-FILE.
           IF NOT ARQUIVO-OK
               OPEN OUTPUT ARQSAUDE-FILE
               CLOSE ARQSAUDE-FILE
               OPEN EXTEND ARQSAUDE-FILE
           END-IF.
           PERFORM 5600-SEPARAR-LOGSAUDE THRU 5600-EXIT
               UNTIL VIVO-FIM.
           CLOSE LOGSAUDE-FILE.
           CLOSE ARQSAUDE-FILE.
           CLOSE TRABALHO-FILE.
           PERFORM 5700-REGRAVAR-LOGSAUDE THRU 5700-EXIT.
           MOVE "LOGSAUDE.DAT" TO WS-NOME-ARQUIVO.
           PERFORM 6500-PROVAR-CONTAGENS THRU 6500-EXIT.
       5500-EXIT.
           EXIT.

       5600-SEPARAR-LOGSAUDE.
           READ LOGSAUDE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   IF LSA-DATA < WS-DATA-CORTE
                       MOVE SPACES TO ARS-REGISTRO
                       MOVE LSA-REGISTRO TO ARS-REGISTRO
                       WRITE ARS-REGISTRO
                       ADD 1 TO WS-QTDE-ARQUIVADOS
                   ELSE
                       MOVE SPACES TO WRK-REGISTRO
                       MOVE LSA-REGISTRO TO WRK-REGISTRO
                       WRITE WRK-REGISTRO
                       ADD 1 TO WS-QTDE-MANTIDOS
                   END-IF
           END-READ.
       5600-EXIT.
           EXIT.

       5700-REGRAVAR-LOGSAUDE.
           OPEN INPUT TRABALHO-FILE.
           OPEN OUTPUT LOGSAUDE-FILE.
           PERFORM 5750-COPIAR-DE-VOLTA THRU 5750-EXIT
               UNTIL TRABALHO-FIM.
           CLOSE TRABALHO-FILE.
           CLOSE LOGSAUDE-FILE.
       5700-EXIT.
           EXIT.

       5750-COPIAR-DE-VOLTA.
           READ TRABALHO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WRK-REGISTRO TO LSA-REGISTRO
                   WRITE LSA-REGISTRO
           END-READ.
       5750-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ZERAR-CONTADORES - zera os contadores do arquivo da vez.
      ******************************************************************
      ******************************************************************
       8000-FINALIZAR.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "OPERACAO-EXPURGO" TO SPL-PROGRAMA.
           MOVE "EXPURGO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

