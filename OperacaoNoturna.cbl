      *                  month per the shared BANCO-DIA-UTIL service;
      *                  on other nights the step is logged as
      *                  skipped and the stream continues.
      * 2026-10-15  RA   The stream opens the batch window (ESTADO.DAT)
      *                  before its first step and refuses to start
      *                  while teller sessions are still open; a
      *                  completed run reopens the online, an aborted
      *                  run keeps the window for the restart.
      * 2026-10-15  RA   The run header in RODADA.LOG now carries the
      *                  start time, and date plus time identify the run
      *                  to the report spool (OPERACAO-SPOOL), so every
      *                  report generation produced by a step is
      *                  catalogued with the run that produced it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACAO-NOTURNA.
       01  SW-ULTIMO-DIA-UTIL      PIC X(01) VALUE "N".
           88  ULTIMO-DIA-UTIL              VALUE "S".
       01  WS-HORA-INICIO          PIC 9(06).
       01  WS-HORA-RODADA          PIC 9(06).
       01  WS-HORA-FIM             PIC 9(06).
       01  WS-RETORNO              PIC 9(04) VALUE 0.
       01  WS-PASSOS-EXECUTADOS    PIC 9(03) COMP VALUE 0.
       01  SW-PASSO-FALHOU         PIC X(01) VALUE "N".
           88  PASSO-FALHOU                 VALUE "S".

      * Janela de lote sobre CONTAS.DAT (ESTADO.DAT): aberta antes do
      * primeiro passo, recusada enquanto houver caixa logado.
       01  SW-JANELA-ABERTA        PIC X(01) VALUE "N".
           88  JANELA-ABERTA                VALUE "S".
       01  SW-JANELA-RECUSADA      PIC X(01) VALUE "N".
           88  JANELA-RECUSADA              VALUE "S".
       01  WS-SESSOES-EDIT         PIC ZZ9.
           COPY "ESTADOLNK.cpy".
           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               OPEN EXTEND LOG-FILE
           END-IF.
           MOVE SPACES TO LOG-REGISTRO.
           ACCEPT WS-HORA-RODADA FROM TIME.
           STRING "RODADA DE " WS-DATA-HOJE " INICIADA AS "
               WS-HORA-RODADA
               DELIMITED BY SIZE INTO LOG-REGISTRO.
           PERFORM 7900-GRAVAR-LOG THRU 7900-EXIT.
           MOVE "R" TO SPL-FUNCAO.
           COMPUTE SPL-RODADA = WS-DATA-HOJE * 1000000 + WS-HORA-RODADA.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           IF NOT FIM-RODADA
               PERFORM 1100-ABRIR-JANELA-LOTE THRU 1100-EXIT
           END-IF.
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           PERFORM 1200-CONFERIR-FIM-DE-MES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ABRIR-JANELA-LOTE - passa o sistema para a janela de lote
      * antes do primeiro passo; a partir dai os caixas so consultam.
      * Com sessao de caixa ainda aberta a esteira nao comeca: os
      * operadores saem do sistema (ou o administrador encerra a
      * sessao que ficou presa) e a rodada e submetida de novo.
      ******************************************************************
       1100-ABRIR-JANELA-LOTE.
           MOVE "L" TO SIS-FUNCAO.
           MOVE "NOTURNA" TO SIS-OPERADOR.
           CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS.
           IF SIS-OK
               MOVE "S" TO SW-JANELA-ABERTA
               MOVE "JANELA DE LOTE ABERTA - ONLINE SO PARA CONSULTA"
                   TO LOG-REGISTRO
               PERFORM 7900-GRAVAR-LOG THRU 7900-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF SIS-RECUSADO
               MOVE SIS-QTDE-SESSOES TO WS-SESSOES-EDIT
               STRING "SESSOES DE CAIXA ABERTAS: " WS-SESSOES-EDIT
                   " (PRIMEIRA: " SIS-OPERADOR ")"
                   DELIMITED BY SIZE INTO LOG-REGISTRO
           ELSE
               MOVE "ESTADO DO SISTEMA INDISPONIVEL"
                   TO LOG-REGISTRO
           END-IF.
           PERFORM 7900-GRAVAR-LOG THRU 7900-EXIT.
           MOVE "S" TO SW-JANELA-RECUSADA.
           MOVE "S" TO SW-RODADA-ABORTADA.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina como nas

      ******************************************************************
      * 7000-ENCERRAR-RODADA - linha final do log com o desfecho da
      * noite.  Concluida a rodada, o online e reaberto; abortada, a
      * janela de lote fica aberta para a retomada.
      ******************************************************************
       7000-ENCERRAR-RODADA.
           MOVE "T" TO SPL-FUNCAO.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE WS-PASSOS-EXECUTADOS TO WS-PASSOS-EDIT.
           IF JANELA-RECUSADA
               MOVE "RODADA NAO INICIADA - ENCERRAR SESSOES E REPETIR"
                   TO LOG-REGISTRO
               PERFORM 7900-GRAVAR-LOG THRU 7900-EXIT
               GO TO 7000-EXIT
           END-IF.
           IF RODADA-ABORTADA
               STRING "RODADA ABORTADA APOS " WS-PASSOS-EDIT
                   " PASSOS - RESOLVER E RETOMAR DO PASSO COM FALHA"
                   DELIMITED BY SIZE INTO LOG-REGISTRO
           END-IF.
           PERFORM 7900-GRAVAR-LOG THRU 7900-EXIT.
           IF NOT JANELA-ABERTA
               GO TO 7000-EXIT
           END-IF.
           IF RODADA-ABORTADA
               MOVE "JANELA DE LOTE MANTIDA ATE A RETOMADA DA RODADA"
                   TO LOG-REGISTRO
           ELSE
               MOVE "O" TO SIS-FUNCAO
               MOVE "NOTURNA" TO SIS-OPERADOR
               CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS
               MOVE "ONLINE REABERTO" TO LOG-REGISTRO
           END-IF.
           PERFORM 7900-GRAVAR-LOG THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

