      ******************************************************************
      * Author: R. ALVES
      * Installation: INFORMATICA - SETOR DE SISTEMAS
      * Date-Written: 2026-10-15
      * Purpose: Report spool service, the only writer of the spool
      *          catalogue SPOOLCAT.DAT (SPOOLCAT.cpy) and of the
      *          generation lines SPOOL.DAT (SPOOLLIN.cpy).  Every
      *          program that prints a .LST CALLs it with
      *          SPL-PARAMETROS (see SPOOLLNK.cpy) right after the
      *          CLOSE: the report is copied into a new generation
      *          keyed by report name, business date (DATAMOV.DAT)
      *          and a sequence within the day, and catalogued with
      *          program, run date and time, operator, page and line
      *          count and the OPERACAO-NOTURNA run it belonged to.
      *          The .LST itself keeps working as before (the next
      *          run overwrites it); the generations stay in the
      *          spool until OPERACAO-SPOOL-CONSULTA purges them.
      *          MENU-PRINCIPAL opens the sign-on session (operator
      *          and profile) and OPERACAO-NOTURNA marks the run, so
      *          the programs they CALL need pass neither.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  RA   Original report spool service.
      * 2026-10-15  RA   The report to catalogue is opened through
      *                  ASSIGN USING a name field instead of an
      *                  environment-named DD, and an operator not given
      *                  by the caller or the session is recorded as
      *                  LOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACAO-SPOOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O relatorio a catalogar: o nome do .LST recebido em
      * SPL-RELATORIO vai para WS-NOME-ORIGEM antes de cada OPEN.
           SELECT ORIGEM-FILE ASSIGN USING WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT CATALOGO-FILE ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-CHAVE
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT SPOOL-FILE ASSIGN TO "SPOOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-CHAVE
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGEM-FILE.
       01  ORG-REGISTRO.
           05  ORG-LINHA           PIC X(132).

       FD  CATALOGO-FILE.
           COPY "SPOOLCAT.cpy".

       FD  SPOOL-FILE.
           COPY "SPOOLLIN.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ORIGEM-STATUS        PIC X(02).
           88  ORIGEM-OK                    VALUE "00".

       01  WS-CATALOGO-STATUS      PIC X(02).
           88  CATALOGO-OK                  VALUE "00".

       01  WS-SPOOL-STATUS         PIC X(02).
           88  SPOOL-OK                     VALUE "00".

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

      * Sessao aberta por MENU-PRINCIPAL e rodada marcada por
      * OPERACAO-NOTURNA; ficam guardadas entre as chamadas enquanto
      * o programa estiver carregado.
       01  WS-SESSAO-OPERADOR      PIC X(10) VALUE SPACES.
       01  WS-SESSAO-PERFIL        PIC X(05) VALUE SPACES.
       01  SW-SESSAO-ABERTA        PIC X(01) VALUE "N".
           88  SESSAO-ABERTA                VALUE "S".
       01  WS-RODADA-ATUAL         PIC 9(14) VALUE 0.

           COPY "SPOOLTAB.cpy".

       01  WS-OPERADOR             PIC X(10) VALUE SPACES.
       01  WS-NOME-ORIGEM          PIC X(16) VALUE SPACES.
       01  WS-DATA-HOJE            PIC 9(08) VALUE 0.
       01  WS-HORA-AGORA           PIC 9(08) VALUE 0.
       01  WS-DATA-MOVIMENTO       PIC 9(08) VALUE 0.
       01  WS-SUBSISTEMA           PIC X(01) VALUE SPACE.
       01  WS-DADOS-PESSOAIS       PIC X(01) VALUE "N".
       01  WS-IDX-TIPO             PIC 9(03) COMP VALUE 0.

       01  WS-LINHAS-ARQUIVO       PIC 9(07) COMP VALUE 0.
       01  WS-LINHAS-PULAR         PIC 9(07) COMP VALUE 0.
       01  WS-LINHAS-LIDAS         PIC 9(07) COMP VALUE 0.
       01  WS-LINHAS-GERACAO       PIC 9(07) COMP VALUE 0.
       01  WS-LINHAS-POR-PAGINA    PIC 9(03) VALUE 60.
       01  WS-SEQUENCIA            PIC 9(03) VALUE 0.

       01  SW-FIM-ORIGEM           PIC X(01) VALUE "N".
           88  FIM-ORIGEM                   VALUE "S".
       01  SW-FIM-CATALOGO         PIC X(01) VALUE "N".
           88  FIM-CATALOGO                 VALUE "S".
       01  SW-SEQUENCIA-LIVRE      PIC X(01) VALUE "N".
           88  SEQUENCIA-LIVRE              VALUE "S".

       LINKAGE SECTION.
           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION USING SPL-PARAMETROS.

       0000-MAINLINE.
           MOVE 0 TO SPL-RETORNO.
           EVALUATE TRUE
               WHEN SPL-ABRIR-SESSAO
                   PERFORM 1000-ABRIR-SESSAO THRU 1000-EXIT
               WHEN SPL-FECHAR-SESSAO
                   PERFORM 1500-FECHAR-SESSAO THRU 1500-EXIT
               WHEN SPL-CONSULTAR-SESSAO
                   PERFORM 1600-CONSULTAR-SESSAO THRU 1600-EXIT
               WHEN SPL-INICIAR-RODADA
                   MOVE SPL-RODADA TO WS-RODADA-ATUAL
               WHEN SPL-TERMINAR-RODADA
                   MOVE 0 TO WS-RODADA-ATUAL
               WHEN SPL-CATALOGAR
                   PERFORM 2000-CATALOGAR THRU 2000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * 1000-ABRIR-SESSAO - guarda o operador autenticado e o perfil
      * de subsistemas dele.
      ******************************************************************
       1000-ABRIR-SESSAO.
           MOVE SPL-OPERADOR TO WS-SESSAO-OPERADOR.
           MOVE SPL-PERFIL TO WS-SESSAO-PERFIL.
           MOVE "S" TO SW-SESSAO-ABERTA.
       1000-EXIT.
           EXIT.

       1500-FECHAR-SESSAO.
           MOVE SPACES TO WS-SESSAO-OPERADOR.
           MOVE SPACES TO WS-SESSAO-PERFIL.
           MOVE "N" TO SW-SESSAO-ABERTA.
       1500-EXIT.
           EXIT.

       1600-CONSULTAR-SESSAO.
           IF NOT SESSAO-ABERTA
               MOVE SPACES TO SPL-OPERADOR
               MOVE SPACES TO SPL-PERFIL
               MOVE 4 TO SPL-RETORNO
               GO TO 1600-EXIT
           END-IF.
           MOVE WS-SESSAO-OPERADOR TO SPL-OPERADOR.
           MOVE WS-SESSAO-PERFIL TO SPL-PERFIL.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CATALOGAR - copia o relatorio recem-fechado para uma nova
      * geracao em SPOOL.DAT e grava a entrada do catalogo.  Num
      * relatorio estendido (SPL-MODO "E") so entram as linhas
      * acrescentadas depois da ultima geracao dele.
      ******************************************************************
       2000-CATALOGAR.
           PERFORM 2100-IDENTIFICAR-OPERADOR THRU 2100-EXIT.
           PERFORM 2200-LER-DATA-MOVIMENTO THRU 2200-EXIT.
           PERFORM 2300-LOCALIZAR-TIPO THRU 2300-EXIT.
           PERFORM 2400-ABRIR-SPOOL THRU 2400-EXIT.
           IF SPL-SPOOL-INDISPONIVEL
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-LINHAS-PULAR.
           IF SPL-ARQUIVO-ESTENDIDO
               PERFORM 2500-POSICAO-ANTERIOR THRU 2500-EXIT
           END-IF.
           PERFORM 2600-CONTAR-LINHAS THRU 2600-EXIT.
           IF SPL-SPOOL-INDISPONIVEL
               GO TO 2090-FECHAR-SPOOL
           END-IF.
      *    Arquivo menor que na geracao anterior: foi recriado.
           IF WS-LINHAS-ARQUIVO < WS-LINHAS-PULAR
               MOVE 0 TO WS-LINHAS-PULAR
           END-IF.
           IF WS-LINHAS-ARQUIVO = WS-LINHAS-PULAR
               MOVE 4 TO SPL-RETORNO
               GO TO 2090-FECHAR-SPOOL
           END-IF.
           PERFORM 2700-PROXIMA-SEQUENCIA THRU 2700-EXIT.
           PERFORM 2800-COPIAR-LINHAS THRU 2800-EXIT.
           IF SPL-SPOOL-INDISPONIVEL
               GO TO 2090-FECHAR-SPOOL
           END-IF.
           PERFORM 2900-GRAVAR-CATALOGO THRU 2900-EXIT.
       2090-FECHAR-SPOOL.
           CLOSE CATALOGO-FILE.
           CLOSE SPOOL-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-IDENTIFICAR-OPERADOR - o operador informado pelo
      * chamador; sem ele, o da sessao; fora dela, "LOTE".
      ******************************************************************
       2100-IDENTIFICAR-OPERADOR.
           MOVE SPL-OPERADOR TO WS-OPERADOR.
           IF WS-OPERADOR NOT = SPACES
               GO TO 2100-EXIT
           END-IF.
           IF SESSAO-ABERTA
               MOVE WS-SESSAO-OPERADOR TO WS-OPERADOR
               GO TO 2100-EXIT
           END-IF.
           MOVE "LOTE" TO WS-OPERADOR.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LER-DATA-MOVIMENTO - data de movimento do controle
      * DATAMOV.DAT; sem o controle, a data da maquina.
      ******************************************************************
       2200-LER-DATA-MOVIMENTO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO WS-DATA-MOVIMENTO.
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
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOCALIZAR-TIPO - subsistema e dados pessoais do relatorio
      * pela tabela SPOOLTAB; fora dela, sem subsistema e sem dados
      * pessoais.
      ******************************************************************
       2300-LOCALIZAR-TIPO.
           MOVE SPACE TO WS-SUBSISTEMA.
           MOVE "N" TO WS-DADOS-PESSOAIS.
           PERFORM 2350-COMPARAR-TIPO THRU 2350-EXIT
               VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > SRT-QTDE-RELATORIOS.
       2300-EXIT.
           EXIT.

       2350-COMPARAR-TIPO.
           IF SRT-RELATORIO (WS-IDX-TIPO) = SPL-RELATORIO
               MOVE SRT-SUBSISTEMA (WS-IDX-TIPO) TO WS-SUBSISTEMA
               MOVE SRT-DADOS-PESSOAIS (WS-IDX-TIPO)
                   TO WS-DADOS-PESSOAIS
           END-IF.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ABRIR-SPOOL - abre catalogo e linhas para atualizar,
      * criando-os na primeira vez.
      ******************************************************************
       2400-ABRIR-SPOOL.
           OPEN I-O CATALOGO-FILE.
           IF NOT CATALOGO-OK
               OPEN OUTPUT CATALOGO-FILE
               CLOSE CATALOGO-FILE
               OPEN I-O CATALOGO-FILE
           END-IF.
           IF NOT CATALOGO-OK
               MOVE 8 TO SPL-RETORNO
               DISPLAY "*** SPOOLCAT.DAT INDISPONIVEL - STATUS "
                   WS-CATALOGO-STATUS
               GO TO 2400-EXIT
           END-IF.
           OPEN I-O SPOOL-FILE.
           IF NOT SPOOL-OK
               OPEN OUTPUT SPOOL-FILE
               CLOSE SPOOL-FILE
               OPEN I-O SPOOL-FILE
           END-IF.
           IF NOT SPOOL-OK
               MOVE 8 TO SPL-RETORNO
               DISPLAY "*** SPOOL.DAT INDISPONIVEL - STATUS "
                   WS-SPOOL-STATUS
               CLOSE CATALOGO-FILE
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-POSICAO-ANTERIOR - quantas linhas o .LST tinha quando a
      * ultima geracao do mesmo relatorio foi catalogada.
      ******************************************************************
       2500-POSICAO-ANTERIOR.
           MOVE SPL-RELATORIO TO SCT-RELATORIO.
           MOVE 0 TO SCT-DATA-MOVIMENTO.
           MOVE 0 TO SCT-SEQUENCIA.
           START CATALOGO-FILE KEY IS NOT LESS THAN SCT-CHAVE
               INVALID KEY
                   GO TO 2500-EXIT
           END-START.
           MOVE "N" TO SW-FIM-CATALOGO.
           PERFORM 2550-LER-ANTERIOR THRU 2550-EXIT
               UNTIL FIM-CATALOGO.
       2500-EXIT.
           EXIT.

       2550-LER-ANTERIOR.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-CATALOGO
                   GO TO 2550-EXIT
           END-READ.
           IF SCT-RELATORIO NOT = SPL-RELATORIO
               MOVE "S" TO SW-FIM-CATALOGO
               GO TO 2550-EXIT
           END-IF.
           MOVE SCT-LINHAS-ARQUIVO TO WS-LINHAS-PULAR.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CONTAR-LINHAS - aponta ORIGEM-FILE para o .LST e conta as
      * linhas que ele tem agora.
      ******************************************************************
       2600-CONTAR-LINHAS.
           MOVE 0 TO WS-LINHAS-ARQUIVO.
           PERFORM 2650-APONTAR-ORIGEM THRU 2650-EXIT.
           OPEN INPUT ORIGEM-FILE.
           IF NOT ORIGEM-OK
               MOVE 8 TO SPL-RETORNO
               DISPLAY "*** " SPL-RELATORIO
                   " NAO PODE SER LIDO - STATUS " WS-ORIGEM-STATUS
               GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-ORIGEM.
           PERFORM 2660-CONTAR-LINHA THRU 2660-EXIT
               UNTIL FIM-ORIGEM.
           CLOSE ORIGEM-FILE.
       2600-EXIT.
           EXIT.

       2650-APONTAR-ORIGEM.
           MOVE SPL-RELATORIO TO WS-NOME-ORIGEM.
       2650-EXIT.
           EXIT.

       2660-CONTAR-LINHA.
           READ ORIGEM-FILE
               AT END
                   MOVE "S" TO SW-FIM-ORIGEM
               NOT AT END
                   ADD 1 TO WS-LINHAS-ARQUIVO
           END-READ.
       2660-EXIT.
           EXIT.

      ******************************************************************
      * 2700-PROXIMA-SEQUENCIA - primeira sequencia livre do relatorio
      * na data de movimento.
      ******************************************************************
       2700-PROXIMA-SEQUENCIA.
           MOVE 0 TO WS-SEQUENCIA.
           MOVE "N" TO SW-SEQUENCIA-LIVRE.
           PERFORM 2750-TESTAR-SEQUENCIA THRU 2750-EXIT
               UNTIL SEQUENCIA-LIVRE.
       2700-EXIT.
           EXIT.

       2750-TESTAR-SEQUENCIA.
           ADD 1 TO WS-SEQUENCIA.
           MOVE SPL-RELATORIO TO SCT-RELATORIO.
           MOVE WS-DATA-MOVIMENTO TO SCT-DATA-MOVIMENTO.
           MOVE WS-SEQUENCIA TO SCT-SEQUENCIA.
           READ CATALOGO-FILE
               INVALID KEY
                   MOVE "S" TO SW-SEQUENCIA-LIVRE
           END-READ.
       2750-EXIT.
           EXIT.

      ******************************************************************
      * 2800-COPIAR-LINHAS - grava em SPOOL.DAT as linhas do .LST
      * depois das WS-LINHAS-PULAR ja catalogadas.
      ******************************************************************
       2800-COPIAR-LINHAS.
           MOVE 0 TO WS-LINHAS-LIDAS.
           MOVE 0 TO WS-LINHAS-GERACAO.
           PERFORM 2650-APONTAR-ORIGEM THRU 2650-EXIT.
           OPEN INPUT ORIGEM-FILE.
           IF NOT ORIGEM-OK
               MOVE 8 TO SPL-RETORNO
               DISPLAY "*** " SPL-RELATORIO
                   " NAO PODE SER LIDO - STATUS " WS-ORIGEM-STATUS
               GO TO 2800-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-ORIGEM.
           PERFORM 2850-COPIAR-LINHA THRU 2850-EXIT
               UNTIL FIM-ORIGEM.
           CLOSE ORIGEM-FILE.
       2800-EXIT.
           EXIT.

       2850-COPIAR-LINHA.
           READ ORIGEM-FILE
               AT END
                   MOVE "S" TO SW-FIM-ORIGEM
                   GO TO 2850-EXIT
           END-READ.
           ADD 1 TO WS-LINHAS-LIDAS.
           IF WS-LINHAS-LIDAS NOT > WS-LINHAS-PULAR
               GO TO 2850-EXIT
           END-IF.
           ADD 1 TO WS-LINHAS-GERACAO.
           MOVE SPL-RELATORIO TO SPO-RELATORIO.
           MOVE WS-DATA-MOVIMENTO TO SPO-DATA-MOVIMENTO.
           MOVE WS-SEQUENCIA TO SPO-SEQUENCIA.
           MOVE WS-LINHAS-GERACAO TO SPO-NUMERO-LINHA.
           MOVE ORG-LINHA TO SPO-LINHA.
      *    Linha de uma geracao que nao chegou ao catalogo: e reusada.
           WRITE SPO-REGISTRO
               INVALID KEY
                   REWRITE SPO-REGISTRO
           END-WRITE.
       2850-EXIT.
           EXIT.

      ******************************************************************
      * 2900-GRAVAR-CATALOGO - entrada da geracao no catalogo; a
      * geracao volta ao chamador em SPL-DATA-MOVIMENTO/SEQUENCIA.
      ******************************************************************
       2900-GRAVAR-CATALOGO.
           MOVE SPL-RELATORIO TO SCT-RELATORIO.
           MOVE WS-DATA-MOVIMENTO TO SCT-DATA-MOVIMENTO.
           MOVE WS-SEQUENCIA TO SCT-SEQUENCIA.
           MOVE SPL-PROGRAMA TO SCT-PROGRAMA.
           MOVE WS-OPERADOR TO SCT-OPERADOR.
           MOVE WS-DATA-HOJE TO SCT-DATA-EXECUCAO.
           MOVE WS-HORA-AGORA (1:6) TO SCT-HORA-EXECUCAO.
           MOVE WS-LINHAS-GERACAO TO SCT-QTDE-LINHAS.
           COMPUTE SCT-QTDE-PAGINAS =
               (WS-LINHAS-GERACAO + WS-LINHAS-POR-PAGINA - 1)
               / WS-LINHAS-POR-PAGINA.
           MOVE WS-RODADA-ATUAL TO SCT-RODADA.
           MOVE WS-SUBSISTEMA TO SCT-SUBSISTEMA.
           MOVE WS-DADOS-PESSOAIS TO SCT-DADOS-PESSOAIS.
           MOVE WS-LINHAS-ARQUIVO TO SCT-LINHAS-ARQUIVO.
           WRITE SCT-REGISTRO
               INVALID KEY
                   MOVE 8 TO SPL-RETORNO
                   DISPLAY "*** GERACAO DUPLICADA NO CATALOGO: "
                       SCT-CHAVE
                   GO TO 2900-EXIT
           END-WRITE.
           MOVE WS-DATA-MOVIMENTO TO SPL-DATA-MOVIMENTO.
           MOVE WS-SEQUENCIA TO SPL-SEQUENCIA.
           MOVE SCT-QTDE-PAGINAS TO SPL-QTDE-PAGINAS.
       2900-EXIT.
           EXIT.

       END PROGRAM OPERACAO-SPOOL.
