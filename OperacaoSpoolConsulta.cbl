      ******************************************************************
      * Author: R. ALVES
      * Installation: INFORMATICA - SETOR DE SISTEMAS
      * Date-Written: 2026-10-15
      * Purpose: Operations front end of the report spool written by
      *          OPERACAO-SPOOL.  Lists the catalogue SPOOLCAT.DAT
      *          (SPOOLCAT.cpy) by business date range or by program
      *          or report name to SPOOLCONS.LST; reprints a chosen
      *          generation - whole, or a page range of 60-line
      *          spool pages - from SPOOL.DAT (SPOOLLIN.cpy) to
      *          REIMPRESSAO.LST; and purges the generations older
      *          than the retention of their report type (SPOOLTAB
      *          table, in months back from the business date of
      *          DATAMOV.DAT), printing the proof lidas = expurgadas
      *          + mantidas.  A generation with personal data is only
      *          reprinted for a signed-on user (MENU-PRINCIPAL
      *          session) holding that subsystem in the profile; the
      *          purge, when run from the menu, is for ADMIN only.
      *          An empty option purges, so the program can be a
      *          roster step of OPERACAO-NOTURNA.  Its own listings
      *          are not catalogued.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  RA   Original spool inquiry, reprint and purge.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACAO-SPOOL-CONSULTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RELATORIO-FILE ASSIGN TO "SPOOLCONS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT REIMPRESSAO-FILE ASSIGN TO "REIMPRESSAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REIMPRESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           COPY "SPOOLCAT.cpy".

       FD  SPOOL-FILE.
           COPY "SPOOLLIN.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  REIMPRESSAO-FILE.
       01  REI-REGISTRO.
           05  REI-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CATALOGO-STATUS      PIC X(02).
           88  CATALOGO-OK                  VALUE "00".
           88  CATALOGO-ARQ-INEXISTENTE     VALUE "35".

       01  WS-SPOOL-STATUS         PIC X(02).
           88  SPOOL-OK                     VALUE "00".

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).
       01  WS-REIMPRESSAO-STATUS   PIC X(02).

           COPY "SPOOLLNK.cpy".
           COPY "SPOOLTAB.cpy".

       01  OPCAO-EXECUCAO          PIC X(01).
       01  WS-DATA-HOJE            PIC 9(08).

      * Filtros da listagem.
       01  WS-DATA-INICIAL         PIC 9(08) VALUE 0.
       01  WS-DATA-FINAL           PIC 9(08) VALUE 0.
       01  WS-NOME-PEDIDO          PIC X(30) VALUE SPACES.
       01  SW-POR-DATA             PIC X(01) VALUE "N".
           88  POR-DATA                     VALUE "S".

      * Geracao e paginas pedidas para a reimpressao.
       01  WS-RELATORIO-PEDIDO     PIC X(16) VALUE SPACES.
       01  WS-DATA-PEDIDA          PIC 9(08) VALUE 0.
       01  WS-SEQUENCIA-PEDIDA     PIC 9(03) VALUE 0.
       01  WS-PAGINA-INICIAL       PIC 9(05) VALUE 0.
       01  WS-PAGINA-FINAL         PIC 9(05) VALUE 0.
       01  WS-LINHA-INICIAL        PIC 9(07) VALUE 0.
       01  WS-LINHA-FINAL          PIC 9(07) VALUE 0.
       01  WS-LINHAS-POR-PAGINA    PIC 9(03) VALUE 60.
       01  SW-REIMPRESSAO-LIBERADA PIC X(01) VALUE "N".
           88  REIMPRESSAO-LIBERADA         VALUE "S".

      * Data de referencia e corte do expurgo.
       01  WS-DATA-REFERENCIA.
           05  WS-ANO-REF          PIC 9(04).
           05  WS-MES-REF          PIC 9(02).
           05  WS-DIA-REF          PIC 9(02).
       01  WS-DATA-REFERENCIA-NUM REDEFINES WS-DATA-REFERENCIA
                                   PIC 9(08).
       01  WS-DATA-CORTE.
           05  WS-ANO-CORTE        PIC 9(04).
           05  WS-MES-CORTE        PIC 9(02).
           05  WS-DIA-CORTE        PIC 9(02).
       01  WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE PIC 9(08).
       01  WS-MESES-RETENCAO       PIC 9(03) VALUE 0.
       01  WS-MESES-ABSOLUTOS      PIC 9(06) COMP VALUE 0.
       01  WS-RESTO-MES            PIC 9(02) VALUE 0.
       01  WS-IDX-TIPO             PIC 9(03) COMP VALUE 0.

       01  WS-QTDE-LIDAS           PIC 9(07) COMP VALUE 0.
       01  WS-QTDE-LISTADAS        PIC 9(07) COMP VALUE 0.
       01  WS-QTDE-EXPURGADAS      PIC 9(07) COMP VALUE 0.
       01  WS-QTDE-MANTIDAS        PIC 9(07) COMP VALUE 0.
       01  WS-QTDE-LINHAS          PIC 9(07) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC Z(06)9.
       01  WS-PAGINAS-EDIT         PIC Z(04)9.
       01  WS-LINHAS-EDIT          PIC Z(06)9.

       01  SW-FIM-CATALOGO         PIC X(01) VALUE "N".
           88  FIM-CATALOGO                 VALUE "S".
       01  SW-FIM-GERACAO          PIC X(01) VALUE "N".
           88  FIM-GERACAO                  VALUE "S".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           EVALUATE OPCAO-EXECUCAO
               WHEN "1"
                   MOVE "S" TO SW-POR-DATA
                   PERFORM 2000-LISTAR-CATALOGO THRU 2000-EXIT
               WHEN "2"
                   MOVE "N" TO SW-POR-DATA
                   PERFORM 2000-LISTAR-CATALOGO THRU 2000-EXIT
               WHEN "3"
                   PERFORM 3000-REIMPRIMIR THRU 3000-EXIT
               WHEN "4"
                   PERFORM 4000-EXPURGAR THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - NADA FEITO."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - pergunta a acao, pega a sessao do menu (se
      * houver) e abre o relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== SPOOL DE RELATORIOS ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "Q" TO SPL-FUNCAO.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           DISPLAY "1 - LISTAR POR DATA DE MOVIMENTO".
           DISPLAY "2 - LISTAR POR PROGRAMA OU RELATORIO".
           DISPLAY "3 - REIMPRIMIR GERACAO".
           DISPLAY "4 - EXPURGAR GERACOES VENCIDAS".
           DISPLAY "OPCAO (VAZIO = EXPURGAR, PARA A ESTEIRA)".
           ACCEPT OPCAO-EXECUCAO.
           IF OPCAO-EXECUCAO = SPACE
               MOVE "4" TO OPCAO-EXECUCAO
               DISPLAY "SEM OPCAO INFORMADA - ASSUMIDO EXPURGAR."
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LISTAR-CATALOGO - uma linha por geracao, filtrada pela
      * faixa de datas de movimento ou pelo nome do programa (ou do
      * relatorio).
      ******************************************************************
       2000-LISTAR-CATALOGO.
           IF POR-DATA
               DISPLAY "DATA DE MOVIMENTO INICIAL (AAAAMMDD):"
               ACCEPT WS-DATA-INICIAL
               DISPLAY "DATA DE MOVIMENTO FINAL (AAAAMMDD, "
                   "VAZIO = A MESMA):"
               ACCEPT WS-DATA-FINAL
               IF WS-DATA-FINAL NOT NUMERIC OR WS-DATA-FINAL = 0
                   MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
               END-IF
               IF WS-DATA-INICIAL NOT NUMERIC
                   OR WS-DATA-FINAL < WS-DATA-INICIAL
                   DISPLAY "FAIXA DE DATAS INVALIDA."
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
               STRING "GERACOES DE " WS-DATA-INICIAL " A "
                   WS-DATA-FINAL
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               DISPLAY "PROGRAMA OU RELATORIO (EX. BANCO-FECHAMENTO-DIA"
                   " OU FECHAMENTO.LST):"
               ACCEPT WS-NOME-PEDIDO
               STRING "GERACOES DE " WS-NOME-PEDIDO
                   DELIMITED BY SIZE INTO RPT-LINHA
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "RELATORIO        MOVIMENTO SEQ PROGRAMA"
               TO RPT-LINHA.
           MOVE "OPERADOR   EXECUCAO        PAGS   LINHAS RODADA"
               TO RPT-LINHA (62:47).
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           OPEN INPUT CATALOGO-FILE.
           IF NOT CATALOGO-OK
               MOVE "CATALOGO DO SPOOL VAZIO." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-CATALOGO.
           PERFORM 2100-LER-CATALOGO THRU 2100-EXIT
               UNTIL FIM-CATALOGO.
           CLOSE CATALOGO-FILE.
           MOVE WS-QTDE-LISTADAS TO WS-QTDE-EDIT.
           STRING "GERACOES LISTADAS: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       2000-EXIT.
           EXIT.

       2100-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-CATALOGO
                   GO TO 2100-EXIT
           END-READ.
           IF POR-DATA
               IF SCT-DATA-MOVIMENTO < WS-DATA-INICIAL
                   OR SCT-DATA-MOVIMENTO > WS-DATA-FINAL
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF SCT-PROGRAMA NOT = WS-NOME-PEDIDO
                   AND SCT-RELATORIO NOT = WS-NOME-PEDIDO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-QTDE-LISTADAS.
           PERFORM 2200-LINHA-GERACAO THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LINHA-GERACAO - monta e grava a linha de uma geracao do
      * catalogo.
      ******************************************************************
       2200-LINHA-GERACAO.
           MOVE SCT-QTDE-PAGINAS TO WS-PAGINAS-EDIT.
           MOVE SCT-QTDE-LINHAS TO WS-LINHAS-EDIT.
           STRING SCT-RELATORIO " " SCT-DATA-MOVIMENTO " "
               SCT-SEQUENCIA " " SCT-PROGRAMA " " SCT-OPERADOR " "
               SCT-DATA-EXECUCAO " " SCT-HORA-EXECUCAO " "
               WS-PAGINAS-EDIT " " WS-LINHAS-EDIT " "
               DELIMITED BY SIZE INTO RPT-LINHA.
           IF SCT-RODADA > 0
               MOVE SCT-RODADA TO RPT-LINHA (103:14)
           ELSE
               MOVE "FORA DA ESTEIRA" TO RPT-LINHA (103:15)
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REIMPRIMIR - copia para REIMPRESSAO.LST a geracao pedida
      * (ou uma faixa de paginas dela), depois de conferir o perfil
      * quando o relatorio tem dados pessoais.
      ******************************************************************
       3000-REIMPRIMIR.
           DISPLAY "RELATORIO (EX. FECHAMENTO.LST):".
           ACCEPT WS-RELATORIO-PEDIDO.
           DISPLAY "DATA DE MOVIMENTO (AAAAMMDD):".
           ACCEPT WS-DATA-PEDIDA.
           DISPLAY "SEQUENCIA NO DIA:".
           ACCEPT WS-SEQUENCIA-PEDIDA.
           OPEN INPUT CATALOGO-FILE.
           IF NOT CATALOGO-OK
               MOVE "CATALOGO DO SPOOL VAZIO." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-RELATORIO-PEDIDO TO SCT-RELATORIO.
           MOVE WS-DATA-PEDIDA TO SCT-DATA-MOVIMENTO.
           MOVE WS-SEQUENCIA-PEDIDA TO SCT-SEQUENCIA.
           READ CATALOGO-FILE
               INVALID KEY
                   CLOSE CATALOGO-FILE
                   STRING "GERACAO NAO CATALOGADA: "
                       WS-RELATORIO-PEDIDO " " WS-DATA-PEDIDA " "
                       WS-SEQUENCIA-PEDIDA
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   GO TO 3000-EXIT
           END-READ.
           CLOSE CATALOGO-FILE.
           PERFORM 3100-CONFERIR-PERFIL THRU 3100-EXIT.
           IF NOT REIMPRESSAO-LIBERADA
               STRING "REIMPRESSAO RECUSADA - " SCT-RELATORIO
                   " TEM DADOS PESSOAIS E O USUARIO NAO TEM O "
                   "PERFIL DO SUBSISTEMA"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE SCT-QTDE-PAGINAS TO WS-PAGINAS-EDIT.
           DISPLAY "A GERACAO TEM " WS-PAGINAS-EDIT " PAGINAS.".
           DISPLAY "PAGINA INICIAL (VAZIO = TODAS):".
           ACCEPT WS-PAGINA-INICIAL.
           IF WS-PAGINA-INICIAL NOT NUMERIC OR WS-PAGINA-INICIAL = 0
               MOVE 1 TO WS-PAGINA-INICIAL
               MOVE SCT-QTDE-PAGINAS TO WS-PAGINA-FINAL
           ELSE
               DISPLAY "PAGINA FINAL:"
               ACCEPT WS-PAGINA-FINAL
               IF WS-PAGINA-FINAL NOT NUMERIC
                   OR WS-PAGINA-FINAL < WS-PAGINA-INICIAL
                   MOVE WS-PAGINA-INICIAL TO WS-PAGINA-FINAL
               END-IF
           END-IF.
           IF WS-PAGINA-INICIAL > SCT-QTDE-PAGINAS
               STRING "PAGINA INICIAL ALEM DO FIM DA GERACAO ("
                   WS-PAGINAS-EDIT " PAGINAS)"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-LINHA-INICIAL =
               (WS-PAGINA-INICIAL - 1) * WS-LINHAS-POR-PAGINA + 1.
           COMPUTE WS-LINHA-FINAL =
               WS-PAGINA-FINAL * WS-LINHAS-POR-PAGINA.
           PERFORM 3200-COPIAR-GERACAO THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CONFERIR-PERFIL - sem dados pessoais qualquer um
      * reimprime; com eles, so o usuario da sessao do menu que tem o
      * subsistema dono do relatorio no perfil.
      ******************************************************************
       3100-CONFERIR-PERFIL.
           MOVE "S" TO SW-REIMPRESSAO-LIBERADA.
           IF NOT SCT-E-PESSOAL
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO SW-REIMPRESSAO-LIBERADA.
           IF SPL-OPERADOR = SPACES
               GO TO 3100-EXIT
           END-IF.
           EVALUATE SCT-SUBSISTEMA
               WHEN "B"
                   MOVE SPL-AUT-BANCO TO SW-REIMPRESSAO-LIBERADA
               WHEN "C"
                   MOVE SPL-AUT-CPD TO SW-REIMPRESSAO-LIBERADA
               WHEN "G"
                   MOVE SPL-AUT-GESTAO TO SW-REIMPRESSAO-LIBERADA
               WHEN "N"
                   MOVE SPL-AUT-NUTRI TO SW-REIMPRESSAO-LIBERADA
               WHEN "K"
                   MOVE SPL-AUT-CALC TO SW-REIMPRESSAO-LIBERADA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COPIAR-GERACAO - cabecalho da reimpressao e as linhas da
      * faixa pedida.
      ******************************************************************
       3200-COPIAR-GERACAO.
           OPEN INPUT SPOOL-FILE.
           IF NOT SPOOL-OK
               STRING "SPOOL.DAT INDISPONIVEL - STATUS "
                   WS-SPOOL-STATUS
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.
           OPEN OUTPUT REIMPRESSAO-FILE.
           MOVE SPACES TO REI-LINHA.
           STRING "REIMPRESSAO DE " SCT-RELATORIO " " SCT-DATA-MOVIMENTO
               "/" SCT-SEQUENCIA " (" SCT-PROGRAMA ") PAGINAS "
               WS-PAGINA-INICIAL " A " WS-PAGINA-FINAL
               DELIMITED BY SIZE INTO REI-LINHA.
           WRITE REI-REGISTRO.
           MOVE SPACES TO REI-LINHA.
           STRING "EMITIDO EM " SCT-DATA-EXECUCAO " "
               SCT-HORA-EXECUCAO " POR " SCT-OPERADOR
               " - REIMPRESSO EM " WS-DATA-HOJE " POR " SPL-OPERADOR
               DELIMITED BY SIZE INTO REI-LINHA.
           WRITE REI-REGISTRO.
           MOVE 0 TO WS-QTDE-LINHAS.
           MOVE SCT-RELATORIO TO SPO-RELATORIO.
           MOVE SCT-DATA-MOVIMENTO TO SPO-DATA-MOVIMENTO.
           MOVE SCT-SEQUENCIA TO SPO-SEQUENCIA.
           MOVE WS-LINHA-INICIAL TO SPO-NUMERO-LINHA.
           MOVE "N" TO SW-FIM-GERACAO.
           START SPOOL-FILE KEY IS NOT LESS THAN SPO-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-GERACAO
           END-START.
           PERFORM 3300-COPIAR-LINHA THRU 3300-EXIT
               UNTIL FIM-GERACAO.
           CLOSE REIMPRESSAO-FILE.
           CLOSE SPOOL-FILE.
           MOVE WS-QTDE-LINHAS TO WS-QTDE-EDIT.
           STRING "REIMPRESSO EM REIMPRESSAO.LST: " SCT-RELATORIO " "
               SCT-DATA-MOVIMENTO "/" SCT-SEQUENCIA " - "
               WS-QTDE-EDIT " LINHAS"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3200-EXIT.
           EXIT.

       3300-COPIAR-LINHA.
           READ SPOOL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-GERACAO
                   GO TO 3300-EXIT
           END-READ.
           IF SPO-RELATORIO NOT = SCT-RELATORIO
               OR SPO-DATA-MOVIMENTO NOT = SCT-DATA-MOVIMENTO
               OR SPO-SEQUENCIA NOT = SCT-SEQUENCIA
               OR SPO-NUMERO-LINHA > WS-LINHA-FINAL
               MOVE "S" TO SW-FIM-GERACAO
               GO TO 3300-EXIT
           END-IF.
           MOVE SPO-LINHA TO REI-LINHA.
           WRITE REI-REGISTRO.
           ADD 1 TO WS-QTDE-LINHAS.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-EXPURGAR - apaga do catalogo e do spool as geracoes com
      * data de movimento anterior ao corte do seu tipo de relatorio
      * (data de movimento recuada os meses de retencao).  Pelo menu,
      * so o ADMIN expurga.
      ******************************************************************
       4000-EXPURGAR.
           IF SPL-OPERADOR NOT = SPACES
               AND SPL-OPERADOR NOT = "ADMIN"
               MOVE "EXPURGO DO SPOOL SO PELO ADMIN OU PELA ESTEIRA."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-LER-DATA-MOVIMENTO THRU 4100-EXIT.
           STRING "EXPURGO DO SPOOL - DATA DE MOVIMENTO "
               WS-DATA-REFERENCIA-NUM
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           OPEN I-O CATALOGO-FILE.
           IF NOT CATALOGO-OK
               MOVE "CATALOGO DO SPOOL VAZIO." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 4000-EXIT
           END-IF.
           OPEN I-O SPOOL-FILE.
           IF NOT SPOOL-OK
               CLOSE CATALOGO-FILE
               STRING "SPOOL.DAT INDISPONIVEL - STATUS "
                   WS-SPOOL-STATUS
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-CATALOGO.
           PERFORM 4200-AVALIAR-GERACAO THRU 4200-EXIT
               UNTIL FIM-CATALOGO.
           CLOSE SPOOL-FILE.
           CLOSE CATALOGO-FILE.
           MOVE WS-QTDE-LIDAS TO WS-QTDE-EDIT.
           STRING "GERACOES LIDAS.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-EXPURGADAS TO WS-QTDE-EDIT.
           STRING "GERACOES EXPURGADAS: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-MANTIDAS TO WS-QTDE-EDIT.
           STRING "GERACOES MANTIDAS..: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF WS-QTDE-LIDAS NOT = WS-QTDE-EXPURGADAS + WS-QTDE-MANTIDAS
               MOVE "*** LIDAS DIFERENTE DE EXPURGADAS + MANTIDAS"
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-LER-DATA-MOVIMENTO - data de movimento do controle
      * DATAMOV.DAT; sem o controle, a data da maquina.
      ******************************************************************
       4100-LER-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA-NUM.
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
                               TO WS-DATA-REFERENCIA-NUM
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-AVALIAR-GERACAO - le a proxima geracao do catalogo e a
      * expurga se passou da retencao do seu tipo de relatorio.
      ******************************************************************
       4200-AVALIAR-GERACAO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-CATALOGO
                   GO TO 4200-EXIT
           END-READ.
           ADD 1 TO WS-QTDE-LIDAS.
           PERFORM 4300-CALCULAR-CORTE THRU 4300-EXIT.
           IF SCT-DATA-MOVIMENTO NOT < WS-DATA-CORTE-NUM
               ADD 1 TO WS-QTDE-MANTIDAS
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4400-APAGAR-LINHAS THRU 4400-EXIT.
           DELETE CATALOGO-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-QTDE-MANTIDAS
                   GO TO 4200-EXIT
           END-DELETE.
           ADD 1 TO WS-QTDE-EXPURGADAS.
           MOVE WS-QTDE-LINHAS TO WS-LINHAS-EDIT.
           STRING "EXPURGADA " SCT-RELATORIO " " SCT-DATA-MOVIMENTO
               "/" SCT-SEQUENCIA " " SCT-PROGRAMA " CORTE "
               WS-DATA-CORTE-NUM " -" WS-LINHAS-EDIT " LINHAS"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CALCULAR-CORTE - data de movimento recuada os meses de
      * retencao do relatorio (12 para quem nao esta na tabela).
      ******************************************************************
       4300-CALCULAR-CORTE.
           MOVE 12 TO WS-MESES-RETENCAO.
           PERFORM 4350-COMPARAR-TIPO THRU 4350-EXIT
               VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > SRT-QTDE-RELATORIOS.
           COMPUTE WS-MESES-ABSOLUTOS =
               WS-ANO-REF * 12 + WS-MES-REF - 1 - WS-MESES-RETENCAO.
           DIVIDE WS-MESES-ABSOLUTOS BY 12
               GIVING WS-ANO-CORTE
               REMAINDER WS-RESTO-MES.
           COMPUTE WS-MES-CORTE = WS-RESTO-MES + 1.
           MOVE WS-DIA-REF TO WS-DIA-CORTE.
       4300-EXIT.
           EXIT.

       4350-COMPARAR-TIPO.
           IF SRT-RELATORIO (WS-IDX-TIPO) = SCT-RELATORIO
               MOVE SRT-MESES-RETENCAO (WS-IDX-TIPO)
                   TO WS-MESES-RETENCAO
           END-IF.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4400-APAGAR-LINHAS - apaga de SPOOL.DAT as linhas da geracao
      * corrente do catalogo.
      ******************************************************************
       4400-APAGAR-LINHAS.
           MOVE 0 TO WS-QTDE-LINHAS.
           MOVE SCT-RELATORIO TO SPO-RELATORIO.
           MOVE SCT-DATA-MOVIMENTO TO SPO-DATA-MOVIMENTO.
           MOVE SCT-SEQUENCIA TO SPO-SEQUENCIA.
           MOVE 0 TO SPO-NUMERO-LINHA.
           MOVE "N" TO SW-FIM-GERACAO.
           START SPOOL-FILE KEY IS NOT LESS THAN SPO-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-GERACAO
           END-START.
           PERFORM 4450-APAGAR-LINHA THRU 4450-EXIT
               UNTIL FIM-GERACAO.
       4400-EXIT.
           EXIT.

       4450-APAGAR-LINHA.
           READ SPOOL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-GERACAO
                   GO TO 4450-EXIT
           END-READ.
           IF SPO-RELATORIO NOT = SCT-RELATORIO
               OR SPO-DATA-MOVIMENTO NOT = SCT-DATA-MOVIMENTO
               OR SPO-SEQUENCIA NOT = SCT-SEQUENCIA
               MOVE "S" TO SW-FIM-GERACAO
               GO TO 4450-EXIT
           END-IF.
           DELETE SPOOL-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-LINHAS
           END-DELETE.
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em SPOOLCONS.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha o relatorio.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE RELATORIO-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM OPERACAO-SPOOL-CONSULTA.
