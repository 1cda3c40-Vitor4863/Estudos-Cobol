      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-21
      * Purpose: Inbound interbank credits (TED and DOC received).
      *          Reads the clearinghouse file (DD_TEDRECEB, layout
      *          TEDREG.cpy) twice: the first pass only proves the
      *          trailer's record count and value hash, and a file
      *          that does not tie is refused whole - nothing posts
      *          and the job ends with RETURN-CODE 8.  The second
      *          pass credits each detail to the destination account
      *          as TRN-TIPO "B" (TRN-CONTAPARTE carries the
      *          originating bank).  A credit for an account that
      *          does not exist, is closed or blocked, or whose CPF
      *          is not a holder's in force (primeiro titular or
      *          co-titular, see BANCO-TITULARES-CONTA) is not posted
      *          and goes back to the originating bank in the
      *          devolucao file (DD_TEDDEVOL) with its motivo code.
      *          Summary of posted and returned credits in
      *          TEDRECEB.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-21  RA   Original inbound TED/DOC credit processing.
      * 2026-10-15  RA   TEDRECEB.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-TED-RECEBIDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEDRECEB-FILE ASSIGN TO "TEDRECEB"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDRECEB-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO "TEDDEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-CHAVE
               FILE STATUS IS WS-TRANSACOES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "TEDRECEB.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEDRECEB-FILE.
           COPY "TEDREG.cpy".

       FD  DEVOLUCAO-FILE.
       01  DEV-REGISTRO            PIC X(80).

       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  CLIENTES-FILE.
           COPY "CLIREG.cpy".

       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TEDRECEB-STATUS      PIC X(02).
           88  TEDRECEB-OK                  VALUE "00".
           88  TEDRECEB-INEXISTENTE         VALUE "35".

       01  WS-DEVOLUCAO-STATUS     PIC X(02).

       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".

       01  WS-CLIENTES-STATUS      PIC X(02).
           88  CLIENTES-OK                  VALUE "00".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
           88  TRANSACOES-ARQ-INEXISTENTE   VALUE "35".

       01  SW-TRN-GRAVADO          PIC X(01) VALUE "N".
           88  TRN-GRAVADO                   VALUE "S".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-DATA-PROCESSAMENTO   PIC 9(08).
       01  WS-SALDO-NOVO           PIC S9(10)V99 VALUE 0.
       01  WS-SEQUENCIA-ARQUIVO    PIC 9(06) VALUE 0.

       01  WS-QTDE-LIDOS           PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-CREDITADOS      PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-DEVOLVIDOS      PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-EXCECOES        PIC 9(06) COMP VALUE 0.
       01  WS-QTDE-TRAILERS        PIC 9(06) COMP VALUE 0.
       01  WS-LIDOS-EDIT           PIC 9(06) VALUE 0.
       01  WS-CREDITADOS-EDIT      PIC 9(06) VALUE 0.
       01  WS-DEVOLVIDOS-EDIT      PIC 9(06) VALUE 0.
       01  WS-EXCECOES-EDIT        PIC 9(06) VALUE 0.
       01  WS-VALOR-LIDO           PIC 9(13)V99 VALUE 0.
       01  WS-VALOR-CREDITADO      PIC 9(13)V99 VALUE 0.
       01  WS-VALOR-DEVOLVIDO      PIC 9(13)V99 VALUE 0.
       01  WS-VALOR-EDITADO        PIC ZZZZZZZZZZZZ9.99.

       01  SW-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88  FIM-ARQUIVO                  VALUE "S".

       01  SW-TRAILER-CONFERE      PIC X(01) VALUE "S".
           88  TRAILER-CONFERE              VALUE "S".

       01  SW-CPF-CONFERE          PIC X(01) VALUE "N".
           88  CPF-CONFERE                  VALUE "S".

       01  WS-MOTIVO               PIC X(02) VALUE SPACES.
           88  MOTIVO-CONTA-INEXISTENTE     VALUE "01".
           88  MOTIVO-CONTA-ENCERRADA       VALUE "02".
           88  MOTIVO-CONTA-BLOQUEADA       VALUE "03".
           88  MOTIVO-CPF-DIVERGENTE        VALUE "04".

       01  WS-IDX-TITULAR          PIC 9(02) COMP VALUE 0.

           COPY "VINCTAB.cpy".

       01  WS-DEV-HEADER.
           05  WS-DEV-H-TIPO       PIC X(01) VALUE "0".
           05  WS-DEV-H-DATA       PIC 9(08) VALUE 0.
           05  WS-DEV-H-ORIGEM     PIC X(10) VALUE "AGCENTRAL".
           05  WS-DEV-H-SEQUENCIA  PIC 9(06) VALUE 0.
           05  FILLER              PIC X(55) VALUE SPACES.

       01  WS-DEV-TRAILER.
           05  WS-DEV-T-TIPO       PIC X(01) VALUE "9".
           05  WS-DEV-T-QTDE       PIC 9(06) VALUE 0.
           05  WS-DEV-T-VALOR-TOTAL PIC 9(13)V99 VALUE 0.
           05  FILLER              PIC X(58) VALUE SPACES.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF TEDRECEB-INEXISTENTE
               DISPLAY "ARQUIVO TEDRECEB NAO ENCONTRADO. APONTE O "
                   "DATASET RECEBIDO DA COMPENSACAO."
               GOBACK
           END-IF.
           PERFORM 2000-CONFERIR-ARQUIVO THRU 2000-EXIT.
           IF NOT TRAILER-CONFERE
               MOVE "ARQUIVO RECUSADO - NENHUM CREDITO FOI POSTADO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-TED-RECEBIDO" TO SPL-PROGRAMA
               MOVE "TEDRECEB.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-ABRIR-POSTAGEM THRU 3000-EXIT.
           PERFORM 4000-PROCESSAR-REGISTRO THRU 4000-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 6000-GRAVAR-TRAILER-DEVOLUCAO THRU 6000-EXIT.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre o arquivo recebido e o relatorio; os
      * mestres so abrem depois que o trailer conferir.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== TED/DOC RECEBIDOS ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN INPUT TEDRECEB-FILE.
           IF NOT TEDRECEB-INEXISTENTE
               OPEN OUTPUT RELATORIO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina como nas
      * versoes anteriores.
      ******************************************************************
       0900-LER-DATA-MOVIMENTO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
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
                               TO WS-DATA-PROCESSAMENTO
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
           DISPLAY "DATA DE MOVIMENTO: " WS-DATA-PROCESSAMENTO.
       0900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONFERIR-ARQUIVO - primeira passada: soma quantidade e
      * valor dos detalhes e prova contra o trailer.  Arquivo sem
      * trailer, com mais de um, ou que nao confere e recusado.
      ******************************************************************
       2000-CONFERIR-ARQUIVO.
           MOVE "N" TO SW-FIM-ARQUIVO.
           PERFORM 2100-LER-CONFERENCIA THRU 2100-EXIT
               UNTIL FIM-ARQUIVO.
           CLOSE TEDRECEB-FILE.
           IF WS-QTDE-TRAILERS NOT = 1
               MOVE "N" TO SW-TRAILER-CONFERE
               MOVE "ARQUIVO SEM TRAILER UNICO - RECUSADO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-CONFERENCIA.
           READ TEDRECEB-FILE
               AT END
                   MOVE "S" TO SW-FIM-ARQUIVO
               NOT AT END
                   EVALUATE TED-H-TIPO
                       WHEN "0"
                           MOVE TED-H-SEQUENCIA
                               TO WS-SEQUENCIA-ARQUIVO
                           STRING "ARQUIVO " TED-H-SEQUENCIA
                               " DE " TED-H-DATA
                               " ORIGEM " TED-H-ORIGEM
                               DELIMITED BY SIZE INTO RPT-LINHA
                           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                       WHEN "1"
                           ADD 1 TO WS-QTDE-LIDOS
                           ADD TED-D-VALOR TO WS-VALOR-LIDO
                       WHEN "9"
                           ADD 1 TO WS-QTDE-TRAILERS
                           PERFORM 2200-CONFERIR-TRAILER THRU 2200-EXIT
                       WHEN OTHER
                           DISPLAY "TIPO DE REGISTRO INVALIDO NO "
                               "ARQUIVO: " TED-H-TIPO
                           ADD 1 TO WS-QTDE-EXCECOES
                   END-EVALUATE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONFERIR-TRAILER - prova a quantidade e o hash total de
      * valores do trailer contra o que foi lido ate ele.
      ******************************************************************
       2200-CONFERIR-TRAILER.
           IF TED-T-QTDE NOT = WS-QTDE-LIDOS
               OR TED-T-VALOR-TOTAL NOT = WS-VALOR-LIDO
               MOVE "N" TO SW-TRAILER-CONFERE
               MOVE WS-QTDE-LIDOS TO WS-LIDOS-EDIT
               STRING "TRAILER NAO CONFERE: QTDE " TED-T-QTDE
                   " LIDA " WS-LIDOS-EDIT
                   " VALOR " TED-T-VALOR-TOTAL
                   " LIDO " WS-VALOR-LIDO
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           ELSE
               MOVE "TRAILER CONFERIDO - ARQUIVO INTEGRO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ABRIR-POSTAGEM - segunda passada: reabre o arquivo
      * recebido, abre os mestres e a devolucao e grava o header da
      * devolucao com a sequencia do arquivo que a originou.
      ******************************************************************
       3000-ABRIR-POSTAGEM.
           MOVE "N" TO SW-FIM-ARQUIVO.
           MOVE 0 TO WS-QTDE-LIDOS.
           MOVE 0 TO WS-VALOR-LIDO.
           OPEN INPUT TEDRECEB-FILE.
           OPEN I-O CONTAS-FILE.
           OPEN INPUT CLIENTES-FILE.
           OPEN I-O TRANSACOES-FILE.
           IF TRANSACOES-ARQ-INEXISTENTE
               OPEN OUTPUT TRANSACOES-FILE
               CLOSE TRANSACOES-FILE
               OPEN I-O TRANSACOES-FILE
           END-IF.
           OPEN OUTPUT DEVOLUCAO-FILE.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DEV-H-DATA.
           MOVE WS-SEQUENCIA-ARQUIVO TO WS-DEV-H-SEQUENCIA.
           MOVE WS-DEV-HEADER TO DEV-REGISTRO.
           WRITE DEV-REGISTRO.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROCESSAR-REGISTRO - so os detalhes interessam nesta
      * passada; header e trailer ja foram tratados na conferencia.
      ******************************************************************
       4000-PROCESSAR-REGISTRO.
           READ TEDRECEB-FILE
               AT END
                   MOVE "S" TO SW-FIM-ARQUIVO
               NOT AT END
                   IF TED-D-TIPO = "1"
                       PERFORM 4100-TRATAR-DETALHE THRU 4100-EXIT
                   END-IF
           END-READ.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-TRATAR-DETALHE - valida a conta destino e o CPF do
      * favorecido; qualquer motivo manda o credito para a devolucao,
      * senao credita a conta.
      ******************************************************************
       4100-TRATAR-DETALHE.
           ADD 1 TO WS-QTDE-LIDOS.
           ADD TED-D-VALOR TO WS-VALOR-LIDO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE TED-D-CONTA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "01" TO WS-MOTIVO
           END-READ.
           IF WS-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN CTA-ENCERRADA
                       MOVE "02" TO WS-MOTIVO
                   WHEN CTA-BLOQUEADA
                       MOVE "03" TO WS-MOTIVO
                   WHEN OTHER
                       PERFORM 4200-CONFERIR-CPF THRU 4200-EXIT
                       IF NOT CPF-CONFERE
                           MOVE "04" TO WS-MOTIVO
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 5000-CREDITAR-CONTA THRU 5000-EXIT
           ELSE
               PERFORM 5500-DEVOLVER-CREDITO THRU 5500-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CONFERIR-CPF - o CPF do detalhe precisa ser o de um
      * titular vigente na data de movimento: o primeiro titular ou
      * um co-titular.  Procurador nao recebe credito em seu nome.
      * Conta antiga sem cliente nao tem CPF a conferir e devolve.
      ******************************************************************
       4200-CONFERIR-CPF.
           MOVE "N" TO SW-CPF-CONFERE.
           CALL "BANCO-TITULARES-CONTA" USING CTA-CONTA
                                              WS-DATA-PROCESSAMENTO
                                              VTB-TITULARES.
           PERFORM 4250-COMPARAR-TITULAR THRU 4250-EXIT
               VARYING WS-IDX-TITULAR FROM 1 BY 1
               UNTIL WS-IDX-TITULAR > VTB-QTDE-TITULARES
                   OR CPF-CONFERE.
       4200-EXIT.
           EXIT.

       4250-COMPARAR-TITULAR.
           IF VTB-PAPEL (WS-IDX-TITULAR) = "R"
               OR VTB-VIGENTE (WS-IDX-TITULAR) NOT = "S"
               OR VTB-CLIENTE-ID (WS-IDX-TITULAR) = 0
               GO TO 4250-EXIT
           END-IF.
           MOVE VTB-CLIENTE-ID (WS-IDX-TITULAR) TO CLI-ID.
           READ CLIENTES-FILE
               INVALID KEY
                   GO TO 4250-EXIT
           END-READ.
           IF CLI-CPF = TED-D-CPF
               MOVE "S" TO SW-CPF-CONFERE
           END-IF.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CREDITAR-CONTA - soma o credito ao saldo e lanca o
      * historico "B" com o banco de origem na contraparte.
      ******************************************************************
       5000-CREDITAR-CONTA.
           COMPUTE WS-SALDO-NOVO = CTA-SALDO + TED-D-VALOR.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           MOVE TED-D-CONTA   TO TRN-CONTA.
           MOVE "B"           TO TRN-TIPO.
           MOVE TED-D-VALOR   TO TRN-VALOR.
           MOVE WS-SALDO-NOVO TO TRN-SALDO-APOS.
           MOVE WS-DATA-PROCESSAMENTO TO TRN-DATA.
           MOVE TED-D-BANCO-ORIGEM TO TRN-CONTAPARTE.
           PERFORM 5800-GRAVAR-HISTORICO THRU 5800-EXIT.
           ADD 1 TO WS-QTDE-CREDITADOS.
           ADD TED-D-VALOR TO WS-VALOR-CREDITADO.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-DEVOLVER-CREDITO - copia o detalhe para a devolucao com
      * o motivo e lista a devolucao no relatorio.
      ******************************************************************
       5500-DEVOLVER-CREDITO.
           MOVE WS-MOTIVO TO TED-D-MOTIVO.
           MOVE TED-DETALHE TO DEV-REGISTRO.
           WRITE DEV-REGISTRO.
           ADD 1 TO WS-QTDE-DEVOLVIDOS.
           ADD TED-D-VALOR TO WS-VALOR-DEVOLVIDO.
           MOVE TED-D-VALOR TO WS-VALOR-EDITADO.
           EVALUATE TRUE
               WHEN MOTIVO-CONTA-INEXISTENTE
                   STRING "DOC " TED-D-NUMERO " CONTA " TED-D-CONTA
                       " R$ " WS-VALOR-EDITADO
                       " DEVOLVIDO 01 - CONTA INEXISTENTE"
                       DELIMITED BY SIZE INTO RPT-LINHA
               WHEN MOTIVO-CONTA-ENCERRADA
                   STRING "DOC " TED-D-NUMERO " CONTA " TED-D-CONTA
                       " R$ " WS-VALOR-EDITADO
                       " DEVOLVIDO 02 - CONTA ENCERRADA"
                       DELIMITED BY SIZE INTO RPT-LINHA
               WHEN MOTIVO-CONTA-BLOQUEADA
                   STRING "DOC " TED-D-NUMERO " CONTA " TED-D-CONTA
                       " R$ " WS-VALOR-EDITADO
                       " DEVOLVIDO 03 - CONTA BLOQUEADA"
                       DELIMITED BY SIZE INTO RPT-LINHA
               WHEN OTHER
                   STRING "DOC " TED-D-NUMERO " CONTA " TED-D-CONTA
                       " R$ " WS-VALOR-EDITADO
                       " DEVOLVIDO 04 - CPF NAO CONFERE"
                       DELIMITED BY SIZE INTO RPT-LINHA
           END-EVALUATE.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 5800-GRAVAR-HISTORICO - grava o lancamento ja montado em
      * TRN-REGISTRO atribuindo o proximo TRN-SEQ livre da conta/data
      * (comeca em 1 e avanca a cada chave duplicada).
      ******************************************************************
       5800-GRAVAR-HISTORICO.
           MOVE "TEDRECEB" TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 5850-TENTAR-GRAVAR THRU 5850-EXIT
               UNTIL TRN-GRAVADO.
       5800-EXIT.
           EXIT.

       5850-TENTAR-GRAVAR.
           WRITE TRN-REGISTRO
               INVALID KEY
                   ADD 1 TO TRN-SEQ
               NOT INVALID KEY
                   MOVE "S" TO SW-TRN-GRAVADO
           END-WRITE.
       5850-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRAVAR-TRAILER-DEVOLUCAO - fecha a devolucao com a
      * quantidade e o hash de valores dos creditos devolvidos.
      ******************************************************************
       6000-GRAVAR-TRAILER-DEVOLUCAO.
           MOVE WS-QTDE-DEVOLVIDOS TO WS-DEV-T-QTDE.
           MOVE WS-VALOR-DEVOLVIDO TO WS-DEV-T-VALOR-TOTAL.
           MOVE WS-DEV-TRAILER TO DEV-REGISTRO.
           WRITE DEV-REGISTRO.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais creditados e devolvidos.
      ******************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE WS-QTDE-LIDOS TO WS-LIDOS-EDIT.
           MOVE WS-VALOR-LIDO TO WS-VALOR-EDITADO.
           STRING "CREDITOS RECEBIDOS......: " WS-LIDOS-EDIT
               "  R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-CREDITADOS TO WS-CREDITADOS-EDIT.
           MOVE WS-VALOR-CREDITADO TO WS-VALOR-EDITADO.
           STRING "CREDITADOS NAS CONTAS...: " WS-CREDITADOS-EDIT
               "  R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-DEVOLVIDOS TO WS-DEVOLVIDOS-EDIT.
           MOVE WS-VALOR-DEVOLVIDO TO WS-VALOR-EDITADO.
           STRING "DEVOLVIDOS A ORIGEM.....: " WS-DEVOLVIDOS-EDIT
               "  R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-EXCECOES TO WS-EXCECOES-EDIT.
           STRING "EXCECOES................: " WS-EXCECOES-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em TEDRECEB.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do job e atualiza os totais
      * de controle de CONTAS.DAT.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE TEDRECEB-FILE.
           CLOSE DEVOLUCAO-FILE.
           CLOSE CONTAS-FILE.
           CLOSE CLIENTES-FILE.
           CLOSE TRANSACOES-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-TED-RECEBIDO" TO SPL-PROGRAMA.
           MOVE "TEDRECEB.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-TED-RECEBIDO.
