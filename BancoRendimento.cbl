      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-10
      * Purpose: Nightly batch job that accrues the yield of every
      *          active time deposit in APLICACOES.DAT (see
      *          APLICREG.cpy) for the movement date, one business
      *          day at a time, and redeems the deposits that reach
      *          maturity - crediting principal plus yield net of the
      *          regressive income tax to the account (TRN-TIPO
      *          "S").  The daily summary goes to RENDIMENTO.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-10  RA   Original daily yield and maturity job.
      * 2026-10-15  RA   RENDIMENTO.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-RENDIMENTO-DIARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACOES-FILE ASSIGN TO "APLICACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WS-APLICACOES-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-CHAVE
               FILE STATUS IS WS-TRANSACOES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RENDIMENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APLICACOES-FILE.
           COPY "APLICREG.cpy".

       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-APLICACOES-STATUS    PIC X(02).
           88  APLICACOES-OK                VALUE "00".
           88  APLICACOES-ARQ-INEXISTENTE   VALUE "35".

       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
           88  TRANSACOES-ARQ-INEXISTENTE   VALUE "35".

       01  SW-TRN-GRAVADO          PIC X(01) VALUE "N".
           88  TRN-GRAVADO                   VALUE "S".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-DATA-PROCESSAMENTO.
           05  WS-ANO-PROC         PIC 9(04).
           05  WS-MES-PROC         PIC 9(02).
           05  WS-DIA-PROC         PIC 9(02).
       01  WS-DATA-PROCESSAMENTO-NUM REDEFINES WS-DATA-PROCESSAMENTO
                                   PIC 9(08).

       01  WS-DATA-INICIO.
           05  WS-ANO-INI          PIC 9(04).
           05  WS-MES-INI          PIC 9(02).
           05  WS-DIA-INI          PIC 9(02).
       01  WS-DATA-INICIO-NUM REDEFINES WS-DATA-INICIO PIC 9(08).

       01  WS-DIA-E-UTIL           PIC X(01).
           88  DIA-E-UTIL                   VALUE "S".
       01  WS-PROXIMO-UTIL         PIC 9(08).

       01  SW-FIM-APLICACOES       PIC X(01) VALUE "N".
           88  FIM-APLICACOES               VALUE "S".

       01  WS-RENDIMENTO-DIA       PIC 9(10)V99 VALUE 0.
       01  WS-DIAS-CORRIDOS        PIC S9(05) COMP VALUE 0.
       01  WS-ALIQUOTA-IR          PIC 9V9(04) VALUE 0.
       01  WS-VALOR-IR             PIC 9(10)V99 VALUE 0.
       01  WS-VALOR-LIQUIDO        PIC 9(10)V99 VALUE 0.

       01  WS-TOTAL-APROPRIADAS    PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-APROPRIADAS-EDIT PIC 9(07) VALUE 0.
       01  WS-TOTAL-RENDIMENTO     PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-VENCIDAS       PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-VENCIDAS-EDIT  PIC 9(07) VALUE 0.
       01  WS-TOTAL-IR             PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-LIQUIDO        PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-PENDENTES      PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-PENDENTES-EDIT PIC 9(07) VALUE 0.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF APLICACOES-OK
               PERFORM 2000-PROCESSAR-APLICACOES THRU 2000-EXIT
                   UNTIL FIM-APLICACOES
               PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - le a data de movimento, verifica se e dia
      * util e abre os arquivos.  Sem APLICACOES.DAT nao ha o que
      * apropriar e o job termina sem erro.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== RENDIMENTO DIARIO DAS APLICACOES ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN I-O APLICACOES-FILE.
           IF NOT APLICACOES-OK
               DISPLAY "NENHUMA APLICACAO CADASTRADA."
               GO TO 1000-EXIT
           END-IF.
           CALL "BANCO-DIA-UTIL" USING WS-DATA-PROCESSAMENTO-NUM
               WS-DIA-E-UTIL WS-PROXIMO-UTIL.
           IF NOT DIA-E-UTIL
               DISPLAY "DATA DE MOVIMENTO NAO E DIA UTIL - SEM "
                   "RENDIMENTO NO DIA."
           END-IF.
           OPEN I-O CONTAS-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO RPT-LINHA.
           OPEN I-O TRANSACOES-FILE.
           IF TRANSACOES-ARQ-INEXISTENTE
               OPEN OUTPUT TRANSACOES-FILE
               CLOSE TRANSACOES-FILE
               OPEN I-O TRANSACOES-FILE
           END-IF.
           MOVE "N" TO SW-FIM-APLICACOES.
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
      * 2000-PROCESSAR-APLICACOES - le cada aplicacao ativa, apropria
      * o rendimento do dia e resgata as que chegaram ao vencimento.
      ******************************************************************
       2000-PROCESSAR-APLICACOES.
           READ APLICACOES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-APLICACOES
                   GO TO 2000-EXIT
           END-READ.
           IF NOT APL-ATIVA
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-APROPRIAR-RENDIMENTO THRU 3000-EXIT.
           IF WS-DATA-PROCESSAMENTO-NUM >= APL-DATA-VENCIMENTO
               PERFORM 4000-RESGATAR-VENCIDA THRU 4000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APROPRIAR-RENDIMENTO - um dia util de rendimento sobre o
      * saldo da aplicacao.  So apropria dia util posterior ao inicio
      * e ao ultimo calculo e ate o vencimento - reexecutar a noite
      * nao apropria o mesmo dia duas vezes.
      ******************************************************************
       3000-APROPRIAR-RENDIMENTO.
           IF NOT DIA-E-UTIL
               OR WS-DATA-PROCESSAMENTO-NUM <= APL-DATA-ULT-CALCULO
               OR WS-DATA-PROCESSAMENTO-NUM <= APL-DATA-INICIO
               OR WS-DATA-PROCESSAMENTO-NUM > APL-DATA-VENCIMENTO
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-RENDIMENTO-DIA ROUNDED =
               (APL-PRINCIPAL + APL-RENDIMENTO) * APL-TAXA-ANUAL
               / 100 / 252.
           ADD WS-RENDIMENTO-DIA TO APL-RENDIMENTO.
           ADD 1 TO APL-DIAS-UTEIS.
           MOVE WS-DATA-PROCESSAMENTO-NUM TO APL-DATA-ULT-CALCULO.
           REWRITE APL-REGISTRO.
           ADD 1 TO WS-TOTAL-APROPRIADAS.
           ADD WS-RENDIMENTO-DIA TO WS-TOTAL-RENDIMENTO.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RESGATAR-VENCIDA - credita na conta o principal mais o
      * rendimento, liquido do IR da tabela regressiva.  Conta nao
      * ativa deixa o resgate pendente (a aplicacao segue ativa, sem
      * render alem do vencimento) ate a conta ser regularizada.
      ******************************************************************
       4000-RESGATAR-VENCIDA.
           MOVE APL-CONTA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   PERFORM 4100-RESGATE-PENDENTE THRU 4100-EXIT
                   GO TO 4000-EXIT
           END-READ.
           IF CTA-BLOQUEADA OR CTA-ENCERRADA
               PERFORM 4100-RESGATE-PENDENTE THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4500-APURAR-IR THRU 4500-EXIT.
           ADD WS-VALOR-LIQUIDO TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           MOVE APL-CONTA                 TO TRN-CONTA.
           MOVE "S"                       TO TRN-TIPO.
           MOVE WS-VALOR-LIQUIDO          TO TRN-VALOR.
           MOVE CTA-SALDO                 TO TRN-SALDO-APOS.
           MOVE WS-DATA-PROCESSAMENTO-NUM TO TRN-DATA.
           MOVE APL-NUMERO                TO TRN-CONTAPARTE.
           PERFORM 2600-GRAVAR-HISTORICO THRU 2600-EXIT.
           MOVE "V"                       TO APL-SITUACAO.
           MOVE WS-DATA-PROCESSAMENTO-NUM TO APL-DATA-RESGATE.
           MOVE WS-VALOR-IR               TO APL-IR-RETIDO.
           MOVE WS-VALOR-LIQUIDO          TO APL-VALOR-LIQUIDO.
           REWRITE APL-REGISTRO.
           STRING "APLICACAO " APL-NUMERO " CONTA " APL-CONTA
               " VENCIDA - IR " APL-IR-RETIDO
               " LIQUIDO " APL-VALOR-LIQUIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           ADD 1 TO WS-TOTAL-VENCIDAS.
           ADD WS-VALOR-IR TO WS-TOTAL-IR.
           ADD WS-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO.
       4000-EXIT.
           EXIT.

       4100-RESGATE-PENDENTE.
           STRING "APLICACAO " APL-NUMERO " CONTA " APL-CONTA
               " NAO ATIVA - RESGATE PENDENTE"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           ADD 1 TO WS-TOTAL-PENDENTES.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4500-APURAR-IR - dias corridos da aplicacao (convencao 30/360,
      * do inicio ate a data de movimento), aliquota da tabela
      * regressiva e IR sobre o rendimento bruto.
      ******************************************************************
       4500-APURAR-IR.
           MOVE APL-DATA-INICIO TO WS-DATA-INICIO-NUM.
           COMPUTE WS-DIAS-CORRIDOS =
               (WS-ANO-PROC - WS-ANO-INI) * 360
               + (WS-MES-PROC - WS-MES-INI) * 30
               + (WS-DIA-PROC - WS-DIA-INI).
           EVALUATE TRUE
               WHEN WS-DIAS-CORRIDOS <= 180
                   MOVE 0.2250 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS <= 360
                   MOVE 0.2000 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS <= 720
                   MOVE 0.1750 TO WS-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 0.1500 TO WS-ALIQUOTA-IR
           END-EVALUATE.
           COMPUTE WS-VALOR-IR ROUNDED =
               APL-RENDIMENTO * WS-ALIQUOTA-IR.
           COMPUTE WS-VALOR-LIQUIDO =
               APL-PRINCIPAL + APL-RENDIMENTO - WS-VALOR-IR.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-GRAVAR-HISTORICO - grava o lancamento ja montado em
      * TRN-REGISTRO atribuindo o proximo TRN-SEQ livre da conta/data
      * (comeca em 1 e avanca a cada chave duplicada).
      ******************************************************************
       2600-GRAVAR-HISTORICO.
           MOVE "RENDDIARIO" TO TRN-OPERADOR.
           MOVE 0 TO TRN-ESTORNO-REF.
           MOVE 1 TO TRN-SEQ.
           MOVE "N" TO SW-TRN-GRAVADO.
           PERFORM 2650-TENTAR-GRAVAR THRU 2650-EXIT
               UNTIL TRN-GRAVADO.
       2600-EXIT.
           EXIT.

       2650-TENTAR-GRAVAR.
           WRITE TRN-REGISTRO
               INVALID KEY
                   ADD 1 TO TRN-SEQ
               NOT INVALID KEY
                   MOVE "S" TO SW-TRN-GRAVADO
           END-WRITE.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais do dia: rendimento apropriado,
      * aplicacoes vencidas e resgates pendentes.
      ******************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE WS-TOTAL-APROPRIADAS TO WS-TOTAL-APROPRIADAS-EDIT.
           STRING "APLICACOES APROPRIADAS...: "
               WS-TOTAL-APROPRIADAS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "RENDIMENTO APROPRIADO....: " WS-TOTAL-RENDIMENTO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-VENCIDAS TO WS-TOTAL-VENCIDAS-EDIT.
           STRING "APLICACOES VENCIDAS......: " WS-TOTAL-VENCIDAS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "IR RETIDO NOS VENCIMENTOS: " WS-TOTAL-IR
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "LIQUIDO CREDITADO........: " WS-TOTAL-LIQUIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-PENDENTES TO WS-TOTAL-PENDENTES-EDIT.
           STRING "RESGATES PENDENTES.......: "
               WS-TOTAL-PENDENTES-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em RENDIMENTO.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos abertos pelo job e atualiza
      * os totais de controle do cadastro de contas.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE APLICACOES-FILE.
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-RENDIMENTO-DIARIO" TO SPL-PROGRAMA.
           MOVE "RENDIMENTO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-RENDIMENTO-DIARIO.
