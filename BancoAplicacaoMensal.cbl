      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-10
      * Purpose: Month-end report of the time deposits in
      *          APLICACOES.DAT (see APLICREG.cpy): the balance of
      *          every active deposit - principal, accrued yield and
      *          gross - and the deposits redeemed in the month with
      *          the income tax withheld and the net amount credited,
      *          with totals for both.  Output goes to APLICMES.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-10  RA   Original monthly time deposit report.
      * 2026-10-15  RA   APLICMES.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-APLICACOES-MENSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACOES-FILE ASSIGN TO "APLICACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WS-APLICACOES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "APLICMES.LST"
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

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-APLICACOES-STATUS    PIC X(02).
           88  APLICACOES-OK                VALUE "00".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-DATA-PROCESSAMENTO.
           05  WS-ANO-PROC         PIC 9(04).
           05  WS-MES-PROC         PIC 9(02).
           05  WS-DIA-PROC         PIC 9(02).
       01  WS-PERIODO-ATUAL        PIC 9(06).

       01  WS-DATA-RESGATE.
           05  WS-PERIODO-RESGATE  PIC 9(06).
           05  FILLER              PIC 9(02).
       01  WS-DATA-RESGATE-NUM REDEFINES WS-DATA-RESGATE PIC 9(08).

       01  SW-CADASTRO-ABERTO      PIC X(01) VALUE "N".
           88  CADASTRO-ABERTO              VALUE "S".

       01  SW-FIM-APLICACOES       PIC X(01) VALUE "N".
           88  FIM-APLICACOES               VALUE "S".

       01  WS-VALOR-BRUTO          PIC 9(10)V99 VALUE 0.

       01  WS-QTDE-ATIVAS          PIC 9(07) COMP VALUE 0.
       01  WS-QTDE-ATIVAS-EDIT     PIC 9(07) VALUE 0.
       01  WS-TOTAL-PRINCIPAL      PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-RENDIMENTO     PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-BRUTO          PIC 9(12)V99 VALUE 0.
       01  WS-QTDE-RESGATADAS      PIC 9(07) COMP VALUE 0.
       01  WS-QTDE-RESGATADAS-EDIT PIC 9(07) VALUE 0.
       01  WS-TOTAL-REND-RESGATE   PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-IR             PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-LIQUIDO        PIC 9(12)V99 VALUE 0.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LISTAR-ATIVAS THRU 2000-EXIT.
           PERFORM 3000-LISTAR-RESGATADAS THRU 3000-EXIT.
           PERFORM 7000-IMPRIMIR-TOTAIS THRU 7000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - le a data de movimento (o periodo do
      * relatorio e o mes dela) e abre os arquivos.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== APLICACOES - POSICAO MENSAL ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           COMPUTE WS-PERIODO-ATUAL =
               WS-ANO-PROC * 100 + WS-MES-PROC.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO RPT-LINHA.
           STRING "POSICAO DAS APLICACOES - PERIODO "
               WS-PERIODO-ATUAL
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           OPEN INPUT APLICACOES-FILE.
           IF APLICACOES-OK
               MOVE "S" TO SW-CADASTRO-ABERTO
           ELSE
               MOVE "NENHUMA APLICACAO CADASTRADA." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
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
      * 2000-LISTAR-ATIVAS - saldo de cada aplicacao ainda ativa.
      ******************************************************************
       2000-LISTAR-ATIVAS.
           IF NOT CADASTRO-ABERTO
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "APLICACOES ATIVAS (NUMERO CONTA PRINCIPAL "
               "RENDIMENTO BRUTO VENCIMENTO)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 2900-POSICIONAR-INICIO THRU 2900-EXIT.
           PERFORM 2100-LER-ATIVA THRU 2100-EXIT
               UNTIL FIM-APLICACOES.
       2000-EXIT.
           EXIT.

       2100-LER-ATIVA.
           READ APLICACOES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-APLICACOES
                   GO TO 2100-EXIT
           END-READ.
           IF NOT APL-ATIVA
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-VALOR-BRUTO = APL-PRINCIPAL + APL-RENDIMENTO.
           STRING APL-NUMERO " " APL-CONTA " " APL-PRINCIPAL " "
               APL-RENDIMENTO " " WS-VALOR-BRUTO " "
               APL-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           ADD 1 TO WS-QTDE-ATIVAS.
           ADD APL-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           ADD APL-RENDIMENTO TO WS-TOTAL-RENDIMENTO.
           ADD WS-VALOR-BRUTO TO WS-TOTAL-BRUTO.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2900-POSICIONAR-INICIO - volta ao inicio do cadastro para a
      * proxima varredura.
      ******************************************************************
       2900-POSICIONAR-INICIO.
           MOVE "N" TO SW-FIM-APLICACOES.
           MOVE 0 TO APL-NUMERO.
           START APLICACOES-FILE KEY IS GREATER THAN APL-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIM-APLICACOES
           END-START.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-RESGATADAS - aplicacoes resgatadas no mes (no
      * vencimento ou antecipadamente) com o IR retido.
      ******************************************************************
       3000-LISTAR-RESGATADAS.
           IF NOT CADASTRO-ABERTO
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "RESGATES DO MES (NUMERO CONTA SIT RENDIMENTO "
               "IR-RETIDO LIQUIDO DATA)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 2900-POSICIONAR-INICIO THRU 2900-EXIT.
           PERFORM 3100-LER-RESGATADA THRU 3100-EXIT
               UNTIL FIM-APLICACOES.
       3000-EXIT.
           EXIT.

       3100-LER-RESGATADA.
           READ APLICACOES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-APLICACOES
                   GO TO 3100-EXIT
           END-READ.
           IF APL-ATIVA
               GO TO 3100-EXIT
           END-IF.
           MOVE APL-DATA-RESGATE TO WS-DATA-RESGATE-NUM.
           IF WS-PERIODO-RESGATE NOT = WS-PERIODO-ATUAL
               GO TO 3100-EXIT
           END-IF.
           STRING APL-NUMERO " " APL-CONTA " " APL-SITUACAO " "
               APL-RENDIMENTO " " APL-IR-RETIDO " "
               APL-VALOR-LIQUIDO " " APL-DATA-RESGATE
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           ADD 1 TO WS-QTDE-RESGATADAS.
           ADD APL-RENDIMENTO TO WS-TOTAL-REND-RESGATE.
           ADD APL-IR-RETIDO TO WS-TOTAL-IR.
           ADD APL-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-TOTAIS - totais da posicao e dos resgates.
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-ATIVAS TO WS-QTDE-ATIVAS-EDIT.
           STRING "APLICACOES ATIVAS........: " WS-QTDE-ATIVAS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "TOTAL DO PRINCIPAL.......: " WS-TOTAL-PRINCIPAL
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "TOTAL DE RENDIMENTO......: " WS-TOTAL-RENDIMENTO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "SALDO BRUTO APLICADO.....: " WS-TOTAL-BRUTO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-RESGATADAS TO WS-QTDE-RESGATADAS-EDIT.
           STRING "RESGATES NO MES..........: "
               WS-QTDE-RESGATADAS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "RENDIMENTO RESGATADO.....: " WS-TOTAL-REND-RESGATE
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "IR RETIDO NO MES.........: " WS-TOTAL-IR
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "LIQUIDO CREDITADO........: " WS-TOTAL-LIQUIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em APLICMES.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos abertos pelo job.
      ******************************************************************
       8000-FINALIZAR.
           IF CADASTRO-ABERTO
               CLOSE APLICACOES-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-APLICACOES-MENSAL" TO SPL-PROGRAMA.
           MOVE "APLICMES.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-APLICACOES-MENSAL.
