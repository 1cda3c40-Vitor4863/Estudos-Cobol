      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-15
      * Purpose: Suspicious-movement cases (casos PLD) for
      *          SISTEMA-BANCO.  Lists the cases opened by the nightly
      *          BANCO-MONITOR-PLD in ALERTAS.DAT, lets the compliance
      *          analyst close a case as descartado or reportado with
      *          the reason, stamped with the USR-ID signed on, and
      *          prints the open cases by age (days since the alert,
      *          30/360 count) on PLDCASOS.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-15  RA   Original suspicious-movement case module.
      * 2026-10-15  RA   PLDCASOS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CASOS-PLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NUMERO
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PLDCASOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
           COPY "ALERTREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ALERTAS-STATUS       PIC X(02).
           88  ALERTAS-OK                   VALUE "00".
           88  ALERTAS-ARQ-INEXISTENTE      VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  OPCAO-MENU              PIC X(01).
       01  WS-CASO-PEDIDO          PIC 9(06).
       01  WS-DECISAO              PIC X(01).
       01  WS-MOTIVO               PIC X(40).

       01  WS-DATA-MOVIMENTO.
           05  WS-ANO-MOV          PIC 9(04).
           05  WS-MES-MOV          PIC 9(02).
           05  WS-DIA-MOV          PIC 9(02).
       01  WS-DATA-MOVIMENTO-NUM REDEFINES WS-DATA-MOVIMENTO
                                   PIC 9(08).

       01  WS-DATA-ALERTA.
           05  WS-ANO-ALERTA       PIC 9(04).
           05  WS-MES-ALERTA       PIC 9(02).
           05  WS-DIA-ALERTA       PIC 9(02).
       01  WS-DATA-ALERTA-NUM REDEFINES WS-DATA-ALERTA PIC 9(08).

       01  WS-IDADE-CASO           PIC S9(05) COMP VALUE 0.
       01  WS-IDADE-EDIT           PIC 9(05) VALUE 0.

       01  WS-CASOS-LISTADOS       PIC 9(05) COMP VALUE 0.
       01  WS-FAIXA-5              PIC 9(05) COMP VALUE 0.
       01  WS-FAIXA-15             PIC 9(05) COMP VALUE 0.
       01  WS-FAIXA-30             PIC 9(05) COMP VALUE 0.
       01  WS-FAIXA-MAIS           PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC ZZZZ9.
       01  WS-VALOR-EDITADO        PIC ZZZZZZZZZZ9.99.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-FIM-ALERTAS          PIC X(01) VALUE "N".
           88  FIM-ALERTAS                  VALUE "S".

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(10).

       PROCEDURE DIVISION USING LNK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
               UNTIL FIM-PROGRAMA.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) o cadastro de casos.  O
      * relatorio por idade e aberto a cada emissao.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== CASOS PLD (MOVIMENTACAO SUSPEITA) ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           OPEN I-O ALERTAS-FILE.
           IF ALERTAS-ARQ-INEXISTENTE
               OPEN OUTPUT ALERTAS-FILE
               CLOSE ALERTAS-FILE
               OPEN I-O ALERTAS-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina.
      ******************************************************************
       0900-LER-DATA-MOVIMENTO.
           ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD.
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
                               TO WS-DATA-MOVIMENTO-NUM
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
           DISPLAY "DATA DE MOVIMENTO: " WS-DATA-MOVIMENTO-NUM.
       0900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de casos PLD.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - CASOS ABERTOS".
           DISPLAY "2 - ENCERRAR CASO".
           DISPLAY "3 - RELATORIO DE CASOS ABERTOS POR IDADE".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-LISTAR-ABERTOS THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-ENCERRAR-CASO THRU 4000-EXIT
               WHEN "3"
                   PERFORM 7000-RELATORIO-IDADE THRU 7000-EXIT
               WHEN "4"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2900-POSICIONAR-INICIO - posiciona o cadastro de casos no
      * primeiro registro para uma varredura completa.
      ******************************************************************
       2900-POSICIONAR-INICIO.
           MOVE "N" TO SW-FIM-ALERTAS.
           MOVE 0 TO ALR-NUMERO.
           START ALERTAS-FILE
               KEY IS GREATER THAN OR EQUAL TO ALR-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIM-ALERTAS
           END-START.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-ABERTOS - lista no console os casos abertos.
      ******************************************************************
       3000-LISTAR-ABERTOS.
           DISPLAY "=== CASOS ABERTOS ===".
           MOVE 0 TO WS-CASOS-LISTADOS.
           PERFORM 2900-POSICIONAR-INICIO THRU 2900-EXIT.
           PERFORM 3100-LER-ABERTO THRU 3100-EXIT
               UNTIL FIM-ALERTAS.
           IF WS-CASOS-LISTADOS = 0
               DISPLAY "NENHUM CASO ABERTO."
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LER-ABERTO.
           READ ALERTAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-ALERTAS
               NOT AT END
                   IF ALR-ABERTO
                       MOVE ALR-VALOR TO WS-VALOR-EDITADO
                       DISPLAY "CASO " ALR-NUMERO
                           " CONTA " ALR-CONTA
                           " TIPO " ALR-TIPO
                           " ALERTA " ALR-DATA-ALERTA
                           " VALOR " WS-VALOR-EDITADO
                           " LANCS " ALR-QTDE
                       ADD 1 TO WS-CASOS-LISTADOS
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ENCERRAR-CASO - o analista decide o caso aberto:
      * descartado ou reportado, com o motivo; a decisao leva o
      * USR-ID de quem esta logado e a data de movimento.
      ******************************************************************
       4000-ENCERRAR-CASO.
           DISPLAY "=== ENCERRAR CASO ===".
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 4100-SOLICITAR-CASO THRU 4100-EXIT
               UNTIL ENTRADA-VALIDA.
           MOVE WS-CASO-PEDIDO TO ALR-NUMERO.
           READ ALERTAS-FILE
               INVALID KEY
                   DISPLAY "CASO NAO ENCONTRADO: " WS-CASO-PEDIDO
                   GO TO 4000-EXIT
           END-READ.
           IF NOT ALR-ABERTO
               DISPLAY "CASO JA ENCERRADO - SITUACAO " ALR-SITUACAO
                   " EM " ALR-DATA-DECISAO " POR " ALR-ANALISTA "."
               GO TO 4000-EXIT
           END-IF.
           MOVE ALR-VALOR TO WS-VALOR-EDITADO.
           DISPLAY "CONTA " ALR-CONTA " TIPO " ALR-TIPO
               " MOVIMENTO " ALR-DATA-MOVIMENTO
               " VALOR " WS-VALOR-EDITADO " LANCS " ALR-QTDE.
           DISPLAY "DECISAO (D-DESCARTADO / R-REPORTADO):".
           ACCEPT WS-DECISAO.
           IF WS-DECISAO NOT = "D" AND WS-DECISAO NOT = "R"
               DISPLAY "DECISAO INVALIDA - CASO MANTIDO ABERTO."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "MOTIVO DA DECISAO:".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "ENTRADA INVALIDA - INFORME O MOTIVO."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-DECISAO            TO ALR-SITUACAO.
           MOVE WS-DATA-MOVIMENTO-NUM TO ALR-DATA-DECISAO.
           MOVE LNK-OPERADOR          TO ALR-ANALISTA.
           MOVE WS-MOTIVO             TO ALR-MOTIVO.
           REWRITE ALR-REGISTRO.
           IF ALR-REPORTADO
               DISPLAY "CASO " ALR-NUMERO " ENCERRADO COMO REPORTADO."
           ELSE
               DISPLAY "CASO " ALR-NUMERO " ENCERRADO COMO DESCARTADO."
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SOLICITAR-CASO.
           DISPLAY "NUMERO DO CASO:".
           ACCEPT WS-CASO-PEDIDO.
           IF WS-CASO-PEDIDO IS NUMERIC
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-RELATORIO-IDADE - casos abertos com a idade em dias desde
      * o alerta (30/360) e a contagem por faixa: ate 5, 6 a 15, 16 a
      * 30 e mais de 30 dias.
      ******************************************************************
       7000-RELATORIO-IDADE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE 0 TO WS-CASOS-LISTADOS.
           MOVE 0 TO WS-FAIXA-5.
           MOVE 0 TO WS-FAIXA-15.
           MOVE 0 TO WS-FAIXA-30.
           MOVE 0 TO WS-FAIXA-MAIS.
           STRING "CASOS PLD ABERTOS POR IDADE EM "
               WS-DATA-MOVIMENTO-NUM
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "CASO   CONTA TIPO ALERTA   IDADE           VALOR"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 2900-POSICIONAR-INICIO THRU 2900-EXIT.
           PERFORM 7100-LER-CASO-IDADE THRU 7100-EXIT
               UNTIL FIM-ALERTAS.
           MOVE WS-FAIXA-5 TO WS-QTDE-EDIT.
           STRING "ATE 5 DIAS.......: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-FAIXA-15 TO WS-QTDE-EDIT.
           STRING "6 A 15 DIAS......: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-FAIXA-30 TO WS-QTDE-EDIT.
           STRING "16 A 30 DIAS.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-FAIXA-MAIS TO WS-QTDE-EDIT.
           STRING "MAIS DE 30 DIAS..: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-CASOS-LISTADOS TO WS-QTDE-EDIT.
           STRING "CASOS ABERTOS....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "BANCO-CASOS-PLD" TO SPL-PROGRAMA.
           MOVE "PLDCASOS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       7000-EXIT.
           EXIT.

       7100-LER-CASO-IDADE.
           READ ALERTAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-ALERTAS
                   GO TO 7100-EXIT
           END-READ.
           IF NOT ALR-ABERTO
               GO TO 7100-EXIT
           END-IF.
           MOVE ALR-DATA-ALERTA TO WS-DATA-ALERTA-NUM.
           COMPUTE WS-IDADE-CASO =
               (WS-ANO-MOV - WS-ANO-ALERTA) * 360
               + (WS-MES-MOV - WS-MES-ALERTA) * 30
               + (WS-DIA-MOV - WS-DIA-ALERTA).
           IF WS-IDADE-CASO < 0
               MOVE 0 TO WS-IDADE-CASO
           END-IF.
           EVALUATE TRUE
               WHEN WS-IDADE-CASO <= 5
                   ADD 1 TO WS-FAIXA-5
               WHEN WS-IDADE-CASO <= 15
                   ADD 1 TO WS-FAIXA-15
               WHEN WS-IDADE-CASO <= 30
                   ADD 1 TO WS-FAIXA-30
               WHEN OTHER
                   ADD 1 TO WS-FAIXA-MAIS
           END-EVALUATE.
           ADD 1 TO WS-CASOS-LISTADOS.
           MOVE WS-IDADE-CASO TO WS-IDADE-EDIT.
           MOVE ALR-VALOR TO WS-VALOR-EDITADO.
           STRING ALR-NUMERO " " ALR-CONTA " " ALR-TIPO "    "
               ALR-DATA-ALERTA " " WS-IDADE-EDIT " "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA no
      * console e em PLDCASOS.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE ALERTAS-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-CASOS-PLD.
