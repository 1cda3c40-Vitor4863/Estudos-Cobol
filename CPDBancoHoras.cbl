      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-09-28
      * Purpose: Hour bank (banco de horas) module for the CPD
      *          system.  Keeps the regime in BHORASPARM.DAT
      *          (BHORASPARM.cpy) - per department, or per employee
      *          overriding the department - and prints the monthly
      *          hour-bank statement of each employee from the
      *          movement CPD-PONTO-FECHAMENTO records in
      *          BANCOHORAS.DAT (BHORASREG.cpy): balance brought
      *          forward, hours banked, compensation taken, hours
      *          expired and paid in the folha, and the month's
      *          balance.  The statement goes to BHORAS.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-28  RA   Original hour bank module.
      * 2026-10-15  RA   BHORAS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-BANCO-HORAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT REGIME-FILE ASSIGN TO "BHORASPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-CHAVE
               FILE STATUS IS WS-REGIME-STATUS.

           SELECT BANCOHORAS-FILE ASSIGN TO "BANCOHORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHM-CHAVE
               FILE STATUS IS WS-BANCOHORAS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "BHORAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  REGIME-FILE.
           COPY "BHORASPARM.cpy".

       FD  BANCOHORAS-FILE.
           COPY "BHORASREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-REGIME-STATUS        PIC X(02).
           88  REGIME-OK                    VALUE "00".
           88  REGIME-ARQ-INEXISTENTE       VALUE "35".

       01  WS-BANCOHORAS-STATUS    PIC X(02).
           88  BANCOHORAS-OK                VALUE "00".
           88  BANCOHORAS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  OPCAO-MENU              PIC X(01).
       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-DEPTO-PEDIDO         PIC X(15).
       01  WS-TIPO-PEDIDO          PIC X(01).
       01  WS-REGIME-PEDIDO        PIC X(01).
       01  WS-DATA-ACORDO          PIC 9(08).
       01  WS-PERIODO-PEDIDO       PIC 9(06).

       01  WS-SALDO-ANTERIOR       PIC S9(05)V99 VALUE 0.
       01  WS-SALDO-EDITADO        PIC -ZZZZ9.99.
       01  WS-HORAS-EDITADAS       PIC -ZZZZ9.99.
       01  WS-QTDE-LISTADOS        PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC 9(05) VALUE 0.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-FIM-REGIMES          PIC X(01) VALUE "N".
           88  FIM-REGIMES                  VALUE "S".

       01  SW-FIM-BANCOHORAS       PIC X(01) VALUE "N".
           88  FIM-BANCOHORAS               VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

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
      * 1000-INICIALIZAR - abre o cadastro de funcionarios e abre (ou
      * cria) o regime e o movimento do banco de horas.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== BANCO DE HORAS ===".
           OPEN INPUT EMPREGADOS-FILE.
           OPEN I-O REGIME-FILE.
           IF REGIME-ARQ-INEXISTENTE
               OPEN OUTPUT REGIME-FILE
               CLOSE REGIME-FILE
               OPEN I-O REGIME-FILE
           END-IF.
           OPEN I-O BANCOHORAS-FILE.
           IF BANCOHORAS-ARQ-INEXISTENTE
               OPEN OUTPUT BANCOHORAS-FILE
               CLOSE BANCOHORAS-FILE
               OPEN I-O BANCOHORAS-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de banco de horas.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - REGIME DO DEPARTAMENTO".
           DISPLAY "2 - REGIME DO FUNCIONARIO".
           DISPLAY "3 - REMOVER REGIME".
           DISPLAY "4 - LISTAR REGIMES".
           DISPLAY "5 - EXTRATO MENSAL DO BANCO DE HORAS".
           DISPLAY "6 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-REGIME-DEPARTAMENTO THRU 3000-EXIT
               WHEN "2"
                   PERFORM 3200-REGIME-FUNCIONARIO THRU 3200-EXIT
               WHEN "3"
                   PERFORM 3800-REMOVER-REGIME THRU 3800-EXIT
               WHEN "4"
                   PERFORM 4000-LISTAR-REGIMES THRU 4000-EXIT
               WHEN "5"
                   PERFORM 5000-EMITIR-EXTRATO THRU 5000-EXIT
               WHEN "6"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2600-ACEITAR-ID-VALIDO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2610-SOLICITAR-ID THRU 2610-EXIT
               UNTIL ENTRADA-VALIDA.
       2600-EXIT.
           EXIT.

       2610-SOLICITAR-ID.
           DISPLAY "ID DO FUNCIONARIO:".
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO IS NUMERIC AND WS-ID-PEDIDO > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2610-EXIT.
           EXIT.

       2650-ACEITAR-DEPARTAMENTO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2660-SOLICITAR-DEPARTAMENTO THRU 2660-EXIT
               UNTIL ENTRADA-VALIDA.
       2650-EXIT.
           EXIT.

       2660-SOLICITAR-DEPARTAMENTO.
           DISPLAY "DEPARTAMENTO:".
           ACCEPT WS-DEPTO-PEDIDO.
           IF WS-DEPTO-PEDIDO NOT = SPACES
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - INFORME O DEPARTAMENTO."
           END-IF.
       2660-EXIT.
           EXIT.

       2700-ACEITAR-REGIME.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2710-SOLICITAR-REGIME THRU 2710-EXIT
               UNTIL ENTRADA-VALIDA.
           PERFORM 2750-ACEITAR-DATA-ACORDO THRU 2750-EXIT.
       2700-EXIT.
           EXIT.

       2710-SOLICITAR-REGIME.
           DISPLAY "REGIME (B-BANCO DE HORAS / P-PAGA HORAS EXTRAS):".
           ACCEPT WS-REGIME-PEDIDO.
           IF WS-REGIME-PEDIDO = "B" OR WS-REGIME-PEDIDO = "P"
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE B OU P."
           END-IF.
       2710-EXIT.
           EXIT.

       2750-ACEITAR-DATA-ACORDO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2760-SOLICITAR-DATA-ACORDO THRU 2760-EXIT
               UNTIL ENTRADA-VALIDA.
       2750-EXIT.
           EXIT.

       2760-SOLICITAR-DATA-ACORDO.
           DISPLAY "DATA DO ACORDO (AAAAMMDD):".
           ACCEPT WS-DATA-ACORDO.
           IF WS-DATA-ACORDO IS NUMERIC AND WS-DATA-ACORDO > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2760-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGIME-DEPARTAMENTO - inclui ou altera o regime de um
      * departamento; vale para todos os seus funcionarios que nao
      * tenham regime proprio.
      ******************************************************************
       3000-REGIME-DEPARTAMENTO.
           PERFORM 2650-ACEITAR-DEPARTAMENTO THRU 2650-EXIT.
           MOVE SPACES TO BHR-CHAVE.
           MOVE "D" TO BHR-TIPO.
           MOVE WS-DEPTO-PEDIDO TO BHR-CODIGO.
           PERFORM 3500-GRAVAR-REGIME THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3200-REGIME-FUNCIONARIO - inclui ou altera o regime proprio do
      * funcionario, que prevalece sobre o do departamento.
      ******************************************************************
       3200-REGIME-FUNCIONARIO.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           MOVE WS-ID-PEDIDO TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO."
                   GO TO 3200-EXIT
           END-READ.
           DISPLAY "FUNCIONARIO: " Employee-Name
               " DEPARTAMENTO: " Employee-Department.
           MOVE SPACES TO BHR-CHAVE.
           MOVE "F" TO BHR-TIPO.
           MOVE WS-ID-PEDIDO TO BHR-EMPLOYEE-ID.
           PERFORM 3500-GRAVAR-REGIME THRU 3500-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-GRAVAR-REGIME - mostra o regime atual da chave montada
      * em BHR-CHAVE, pede o novo e grava.
      ******************************************************************
       3500-GRAVAR-REGIME.
           READ REGIME-FILE
               INVALID KEY
                   DISPLAY "SEM REGIME CADASTRADO - HORAS EXTRAS PAGAS."
               NOT INVALID KEY
                   DISPLAY "REGIME ATUAL: " BHR-REGIME
                       " ACORDO DE " BHR-DATA-ACORDO
           END-READ.
           PERFORM 2700-ACEITAR-REGIME THRU 2700-EXIT.
           MOVE WS-REGIME-PEDIDO TO BHR-REGIME.
           MOVE WS-DATA-ACORDO TO BHR-DATA-ACORDO.
           REWRITE BHR-REGISTRO
               INVALID KEY
                   WRITE BHR-REGISTRO
           END-REWRITE.
           DISPLAY "REGIME GRAVADO.".
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3800-REMOVER-REGIME - apaga o regime de um departamento ou de
      * um funcionario; o funcionario volta ao regime do departamento
      * e, sem ele, as horas extras voltam a ser pagas.  O saldo ja
      * acumulado continua vencendo pelo fechamento do ponto.
      ******************************************************************
       3800-REMOVER-REGIME.
           DISPLAY "REMOVER REGIME DE (D-DEPARTAMENTO / "
               "F-FUNCIONARIO):".
           ACCEPT WS-TIPO-PEDIDO.
           MOVE SPACES TO BHR-CHAVE.
           EVALUATE WS-TIPO-PEDIDO
               WHEN "D"
                   PERFORM 2650-ACEITAR-DEPARTAMENTO THRU 2650-EXIT
                   MOVE "D" TO BHR-TIPO
                   MOVE WS-DEPTO-PEDIDO TO BHR-CODIGO
               WHEN "F"
                   PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT
                   MOVE "F" TO BHR-TIPO
                   MOVE WS-ID-PEDIDO TO BHR-EMPLOYEE-ID
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO - NADA REMOVIDO."
                   GO TO 3800-EXIT
           END-EVALUATE.
           DELETE REGIME-FILE
               INVALID KEY
                   DISPLAY "REGIME NAO CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "REGIME REMOVIDO."
           END-DELETE.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LISTAR-REGIMES - lista os departamentos e funcionarios
      * com regime cadastrado.
      ******************************************************************
       4000-LISTAR-REGIMES.
           MOVE "N" TO SW-FIM-REGIMES.
           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE LOW-VALUES TO BHR-CHAVE.
           START REGIME-FILE
               KEY IS GREATER THAN OR EQUAL TO BHR-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-REGIMES
           END-START.
           PERFORM 4100-LISTAR-REGIME THRU 4100-EXIT
               UNTIL FIM-REGIMES.
           MOVE WS-QTDE-LISTADOS TO WS-QTDE-EDIT.
           DISPLAY "REGIMES CADASTRADOS: " WS-QTDE-EDIT.
       4000-EXIT.
           EXIT.

       4100-LISTAR-REGIME.
           READ REGIME-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-REGIMES
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-QTDE-LISTADOS.
           IF BHR-DEPARTAMENTO
               DISPLAY "DEPARTAMENTO " BHR-CODIGO
                   " REGIME " BHR-REGIME " ACORDO " BHR-DATA-ACORDO
           ELSE
               DISPLAY "FUNCIONARIO  " BHR-EMPLOYEE-ID
                   "           REGIME " BHR-REGIME
                   " ACORDO " BHR-DATA-ACORDO
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EMITIR-EXTRATO - extrato do banco de horas do periodo
      * pedido, de um funcionario ou de todos (ID 0), a partir do
      * movimento gravado pelo fechamento do ponto.
      ******************************************************************
       5000-EMITIR-EXTRATO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 5010-SOLICITAR-PERIODO THRU 5010-EXIT
               UNTIL ENTRADA-VALIDA.
           DISPLAY "ID DO FUNCIONARIO (0 = TODOS):".
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO IS NOT NUMERIC
               MOVE 0 TO WS-ID-PEDIDO
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE 0 TO WS-QTDE-LISTADOS.
           STRING "EXTRATO DO BANCO DE HORAS - PERIODO "
               WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "N" TO SW-FIM-BANCOHORAS.
           MOVE WS-ID-PEDIDO TO BHM-EMPLOYEE-ID.
           MOVE 0 TO BHM-PERIODO.
           START BANCOHORAS-FILE
               KEY IS GREATER THAN OR EQUAL TO BHM-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-BANCOHORAS
           END-START.
           PERFORM 5100-LER-MOVIMENTO THRU 5100-EXIT
               UNTIL FIM-BANCOHORAS.
           MOVE "================================================"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-LISTADOS TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS NO EXTRATO.: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-BANCO-HORAS" TO SPL-PROGRAMA.
           MOVE "BHORAS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       5000-EXIT.
           EXIT.

       5010-SOLICITAR-PERIODO.
           DISPLAY "PERIODO (AAAAMM):".
           ACCEPT WS-PERIODO-PEDIDO.
           IF WS-PERIODO-PEDIDO IS NUMERIC AND WS-PERIODO-PEDIDO > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       5010-EXIT.
           EXIT.

       5100-LER-MOVIMENTO.
           READ BANCOHORAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-BANCOHORAS
                   GO TO 5100-EXIT
           END-READ.
           IF WS-ID-PEDIDO NOT = 0
               AND BHM-EMPLOYEE-ID NOT = WS-ID-PEDIDO
               MOVE "S" TO SW-FIM-BANCOHORAS
               GO TO 5100-EXIT
           END-IF.
           IF BHM-PERIODO = WS-PERIODO-PEDIDO
               PERFORM 5200-IMPRIMIR-EXTRATO THRU 5200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-IMPRIMIR-EXTRATO - bloco do extrato de um funcionario:
      * o saldo anterior e o saldo do mes desfeito do movimento.
      ******************************************************************
       5200-IMPRIMIR-EXTRATO.
           ADD 1 TO WS-QTDE-LISTADOS.
           MOVE BHM-EMPLOYEE-ID TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO Employee-Name
           END-READ.
           COMPUTE WS-SALDO-ANTERIOR = BHM-SALDO - BHM-CREDITO
               + BHM-DEBITO + BHM-VENCIDO + BHM-LIQUIDADO.
           MOVE "------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "FUNCIONARIO: " BHM-EMPLOYEE-ID " " Employee-Name
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-EDITADO.
           STRING "SALDO ANTERIOR.........: " WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE BHM-CREDITO TO WS-HORAS-EDITADAS.
           STRING "( + ) HORAS CREDITADAS.: " WS-HORAS-EDITADAS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE BHM-DEBITO TO WS-HORAS-EDITADAS.
           STRING "( - ) COMPENSACOES.....: " WS-HORAS-EDITADAS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE BHM-VENCIDO TO WS-HORAS-EDITADAS.
           STRING "( - ) VENCIDAS (FOLHA).: " WS-HORAS-EDITADAS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF BHM-LIQUIDADO NOT = 0
               MOVE BHM-LIQUIDADO TO WS-HORAS-EDITADAS
               STRING "( - ) LIQUIDADO RESCIS.: " WS-HORAS-EDITADAS
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           MOVE BHM-SALDO TO WS-SALDO-EDITADO.
           STRING "SALDO DO MES...........: " WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em BHORAS.LST.
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
           CLOSE EMPREGADOS-FILE.
           CLOSE REGIME-FILE.
           CLOSE BANCOHORAS-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-BANCO-HORAS.
