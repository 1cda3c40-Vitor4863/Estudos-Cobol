      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-09-23
      * Purpose: Mid-month salary advance (adiantamento quinzenal)
      *          for the CPD system.  Keeps the company default
      *          percentage and the per-employee exceptions or
      *          opt-outs in ADIANTPARM.DAT (ADTOPARM.cpy) and runs
      *          the month's advance: for each active employee, the
      *          salary less the faltas already on PONTO.DAT for the
      *          month, times the employee's percentage, credited
      *          as a deposit into LOTETRANS.DAT through the
      *          EMPCONTA.DAT mapping and recorded per employee and
      *          period in ADIANTAMENTOS.DAT (ADTOREG.cpy) for the
      *          month-end folha to discount.  A second run for a
      *          month that already has advances is refused.  The
      *          run's listing goes to ADIANTAMENTO.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-23  RA   Original mid-month advance module.
      * 2026-10-15  RA   ADIANTAMENTO.LST is copied to the report spool
      *                  as a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-ADIANTAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO "ADIANTPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADP-EMPLOYEE-ID
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-ADIANTAMENTO-STATUS.

           SELECT PONTO-FILE ASSIGN TO "PONTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PON-CHAVE
               FILE STATUS IS WS-PONTO-STATUS.

           SELECT EMPCONTA-FILE ASSIGN TO "EMPCONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-EMPLOYEE-ID
               FILE STATUS IS WS-EMPCONTA-STATUS.

           SELECT LOTE-FILE ASSIGN TO "LOTETRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOTE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "ADIANTAMENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  PARAMETRO-FILE.
           COPY "ADTOPARM.cpy".

       FD  ADIANTAMENTO-FILE.
           COPY "ADTOREG.cpy".

       FD  PONTO-FILE.
           COPY "PONTOREG.cpy".

       FD  EMPCONTA-FILE.
           COPY "EMPCONTA.cpy".

       FD  LOTE-FILE.
           COPY "LOTEREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-PARAMETRO-STATUS     PIC X(02).
           88  PARAMETRO-OK                 VALUE "00".
           88  PARAMETRO-ARQ-INEXISTENTE    VALUE "35".

       01  WS-ADIANTAMENTO-STATUS  PIC X(02).
           88  ADIANTAMENTO-OK              VALUE "00".
           88  ADIANTAMENTO-ARQ-INEXISTENTE VALUE "35".

       01  WS-PONTO-STATUS         PIC X(02).
           88  PONTO-OK                     VALUE "00".
           88  PONTO-ARQ-INEXISTENTE        VALUE "35".

       01  WS-EMPCONTA-STATUS      PIC X(02).
           88  EMPCONTA-OK                  VALUE "00".
           88  EMPCONTA-ARQ-INEXISTENTE     VALUE "35".

       01  WS-LOTE-STATUS          PIC X(02).
           88  LOTE-OK                      VALUE "00".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  OPCAO-MENU              PIC X(01).
       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-REGRA-PEDIDA         PIC X(01).
       01  WS-PERCENTUAL-PEDIDO    PIC 9(03)V99.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE         PIC 9(04).
           05  WS-MES-HOJE         PIC 9(02).
           05  WS-DIA-HOJE         PIC 9(02).
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-PERIODO-ATUAL        PIC 9(06).

       01  WS-PERCENTUAL-PADRAO    PIC 9(03)V99 VALUE 40.00.
       01  WS-PERCENTUAL-EMPREGADO PIC 9(03)V99 VALUE 0.
       01  WS-DIAS-MES             PIC 9(02) VALUE 30.
       01  WS-FALTAS-MES           PIC 9(02) VALUE 0.
       01  WS-BASE-ADIANTAMENTO    PIC 9(06)V99 VALUE 0.
       01  WS-DESCONTO-FALTAS      PIC 9(06)V99 VALUE 0.
       01  WS-VALOR-ADIANTAMENTO   PIC 9(06)V99 VALUE 0.

       01  WS-QTDE-EMITIDOS        PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-OPTANTES-NAO    PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-SEM-CONTA       PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC 9(05) VALUE 0.
       01  WS-TOTAL-ADIANTADO      PIC 9(10)V99 VALUE 0.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-FIM-EMPREGADOS       PIC X(01) VALUE "N".
           88  FIM-EMPREGADOS               VALUE "S".

       01  SW-FIM-PONTO            PIC X(01) VALUE "N".
           88  FIM-PONTO                    VALUE "S".

       01  SW-SEM-PONTO            PIC X(01) VALUE "N".
           88  SEM-PONTO                    VALUE "S".

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
      * cria) os parametros e o registro de adiantamentos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== ADIANTAMENTO QUINZENAL ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO-ATUAL =
               WS-ANO-HOJE * 100 + WS-MES-HOJE.
           OPEN INPUT EMPREGADOS-FILE.
           OPEN I-O PARAMETRO-FILE.
           IF PARAMETRO-ARQ-INEXISTENTE
               OPEN OUTPUT PARAMETRO-FILE
               CLOSE PARAMETRO-FILE
               OPEN I-O PARAMETRO-FILE
           END-IF.
           OPEN I-O ADIANTAMENTO-FILE.
           IF ADIANTAMENTO-ARQ-INEXISTENTE
               OPEN OUTPUT ADIANTAMENTO-FILE
               CLOSE ADIANTAMENTO-FILE
               OPEN I-O ADIANTAMENTO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de adiantamento.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - PERCENTUAL PADRAO DA EMPRESA".
           DISPLAY "2 - PERCENTUAL OU EXCLUSAO DO FUNCIONARIO".
           DISPLAY "3 - VOLTAR FUNCIONARIO AO PADRAO".
           DISPLAY "4 - EMITIR ADIANTAMENTO DO MES".
           DISPLAY "5 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-MANTER-PADRAO THRU 3000-EXIT
               WHEN "2"
                   PERFORM 3500-MANTER-EXCECAO THRU 3500-EXIT
               WHEN "3"
                   PERFORM 3800-REMOVER-EXCECAO THRU 3800-EXIT
               WHEN "4"
                   PERFORM 5000-EMITIR-ADIANTAMENTO THRU 5000-EXIT
               WHEN "5"
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

       2700-ACEITAR-PERCENTUAL.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2710-SOLICITAR-PERCENTUAL THRU 2710-EXIT
               UNTIL ENTRADA-VALIDA.
       2700-EXIT.
           EXIT.

       2710-SOLICITAR-PERCENTUAL.
           DISPLAY "PERCENTUAL DO SALARIO (EX: 40.00 = 40%):".
           ACCEPT WS-PERCENTUAL-PEDIDO.
           IF WS-PERCENTUAL-PEDIDO IS NUMERIC
               AND WS-PERCENTUAL-PEDIDO > 0
               AND WS-PERCENTUAL-PEDIDO <= 100
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - PERCENTUAL ENTRE 0,01 E "
                   "100."
           END-IF.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MANTER-PADRAO - mostra e altera o percentual padrao da
      * empresa (registro do funcionario 00000).
      ******************************************************************
       3000-MANTER-PADRAO.
           PERFORM 3100-LER-PADRAO THRU 3100-EXIT.
           DISPLAY "PERCENTUAL PADRAO ATUAL: " WS-PERCENTUAL-PADRAO.
           PERFORM 2700-ACEITAR-PERCENTUAL THRU 2700-EXIT.
           MOVE 0 TO ADP-EMPLOYEE-ID.
           MOVE "P" TO ADP-REGRA.
           MOVE WS-PERCENTUAL-PEDIDO TO ADP-PERCENTUAL.
           REWRITE ADP-REGISTRO
               INVALID KEY
                   WRITE ADP-REGISTRO
           END-REWRITE.
           MOVE WS-PERCENTUAL-PEDIDO TO WS-PERCENTUAL-PADRAO.
           DISPLAY "PERCENTUAL PADRAO ALTERADO PARA "
               WS-PERCENTUAL-PADRAO ".".
       3000-EXIT.
           EXIT.

       3100-LER-PADRAO.
           MOVE 0 TO ADP-EMPLOYEE-ID.
           READ PARAMETRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADP-PERCENTUAL TO WS-PERCENTUAL-PADRAO
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-MANTER-EXCECAO - inclui ou altera a excecao do
      * funcionario: percentual proprio ou fora do adiantamento.
      ******************************************************************
       3500-MANTER-EXCECAO.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           MOVE WS-ID-PEDIDO TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO."
                   GO TO 3500-EXIT
           END-READ.
           DISPLAY "FUNCIONARIO: " Employee-Name.
           MOVE WS-ID-PEDIDO TO ADP-EMPLOYEE-ID.
           READ PARAMETRO-FILE
               INVALID KEY
                   DISPLAY "SEM EXCECAO - SEGUE O PADRAO DA EMPRESA."
               NOT INVALID KEY
                   DISPLAY "EXCECAO ATUAL: REGRA " ADP-REGRA
                       " PERCENTUAL " ADP-PERCENTUAL
           END-READ.
           DISPLAY "REGRA (P-PERCENTUAL PROPRIO / N-NAO RECEBE):".
           ACCEPT WS-REGRA-PEDIDA.
           EVALUATE WS-REGRA-PEDIDA
               WHEN "P"
                   PERFORM 2700-ACEITAR-PERCENTUAL THRU 2700-EXIT
               WHEN "N"
                   MOVE 0 TO WS-PERCENTUAL-PEDIDO
               WHEN OTHER
                   DISPLAY "REGRA INVALIDA - NADA ALTERADO."
                   GO TO 3500-EXIT
           END-EVALUATE.
           MOVE WS-ID-PEDIDO TO ADP-EMPLOYEE-ID.
           MOVE WS-REGRA-PEDIDA TO ADP-REGRA.
           MOVE WS-PERCENTUAL-PEDIDO TO ADP-PERCENTUAL.
           REWRITE ADP-REGISTRO
               INVALID KEY
                   WRITE ADP-REGISTRO
           END-REWRITE.
           DISPLAY "EXCECAO GRAVADA.".
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3800-REMOVER-EXCECAO - apaga a excecao; o funcionario volta a
      * receber o percentual padrao.
      ******************************************************************
       3800-REMOVER-EXCECAO.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           MOVE WS-ID-PEDIDO TO ADP-EMPLOYEE-ID.
           DELETE PARAMETRO-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO SEM EXCECAO CADASTRADA."
               NOT INVALID KEY
                   DISPLAY "EXCECAO REMOVIDA - VALE O PADRAO."
           END-DELETE.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EMITIR-ADIANTAMENTO - recusa o mes que ja tem
      * adiantamento; senao percorre os funcionarios ativos,
      * apura o adiantamento de cada um, emite o credito no lote e
      * registra o adiantamento do periodo.
      ******************************************************************
       5000-EMITIR-ADIANTAMENTO.
           MOVE WS-PERIODO-ATUAL TO ADT-PERIODO.
           MOVE 0 TO ADT-EMPLOYEE-ID.
           START ADIANTAMENTO-FILE
               KEY IS GREATER THAN OR EQUAL TO ADT-CHAVE
               INVALID KEY
                   MOVE 0 TO ADT-PERIODO
               NOT INVALID KEY
                   READ ADIANTAMENTO-FILE NEXT RECORD
                       AT END
                           MOVE 0 TO ADT-PERIODO
                   END-READ
           END-START.
           IF ADT-PERIODO = WS-PERIODO-ATUAL
               DISPLAY "ADIANTAMENTO DO PERIODO " WS-PERIODO-ATUAL
                   " JA EMITIDO - EXECUCAO RECUSADA."
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT EMPCONTA-FILE.
           IF EMPCONTA-ARQ-INEXISTENTE
               DISPLAY "SEM EMPCONTA.DAT - ADIANTAMENTO NAO EMITIDO."
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO SW-SEM-PONTO.
           OPEN INPUT PONTO-FILE.
           IF PONTO-ARQ-INEXISTENTE
               MOVE "S" TO SW-SEM-PONTO
               DISPLAY "SEM PONTO.DAT - ADIANTAMENTO SEM FALTAS."
           END-IF.
           OPEN EXTEND LOTE-FILE.
           IF NOT LOTE-OK
               OPEN OUTPUT LOTE-FILE
               CLOSE LOTE-FILE
               OPEN EXTEND LOTE-FILE
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM 3100-LER-PADRAO THRU 3100-EXIT.
           MOVE 0 TO WS-QTDE-EMITIDOS.
           MOVE 0 TO WS-QTDE-OPTANTES-NAO.
           MOVE 0 TO WS-QTDE-SEM-CONTA.
           MOVE 0 TO WS-TOTAL-ADIANTADO.
           STRING "ADIANTAMENTO QUINZENAL - PERIODO " WS-PERIODO-ATUAL
               " - PADRAO " WS-PERCENTUAL-PADRAO "%"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "N" TO SW-FIM-EMPREGADOS.
           MOVE 0 TO Employee-Id.
           START EMPREGADOS-FILE
               KEY IS GREATER THAN OR EQUAL TO Employee-Id
               INVALID KEY
                   MOVE "S" TO SW-FIM-EMPREGADOS
           END-START.
           PERFORM 5100-PROCESSAR-EMPREGADO THRU 5100-EXIT
               UNTIL FIM-EMPREGADOS.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT.
           CLOSE EMPCONTA-FILE.
           IF NOT SEM-PONTO
               CLOSE PONTO-FILE
           END-IF.
           CLOSE LOTE-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-ADIANTAMENTO" TO SPL-PROGRAMA.
           MOVE "ADIANTAMENTO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-PROCESSAR-EMPREGADO - le o proximo funcionario e, se
      * ativo e nao excluido do adiantamento, calcula e emite.
      ******************************************************************
       5100-PROCESSAR-EMPREGADO.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPREGADOS
                   GO TO 5100-EXIT
           END-READ.
           IF Employee-Terminated
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-PERCENTUAL-PADRAO TO WS-PERCENTUAL-EMPREGADO.
           MOVE Employee-Id TO ADP-EMPLOYEE-ID.
           READ PARAMETRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADP-PERCENTUAL TO WS-PERCENTUAL-EMPREGADO
           END-READ.
           IF PARAMETRO-OK AND ADP-SEM-ADIANTAMENTO
               ADD 1 TO WS-QTDE-OPTANTES-NAO
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-CONTAR-FALTAS THRU 5200-EXIT.
           COMPUTE WS-DESCONTO-FALTAS ROUNDED =
               WS-FALTAS-MES * (Employee-Salary / WS-DIAS-MES).
           IF WS-DESCONTO-FALTAS >= Employee-Salary
               MOVE 0 TO WS-BASE-ADIANTAMENTO
           ELSE
               COMPUTE WS-BASE-ADIANTAMENTO =
                   Employee-Salary - WS-DESCONTO-FALTAS
           END-IF.
           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
               WS-BASE-ADIANTAMENTO * WS-PERCENTUAL-EMPREGADO / 100.
           IF WS-VALOR-ADIANTAMENTO = 0
               DISPLAY "ADIANTAMENTO ZERADO PARA " Employee-Id
                   " - CREDITO NAO EMITIDO."
               GO TO 5100-EXIT
           END-IF.
           MOVE Employee-Id TO EMC-EMPLOYEE-ID.
           READ EMPCONTA-FILE
               INVALID KEY
                   ADD 1 TO WS-QTDE-SEM-CONTA
                   DISPLAY "SEM CONTA MAPEADA PARA O FUNCIONARIO "
                       Employee-Id
                   GO TO 5100-EXIT
           END-READ.
           PERFORM 5300-GRAVAR-ADIANTAMENTO THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-CONTAR-FALTAS - conta os dias do mes ja lancados em
      * PONTO.DAT como falta injustificada, suspensao ou ferias, os
      * mesmos que o fechamento mensal desconta na folha.
      ******************************************************************
       5200-CONTAR-FALTAS.
           MOVE 0 TO WS-FALTAS-MES.
           IF SEM-PONTO
               GO TO 5200-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-PONTO.
           MOVE Employee-Id TO PON-EMPLOYEE-ID.
           COMPUTE PON-DATA = WS-PERIODO-ATUAL * 100 + 1.
           START PONTO-FILE
               KEY IS GREATER THAN OR EQUAL TO PON-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-PONTO
           END-START.
           PERFORM 5250-LER-PONTO THRU 5250-EXIT
               UNTIL FIM-PONTO.
       5200-EXIT.
           EXIT.

       5250-LER-PONTO.
           READ PONTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-PONTO
               NOT AT END
                   IF PON-EMPLOYEE-ID NOT = Employee-Id
                       OR PON-DATA > WS-PERIODO-ATUAL * 100 + 31
                       MOVE "S" TO SW-FIM-PONTO
                   ELSE
                       IF PON-FALTA-INJUST OR PON-SUSPENSAO
                           OR PON-FERIAS
                           ADD 1 TO WS-FALTAS-MES
                       END-IF
                   END-IF
           END-READ.
       5250-EXIT.
           EXIT.

      ******************************************************************
      * 5300-GRAVAR-ADIANTAMENTO - emite o credito no lote, registra o
      * adiantamento do periodo e imprime a linha do funcionario.
      ******************************************************************
       5300-GRAVAR-ADIANTAMENTO.
           MOVE EMC-CONTA TO LOT-CONTA.
           MOVE "D" TO LOT-TIPO.
           MOVE WS-VALOR-ADIANTAMENTO TO LOT-VALOR.
           MOVE 0 TO LOT-CONTAPARTE.
           WRITE LOT-REGISTRO.
           MOVE WS-PERIODO-ATUAL TO ADT-PERIODO.
           MOVE Employee-Id TO ADT-EMPLOYEE-ID.
           MOVE WS-DATA-HOJE-NUM TO ADT-DATA.
           MOVE WS-PERCENTUAL-EMPREGADO TO ADT-PERCENTUAL.
           MOVE WS-FALTAS-MES TO ADT-FALTAS.
           MOVE WS-VALOR-ADIANTAMENTO TO ADT-VALOR.
           MOVE EMC-CONTA TO ADT-CONTA.
           MOVE LNK-OPERADOR TO ADT-OPERADOR.
           WRITE ADT-REGISTRO
               INVALID KEY
                   REWRITE ADT-REGISTRO
           END-WRITE.
           ADD 1 TO WS-QTDE-EMITIDOS.
           ADD WS-VALOR-ADIANTAMENTO TO WS-TOTAL-ADIANTADO.
           STRING Employee-Id " " Employee-Name
               " " WS-PERCENTUAL-EMPREGADO "%"
               " FALTAS: " WS-FALTAS-MES
               " VALOR: " WS-VALOR-ADIANTAMENTO
               " CONTA: " EMC-CONTA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais do adiantamento emitido.
      ******************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE "================================================"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-EMITIDOS TO WS-QTDE-EDIT.
           STRING "CREDITOS EMITIDOS P/LOTE: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "TOTAL ADIANTADO.........: " WS-TOTAL-ADIANTADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-OPTANTES-NAO TO WS-QTDE-EDIT.
           STRING "FORA DO ADIANTAMENTO....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-SEM-CONTA TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS SEM CONTA..: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em ADIANTAMENTO.LST.
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
           CLOSE PARAMETRO-FILE.
           CLOSE ADIANTAMENTO-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-ADIANTAMENTO.
