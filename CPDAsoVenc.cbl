      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-10-02
      * Purpose: Monthly occupational exams (ASO) due list for the
      *          nurse.  For every active employee, takes the most
      *          recent exam on ASO.DAT (ASOREG.cpy) and its next-due
      *          date, and lists by department, in due-date order,
      *          the employees whose periodic exam is overdue or falls
      *          due in the next 30 days - an active employee with no
      *          exam at all is listed as overdue - with the
      *          department and overall counts, to ASOVENC.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-02  RA   Original occupational exams due list.
      * 2026-10-15  RA   ASOVENC.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-ASO-VENCIMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT ASO-FILE ASSIGN TO "ASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "ASOVENC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  ASO-FILE.
           COPY "ASOREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".
           88  EMPREGADOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-ASO-STATUS           PIC X(02).
           88  ASO-OK                       VALUE "00".
           88  ASO-ARQ-INEXISTENTE          VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATA-HOJE            PIC 9(08) VALUE 0.
       01  WS-DATA-LIMITE.
           05  WS-ANO-LIMITE       PIC 9(04).
           05  WS-MES-LIMITE       PIC 9(02).
           05  WS-DIA-LIMITE       PIC 9(02).
       01  WS-DATA-LIMITE-NUM REDEFINES WS-DATA-LIMITE PIC 9(08).
       01  WS-DIAS-ANTECEDENCIA    PIC 9(02) VALUE 30.
       01  WS-ULTIMO-DIA-MES       PIC 9(02) VALUE 0.
       01  WS-QUOCIENTE            PIC 9(04) VALUE 0.
       01  WS-RESTO-BISSEXTO       PIC 9(03) VALUE 0.

      * Ultimo exame do funcionario da vez.
       01  WS-ULTIMO-DATA          PIC 9(08) VALUE 0.
       01  WS-ULTIMO-TIPO          PIC X(01) VALUE SPACE.
       01  WS-ULTIMO-RESULTADO     PIC X(01) VALUE SPACE.
       01  WS-VENCIMENTO           PIC 9(08) VALUE 0.

      * Exames a marcar, em ordem de departamento e vencimento.
       01  AVC-TABELA.
           05  AVC-QTDE            PIC 9(03) COMP VALUE 0.
           05  AVC-ENTRADA OCCURS 500 TIMES.
               10  AVC-CHAVE.
                   15  AVC-DEPTO       PIC X(15).
                   15  AVC-VENCIMENTO  PIC 9(08).
               10  AVC-ID              PIC 9(05).
               10  AVC-NOME            PIC X(20).
               10  AVC-ULTIMO-DATA     PIC 9(08).
               10  AVC-ULTIMO-TIPO     PIC X(01).
               10  AVC-ULTIMO-RESULTADO PIC X(01).
               10  AVC-VENCIDO         PIC X(01).
       01  WS-IDX-AVC              PIC 9(03) COMP VALUE 0.
       01  WS-IDX-POSICAO          PIC 9(03) COMP VALUE 0.
       01  WS-NOVA-CHAVE.
           05  WS-NOVA-DEPTO       PIC X(15).
           05  WS-NOVA-VENCIMENTO  PIC 9(08).

       01  WS-DEPTO-QUEBRA         PIC X(15) VALUE SPACES.
       01  WS-DEPTO-VENCIDOS       PIC 9(05) COMP VALUE 0.
       01  WS-DEPTO-A-VENCER       PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-ATIVOS         PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-VENCIDOS       PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-A-VENCER       PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-SEM-EXAME      PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-NAO-LISTADOS   PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC ZZZZ9.
       01  WS-QTDE2-EDIT           PIC ZZZZ9.
       01  WS-SITUACAO-TEXTO       PIC X(08) VALUE SPACES.
       01  WS-TIPO-TEXTO           PIC X(12) VALUE SPACES.

       01  SW-FIM-EMPREGADOS       PIC X(01) VALUE "N".
           88  FIM-EMPREGADOS               VALUE "S".

       01  SW-FIM-EXAMES           PIC X(01) VALUE "N".
           88  FIM-EXAMES                   VALUE "S".

       01  SW-POSICAO-ACHADA       PIC X(01) VALUE "N".
           88  POSICAO-ACHADA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF EMPREGADOS-ARQ-INEXISTENTE
               DISPLAY "EMPREGADOS.DAT NAO EXISTE. NADA A LISTAR."
           ELSE
               PERFORM 2000-AVALIAR-FUNCIONARIO THRU 2000-EXIT
                   UNTIL FIM-EMPREGADOS
               PERFORM 5000-IMPRIMIR-LISTA THRU 5000-EXIT
               PERFORM 5800-IMPRIMIR-RESUMO THRU 5800-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - data de hoje e data limite (hoje mais 30
      * dias de calendario) e abertura dos arquivos.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== EXAMES OCUPACIONAIS A MARCAR ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-LIMITE-NUM.
           PERFORM 1100-AVANCAR-DIA THRU 1100-EXIT
               WS-DIAS-ANTECEDENCIA TIMES.
           MOVE 0 TO AVC-QTDE.
           OPEN INPUT EMPREGADOS-FILE.
           IF EMPREGADOS-ARQ-INEXISTENTE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ASO-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "EXAMES OCUPACIONAIS VENCIDOS E A VENCER ATE "
               WS-DATA-LIMITE-NUM " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF ASO-ARQ-INEXISTENTE
               MOVE "ASO.DAT AINDA NAO CRIADO - NENHUM EXAME REGISTRADO"
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-AVANCAR-DIA - soma um dia de calendario a data limite
      * (virada de mes e de ano, fevereiro bissexto incluido), como
      * CPD-FERIAS avanca a data de gozo.
      ******************************************************************
       1100-AVANCAR-DIA.
           PERFORM 1150-ULTIMO-DIA-DO-MES THRU 1150-EXIT.
           IF WS-DIA-LIMITE < WS-ULTIMO-DIA-MES
               ADD 1 TO WS-DIA-LIMITE
           ELSE
               MOVE 1 TO WS-DIA-LIMITE
               IF WS-MES-LIMITE < 12
                   ADD 1 TO WS-MES-LIMITE
               ELSE
                   MOVE 1 TO WS-MES-LIMITE
                   ADD 1 TO WS-ANO-LIMITE
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

       1150-ULTIMO-DIA-DO-MES.
           EVALUATE WS-MES-LIMITE
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-ULTIMO-DIA-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA-MES
               WHEN 02
                   MOVE 28 TO WS-ULTIMO-DIA-MES
                   DIVIDE WS-ANO-LIMITE BY 4
                       GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-BISSEXTO
                   IF WS-RESTO-BISSEXTO = 0
                       DIVIDE WS-ANO-LIMITE BY 100
                           GIVING WS-QUOCIENTE
                           REMAINDER WS-RESTO-BISSEXTO
                       IF WS-RESTO-BISSEXTO NOT = 0
                           MOVE 29 TO WS-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WS-ANO-LIMITE BY 400
                               GIVING WS-QUOCIENTE
                               REMAINDER WS-RESTO-BISSEXTO
                           IF WS-RESTO-BISSEXTO = 0
                               MOVE 29 TO WS-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-AVALIAR-FUNCIONARIO - situa o funcionario ativo pelo
      * vencimento do ultimo exame: vencido (ou sem exame), a vencer
      * nos proximos 30 dias, ou em dia (fora da lista).
      ******************************************************************
       2000-AVALIAR-FUNCIONARIO.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPREGADOS
                   GO TO 2000-EXIT
           END-READ.
           IF Employee-Terminated
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-ATIVOS.
           PERFORM 2100-LOCALIZAR-ULTIMO-EXAME THRU 2100-EXIT.
           IF WS-ULTIMO-DATA = 0
               ADD 1 TO WS-TOTAL-SEM-EXAME
               MOVE 0 TO WS-VENCIMENTO
           ELSE
               MOVE ASO-PROXIMO TO WS-VENCIMENTO
           END-IF.
           IF WS-VENCIMENTO > WS-DATA-LIMITE-NUM
               GO TO 2000-EXIT
           END-IF.
           IF WS-VENCIMENTO < WS-DATA-HOJE
               ADD 1 TO WS-TOTAL-VENCIDOS
           ELSE
               ADD 1 TO WS-TOTAL-A-VENCER
           END-IF.
           IF AVC-QTDE >= 500
               ADD 1 TO WS-TOTAL-NAO-LISTADOS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-INSERIR-ENTRADA THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOCALIZAR-ULTIMO-EXAME - le os exames do funcionario (em
      * ordem de data) e guarda o mais recente; ASO-REGISTRO fica com
      * ele ao final.
      ******************************************************************
       2100-LOCALIZAR-ULTIMO-EXAME.
           MOVE 0 TO WS-ULTIMO-DATA.
           MOVE SPACE TO WS-ULTIMO-TIPO.
           MOVE SPACE TO WS-ULTIMO-RESULTADO.
           IF ASO-ARQ-INEXISTENTE
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-EXAMES.
           MOVE Employee-Id TO ASO-EMPLOYEE-ID.
           MOVE 0 TO ASO-DATA.
           MOVE SPACE TO ASO-TIPO.
           START ASO-FILE
               KEY IS GREATER THAN OR EQUAL TO ASO-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-EXAMES
           END-START.
           PERFORM 2150-LER-EXAME THRU 2150-EXIT
               UNTIL FIM-EXAMES.
           IF WS-ULTIMO-DATA > 0
               MOVE Employee-Id TO ASO-EMPLOYEE-ID
               MOVE WS-ULTIMO-DATA TO ASO-DATA
               MOVE WS-ULTIMO-TIPO TO ASO-TIPO
               READ ASO-FILE
                   INVALID KEY
                       MOVE 0 TO ASO-PROXIMO
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

       2150-LER-EXAME.
           READ ASO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EXAMES
                   GO TO 2150-EXIT
           END-READ.
           IF ASO-EMPLOYEE-ID NOT = Employee-Id
               MOVE "S" TO SW-FIM-EXAMES
               GO TO 2150-EXIT
           END-IF.
           IF ASO-DEMISSIONAL
               GO TO 2150-EXIT
           END-IF.
           MOVE ASO-DATA TO WS-ULTIMO-DATA.
           MOVE ASO-TIPO TO WS-ULTIMO-TIPO.
           MOVE ASO-RESULTADO TO WS-ULTIMO-RESULTADO.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-INSERIR-ENTRADA - insere o funcionario na tabela logo
      * apos o ultimo de mesmo departamento e vencimento.
      ******************************************************************
       2200-INSERIR-ENTRADA.
           MOVE Employee-Department TO WS-NOVA-DEPTO.
           MOVE WS-VENCIMENTO       TO WS-NOVA-VENCIMENTO.
           MOVE "N" TO SW-POSICAO-ACHADA.
           PERFORM 2210-PROCURAR-POSICAO THRU 2210-EXIT
               VARYING WS-IDX-POSICAO FROM 1 BY 1
               UNTIL WS-IDX-POSICAO > AVC-QTDE OR POSICAO-ACHADA.
           IF POSICAO-ACHADA
               SUBTRACT 1 FROM WS-IDX-POSICAO
           END-IF.
           PERFORM 2220-DESLOCAR-ENTRADA THRU 2220-EXIT
               VARYING WS-IDX-AVC FROM AVC-QTDE BY -1
               UNTIL WS-IDX-AVC < WS-IDX-POSICAO.
           ADD 1 TO AVC-QTDE.
           MOVE WS-NOVA-CHAVE       TO AVC-CHAVE (WS-IDX-POSICAO).
           MOVE Employee-Id         TO AVC-ID (WS-IDX-POSICAO).
           MOVE Employee-Name       TO AVC-NOME (WS-IDX-POSICAO).
           MOVE WS-ULTIMO-DATA      TO AVC-ULTIMO-DATA (WS-IDX-POSICAO).
           MOVE WS-ULTIMO-TIPO      TO AVC-ULTIMO-TIPO (WS-IDX-POSICAO).
           MOVE WS-ULTIMO-RESULTADO
               TO AVC-ULTIMO-RESULTADO (WS-IDX-POSICAO).
           IF WS-VENCIMENTO < WS-DATA-HOJE
               MOVE "S" TO AVC-VENCIDO (WS-IDX-POSICAO)
           ELSE
               MOVE "N" TO AVC-VENCIDO (WS-IDX-POSICAO)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-PROCURAR-POSICAO.
           IF AVC-CHAVE (WS-IDX-POSICAO) > WS-NOVA-CHAVE
               MOVE "S" TO SW-POSICAO-ACHADA
           END-IF.
       2210-EXIT.
           EXIT.

       2220-DESLOCAR-ENTRADA.
           MOVE AVC-ENTRADA (WS-IDX-AVC)
               TO AVC-ENTRADA (WS-IDX-AVC + 1).
       2220-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIMIR-LISTA - a lista por departamento, com a
      * contagem de cada um na quebra.
      ******************************************************************
       5000-IMPRIMIR-LISTA.
           MOVE SPACES TO WS-DEPTO-QUEBRA.
           MOVE 0 TO WS-DEPTO-VENCIDOS.
           MOVE 0 TO WS-DEPTO-A-VENCER.
           PERFORM 5500-IMPRIMIR-ENTRADA THRU 5500-EXIT
               VARYING WS-IDX-AVC FROM 1 BY 1
               UNTIL WS-IDX-AVC > AVC-QTDE.
           IF AVC-QTDE > 0
               PERFORM 5600-FECHAR-DEPARTAMENTO THRU 5600-EXIT
           ELSE
               MOVE "NENHUM EXAME VENCIDO OU A VENCER NO PERIODO."
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5500-IMPRIMIR-ENTRADA.
           IF AVC-DEPTO (WS-IDX-AVC) NOT = WS-DEPTO-QUEBRA
               IF WS-IDX-AVC > 1
                   PERFORM 5600-FECHAR-DEPARTAMENTO THRU 5600-EXIT
               END-IF
               MOVE AVC-DEPTO (WS-IDX-AVC) TO WS-DEPTO-QUEBRA
               MOVE "--------------------------------------------------"
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               STRING "DEPARTAMENTO " AVC-DEPTO (WS-IDX-AVC)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           IF AVC-VENCIDO (WS-IDX-AVC) = "S"
               MOVE "VENCIDO " TO WS-SITUACAO-TEXTO
               ADD 1 TO WS-DEPTO-VENCIDOS
           ELSE
               MOVE "A VENCER" TO WS-SITUACAO-TEXTO
               ADD 1 TO WS-DEPTO-A-VENCER
           END-IF.
           EVALUATE AVC-ULTIMO-TIPO (WS-IDX-AVC)
               WHEN "A"
                   MOVE "ADMISSIONAL " TO WS-TIPO-TEXTO
               WHEN "P"
                   MOVE "PERIODICO   " TO WS-TIPO-TEXTO
               WHEN "R"
                   MOVE "RETORNO     " TO WS-TIPO-TEXTO
               WHEN "D"
                   MOVE "DEMISSIONAL " TO WS-TIPO-TEXTO
               WHEN OTHER
                   MOVE "SEM EXAME   " TO WS-TIPO-TEXTO
           END-EVALUATE.
           STRING "  " AVC-ID (WS-IDX-AVC) " " AVC-NOME (WS-IDX-AVC)
               " " WS-SITUACAO-TEXTO " EM " AVC-VENCIMENTO (WS-IDX-AVC)
               " ULTIMO " WS-TIPO-TEXTO AVC-ULTIMO-DATA (WS-IDX-AVC)
               DELIMITED BY SIZE INTO RPT-LINHA.
           IF AVC-ULTIMO-RESULTADO (WS-IDX-AVC) = "I"
               MOVE "INAPTO" TO RPT-LINHA (97:6)
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5500-EXIT.
           EXIT.

       5600-FECHAR-DEPARTAMENTO.
           MOVE WS-DEPTO-VENCIDOS TO WS-QTDE-EDIT.
           MOVE WS-DEPTO-A-VENCER TO WS-QTDE2-EDIT.
           STRING "  TOTAL " WS-DEPTO-QUEBRA ": VENCIDOS " WS-QTDE-EDIT
               "  A VENCER " WS-QTDE2-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO WS-DEPTO-VENCIDOS.
           MOVE 0 TO WS-DEPTO-A-VENCER.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 5800-IMPRIMIR-RESUMO - totais da empresa.
      ******************************************************************
       5800-IMPRIMIR-RESUMO.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-ATIVOS TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS ATIVOS.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-VENCIDOS TO WS-QTDE-EDIT.
           STRING "EXAMES VENCIDOS.........: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-SEM-EXAME TO WS-QTDE-EDIT.
           STRING "  DOS QUAIS SEM EXAME...: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-A-VENCER TO WS-QTDE-EDIT.
           STRING "A VENCER EM 30 DIAS.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF WS-TOTAL-NAO-LISTADOS > 0
               MOVE WS-TOTAL-NAO-LISTADOS TO WS-QTDE-EDIT
               STRING "NAO LISTADOS (LIMITE)...: " WS-QTDE-EDIT
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       5800-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em ASOVENC.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do job.
      ******************************************************************
       8000-FINALIZAR.
           IF EMPREGADOS-ARQ-INEXISTENTE
               GO TO 8000-EXIT
           END-IF.
           CLOSE EMPREGADOS-FILE.
           IF NOT ASO-ARQ-INEXISTENTE
               CLOSE ASO-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-ASO-VENCIMENTOS" TO SPL-PROGRAMA.
           MOVE "ASOVENC.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-ASO-VENCIMENTOS.
