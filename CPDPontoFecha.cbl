      *                  already covered them, and counting them
      *                  here keeps the folha discount intact across
      *                  fechamento reruns and month boundaries.
      * 2026-09-28  RA   Hour bank: for employees under the banco de
      *                  horas regime (BHORASPARM.DAT, by employee or
      *                  department) the overtime goes to BANCOHORAS.DAT
      *                  instead of PTM-HORAS-EXTRAS and compensation
      *                  days ("C") are debited; banked hours older than
      *                  6 months expire into PTM-HORAS-BH-PAGAS for the
      *                  folha. A "C" day outside the regime counts as a
      *                  falta.
      * 2026-10-15  RA   PONTOMES.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-PONTO-FECHAMENTO.
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WS-PONTOMES-STATUS.

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

           SELECT RELATORIO-FILE ASSIGN TO "PONTOMES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  PONTOMES-FILE.
           COPY "PONTOMES.cpy".

       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  REGIME-FILE.
           COPY "BHORASPARM.cpy".

       FD  BANCOHORAS-FILE.
           COPY "BHORASREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

           88  PONTOMES-OK                  VALUE "00".
           88  PONTOMES-ARQ-INEXISTENTE     VALUE "35".

       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-REGIME-STATUS        PIC X(02).
           88  REGIME-OK                    VALUE "00".
           88  REGIME-ARQ-INEXISTENTE       VALUE "35".

       01  WS-BANCOHORAS-STATUS    PIC X(02).
           88  BANCOHORAS-OK                VALUE "00".
           88  BANCOHORAS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-PERIODO-PEDIDO       PIC 9(06).
       01  WS-EXTRA-DIA            PIC 9(02)V99 VALUE 0.
       01  WS-JORNADA-DIARIA       PIC 9(02)V99 VALUE 8.00.

       01  WS-COMPENSACOES-MES     PIC 9(02) VALUE 0.
       01  WS-CREDITO-BH           PIC 9(03)V99 VALUE 0.
       01  WS-DEBITO-BH            PIC 9(03)V99 VALUE 0.
       01  WS-VENCIDO-BH           PIC 9(03)V99 VALUE 0.
       01  WS-LIQUIDADO-MES        PIC S9(04)V99 VALUE 0.
       01  WS-SALDO-BH             PIC S9(04)V99 VALUE 0.
       01  WS-SALDO-BH-EDITADO     PIC -ZZZ9.99.
       01  WS-CREDITOS-ANTERIORES  PIC S9(05)V99 VALUE 0.
       01  WS-CREDITOS-EXPIRANDO   PIC S9(05)V99 VALUE 0.
       01  WS-CONSUMO-ANTERIOR     PIC S9(05)V99 VALUE 0.
       01  WS-VENCIMENTO-APURADO   PIC S9(05)V99 VALUE 0.
       01  WS-JANELA-MESES         PIC 9(02) VALUE 6.
       01  WS-PERIODO-LIMITE       PIC 9(06) VALUE 0.
       01  WS-PERIODO-QUEBRA.
           05  WS-ANO-QUEBRA       PIC 9(04).
           05  WS-MES-QUEBRA       PIC 9(02).
       01  WS-PERIODO-QUEBRA-NUM REDEFINES WS-PERIODO-QUEBRA
                                   PIC 9(06).

       01  WS-TOTAL-FECHADOS       PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-BANCO-HORAS    PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-VENCIDO-BH     PIC 9(05)V99 VALUE 0.
       01  WS-FECHADOS-EDIT        PIC 9(05) VALUE 0.

       01  SW-EMPREGADO-EM-CURSO   PIC X(01) VALUE "N".
           88  EMPREGADO-EM-CURSO           VALUE "S".

       01  SW-REGIME-BANCO         PIC X(01) VALUE "N".
           88  REGIME-BANCO                 VALUE "S".

       01  SW-HISTORICO-BH         PIC X(01) VALUE "N".
           88  HISTORICO-BH                 VALUE "S".

       01  SW-SEM-REGIME           PIC X(01) VALUE "N".
           88  SEM-REGIME                   VALUE "S".

       01  SW-FIM-BANCOHORAS       PIC X(01) VALUE "N".
           88  FIM-BANCOHORAS               VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   OPEN I-O PONTOMES-FILE
               END-IF
               OPEN OUTPUT RELATORIO-FILE
               OPEN INPUT EMPREGADOS-FILE
               MOVE "N" TO SW-SEM-REGIME
               OPEN INPUT REGIME-FILE
               IF REGIME-ARQ-INEXISTENTE
                   MOVE "S" TO SW-SEM-REGIME
               END-IF
               OPEN I-O BANCOHORAS-FILE
               IF BANCOHORAS-ARQ-INEXISTENTE
                   OPEN OUTPUT BANCOHORAS-FILE
                   CLOSE BANCOHORAS-FILE
                   OPEN I-O BANCOHORAS-FILE
               END-IF
               MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-QUEBRA-NUM
               IF WS-MES-QUEBRA > WS-JANELA-MESES
                   SUBTRACT WS-JANELA-MESES FROM WS-MES-QUEBRA
               ELSE
                   SUBTRACT 1 FROM WS-ANO-QUEBRA
                   COMPUTE WS-MES-QUEBRA =
                       WS-MES-QUEBRA + 12 - WS-JANELA-MESES
               END-IF
               MOVE WS-PERIODO-QUEBRA-NUM TO WS-PERIODO-LIMITE
           END-IF.
       1000-EXIT.
           EXIT.
               MOVE 0 TO WS-HORAS-MES
               MOVE 0 TO WS-EXTRAS-MES
               MOVE 0 TO WS-FALTAS-MES
               MOVE 0 TO WS-COMPENSACOES-MES
               PERFORM 3500-RESOLVER-REGIME THRU 3500-EXIT
           END-IF.
           IF PON-TRABALHADO
               ADD PON-HORAS TO WS-HORAS-MES
           IF PON-FALTA-INJUST OR PON-SUSPENSAO OR PON-FERIAS
               ADD 1 TO WS-FALTAS-MES
           END-IF.
           IF PON-COMPENSACAO
               IF REGIME-BANCO
                   ADD 1 TO WS-COMPENSACOES-MES
               ELSE
                   ADD 1 TO WS-FALTAS-MES
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-RESOLVER-REGIME - verifica se o funcionario esta no banco
      * de horas: vale o regime proprio do funcionario e, sem ele, o
      * do seu departamento; sem nenhum, as extras sao pagas.
      ******************************************************************
       3500-RESOLVER-REGIME.
           MOVE "N" TO SW-REGIME-BANCO.
           IF SEM-REGIME
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO BHR-CHAVE.
           MOVE "F" TO BHR-TIPO.
           MOVE WS-EMPREGADO-CORRENTE TO BHR-EMPLOYEE-ID.
           READ REGIME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BHR-BANCO-HORAS
                       MOVE "S" TO SW-REGIME-BANCO
                   END-IF
                   GO TO 3500-EXIT
           END-READ.
           MOVE WS-EMPREGADO-CORRENTE TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ.
           MOVE SPACES TO BHR-CHAVE.
           MOVE "D" TO BHR-TIPO.
           MOVE Employee-Department TO BHR-CODIGO.
           READ REGIME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BHR-BANCO-HORAS
                       MOVE "S" TO SW-REGIME-BANCO
                   END-IF
           END-READ.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FECHAR-EMPREGADO - grava o acumulado mensal do
      * funcionario que terminou e imprime a linha de resumo.
      ******************************************************************
       4000-FECHAR-EMPREGADO.
           PERFORM 4500-APURAR-BANCO-HORAS THRU 4500-EXIT.
           MOVE WS-PERIODO-PEDIDO TO PTM-PERIODO.
           MOVE WS-EMPREGADO-CORRENTE TO PTM-EMPLOYEE-ID.
           MOVE WS-HORAS-MES TO PTM-HORAS-TRABALHADAS.
           MOVE WS-EXTRAS-MES TO PTM-HORAS-EXTRAS.
           MOVE WS-FALTAS-MES TO PTM-FALTAS.
           MOVE WS-VENCIDO-BH TO PTM-HORAS-BH-PAGAS.
           REWRITE PTM-REGISTRO
               INVALID KEY
                   WRITE PTM-REGISTRO
               " FALTAS " WS-FALTAS-MES
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF REGIME-BANCO OR HISTORICO-BH
               MOVE WS-SALDO-BH TO WS-SALDO-BH-EDITADO
               STRING "    BANCO DE HORAS - CREDITO " WS-CREDITO-BH
                   " DEBITO " WS-DEBITO-BH
                   " VENCIDAS " WS-VENCIDO-BH
                   " SALDO " WS-SALDO-BH-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-FECHADOS.
           MOVE "N" TO SW-EMPREGADO-EM-CURSO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-APURAR-BANCO-HORAS - para o funcionario no banco de
      * horas, credita as extras do mes no banco (em vez de
      * PTM-HORAS-EXTRAS) e debita os dias de compensacao; para quem
      * tem saldo no banco, vence as horas creditadas ha mais de 6
      * meses que ainda restam (as mais antigas sao consumidas
      * primeiro) e manda-as para a folha em PTM-HORAS-BH-PAGAS.
      * O movimento do mes e regravado a cada reprocessamento.
      ******************************************************************
       4500-APURAR-BANCO-HORAS.
           MOVE 0 TO WS-CREDITO-BH.
           MOVE 0 TO WS-DEBITO-BH.
           MOVE 0 TO WS-VENCIDO-BH.
           MOVE 0 TO WS-SALDO-BH.
           MOVE 0 TO WS-LIQUIDADO-MES.
           MOVE 0 TO WS-CREDITOS-ANTERIORES.
           MOVE 0 TO WS-CREDITOS-EXPIRANDO.
           MOVE 0 TO WS-CONSUMO-ANTERIOR.
           MOVE "N" TO SW-HISTORICO-BH.
           IF REGIME-BANCO
               MOVE WS-EXTRAS-MES TO WS-CREDITO-BH
               MOVE 0 TO WS-EXTRAS-MES
               COMPUTE WS-DEBITO-BH =
                   WS-COMPENSACOES-MES * WS-JORNADA-DIARIA
           END-IF.
           MOVE "N" TO SW-FIM-BANCOHORAS.
           MOVE WS-EMPREGADO-CORRENTE TO BHM-EMPLOYEE-ID.
           MOVE 0 TO BHM-PERIODO.
           START BANCOHORAS-FILE
               KEY IS GREATER THAN OR EQUAL TO BHM-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-BANCOHORAS
           END-START.
           PERFORM 4550-SOMAR-MOVIMENTO THRU 4550-EXIT
               UNTIL FIM-BANCOHORAS.
           IF NOT REGIME-BANCO AND NOT HISTORICO-BH
               GO TO 4500-EXIT
           END-IF.
           COMPUTE WS-VENCIMENTO-APURADO =
               WS-CREDITOS-EXPIRANDO - WS-CONSUMO-ANTERIOR
               - WS-DEBITO-BH - WS-LIQUIDADO-MES.
           IF WS-VENCIMENTO-APURADO > 0
               MOVE WS-VENCIMENTO-APURADO TO WS-VENCIDO-BH
           END-IF.
           COMPUTE WS-SALDO-BH =
               WS-CREDITOS-ANTERIORES - WS-CONSUMO-ANTERIOR
               + WS-CREDITO-BH - WS-DEBITO-BH - WS-VENCIDO-BH
               - WS-LIQUIDADO-MES.
           MOVE WS-EMPREGADO-CORRENTE TO BHM-EMPLOYEE-ID.
           MOVE WS-PERIODO-PEDIDO TO BHM-PERIODO.
           MOVE WS-CREDITO-BH TO BHM-CREDITO.
           MOVE WS-DEBITO-BH TO BHM-DEBITO.
           MOVE WS-VENCIDO-BH TO BHM-VENCIDO.
           MOVE WS-LIQUIDADO-MES TO BHM-LIQUIDADO.
           MOVE WS-SALDO-BH TO BHM-SALDO.
           REWRITE BHM-REGISTRO
               INVALID KEY
                   WRITE BHM-REGISTRO
           END-REWRITE.
           ADD 1 TO WS-TOTAL-BANCO-HORAS.
           ADD WS-VENCIDO-BH TO WS-TOTAL-VENCIDO-BH.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4550-SOMAR-MOVIMENTO - acumula o movimento dos meses
      * anteriores ao fechado; do proprio mes so aproveita a
      * liquidacao da rescisao, que o fechamento nao recalcula.
      ******************************************************************
       4550-SOMAR-MOVIMENTO.
           READ BANCOHORAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-BANCOHORAS
                   GO TO 4550-EXIT
           END-READ.
           IF BHM-EMPLOYEE-ID NOT = WS-EMPREGADO-CORRENTE
               OR BHM-PERIODO > WS-PERIODO-PEDIDO
               MOVE "S" TO SW-FIM-BANCOHORAS
               GO TO 4550-EXIT
           END-IF.
           MOVE "S" TO SW-HISTORICO-BH.
           IF BHM-PERIODO = WS-PERIODO-PEDIDO
               MOVE BHM-LIQUIDADO TO WS-LIQUIDADO-MES
               GO TO 4550-EXIT
           END-IF.
           ADD BHM-CREDITO TO WS-CREDITOS-ANTERIORES.
           IF BHM-PERIODO NOT > WS-PERIODO-LIMITE
               ADD BHM-CREDITO TO WS-CREDITOS-EXPIRANDO
           END-IF.
           COMPUTE WS-CONSUMO-ANTERIOR = WS-CONSUMO-ANTERIOR
               + BHM-DEBITO + BHM-VENCIDO + BHM-LIQUIDADO.
       4550-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - total de funcionarios fechados.
      ******************************************************************
           STRING "FUNCIONARIOS FECHADOS...: " WS-FECHADOS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-BANCO-HORAS TO WS-FECHADOS-EDIT.
           STRING "NO BANCO DE HORAS.......: " WS-FECHADOS-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "HORAS VENCIDAS P/FOLHA..: " WS-TOTAL-VENCIDO-BH
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

               CLOSE PONTO-FILE
               CLOSE PONTOMES-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "CPD-PONTO-FECHAMENTO" TO SPL-PROGRAMA
               MOVE "PONTOMES.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               CLOSE EMPREGADOS-FILE
               IF NOT SEM-REGIME
                   CLOSE REGIME-FILE
               END-IF
               CLOSE BANCOHORAS-FILE
           END-IF.
       8000-EXIT.
           EXIT.
