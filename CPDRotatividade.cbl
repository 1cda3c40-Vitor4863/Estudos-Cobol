      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-09-30
      * Purpose: Monthly headcount movement and turnover report for
      *          the diretoria.  For a requested period, built from
      *          the admission and termination dates on
      *          EMPREGADOS.DAT and the department moves on
      *          DEPTOHIST.DAT: per department, the opening
      *          headcount, admissions, terminations, transfers in
      *          and out, closing headcount and turnover rate; a
      *          twelve-month trend of the whole company ending at
      *          the period; the year-to-date rate; and the
      *          terminations by length of service, for the month
      *          and the year to date.  Printed to ROTATIV.LST.
      *          Turnover = ((admissoes + desligamentos) / 2) /
      *          efetivo medio, efetivo medio being the mean of the
      *          opening and closing headcounts.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-30  RA   Original headcount and turnover report.
      * 2026-10-15  RA   ROTATIV.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-ROTATIVIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT DEPTOHIST-FILE ASSIGN TO "DEPTOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPTOHIST-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "ROTATIV.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  DEPTOHIST-FILE.
           COPY "DEPTOHIST.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".
           88  EMPREGADOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-DEPTOHIST-STATUS     PIC X(02).
           88  DEPTOHIST-OK                 VALUE "00".
           88  DEPTOHIST-ARQ-INEXISTENTE    VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-PERIODO-PEDIDO.
           05  WS-ANO-PEDIDO       PIC 9(04).
           05  WS-MES-PEDIDO       PIC 9(02).
       01  WS-PERIODO-PEDIDO-NUM REDEFINES WS-PERIODO-PEDIDO
                                   PIC 9(06).

       01  WS-PERIODO-TRAB.
           05  WS-ANO-TRAB         PIC 9(04).
           05  WS-MES-TRAB         PIC 9(02).
       01  WS-PERIODO-TRAB-NUM REDEFINES WS-PERIODO-TRAB PIC 9(06).

      * Datas do mes em tratamento.  AAAAMM00 e AAAAMM31 limitam o
      * mes na comparacao numerica das datas AAAAMMDD: o dia 00 vale
      * pelo fim do mes anterior e o dia 31 cobre o ultimo dia de
      * qualquer mes.
       01  WS-DATA-INICIO          PIC 9(08) VALUE 0.
       01  WS-DATA-FIM             PIC 9(08) VALUE 0.
       01  WS-DATA-VESPERA         PIC 9(08) VALUE 0.
       01  WS-DATA-REF             PIC 9(08) VALUE 0.

       01  WS-DATA-ADM.
           05  WS-ANO-ADM          PIC 9(04).
           05  WS-MES-ADM          PIC 9(02).
           05  WS-DIA-ADM          PIC 9(02).
       01  WS-DATA-ADM-NUM REDEFINES WS-DATA-ADM PIC 9(08).
       01  WS-DATA-DESL.
           05  WS-ANO-DESL         PIC 9(04).
           05  WS-MES-DESL         PIC 9(02).
           05  WS-DIA-DESL         PIC 9(02).
       01  WS-DATA-DESL-NUM REDEFINES WS-DATA-DESL PIC 9(08).
       01  WS-MESES-CASA           PIC S9(05) COMP VALUE 0.
       01  WS-IDX-TEMPO            PIC 9(02) COMP VALUE 0.

      * Tendencia de doze meses da empresa, do mais antigo (1) ate o
      * periodo pedido (12).
       01  TABELA-TENDENCIA.
           05  TND-ENTRADA OCCURS 12 TIMES.
               10  TND-PERIODO         PIC 9(06).
               10  TND-INICIAL         PIC 9(05) COMP.
               10  TND-ADMISSOES       PIC 9(05) COMP.
               10  TND-DESLIGAMENTOS   PIC 9(05) COMP.
               10  TND-FINAL           PIC 9(05) COMP.
       01  WS-IDX-MES              PIC 9(02) COMP VALUE 0.

      * Movimento do periodo pedido por departamento.
       01  WS-TOTAL-DEPTOS         PIC 9(03) COMP VALUE 0.
       01  WS-IDX-DEPTO            PIC 9(03) COMP VALUE 0.
       01  TABELA-DEPARTAMENTOS.
           05  DEPTO-ENTRADA OCCURS 50 TIMES.
               10  DEPTO-NOME          PIC X(15).
               10  DEPTO-INICIAL       PIC 9(05) COMP.
               10  DEPTO-ADMISSOES     PIC 9(05) COMP.
               10  DEPTO-DESLIGAMENTOS PIC 9(05) COMP.
               10  DEPTO-ENTRADAS      PIC 9(05) COMP.
               10  DEPTO-SAIDAS        PIC 9(05) COMP.
               10  DEPTO-FINAL         PIC 9(05) COMP.

      * Desligamentos por tempo de casa: no mes e no ano ate o mes.
       01  TABELA-TEMPO-DEF.
           05  FILLER              PIC X(25)
                                   VALUE "ATE 3 MESES (EXPERIENCIA)".
           05  FILLER              PIC X(25)
                                   VALUE "DE 3 A 12 MESES".
           05  FILLER              PIC X(25)
                                   VALUE "DE 1 A 2 ANOS".
           05  FILLER              PIC X(25)
                                   VALUE "DE 2 A 5 ANOS".
           05  FILLER              PIC X(25)
                                   VALUE "MAIS DE 5 ANOS".
           05  FILLER              PIC X(25)
                                   VALUE "ADMISSAO NAO INFORMADA".
       01  TABELA-TEMPO-ROTULOS REDEFINES TABELA-TEMPO-DEF.
           05  TMP-ROTULO          PIC X(25) OCCURS 6 TIMES.
       01  TABELA-TEMPO.
           05  TMP-ENTRADA OCCURS 6 TIMES.
               10  TMP-MES             PIC 9(05) COMP.
               10  TMP-ANO             PIC 9(05) COMP.

      * Historico de lotacao carregado de DEPTOHIST.DAT, para
      * resolver o departamento de cada funcionario numa data.
       01  WS-TOTAL-LOTACOES       PIC 9(03) COMP VALUE 0.
       01  WS-IDX-LOTACAO          PIC 9(03) COMP VALUE 0.
       01  TABELA-LOTACOES.
           05  LTC-ENTRADA OCCURS 500 TIMES.
               10  LTC-EMPLOYEE-ID     PIC 9(05).
               10  LTC-VIGENCIA        PIC 9(08).
               10  LTC-DEPTO-ANTERIOR  PIC X(15).
               10  LTC-DEPTO-NOVO      PIC X(15).
       01  WS-DEPTO-REF            PIC X(15) VALUE SPACES.
       01  WS-MELHOR-VIGENCIA      PIC 9(08) VALUE 0.
       01  WS-MENOR-VIGENCIA       PIC 9(08) VALUE 0.

       01  WS-SOMA-MOVIMENTO       PIC 9(07) COMP VALUE 0.
       01  WS-SOMA-EFETIVO         PIC 9(07) COMP VALUE 0.
       01  WS-MESES-ANO            PIC 9(02) COMP VALUE 0.
       01  WS-TAXA                 PIC 9(05)V99 VALUE 0.
       01  WS-PRIMEIRO-ANO         PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-DESL-ANO       PIC 9(05) COMP VALUE 0.

       01  WS-TOT-INICIAL          PIC 9(05) COMP VALUE 0.
       01  WS-TOT-ADMISSOES        PIC 9(05) COMP VALUE 0.
       01  WS-TOT-DESLIGAMENTOS    PIC 9(05) COMP VALUE 0.
       01  WS-TOT-ENTRADAS         PIC 9(05) COMP VALUE 0.
       01  WS-TOT-SAIDAS           PIC 9(05) COMP VALUE 0.
       01  WS-TOT-FINAL            PIC 9(05) COMP VALUE 0.

       01  WS-INICIAL-EDIT         PIC ZZZZ9.
       01  WS-ADMISSOES-EDIT       PIC ZZZZ9.
       01  WS-DESLIG-EDIT          PIC ZZZZ9.
       01  WS-ENTRADAS-EDIT        PIC ZZZZ9.
       01  WS-SAIDAS-EDIT          PIC ZZZZ9.
       01  WS-FINAL-EDIT           PIC ZZZZ9.
       01  WS-TAXA-EDIT            PIC ZZZZ9.99.
       01  WS-QTDE-EDIT            PIC ZZZZ9.

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-FIM-EMPREGADOS       PIC X(01) VALUE "N".
           88  FIM-EMPREGADOS               VALUE "S".

       01  SW-FIM-LOTACOES         PIC X(01) VALUE "N".
           88  FIM-LOTACOES                 VALUE "S".

       01  SW-ATIVO                PIC X(01) VALUE "N".
           88  ATIVO-NA-DATA                VALUE "S".

       01  SW-DEPTO-NAO-CADASTRADO PIC X(01) VALUE "N".
           88  DEPTO-NAO-CADASTRADO         VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF EMPREGADOS-ARQ-INEXISTENTE
               DISPLAY "EMPREGADOS.DAT NAO EXISTE. NADA A APURAR."
           ELSE
               PERFORM 2000-APURAR-EMPREGADO THRU 2000-EXIT
                   UNTIL FIM-EMPREGADOS
               PERFORM 4000-APURAR-TRANSFERENCIAS THRU 4000-EXIT
               PERFORM 5000-IMPRIMIR-DEPARTAMENTOS THRU 5000-EXIT
               PERFORM 6000-IMPRIMIR-TENDENCIA THRU 6000-EXIT
               PERFORM 6500-IMPRIMIR-TEMPO-CASA THRU 6500-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - pede o periodo, monta os doze meses da
      * tendencia, carrega o historico de lotacao e abre o cadastro
      * e o relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== MOVIMENTACAO DE PESSOAL E ROTATIVIDADE ===".
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 1100-SOLICITAR-PERIODO THRU 1100-EXIT
               UNTIL ENTRADA-VALIDA.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-TRAB.
           PERFORM 1200-MONTAR-MES THRU 1200-EXIT
               VARYING WS-IDX-MES FROM 12 BY -1
               UNTIL WS-IDX-MES < 1.
           PERFORM 1300-ZERAR-TEMPO THRU 1300-EXIT
               VARYING WS-IDX-TEMPO FROM 1 BY 1
               UNTIL WS-IDX-TEMPO > 6.
           MOVE 0 TO WS-TOTAL-DEPTOS.
           PERFORM 1700-CARREGAR-LOTACOES THRU 1700-EXIT.
           MOVE "N" TO SW-FIM-EMPREGADOS.
           OPEN INPUT EMPREGADOS-FILE.
           IF EMPREGADOS-ARQ-INEXISTENTE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "MOVIMENTACAO DE PESSOAL E ROTATIVIDADE - PERIODO "
               WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       1000-EXIT.
           EXIT.

       1100-SOLICITAR-PERIODO.
           DISPLAY "PERIODO (AAAAMM):".
           ACCEPT WS-PERIODO-PEDIDO.
           IF WS-PERIODO-PEDIDO-NUM IS NUMERIC
               AND WS-MES-PEDIDO >= 1 AND WS-MES-PEDIDO <= 12
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - INFORME AAAAMM."
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-MONTAR-MES - grava o mes corrente de WS-PERIODO-TRAB na
      * posicao da tendencia e recua um mes.
      ******************************************************************
       1200-MONTAR-MES.
           MOVE WS-PERIODO-TRAB-NUM TO TND-PERIODO (WS-IDX-MES).
           MOVE 0 TO TND-INICIAL (WS-IDX-MES).
           MOVE 0 TO TND-ADMISSOES (WS-IDX-MES).
           MOVE 0 TO TND-DESLIGAMENTOS (WS-IDX-MES).
           MOVE 0 TO TND-FINAL (WS-IDX-MES).
           IF WS-MES-TRAB = 1
               MOVE 12 TO WS-MES-TRAB
               SUBTRACT 1 FROM WS-ANO-TRAB
           ELSE
               SUBTRACT 1 FROM WS-MES-TRAB
           END-IF.
       1200-EXIT.
           EXIT.

       1300-ZERAR-TEMPO.
           MOVE 0 TO TMP-MES (WS-IDX-TEMPO).
           MOVE 0 TO TMP-ANO (WS-IDX-TEMPO).
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CARREGAR-LOTACOES - carrega o historico de lotacao para
      * o WORKING-STORAGE, como a folha faz.
      ******************************************************************
       1700-CARREGAR-LOTACOES.
           MOVE 0 TO WS-TOTAL-LOTACOES.
           OPEN INPUT DEPTOHIST-FILE.
           IF DEPTOHIST-ARQ-INEXISTENTE
               GO TO 1700-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-LOTACOES.
           PERFORM 1750-LER-LOTACAO THRU 1750-EXIT
               UNTIL FIM-LOTACOES.
           CLOSE DEPTOHIST-FILE.
       1700-EXIT.
           EXIT.

       1750-LER-LOTACAO.
           READ DEPTOHIST-FILE
               AT END
                   MOVE "S" TO SW-FIM-LOTACOES
               NOT AT END
                   IF WS-TOTAL-LOTACOES < 500
                       ADD 1 TO WS-TOTAL-LOTACOES
                       MOVE DPH-EMPLOYEE-ID
                           TO LTC-EMPLOYEE-ID (WS-TOTAL-LOTACOES)
                       MOVE DPH-DATA-VIGENCIA
                           TO LTC-VIGENCIA (WS-TOTAL-LOTACOES)
                       MOVE DPH-DEPTO-ANTERIOR
                           TO LTC-DEPTO-ANTERIOR (WS-TOTAL-LOTACOES)
                       MOVE DPH-DEPTO-NOVO
                           TO LTC-DEPTO-NOVO (WS-TOTAL-LOTACOES)
                   ELSE
                       DISPLAY "LIMITE DO HISTORICO DE LOTACAO "
                           "ATINGIDO - ENTRADA IGNORADA."
                   END-IF
           END-READ.
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APURAR-EMPREGADO - le cada funcionario e o situa em cada
      * um dos doze meses da tendencia.
      ******************************************************************
       2000-APURAR-EMPREGADO.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPREGADOS
                   GO TO 2000-EXIT
           END-READ.
           PERFORM 3000-APURAR-MES THRU 3000-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-RESOLVER-DEPARTAMENTO - departamento do funcionario em
      * WS-DATA-REF: o DPH-DEPTO-NOVO da entrada mais recente com
      * vigencia ate a data, ou o departamento anterior da entrada
      * mais antiga quando todas sao posteriores; sem historico vale
      * o Employee-Department do cadastro (regra da folha).
      ******************************************************************
       2500-RESOLVER-DEPARTAMENTO.
           MOVE Employee-Department TO WS-DEPTO-REF.
           MOVE 0 TO WS-MELHOR-VIGENCIA.
           MOVE 99999999 TO WS-MENOR-VIGENCIA.
           PERFORM 2550-AVALIAR-LOTACAO THRU 2550-EXIT
               VARYING WS-IDX-LOTACAO FROM 1 BY 1
               UNTIL WS-IDX-LOTACAO > WS-TOTAL-LOTACOES.
       2500-EXIT.
           EXIT.

       2550-AVALIAR-LOTACAO.
           IF LTC-EMPLOYEE-ID (WS-IDX-LOTACAO) NOT = Employee-Id
               GO TO 2550-EXIT
           END-IF.
           IF LTC-VIGENCIA (WS-IDX-LOTACAO) <= WS-DATA-REF
               IF LTC-VIGENCIA (WS-IDX-LOTACAO) >= WS-MELHOR-VIGENCIA
                   MOVE LTC-VIGENCIA (WS-IDX-LOTACAO)
                       TO WS-MELHOR-VIGENCIA
                   MOVE LTC-DEPTO-NOVO (WS-IDX-LOTACAO)
                       TO WS-DEPTO-REF
               END-IF
           ELSE
               IF WS-MELHOR-VIGENCIA = 0
                   AND LTC-VIGENCIA (WS-IDX-LOTACAO)
                       < WS-MENOR-VIGENCIA
                   MOVE LTC-VIGENCIA (WS-IDX-LOTACAO)
                       TO WS-MENOR-VIGENCIA
                   MOVE LTC-DEPTO-ANTERIOR (WS-IDX-LOTACAO)
                       TO WS-DEPTO-REF
               END-IF
           END-IF.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LOCALIZAR-DEPARTAMENTO - posiciona WS-IDX-DEPTO no
      * departamento WS-DEPTO-REF, incluindo-o na tabela se for novo.
      ******************************************************************
       2600-LOCALIZAR-DEPARTAMENTO.
           MOVE "N" TO SW-DEPTO-NAO-CADASTRADO.
           PERFORM 2650-COMPARAR-DEPARTAMENTO THRU 2650-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS
                   OR DEPTO-NOME (WS-IDX-DEPTO) = WS-DEPTO-REF.
           IF WS-IDX-DEPTO > WS-TOTAL-DEPTOS
               IF WS-TOTAL-DEPTOS < 50
                   ADD 1 TO WS-TOTAL-DEPTOS
                   MOVE WS-TOTAL-DEPTOS TO WS-IDX-DEPTO
                   MOVE WS-DEPTO-REF TO DEPTO-NOME (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-INICIAL (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-ADMISSOES (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-DESLIGAMENTOS (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-ENTRADAS (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-SAIDAS (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-FINAL (WS-IDX-DEPTO)
               ELSE
                   DISPLAY "LIMITE DE DEPARTAMENTOS ATINGIDO. "
                       "DEPARTAMENTO NAO APURADO: " WS-DEPTO-REF
                   MOVE "S" TO SW-DEPTO-NAO-CADASTRADO
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

       2650-COMPARAR-DEPARTAMENTO.
           CONTINUE.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APURAR-MES - situa o funcionario no mes WS-IDX-MES da
      * tendencia: efetivo no inicio e no fim, admissao e
      * desligamento no mes.  No periodo pedido o movimento vai
      * tambem para o departamento vigente em cada data.
      ******************************************************************
       3000-APURAR-MES.
           COMPUTE WS-DATA-INICIO = TND-PERIODO (WS-IDX-MES) * 100 + 1.
           COMPUTE WS-DATA-VESPERA = TND-PERIODO (WS-IDX-MES) * 100.
           COMPUTE WS-DATA-FIM = TND-PERIODO (WS-IDX-MES) * 100 + 31.
           MOVE WS-DATA-VESPERA TO WS-DATA-REF.
           PERFORM 3100-VERIFICAR-ATIVO THRU 3100-EXIT.
           IF ATIVO-NA-DATA
               ADD 1 TO TND-INICIAL (WS-IDX-MES)
               IF WS-IDX-MES = 12
                   PERFORM 2500-RESOLVER-DEPARTAMENTO THRU 2500-EXIT
                   PERFORM 2600-LOCALIZAR-DEPARTAMENTO THRU 2600-EXIT
                   IF NOT DEPTO-NAO-CADASTRADO
                       ADD 1 TO DEPTO-INICIAL (WS-IDX-DEPTO)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DATA-FIM TO WS-DATA-REF.
           PERFORM 3100-VERIFICAR-ATIVO THRU 3100-EXIT.
           IF ATIVO-NA-DATA
               ADD 1 TO TND-FINAL (WS-IDX-MES)
               IF WS-IDX-MES = 12
                   PERFORM 2500-RESOLVER-DEPARTAMENTO THRU 2500-EXIT
                   PERFORM 2600-LOCALIZAR-DEPARTAMENTO THRU 2600-EXIT
                   IF NOT DEPTO-NAO-CADASTRADO
                       ADD 1 TO DEPTO-FINAL (WS-IDX-DEPTO)
                   END-IF
               END-IF
           END-IF.
           IF Employee-Admission-Date >= WS-DATA-INICIO
               AND Employee-Admission-Date <= WS-DATA-FIM
               ADD 1 TO TND-ADMISSOES (WS-IDX-MES)
               IF WS-IDX-MES = 12
                   MOVE Employee-Admission-Date TO WS-DATA-REF
                   PERFORM 2500-RESOLVER-DEPARTAMENTO THRU 2500-EXIT
                   PERFORM 2600-LOCALIZAR-DEPARTAMENTO THRU 2600-EXIT
                   IF NOT DEPTO-NAO-CADASTRADO
                       ADD 1 TO DEPTO-ADMISSOES (WS-IDX-DEPTO)
                   END-IF
               END-IF
           END-IF.
           IF Employee-Termination-Date >= WS-DATA-INICIO
               AND Employee-Termination-Date <= WS-DATA-FIM
               ADD 1 TO TND-DESLIGAMENTOS (WS-IDX-MES)
               PERFORM 3500-CLASSIFICAR-TEMPO THRU 3500-EXIT
               IF WS-IDX-MES = 12
                   MOVE Employee-Termination-Date TO WS-DATA-REF
                   PERFORM 2500-RESOLVER-DEPARTAMENTO THRU 2500-EXIT
                   PERFORM 2600-LOCALIZAR-DEPARTAMENTO THRU 2600-EXIT
                   IF NOT DEPTO-NAO-CADASTRADO
                       ADD 1 TO DEPTO-DESLIGAMENTOS (WS-IDX-DEPTO)
                   END-IF
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-VERIFICAR-ATIVO - o funcionario estava no quadro ao fim
      * do dia WS-DATA-REF: admitido ate a data e nao desligado ate
      * ela.  O desligamento vale a partir do dia seguinte a data de
      * desligamento.  Admissao zero (desconhecida) conta como antiga;
      * desligado sem data fica fora de todo o relatorio.
      ******************************************************************
       3100-VERIFICAR-ATIVO.
           MOVE "N" TO SW-ATIVO.
           IF Employee-Admission-Date > WS-DATA-REF
               GO TO 3100-EXIT
           END-IF.
           IF Employee-Termination-Date = 0
               IF NOT Employee-Terminated
                   MOVE "S" TO SW-ATIVO
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF Employee-Termination-Date > WS-DATA-REF
               MOVE "S" TO SW-ATIVO
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CLASSIFICAR-TEMPO - faixa de tempo de casa do desligado
      * no mes WS-IDX-MES, em meses completos da admissao ao
      * desligamento.  Conta no mes pedido e no acumulado do ano
      * quando o mes e do mesmo ano do periodo.
      ******************************************************************
       3500-CLASSIFICAR-TEMPO.
           IF WS-IDX-MES NOT = 12
               AND TND-PERIODO (WS-IDX-MES) / 100 NOT = WS-ANO-PEDIDO
               GO TO 3500-EXIT
           END-IF.
           IF Employee-Admission-Date = 0
               MOVE 6 TO WS-IDX-TEMPO
           ELSE
               MOVE Employee-Admission-Date TO WS-DATA-ADM-NUM
               MOVE Employee-Termination-Date TO WS-DATA-DESL-NUM
               COMPUTE WS-MESES-CASA =
                   (WS-ANO-DESL * 12 + WS-MES-DESL)
                   - (WS-ANO-ADM * 12 + WS-MES-ADM)
               IF WS-DIA-DESL < WS-DIA-ADM
                   SUBTRACT 1 FROM WS-MESES-CASA
               END-IF
               EVALUATE TRUE
                   WHEN WS-MESES-CASA < 3
                       MOVE 1 TO WS-IDX-TEMPO
                   WHEN WS-MESES-CASA < 12
                       MOVE 2 TO WS-IDX-TEMPO
                   WHEN WS-MESES-CASA < 24
                       MOVE 3 TO WS-IDX-TEMPO
                   WHEN WS-MESES-CASA < 60
                       MOVE 4 TO WS-IDX-TEMPO
                   WHEN OTHER
                       MOVE 5 TO WS-IDX-TEMPO
               END-EVALUATE
           END-IF.
           IF WS-IDX-MES = 12
               ADD 1 TO TMP-MES (WS-IDX-TEMPO)
           END-IF.
           IF TND-PERIODO (WS-IDX-MES) / 100 = WS-ANO-PEDIDO
               ADD 1 TO TMP-ANO (WS-IDX-TEMPO)
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APURAR-TRANSFERENCIAS - as mudancas de departamento com
      * vigencia no periodo pedido: saida no anterior e entrada no
      * novo.
      ******************************************************************
       4000-APURAR-TRANSFERENCIAS.
           COMPUTE WS-DATA-INICIO = WS-PERIODO-PEDIDO-NUM * 100 + 1.
           COMPUTE WS-DATA-FIM = WS-PERIODO-PEDIDO-NUM * 100 + 31.
           PERFORM 4100-AVALIAR-TRANSFERENCIA THRU 4100-EXIT
               VARYING WS-IDX-LOTACAO FROM 1 BY 1
               UNTIL WS-IDX-LOTACAO > WS-TOTAL-LOTACOES.
       4000-EXIT.
           EXIT.

       4100-AVALIAR-TRANSFERENCIA.
           IF LTC-VIGENCIA (WS-IDX-LOTACAO) < WS-DATA-INICIO
               OR LTC-VIGENCIA (WS-IDX-LOTACAO) > WS-DATA-FIM
               OR LTC-DEPTO-ANTERIOR (WS-IDX-LOTACAO)
                   = LTC-DEPTO-NOVO (WS-IDX-LOTACAO)
               GO TO 4100-EXIT
           END-IF.
           MOVE LTC-DEPTO-ANTERIOR (WS-IDX-LOTACAO) TO WS-DEPTO-REF.
           PERFORM 2600-LOCALIZAR-DEPARTAMENTO THRU 2600-EXIT.
           IF NOT DEPTO-NAO-CADASTRADO
               ADD 1 TO DEPTO-SAIDAS (WS-IDX-DEPTO)
           END-IF.
           MOVE LTC-DEPTO-NOVO (WS-IDX-LOTACAO) TO WS-DEPTO-REF.
           PERFORM 2600-LOCALIZAR-DEPARTAMENTO THRU 2600-EXIT.
           IF NOT DEPTO-NAO-CADASTRADO
               ADD 1 TO DEPTO-ENTRADAS (WS-IDX-DEPTO)
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIMIR-DEPARTAMENTOS - movimento do periodo pedido por
      * departamento, com a rotatividade de cada um e o total.
      ******************************************************************
       5000-IMPRIMIR-DEPARTAMENTOS.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "DEPARTAMENTO    INICIAL ADMIS DESLIG ENTRAD SAIDAS"
               TO RPT-LINHA.
           MOVE "  FINAL ROTATIV%" TO RPT-LINHA (51:16).
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO WS-TOT-INICIAL.
           MOVE 0 TO WS-TOT-ADMISSOES.
           MOVE 0 TO WS-TOT-DESLIGAMENTOS.
           MOVE 0 TO WS-TOT-ENTRADAS.
           MOVE 0 TO WS-TOT-SAIDAS.
           MOVE 0 TO WS-TOT-FINAL.
           PERFORM 5100-IMPRIMIR-DEPARTAMENTO THRU 5100-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
           MOVE "-----------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           COMPUTE WS-SOMA-MOVIMENTO =
               WS-TOT-ADMISSOES + WS-TOT-DESLIGAMENTOS.
           COMPUTE WS-SOMA-EFETIVO = WS-TOT-INICIAL + WS-TOT-FINAL.
           PERFORM 5500-CALCULAR-TAXA THRU 5500-EXIT.
           MOVE WS-TOT-INICIAL       TO WS-INICIAL-EDIT.
           MOVE WS-TOT-ADMISSOES     TO WS-ADMISSOES-EDIT.
           MOVE WS-TOT-DESLIGAMENTOS TO WS-DESLIG-EDIT.
           MOVE WS-TOT-ENTRADAS      TO WS-ENTRADAS-EDIT.
           MOVE WS-TOT-SAIDAS        TO WS-SAIDAS-EDIT.
           MOVE WS-TOT-FINAL         TO WS-FINAL-EDIT.
           MOVE WS-TAXA              TO WS-TAXA-EDIT.
           STRING "TOTAL EMPRESA   " WS-INICIAL-EDIT "   "
               WS-ADMISSOES-EDIT " " WS-DESLIG-EDIT "  "
               WS-ENTRADAS-EDIT "  " WS-SAIDAS-EDIT "  "
               WS-FINAL-EDIT " " WS-TAXA-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-DEPARTAMENTO.
           ADD DEPTO-INICIAL (WS-IDX-DEPTO)  TO WS-TOT-INICIAL.
           ADD DEPTO-ADMISSOES (WS-IDX-DEPTO) TO WS-TOT-ADMISSOES.
           ADD DEPTO-DESLIGAMENTOS (WS-IDX-DEPTO)
               TO WS-TOT-DESLIGAMENTOS.
           ADD DEPTO-ENTRADAS (WS-IDX-DEPTO) TO WS-TOT-ENTRADAS.
           ADD DEPTO-SAIDAS (WS-IDX-DEPTO)   TO WS-TOT-SAIDAS.
           ADD DEPTO-FINAL (WS-IDX-DEPTO)    TO WS-TOT-FINAL.
           COMPUTE WS-SOMA-MOVIMENTO =
               DEPTO-ADMISSOES (WS-IDX-DEPTO)
               + DEPTO-DESLIGAMENTOS (WS-IDX-DEPTO).
           COMPUTE WS-SOMA-EFETIVO =
               DEPTO-INICIAL (WS-IDX-DEPTO)
               + DEPTO-FINAL (WS-IDX-DEPTO).
           PERFORM 5500-CALCULAR-TAXA THRU 5500-EXIT.
           MOVE DEPTO-INICIAL (WS-IDX-DEPTO)   TO WS-INICIAL-EDIT.
           MOVE DEPTO-ADMISSOES (WS-IDX-DEPTO) TO WS-ADMISSOES-EDIT.
           MOVE DEPTO-DESLIGAMENTOS (WS-IDX-DEPTO) TO WS-DESLIG-EDIT.
           MOVE DEPTO-ENTRADAS (WS-IDX-DEPTO)  TO WS-ENTRADAS-EDIT.
           MOVE DEPTO-SAIDAS (WS-IDX-DEPTO)    TO WS-SAIDAS-EDIT.
           MOVE DEPTO-FINAL (WS-IDX-DEPTO)     TO WS-FINAL-EDIT.
           MOVE WS-TAXA                        TO WS-TAXA-EDIT.
           STRING DEPTO-NOME (WS-IDX-DEPTO) " " WS-INICIAL-EDIT "   "
               WS-ADMISSOES-EDIT " " WS-DESLIG-EDIT "  "
               WS-ENTRADAS-EDIT "  " WS-SAIDAS-EDIT "  "
               WS-FINAL-EDIT " " WS-TAXA-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5500-CALCULAR-TAXA - rotatividade em WS-TAXA: a media de
      * admissoes e desligamentos sobre o efetivo medio, que com os
      * dois termos divididos por 2 se reduz a WS-SOMA-MOVIMENTO
      * sobre WS-SOMA-EFETIVO.
      ******************************************************************
       5500-CALCULAR-TAXA.
           MOVE 0 TO WS-TAXA.
           IF WS-SOMA-EFETIVO > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-SOMA-MOVIMENTO * 100 / WS-SOMA-EFETIVO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-TAXA
               END-COMPUTE
           END-IF.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIMIR-TENDENCIA - os doze meses ate o periodo pedido e
      * a rotatividade acumulada no ano (janeiro ate o periodo): o
      * movimento somado sobre o efetivo medio dos meses do ano.
      ******************************************************************
       6000-IMPRIMIR-TENDENCIA.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "TENDENCIA DOS ULTIMOS DOZE MESES - EMPRESA"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "PERIODO INICIAL ADMIS DESLIG  FINAL ROTATIV%"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO WS-MESES-ANO.
           MOVE 0 TO WS-TOT-ADMISSOES.
           MOVE 0 TO WS-TOT-DESLIGAMENTOS.
           MOVE 0 TO WS-TOT-INICIAL.
           PERFORM 6100-IMPRIMIR-MES THRU 6100-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12.
           MOVE "-----------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO WS-TAXA.
           IF WS-TOT-INICIAL > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-MESES-ANO
                   * (WS-TOT-ADMISSOES + WS-TOT-DESLIGAMENTOS) * 100
                   / WS-TOT-INICIAL
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-TAXA
               END-COMPUTE
           END-IF.
           MOVE WS-TOT-ADMISSOES     TO WS-ADMISSOES-EDIT.
           MOVE WS-TOT-DESLIGAMENTOS TO WS-DESLIG-EDIT.
           MOVE WS-TAXA              TO WS-TAXA-EDIT.
           STRING "ACUMULADO " WS-ANO-PEDIDO ": ADMISSOES "
               WS-ADMISSOES-EDIT " DESLIGAMENTOS " WS-DESLIG-EDIT
               " ROTATIVIDADE " WS-TAXA-EDIT "%"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-IMPRIMIR-MES - linha do mes da tendencia; os meses do
      * ano do periodo somam no acumulado (WS-TOT-INICIAL guarda ali
      * a soma dos efetivos inicial e final).
      ******************************************************************
       6100-IMPRIMIR-MES.
           COMPUTE WS-SOMA-MOVIMENTO =
               TND-ADMISSOES (WS-IDX-MES)
               + TND-DESLIGAMENTOS (WS-IDX-MES).
           COMPUTE WS-SOMA-EFETIVO =
               TND-INICIAL (WS-IDX-MES) + TND-FINAL (WS-IDX-MES).
           PERFORM 5500-CALCULAR-TAXA THRU 5500-EXIT.
           IF TND-PERIODO (WS-IDX-MES) / 100 = WS-ANO-PEDIDO
               ADD 1 TO WS-MESES-ANO
               ADD TND-ADMISSOES (WS-IDX-MES) TO WS-TOT-ADMISSOES
               ADD TND-DESLIGAMENTOS (WS-IDX-MES)
                   TO WS-TOT-DESLIGAMENTOS
               ADD WS-SOMA-EFETIVO TO WS-TOT-INICIAL
           END-IF.
           MOVE TND-INICIAL (WS-IDX-MES)       TO WS-INICIAL-EDIT.
           MOVE TND-ADMISSOES (WS-IDX-MES)     TO WS-ADMISSOES-EDIT.
           MOVE TND-DESLIGAMENTOS (WS-IDX-MES) TO WS-DESLIG-EDIT.
           MOVE TND-FINAL (WS-IDX-MES)         TO WS-FINAL-EDIT.
           MOVE WS-TAXA                        TO WS-TAXA-EDIT.
           STRING TND-PERIODO (WS-IDX-MES) "   " WS-INICIAL-EDIT " "
               WS-ADMISSOES-EDIT "  " WS-DESLIG-EDIT "  "
               WS-FINAL-EDIT " " WS-TAXA-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6500-IMPRIMIR-TEMPO-CASA - desligamentos por tempo de casa no
      * mes e no ano, com o peso do primeiro ano de casa no ano.
      ******************************************************************
       6500-IMPRIMIR-TEMPO-CASA.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "DESLIGAMENTOS POR TEMPO DE CASA" TO RPT-LINHA.
           MOVE "NO MES  NO ANO" TO RPT-LINHA (43:14).
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO WS-TOTAL-DESL-ANO.
           PERFORM 6600-IMPRIMIR-FAIXA-TEMPO THRU 6600-EXIT
               VARYING WS-IDX-TEMPO FROM 1 BY 1
               UNTIL WS-IDX-TEMPO > 6.
           COMPUTE WS-PRIMEIRO-ANO = TMP-ANO (1) + TMP-ANO (2).
           MOVE 0 TO WS-TAXA.
           IF WS-TOTAL-DESL-ANO > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-PRIMEIRO-ANO * 100 / WS-TOTAL-DESL-ANO
           END-IF.
           MOVE WS-PRIMEIRO-ANO TO WS-QTDE-EDIT.
           MOVE WS-TAXA TO WS-TAXA-EDIT.
           STRING "DESLIGADOS NO PRIMEIRO ANO DE CASA NO ANO: "
               WS-QTDE-EDIT " (" WS-TAXA-EDIT
               "% DOS DESLIGAMENTOS)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6500-EXIT.
           EXIT.

       6600-IMPRIMIR-FAIXA-TEMPO.
           ADD TMP-ANO (WS-IDX-TEMPO) TO WS-TOTAL-DESL-ANO.
           MOVE TMP-MES (WS-IDX-TEMPO) TO WS-DESLIG-EDIT.
           MOVE TMP-ANO (WS-IDX-TEMPO) TO WS-QTDE-EDIT.
           STRING TMP-ROTULO (WS-IDX-TEMPO) "                "
               WS-DESLIG-EDIT "   " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em ROTATIV.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha o cadastro e o relatorio.
      ******************************************************************
       8000-FINALIZAR.
           IF NOT EMPREGADOS-ARQ-INEXISTENTE
               CLOSE EMPREGADOS-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "CPD-ROTATIVIDADE" TO SPL-PROGRAMA
               MOVE "ROTATIV.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-ROTATIVIDADE.
