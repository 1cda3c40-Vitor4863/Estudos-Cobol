      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR FINANCEIRO
      * Date-Written: 2026-10-09
      * Purpose: Monthly overhead allocation (rateio) of the shared
      *          expense categories of SISTEMA-GESTAO-FINANCEIRA to
      *          the departments.  RATEIO.DAT (RATEIOREG.cpy) keeps
      *          per DESPCATG category the driver that splits it:
      *          headcount in force in the period (EMPREGADOS.DAT),
      *          the period's payroll cost per department
      *          (CUSTODEP.DAT, written by CPD-FOLHA-PAGAMENTO) or
      *          fixed percentages per department; a category may
      *          also be left unallocated.  For a requested period
      *          the category amounts of DESPCAT.DAT are spread in
      *          proportion to the driver, each share rounded to
      *          the centavo and the rounding residue given to the
      *          department with the largest base, so the shares
      *          always add up to the category amount.  The full
      *          cost per department (direct payroll plus every
      *          allocated category) replaces the period's records
      *          in CUSTOTOT.DAT (CUSTOTREG.cpy) and is printed to
      *          RATEIO.LST, followed by the per-category proof
      *          that the allocated total equals the category total
      *          to the centavo.  A difference (never expected)
      *          ends the run with RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-09  RA   Original overhead allocation run.
      * 2026-10-15  RA   RATEIO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-RATEIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO-FILE ASSIGN TO "RATEIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CATEGORIA
               FILE STATUS IS WS-RATEIO-STATUS.

           SELECT DESPESAS-FILE ASSIGN TO "DESPCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CHAVE
               FILE STATUS IS WS-DESPESAS-STATUS.

           SELECT CUSTODEP-FILE ASSIGN TO "CUSTODEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDP-CHAVE
               FILE STATUS IS WS-CUSTODEP-STATUS.

           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT CUSTOTOT-FILE ASSIGN TO "CUSTOTOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CUSTOTOT-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RATEIO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEIO-FILE.
           COPY "RATEIOREG.cpy".

       FD  DESPESAS-FILE.
           COPY "DESPHIST.cpy".

      * CUSTODEP.DAT is written in the DESPHIST layout, the category
      * holding the department name.
       FD  CUSTODEP-FILE.
       01  CDP-REGISTRO.
           05  CDP-CHAVE.
               10  CDP-PERIODO         PIC 9(06).
               10  CDP-DEPARTAMENTO    PIC X(15).
           05  CDP-VALOR               PIC 9(10)V99.

       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  CUSTOTOT-FILE.
           COPY "CUSTOTREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RATEIO-STATUS           PIC X(02).
           88  RATEIO-OK                  VALUE "00".
           88  RATEIO-ARQ-INEXISTENTE     VALUE "35".

       01  WS-DESPESAS-STATUS         PIC X(02).
           88  DESPESAS-OK                VALUE "00".
           88  DESPESAS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-CUSTODEP-STATUS         PIC X(02).
           88  CUSTODEP-OK                VALUE "00".
           88  CUSTODEP-ARQ-INEXISTENTE   VALUE "35".

       01  WS-EMPREGADOS-STATUS       PIC X(02).
           88  EMPREGADOS-OK              VALUE "00".
           88  EMPREGADOS-ARQ-INEXISTENTE VALUE "35".

       01  WS-CUSTOTOT-STATUS         PIC X(02).
           88  CUSTOTOT-OK                VALUE "00".
           88  CUSTOTOT-ARQ-INEXISTENTE   VALUE "35".

       01  WS-RELATORIO-STATUS        PIC X(02).

       01  WS-MANTER-REGRAS           PIC X(01).
           88  MANTER-REGRAS              VALUE "S".

       01  WS-DIRECIONADOR            PIC X(01).
           88  DIRECIONADOR-VALIDO        VALUE "Q" "F" "P" "N".
           88  DIRECIONADOR-PERCENTUAL    VALUE "P".

       01  WS-QTDE-DEPTOS-REGRA       PIC 9(02).
       01  WS-SOMA-PERCENTUAIS        PIC 9(05)V99.
       01  WS-SOMA-PERCENTUAIS-EDIT   PIC ZZZZ9.99.

       01  WS-PERIODO-PEDIDO          PIC 9(06).
       01  WS-PERIODO-PEDIDO-R REDEFINES WS-PERIODO-PEDIDO.
           05  WS-ANO-PEDIDO          PIC 9(04).
           05  WS-MES-PEDIDO          PIC 9(02).
       01  WS-PRIMEIRO-DIA            PIC 9(08).
       01  WS-ULTIMO-DIA              PIC 9(08).

       01  WS-IDX-CATEGORIA           PIC 9(02) COMP.
       01  WS-IDX-REGRA               PIC 9(02) COMP.
       01  WS-IDX-DEPTO               PIC 9(03) COMP.
       01  WS-IDX-MAIOR               PIC 9(03) COMP.
       01  WS-TOTAL-DEPTOS            PIC 9(03) COMP VALUE 0.
       01  WS-DEPTO-PROCURADO         PIC X(15).

       01  SW-DEPTO-NAO-CADASTRADO    PIC X(01) VALUE "N".
           88  DEPTO-NAO-CADASTRADO      VALUE "S".

       01  SW-ENTRADA-VALIDA          PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA            VALUE "S".

       01  SW-EXECUCAO-RECUSADA       PIC X(01) VALUE "N".
           88  EXECUCAO-RECUSADA         VALUE "S".

       01  SW-HOUVE-DIFERENCA         PIC X(01) VALUE "N".
           88  HOUVE-DIFERENCA           VALUE "S".

      * Departamentos do periodo: efetivo, folha direta, base do
      * direcionador da categoria corrente e parcela de cada categoria.
       01  TABELA-DEPARTAMENTOS.
           05  DEPTO-ENTRADA OCCURS 50 TIMES.
               10  DEPTO-NOME            PIC X(15).
               10  DEPTO-QTDE            PIC 9(05) COMP.
               10  DEPTO-FOLHA           PIC 9(10)V99.
               10  DEPTO-BASE            PIC 9(10)V99.
               10  DEPTO-RATEADO         PIC 9(10)V99 OCCURS 5 TIMES.
               10  DEPTO-TOTAL-RATEADO   PIC 9(10)V99.

      * Situacao de cada categoria no periodo, na ordem de DESPCATG:
      * R rateada, Z sem valor, N nao rateada pela regra, S sem base
      * (o direcionador nao tem valor em nenhum departamento).
       01  TABELA-SITUACAO.
           05  SIT-ENTRADA OCCURS 5 TIMES.
               10  SIT-DIRECIONADOR      PIC X(01).
               10  SIT-CODIGO            PIC X(01).
                   88  SIT-RATEADA           VALUE "R".
                   88  SIT-SEM-VALOR         VALUE "Z".
                   88  SIT-NAO-RATEADA       VALUE "N".
                   88  SIT-SEM-BASE          VALUE "S".
               10  SIT-TOTAL-RATEADO     PIC 9(10)V99.

       01  WS-BASE-TOTAL              PIC 9(10)V99.
       01  WS-MAIOR-BASE              PIC 9(10)V99.
       01  WS-SOMA-PARCELAS           PIC 9(10)V99.
       01  WS-RESIDUO                 PIC S9(10)V99.

       01  WS-TOTAL-FOLHA             PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-QUADRO            PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-CUSTO             PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-CATEGORIAS        PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-RATEADO-GERAL     PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-NAO-RATEADO       PIC 9(10)V99 VALUE 0.
       01  WS-DIFERENCA               PIC S9(10)V99.

       01  WS-QUADRO-EDIT             PIC ZZZZ9.
       01  WS-COLUNAS-EDIT.
           05  WS-COLUNA-EDIT         PIC ZZZZZZZZZ9.99
                                      OCCURS 7 TIMES.
       01  WS-VALOR-EDIT              PIC ZZZZZZZZZ9.99.
       01  WS-RATEADO-EDIT            PIC ZZZZZZZZZ9.99.
       01  WS-DIFERENCA-EDIT          PIC -ZZZZZZZZZ9.99.
       01  WS-CONFERENCIA             PIC X(24).

       COPY "DESPCATG.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EXECUCAO-RECUSADA
               PERFORM 2000-MANTER-REGRAS THRU 2000-EXIT
               PERFORM 3000-ACEITAR-PERIODO THRU 3000-EXIT
               PERFORM 3500-APURAR-BASES THRU 3500-EXIT
               PERFORM 4000-RATEAR-CATEGORIA THRU 4000-EXIT
                   VARYING WS-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WS-IDX-CATEGORIA > 5
               PERFORM 5000-GRAVAR-CUSTO-TOTAL THRU 5000-EXIT
               PERFORM 6000-IMPRIMIR-RATEIO THRU 6000-EXIT
               PERFORM 7000-IMPRIMIR-CONFERENCIA THRU 7000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) as regras de rateio e o
      * custo total, garante uma regra para cada categoria padrao e
      * abre o historico de despesas por categoria.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== RATEIO DE DESPESAS POR DEPARTAMENTO ===".
           MOVE "MORADIA"        TO CAT-NOME (1).
           MOVE "ALIMENTACAO"    TO CAT-NOME (2).
           MOVE "TRANSPORTE"     TO CAT-NOME (3).
           MOVE "SAUDE"          TO CAT-NOME (4).
           MOVE "OUTROS"         TO CAT-NOME (5).

           OPEN INPUT DESPESAS-FILE.
           IF DESPESAS-ARQ-INEXISTENTE
               DISPLAY "DESPCAT.DAT NAO EXISTE - NENHUMA DESPESA "
                   "POR CATEGORIA REGISTRADA."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O RATEIO-FILE.
           IF RATEIO-ARQ-INEXISTENTE
               OPEN OUTPUT RATEIO-FILE
               CLOSE RATEIO-FILE
               OPEN I-O RATEIO-FILE
           END-IF.
           PERFORM 1500-GARANTIR-REGRA THRU 1500-EXIT
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 5.

           OPEN I-O CUSTOTOT-FILE.
           IF CUSTOTOT-ARQ-INEXISTENTE
               OPEN OUTPUT CUSTOTOT-FILE
               CLOSE CUSTOTOT-FILE
               OPEN I-O CUSTOTOT-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-GARANTIR-REGRA - uma categoria ainda sem regra fica como
      * nao rateada ate o financeiro definir o direcionador.
      ******************************************************************
       1500-GARANTIR-REGRA.
           MOVE CAT-NOME (WS-IDX-CATEGORIA) TO RAT-CATEGORIA.
           READ RATEIO-FILE
               INVALID KEY
                   MOVE "N" TO RAT-DIRECIONADOR
                   MOVE 0 TO RAT-QTDE-DEPTOS
                   PERFORM 1510-LIMPAR-DEPTO-REGRA THRU 1510-EXIT
                       VARYING WS-IDX-REGRA FROM 1 BY 1
                       UNTIL WS-IDX-REGRA > 10
                   WRITE RAT-REGISTRO
           END-READ.
       1500-EXIT.
           EXIT.

       1510-LIMPAR-DEPTO-REGRA.
           MOVE SPACES TO RAT-DEPTO-NOME (WS-IDX-REGRA).
           MOVE 0 TO RAT-PERCENTUAL (WS-IDX-REGRA).
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MANTER-REGRAS - permite revisar o direcionador de cada
      * categoria antes do rateio do periodo.
      ******************************************************************
       2000-MANTER-REGRAS.
           DISPLAY "MANTER AS REGRAS DE RATEIO? (S/N):".
           ACCEPT WS-MANTER-REGRAS.
           IF MANTER-REGRAS
               PERFORM 2100-MANTER-CATEGORIA THRU 2100-EXIT
                   VARYING WS-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WS-IDX-CATEGORIA > 5
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MANTER-CATEGORIA - mostra o direcionador atual e aceita o
      * novo (em branco mantem).  No percentual fixo os percentuais
      * dos departamentos precisam somar exatamente 100.00; senao a
      * regra anterior e mantida.
      ******************************************************************
       2100-MANTER-CATEGORIA.
           MOVE CAT-NOME (WS-IDX-CATEGORIA) TO RAT-CATEGORIA.
           READ RATEIO-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           DISPLAY "CATEGORIA " RAT-CATEGORIA
               " - DIRECIONADOR ATUAL: " RAT-DIRECIONADOR.
           DISPLAY "DIRECIONADOR (Q=QUADRO F=FOLHA P=PERCENTUAL "
               "N=NAO RATEAR, EM BRANCO = MANTER):".
           MOVE SPACES TO WS-DIRECIONADOR.
           ACCEPT WS-DIRECIONADOR.
           IF WS-DIRECIONADOR = SPACES
               GO TO 2100-EXIT
           END-IF.
           IF NOT DIRECIONADOR-VALIDO
               DISPLAY "DIRECIONADOR INVALIDO - REGRA MANTIDA."
               GO TO 2100-EXIT
           END-IF.
           IF DIRECIONADOR-PERCENTUAL
               PERFORM 2200-ACEITAR-PERCENTUAIS THRU 2200-EXIT
               IF NOT ENTRADA-VALIDA
                   GO TO 2100-EXIT
               END-IF
           ELSE
               MOVE 0 TO RAT-QTDE-DEPTOS
               PERFORM 1510-LIMPAR-DEPTO-REGRA THRU 1510-EXIT
                   VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > 10
           END-IF.
           MOVE WS-DIRECIONADOR TO RAT-DIRECIONADOR.
           REWRITE RAT-REGISTRO.
       2100-EXIT.
           EXIT.

       2200-ACEITAR-PERCENTUAIS.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           DISPLAY "QUANTIDADE DE DEPARTAMENTOS (1 A 10):".
           ACCEPT WS-QTDE-DEPTOS-REGRA.
           IF WS-QTDE-DEPTOS-REGRA IS NOT NUMERIC
               OR WS-QTDE-DEPTOS-REGRA < 1
               OR WS-QTDE-DEPTOS-REGRA > 10
               DISPLAY "QUANTIDADE INVALIDA - REGRA MANTIDA."
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-QTDE-DEPTOS-REGRA TO RAT-QTDE-DEPTOS.
           PERFORM 1510-LIMPAR-DEPTO-REGRA THRU 1510-EXIT
               VARYING WS-IDX-REGRA FROM 1 BY 1
               UNTIL WS-IDX-REGRA > 10.
           MOVE 0 TO WS-SOMA-PERCENTUAIS.
           PERFORM 2300-ACEITAR-DEPTO-REGRA THRU 2300-EXIT
               VARYING WS-IDX-REGRA FROM 1 BY 1
               UNTIL WS-IDX-REGRA > RAT-QTDE-DEPTOS.
           IF WS-SOMA-PERCENTUAIS NOT = 100
               MOVE WS-SOMA-PERCENTUAIS TO WS-SOMA-PERCENTUAIS-EDIT
               DISPLAY "PERCENTUAIS SOMAM " WS-SOMA-PERCENTUAIS-EDIT
                   " - DEVEM SOMAR 100.00. REGRA MANTIDA."
               GO TO 2200-EXIT
           END-IF.
           MOVE "S" TO SW-ENTRADA-VALIDA.
       2200-EXIT.
           EXIT.

       2300-ACEITAR-DEPTO-REGRA.
           DISPLAY "DEPARTAMENTO " WS-IDX-REGRA ":".
           ACCEPT RAT-DEPTO-NOME (WS-IDX-REGRA).
           DISPLAY "PERCENTUAL DE " RAT-DEPTO-NOME (WS-IDX-REGRA)
               ":".
           ACCEPT RAT-PERCENTUAL (WS-IDX-REGRA).
           ADD RAT-PERCENTUAL (WS-IDX-REGRA) TO WS-SOMA-PERCENTUAIS.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ACEITAR-PERIODO - pede o periodo (AAAAMM) a ratear.
      ******************************************************************
       3000-ACEITAR-PERIODO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 3100-SOLICITAR-PERIODO THRU 3100-EXIT
               UNTIL ENTRADA-VALIDA.
           COMPUTE WS-PRIMEIRO-DIA = WS-PERIODO-PEDIDO * 100 + 1.
           COMPUTE WS-ULTIMO-DIA = WS-PERIODO-PEDIDO * 100 + 31.
       3000-EXIT.
           EXIT.

       3100-SOLICITAR-PERIODO.
           DISPLAY "PERIODO A RATEAR (AAAAMM):".
           ACCEPT WS-PERIODO-PEDIDO.
           IF WS-PERIODO-PEDIDO IS NUMERIC
               AND WS-MES-PEDIDO > 0 AND WS-MES-PEDIDO < 13
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - INFORME ANO E MES."
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-APURAR-BASES - monta a tabela de departamentos com a folha
      * direta do periodo (CUSTODEP.DAT) e o efetivo em vigor no
      * periodo (EMPREGADOS.DAT).
      ******************************************************************
       3500-APURAR-BASES.
           OPEN INPUT CUSTODEP-FILE.
           IF CUSTODEP-ARQ-INEXISTENTE
               DISPLAY "CUSTODEP.DAT NAO EXISTE - SEM FOLHA DIRETA."
           ELSE
               MOVE WS-PERIODO-PEDIDO TO CDP-PERIODO
               MOVE LOW-VALUES TO CDP-DEPARTAMENTO
               START CUSTODEP-FILE KEY IS NOT LESS THAN CDP-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-CUSTODEP-STATUS
               END-START
               PERFORM 3600-LER-CUSTODEP THRU 3600-EXIT
                   UNTIL WS-CUSTODEP-STATUS NOT = "00"
               CLOSE CUSTODEP-FILE
           END-IF.

           OPEN INPUT EMPREGADOS-FILE.
           IF EMPREGADOS-ARQ-INEXISTENTE
               DISPLAY "EMPREGADOS.DAT NAO EXISTE - SEM QUADRO."
           ELSE
               PERFORM 3700-LER-EMPREGADO THRU 3700-EXIT
                   UNTIL WS-EMPREGADOS-STATUS NOT = "00"
               CLOSE EMPREGADOS-FILE
           END-IF.
       3500-EXIT.
           EXIT.

       3600-LER-CUSTODEP.
           READ CUSTODEP-FILE NEXT RECORD
               AT END
                   GO TO 3600-EXIT
           END-READ.
           IF CDP-PERIODO NOT = WS-PERIODO-PEDIDO
               MOVE "10" TO WS-CUSTODEP-STATUS
               GO TO 3600-EXIT
           END-IF.
           MOVE CDP-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
           PERFORM 3800-LOCALIZAR-DEPARTAMENTO THRU 3800-EXIT.
           IF NOT DEPTO-NAO-CADASTRADO
               ADD CDP-VALOR TO DEPTO-FOLHA (WS-IDX-DEPTO)
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-LER-EMPREGADO - conta no quadro do periodo quem ja estava
      * admitido ate o fim do mes e nao foi desligado antes do inicio
      * dele (desligado sem data nao entra).
      ******************************************************************
       3700-LER-EMPREGADO.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   GO TO 3700-EXIT
           END-READ.
           IF Employee-Admission-Date > WS-ULTIMO-DIA
               GO TO 3700-EXIT
           END-IF.
           IF Employee-Terminated
               IF Employee-Termination-Date = 0
                   OR Employee-Termination-Date < WS-PRIMEIRO-DIA
                   GO TO 3700-EXIT
               END-IF
           END-IF.
           MOVE Employee-Department TO WS-DEPTO-PROCURADO.
           PERFORM 3800-LOCALIZAR-DEPARTAMENTO THRU 3800-EXIT.
           IF NOT DEPTO-NAO-CADASTRADO
               ADD 1 TO DEPTO-QTDE (WS-IDX-DEPTO)
           END-IF.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3800-LOCALIZAR-DEPARTAMENTO - posiciona WS-IDX-DEPTO no
      * departamento WS-DEPTO-PROCURADO, incluindo-o na tabela quando
      * ainda nao estiver nela.
      ******************************************************************
       3800-LOCALIZAR-DEPARTAMENTO.
           MOVE "N" TO SW-DEPTO-NAO-CADASTRADO.
           PERFORM 3850-COMPARAR-DEPARTAMENTO THRU 3850-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS
                   OR DEPTO-NOME (WS-IDX-DEPTO) = WS-DEPTO-PROCURADO.
           IF WS-IDX-DEPTO > WS-TOTAL-DEPTOS
               IF WS-TOTAL-DEPTOS < 50
                   ADD 1 TO WS-TOTAL-DEPTOS
                   MOVE WS-TOTAL-DEPTOS TO WS-IDX-DEPTO
                   INITIALIZE DEPTO-ENTRADA (WS-IDX-DEPTO)
                   MOVE WS-DEPTO-PROCURADO TO
                       DEPTO-NOME (WS-IDX-DEPTO)
               ELSE
                   DISPLAY "LIMITE DE DEPARTAMENTOS ATINGIDO. "
                       "DEPARTAMENTO NAO CADASTRADO: "
                       WS-DEPTO-PROCURADO
                   MOVE "S" TO SW-DEPTO-NAO-CADASTRADO
               END-IF
           END-IF.
       3800-EXIT.
           EXIT.

       3850-COMPARAR-DEPARTAMENTO.
           CONTINUE.
       3850-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RATEAR-CATEGORIA - le o valor da categoria no periodo e a
      * regra dela, monta a base de cada departamento e reparte o
      * valor proporcionalmente; o residuo do arredondamento vai para
      * o departamento de maior base.
      ******************************************************************
       4000-RATEAR-CATEGORIA.
           MOVE 0 TO SIT-TOTAL-RATEADO (WS-IDX-CATEGORIA).
           MOVE WS-PERIODO-PEDIDO TO DH-PERIODO.
           MOVE CAT-NOME (WS-IDX-CATEGORIA) TO DH-CATEGORIA.
           READ DESPESAS-FILE
               INVALID KEY
                   MOVE 0 TO DH-VALOR
           END-READ.
           MOVE DH-VALOR TO CAT-VALOR (WS-IDX-CATEGORIA).
           ADD DH-VALOR TO WS-TOTAL-CATEGORIAS.

           MOVE CAT-NOME (WS-IDX-CATEGORIA) TO RAT-CATEGORIA.
           READ RATEIO-FILE
               INVALID KEY
                   MOVE "N" TO RAT-DIRECIONADOR
           END-READ.
           MOVE RAT-DIRECIONADOR TO SIT-DIRECIONADOR (WS-IDX-CATEGORIA).

           IF CAT-VALOR (WS-IDX-CATEGORIA) = 0
               MOVE "Z" TO SIT-CODIGO (WS-IDX-CATEGORIA)
               GO TO 4000-EXIT
           END-IF.
           IF NOT RAT-POR-QUADRO AND NOT RAT-POR-FOLHA
               AND NOT RAT-POR-PERCENTUAL
               MOVE "N" TO SIT-CODIGO (WS-IDX-CATEGORIA)
               ADD CAT-VALOR (WS-IDX-CATEGORIA)
                   TO WS-TOTAL-NAO-RATEADO
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-MONTAR-BASE THRU 4100-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
           IF RAT-POR-PERCENTUAL
               PERFORM 4150-BASE-PERCENTUAL THRU 4150-EXIT
                   VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > RAT-QTDE-DEPTOS
           END-IF.

           MOVE 0 TO WS-BASE-TOTAL.
           MOVE 0 TO WS-MAIOR-BASE.
           MOVE 0 TO WS-IDX-MAIOR.
           PERFORM 4200-SOMAR-BASE THRU 4200-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
           IF WS-BASE-TOTAL = 0
               DISPLAY "CATEGORIA " CAT-NOME (WS-IDX-CATEGORIA)
                   " SEM BASE PARA O DIRECIONADOR " RAT-DIRECIONADOR
                   " - NAO RATEADA."
               MOVE "S" TO SIT-CODIGO (WS-IDX-CATEGORIA)
               ADD CAT-VALOR (WS-IDX-CATEGORIA)
                   TO WS-TOTAL-NAO-RATEADO
               GO TO 4000-EXIT
           END-IF.

           MOVE 0 TO WS-SOMA-PARCELAS.
           PERFORM 4300-CALCULAR-PARCELA THRU 4300-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
           COMPUTE WS-RESIDUO =
               CAT-VALOR (WS-IDX-CATEGORIA) - WS-SOMA-PARCELAS.
           COMPUTE DEPTO-RATEADO (WS-IDX-MAIOR, WS-IDX-CATEGORIA) =
               DEPTO-RATEADO (WS-IDX-MAIOR, WS-IDX-CATEGORIA)
               + WS-RESIDUO.
           MOVE "R" TO SIT-CODIGO (WS-IDX-CATEGORIA).
       4000-EXIT.
           EXIT.

       4100-MONTAR-BASE.
           MOVE 0 TO DEPTO-RATEADO (WS-IDX-DEPTO, WS-IDX-CATEGORIA).
           EVALUATE TRUE
               WHEN RAT-POR-QUADRO
                   MOVE DEPTO-QTDE (WS-IDX-DEPTO)
                       TO DEPTO-BASE (WS-IDX-DEPTO)
               WHEN RAT-POR-FOLHA
                   MOVE DEPTO-FOLHA (WS-IDX-DEPTO)
                       TO DEPTO-BASE (WS-IDX-DEPTO)
               WHEN OTHER
                   MOVE 0 TO DEPTO-BASE (WS-IDX-DEPTO)
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4150-BASE-PERCENTUAL - o percentual fixo da regra e a base do
      * departamento; um departamento sem folha nem quadro no periodo
      * entra na tabela assim mesmo.
      ******************************************************************
       4150-BASE-PERCENTUAL.
           MOVE RAT-DEPTO-NOME (WS-IDX-REGRA) TO WS-DEPTO-PROCURADO.
           PERFORM 3800-LOCALIZAR-DEPARTAMENTO THRU 3800-EXIT.
           IF NOT DEPTO-NAO-CADASTRADO
               ADD RAT-PERCENTUAL (WS-IDX-REGRA)
                   TO DEPTO-BASE (WS-IDX-DEPTO)
           END-IF.
       4150-EXIT.
           EXIT.

       4200-SOMAR-BASE.
           ADD DEPTO-BASE (WS-IDX-DEPTO) TO WS-BASE-TOTAL.
           IF DEPTO-BASE (WS-IDX-DEPTO) > WS-MAIOR-BASE
               MOVE DEPTO-BASE (WS-IDX-DEPTO) TO WS-MAIOR-BASE
               MOVE WS-IDX-DEPTO TO WS-IDX-MAIOR
           END-IF.
       4200-EXIT.
           EXIT.

       4300-CALCULAR-PARCELA.
           IF DEPTO-BASE (WS-IDX-DEPTO) > 0
               COMPUTE DEPTO-RATEADO (WS-IDX-DEPTO, WS-IDX-CATEGORIA)
                   ROUNDED = CAT-VALOR (WS-IDX-CATEGORIA)
                   * DEPTO-BASE (WS-IDX-DEPTO) / WS-BASE-TOTAL
               ADD DEPTO-RATEADO (WS-IDX-DEPTO, WS-IDX-CATEGORIA)
                   TO WS-SOMA-PARCELAS
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVAR-CUSTO-TOTAL - apaga os registros do periodo em
      * CUSTOTOT.DAT (reprocessamento) e grava um por departamento.
      ******************************************************************
       5000-GRAVAR-CUSTO-TOTAL.
           MOVE WS-PERIODO-PEDIDO TO CTT-PERIODO.
           MOVE LOW-VALUES TO CTT-DEPARTAMENTO.
           START CUSTOTOT-FILE KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-CUSTOTOT-STATUS
           END-START.
           PERFORM 5100-APAGAR-PERIODO THRU 5100-EXIT
               UNTIL WS-CUSTOTOT-STATUS NOT = "00".
           PERFORM 5200-GRAVAR-DEPARTAMENTO THRU 5200-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
       5000-EXIT.
           EXIT.

       5100-APAGAR-PERIODO.
           READ CUSTOTOT-FILE NEXT RECORD
               AT END
                   GO TO 5100-EXIT
           END-READ.
           IF CTT-PERIODO NOT = WS-PERIODO-PEDIDO
               MOVE "10" TO WS-CUSTOTOT-STATUS
               GO TO 5100-EXIT
           END-IF.
           DELETE CUSTOTOT-FILE RECORD.
       5100-EXIT.
           EXIT.

       5200-GRAVAR-DEPARTAMENTO.
           MOVE 0 TO DEPTO-TOTAL-RATEADO (WS-IDX-DEPTO).
           MOVE WS-PERIODO-PEDIDO TO CTT-PERIODO.
           MOVE DEPTO-NOME (WS-IDX-DEPTO) TO CTT-DEPARTAMENTO.
           MOVE DEPTO-QTDE (WS-IDX-DEPTO) TO CTT-QUADRO.
           MOVE DEPTO-FOLHA (WS-IDX-DEPTO) TO CTT-FOLHA.
           PERFORM 5250-GRAVAR-PARCELA THRU 5250-EXIT
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 5.
           MOVE DEPTO-TOTAL-RATEADO (WS-IDX-DEPTO)
               TO CTT-TOTAL-RATEADO.
           COMPUTE CTT-CUSTO-TOTAL = CTT-FOLHA + CTT-TOTAL-RATEADO.
           WRITE CTT-REGISTRO
               INVALID KEY
                   REWRITE CTT-REGISTRO
           END-WRITE.
       5200-EXIT.
           EXIT.

       5250-GRAVAR-PARCELA.
           IF NOT SIT-RATEADA (WS-IDX-CATEGORIA)
               MOVE 0 TO
                   DEPTO-RATEADO (WS-IDX-DEPTO, WS-IDX-CATEGORIA)
           END-IF.
           MOVE CAT-NOME (WS-IDX-CATEGORIA)
               TO CTT-CATEGORIA (WS-IDX-CATEGORIA).
           MOVE DEPTO-RATEADO (WS-IDX-DEPTO, WS-IDX-CATEGORIA)
               TO CTT-RATEADO (WS-IDX-CATEGORIA).
           ADD DEPTO-RATEADO (WS-IDX-DEPTO, WS-IDX-CATEGORIA)
               TO DEPTO-TOTAL-RATEADO (WS-IDX-DEPTO).
       5250-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIMIR-RATEIO - uma linha por departamento com o quadro,
      * a folha direta, a parcela de cada categoria e o custo total,
      * seguida da linha de totais das colunas.
      ******************************************************************
       6000-IMPRIMIR-RATEIO.
           STRING "CUSTO TOTAL POR DEPARTAMENTO - PERIODO "
               WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "DEPARTAMENTO   QUADRO  FOLHA DIRETA "
               CAT-NOME (1) (1:13) " " CAT-NOME (2) (1:13) " "
               CAT-NOME (3) (1:13) " " CAT-NOME (4) (1:13) " "
               CAT-NOME (5) (1:13) "   CUSTO TOTAL"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 6100-IMPRIMIR-DEPARTAMENTO THRU 6100-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
           PERFORM 6200-SOMAR-COLUNA THRU 6200-EXIT
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 5.
           MOVE WS-TOTAL-QUADRO TO WS-QUADRO-EDIT.
           MOVE WS-TOTAL-FOLHA TO WS-COLUNA-EDIT (1).
           MOVE SIT-TOTAL-RATEADO (1) TO WS-COLUNA-EDIT (2).
           MOVE SIT-TOTAL-RATEADO (2) TO WS-COLUNA-EDIT (3).
           MOVE SIT-TOTAL-RATEADO (3) TO WS-COLUNA-EDIT (4).
           MOVE SIT-TOTAL-RATEADO (4) TO WS-COLUNA-EDIT (5).
           MOVE SIT-TOTAL-RATEADO (5) TO WS-COLUNA-EDIT (6).
           MOVE WS-TOTAL-CUSTO TO WS-COLUNA-EDIT (7).
           STRING "TOTAL          " " " WS-QUADRO-EDIT
               " " WS-COLUNA-EDIT (1) " " WS-COLUNA-EDIT (2)
               " " WS-COLUNA-EDIT (3) " " WS-COLUNA-EDIT (4)
               " " WS-COLUNA-EDIT (5) " " WS-COLUNA-EDIT (6)
               " " WS-COLUNA-EDIT (7)
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-DEPARTAMENTO.
           MOVE DEPTO-QTDE (WS-IDX-DEPTO) TO WS-QUADRO-EDIT.
           MOVE DEPTO-FOLHA (WS-IDX-DEPTO) TO WS-COLUNA-EDIT (1).
           MOVE DEPTO-RATEADO (WS-IDX-DEPTO, 1) TO WS-COLUNA-EDIT (2).
           MOVE DEPTO-RATEADO (WS-IDX-DEPTO, 2) TO WS-COLUNA-EDIT (3).
           MOVE DEPTO-RATEADO (WS-IDX-DEPTO, 3) TO WS-COLUNA-EDIT (4).
           MOVE DEPTO-RATEADO (WS-IDX-DEPTO, 4) TO WS-COLUNA-EDIT (5).
           MOVE DEPTO-RATEADO (WS-IDX-DEPTO, 5) TO WS-COLUNA-EDIT (6).
           COMPUTE WS-COLUNA-EDIT (7) = DEPTO-FOLHA (WS-IDX-DEPTO)
               + DEPTO-TOTAL-RATEADO (WS-IDX-DEPTO).
           STRING DEPTO-NOME (WS-IDX-DEPTO) " " WS-QUADRO-EDIT
               " " WS-COLUNA-EDIT (1) " " WS-COLUNA-EDIT (2)
               " " WS-COLUNA-EDIT (3) " " WS-COLUNA-EDIT (4)
               " " WS-COLUNA-EDIT (5) " " WS-COLUNA-EDIT (6)
               " " WS-COLUNA-EDIT (7)
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           ADD DEPTO-QTDE (WS-IDX-DEPTO) TO WS-TOTAL-QUADRO.
           ADD DEPTO-FOLHA (WS-IDX-DEPTO) TO WS-TOTAL-FOLHA.
           ADD DEPTO-FOLHA (WS-IDX-DEPTO) TO WS-TOTAL-CUSTO.
           ADD DEPTO-TOTAL-RATEADO (WS-IDX-DEPTO) TO WS-TOTAL-CUSTO.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-SOMAR-COLUNA - total da coluna de cada categoria, somado
      * de novo sobre as parcelas dos departamentos para a conferencia.
      ******************************************************************
       6200-SOMAR-COLUNA.
           MOVE 0 TO SIT-TOTAL-RATEADO (WS-IDX-CATEGORIA).
           PERFORM 6250-SOMAR-PARCELA THRU 6250-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS.
           ADD SIT-TOTAL-RATEADO (WS-IDX-CATEGORIA)
               TO WS-TOTAL-RATEADO-GERAL.
       6200-EXIT.
           EXIT.

       6250-SOMAR-PARCELA.
           ADD DEPTO-RATEADO (WS-IDX-DEPTO, WS-IDX-CATEGORIA)
               TO SIT-TOTAL-RATEADO (WS-IDX-CATEGORIA).
       6250-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-CONFERENCIA - por categoria, o valor do periodo
      * contra o total rateado aos departamentos, ao centavo; no fim,
      * total das categorias contra rateado mais nao rateado.
      ******************************************************************
       7000-IMPRIMIR-CONFERENCIA.
           MOVE "CONFERENCIA DO RATEIO" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "CATEGORIA       DIR  VALOR CATEGORIA  TOTAL RATEADO"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 7100-CONFERIR-CATEGORIA THRU 7100-EXIT
               VARYING WS-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WS-IDX-CATEGORIA > 5.

           COMPUTE WS-DIFERENCA = WS-TOTAL-CATEGORIAS
               - WS-TOTAL-RATEADO-GERAL - WS-TOTAL-NAO-RATEADO.
           MOVE WS-TOTAL-CATEGORIAS TO WS-VALOR-EDIT.
           STRING "TOTAL DAS CATEGORIAS.....: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-RATEADO-GERAL TO WS-VALOR-EDIT.
           STRING "RATEADO AOS DEPARTAMENTOS: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-NAO-RATEADO TO WS-VALOR-EDIT.
           STRING "NAO RATEADO..............: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF WS-DIFERENCA = 0 AND NOT HOUVE-DIFERENCA
               MOVE "RATEIO CONFERE AO CENTAVO." TO RPT-LINHA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-EDIT
               STRING "RATEIO NAO CONFERE - DIFERENCA "
                   WS-DIFERENCA-EDIT
                   DELIMITED BY SIZE INTO RPT-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

       7100-CONFERIR-CATEGORIA.
           MOVE CAT-VALOR (WS-IDX-CATEGORIA) TO WS-VALOR-EDIT.
           MOVE SIT-TOTAL-RATEADO (WS-IDX-CATEGORIA)
               TO WS-RATEADO-EDIT.
           EVALUATE TRUE
               WHEN SIT-SEM-VALOR (WS-IDX-CATEGORIA)
                   MOVE "SEM VALOR NO PERIODO" TO WS-CONFERENCIA
               WHEN SIT-NAO-RATEADA (WS-IDX-CATEGORIA)
                   MOVE "NAO RATEADA (REGRA)" TO WS-CONFERENCIA
               WHEN SIT-SEM-BASE (WS-IDX-CATEGORIA)
                   MOVE "NAO RATEADA (SEM BASE)" TO WS-CONFERENCIA
               WHEN SIT-TOTAL-RATEADO (WS-IDX-CATEGORIA)
                       = CAT-VALOR (WS-IDX-CATEGORIA)
                   MOVE "CONFERE" TO WS-CONFERENCIA
               WHEN OTHER
                   MOVE "DIFERENCA" TO WS-CONFERENCIA
                   MOVE "S" TO SW-HOUVE-DIFERENCA
           END-EVALUATE.
           STRING CAT-NOME (WS-IDX-CATEGORIA) " "
               SIT-DIRECIONADOR (WS-IDX-CATEGORIA) "    "
               WS-VALOR-EDIT "  " WS-RATEADO-EDIT "  "
               WS-CONFERENCIA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em RATEIO.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do programa.
      ******************************************************************
       8000-FINALIZAR.
           IF NOT EXECUCAO-RECUSADA
               CLOSE RATEIO-FILE
               CLOSE CUSTOTOT-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "GESTAO-RATEIO" TO SPL-PROGRAMA
               MOVE "RATEIO.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               CLOSE DESPESAS-FILE
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM GESTAO-RATEIO.
