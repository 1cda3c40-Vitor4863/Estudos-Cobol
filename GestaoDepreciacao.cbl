      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR FINANCEIRO
      * Date-Written: 2026-10-13
      * Purpose: Monthly depreciation of the fixed-asset register
      *          IMOBILIZADO.DAT (IMOBREG.cpy).  Every active asset
      *          acquired before the current month gets its straight-
      *          line quota (cost over the class's useful life, the
      *          last quota limited to what is left), until the
      *          accumulated depreciation reaches the cost.  The
      *          month's total per department is posted to the
      *          journal DIARIO.DAT through GESTAO-LANCAMENTO
      *          (despesa de depreciacao against the accumulated
      *          depreciation), one lancamento per department; then
      *          each asset's accumulated depreciation and net book
      *          value are updated and the quota recorded in
      *          IMBDEPR.DAT (IMBDEPREG.cpy).  The last period run is
      *          kept in DEPRCTL.DAT, so a rerun in the same month is
      *          refused.  Detail per asset and department in
      *          DEPRECIA.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-13  RA   Original monthly depreciation batch.
      * 2026-10-15  RA   DEPRECIA.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-DEPRECIACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMOBILIZADO-FILE ASSIGN TO "IMOBILIZADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMB-CODIGO
               FILE STATUS IS WS-IMOBILIZADO-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "IMBDEPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMD-CHAVE
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "DEPRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "DEPRECIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMOBILIZADO-FILE.
           COPY "IMOBREG.cpy".

       FD  HISTORICO-FILE.
           COPY "IMBDEPREG.cpy".

       FD  CONTROLE-FILE.
           COPY "DEPRCTL.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-IMOBILIZADO-STATUS   PIC X(02).
           88  IMOBILIZADO-OK               VALUE "00".
           88  IMOBILIZADO-ARQ-INEXISTENTE  VALUE "35".

       01  WS-HISTORICO-STATUS     PIC X(02).
           88  HISTORICO-OK                 VALUE "00".
           88  HISTORICO-ARQ-INEXISTENTE    VALUE "35".

       01  WS-CONTROLE-STATUS      PIC X(02).
           88  CONTROLE-ARQUIVO-INEXISTENTE VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE         PIC 9(04).
           05  WS-MES-HOJE         PIC 9(02).
           05  WS-DIA-HOJE         PIC 9(02).
       01  WS-PERIODO-ATUAL        PIC 9(06).
       01  WS-ULTIMO-PERIODO       PIC 9(06) VALUE 0.
       01  WS-PERIODO-AQUISICAO    PIC 9(06).
       01  WS-RESTO-PERIODO        PIC 9(02).

       01  WS-SALDO-DEPRECIAR      PIC 9(10)V99 VALUE 0.
       01  WS-QUOTA                PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-PERIODO        PIC 9(10)V99 VALUE 0.
       01  WS-QTDE-DEPRECIADOS     PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC ZZZZ9.
       01  WS-QUOTA-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-ACUMULADA-EDIT       PIC ZZZZZZZZZ9.99.
       01  WS-LIQUIDO-EDIT         PIC ZZZZZZZZZ9.99.

       01  SW-EXECUCAO-RECUSADA    PIC X(01) VALUE "N".
           88  EXECUCAO-RECUSADA            VALUE "S".

       01  SW-DEPRECIAVEL          PIC X(01) VALUE "N".
           88  DEPRECIAVEL                  VALUE "S".

       01  SW-ALGUM-LANCADO        PIC X(01) VALUE "N".
           88  ALGUM-LANCADO                VALUE "S".

       01  WS-DEPTO-PROCURADO      PIC X(15).
       01  WS-TOTAL-DEPTOS         PIC 9(03) COMP VALUE 0.
       01  WS-IDX-DEPTO            PIC 9(03) COMP VALUE 0.
       01  SW-DEPTO-NAO-CADASTRADO PIC X(01) VALUE "N".
           88  DEPTO-NAO-CADASTRADO         VALUE "S".
       01  TABELA-DEPARTAMENTOS.
           05  DEPTO-ENTRADA OCCURS 50 TIMES.
               10  DEPTO-NOME          PIC X(15).
               10  DEPTO-VALOR         PIC 9(10)V99.
               10  DEPTO-LANCAMENTO    PIC 9(06).
               10  DEPTO-SITUACAO      PIC X(01).
                   88  DEPTO-LANCADO       VALUE "L".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       COPY "LANCLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EXECUCAO-RECUSADA
               PERFORM 2000-APURAR-QUOTAS THRU 2000-EXIT
               PERFORM 3000-LANCAR-DEPARTAMENTO THRU 3000-EXIT
                   VARYING WS-IDX-DEPTO FROM 1 BY 1
                   UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS
               PERFORM 4000-ATUALIZAR-ATIVOS THRU 4000-EXIT
               PERFORM 5000-IMPRIMIR-RESUMO THRU 5000-EXIT
               PERFORM 6400-GRAVAR-CONTROLE THRU 6400-EXIT
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - le o ultimo periodo depreciado, recusa o mes
      * ja depreciado e abre o cadastro, o historico e o relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== DEPRECIACAO MENSAL DO IMOBILIZADO ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO-ATUAL =
               WS-ANO-HOJE * 100 + WS-MES-HOJE.
           PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
           IF WS-ULTIMO-PERIODO NOT < WS-PERIODO-ATUAL
               DISPLAY "DEPRECIACAO DO PERIODO " WS-PERIODO-ATUAL
                   " JA LANCADA - EXECUCAO RECUSADA."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O IMOBILIZADO-FILE.
           IF IMOBILIZADO-ARQ-INEXISTENTE
               DISPLAY "IMOBILIZADO.DAT NAO EXISTE - NADA A "
                   "DEPRECIAR."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O HISTORICO-FILE.
           IF HISTORICO-ARQ-INEXISTENTE
               OPEN OUTPUT HISTORICO-FILE
               CLOSE HISTORICO-FILE
               OPEN I-O HISTORICO-FILE
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           STRING "DEPRECIACAO DO PERIODO " WS-PERIODO-ATUAL
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LER-CONTROLE - le o ultimo periodo depreciado.
      ******************************************************************
       1100-LER-CONTROLE.
           OPEN INPUT CONTROLE-FILE.
           IF CONTROLE-ARQUIVO-INEXISTENTE
               CONTINUE
           ELSE
               READ CONTROLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DPC-ULTIMO-PERIODO TO WS-ULTIMO-PERIODO
               END-READ
               CLOSE CONTROLE-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APURAR-QUOTAS - primeira passada no cadastro: soma a
      * quota do mes de cada bem por departamento, sem gravar nada.
      ******************************************************************
       2000-APURAR-QUOTAS.
           PERFORM 2100-LER-ATIVO THRU 2100-EXIT
               UNTIL WS-IMOBILIZADO-STATUS NOT = "00".
       2000-EXIT.
           EXIT.

       2100-LER-ATIVO.
           READ IMOBILIZADO-FILE NEXT RECORD
               AT END
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2200-CALCULAR-QUOTA THRU 2200-EXIT.
           IF NOT DEPRECIAVEL
               GO TO 2100-EXIT
           END-IF.
           MOVE IMB-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
           PERFORM 2500-LOCALIZAR-DEPARTAMENTO THRU 2500-EXIT.
           IF NOT DEPTO-NAO-CADASTRADO
               ADD WS-QUOTA TO DEPTO-VALOR (WS-IDX-DEPTO)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CALCULAR-QUOTA - deprecia o bem ativo adquirido antes do
      * mes corrente e ainda nao depreciado no mes, enquanto houver
      * saldo: custo dividido pela vida util, arredondado ao
      * centavo, a ultima quota limitada ao saldo.
      ******************************************************************
       2200-CALCULAR-QUOTA.
           MOVE "N" TO SW-DEPRECIAVEL.
           MOVE 0 TO WS-QUOTA.
           IF NOT IMB-ATIVO
               OR IMB-VIDA-UTIL = 0
               OR IMB-ULTIMO-PERIODO NOT < WS-PERIODO-ATUAL
               GO TO 2200-EXIT
           END-IF.
           DIVIDE IMB-DATA-AQUISICAO BY 100
               GIVING WS-PERIODO-AQUISICAO
               REMAINDER WS-RESTO-PERIODO.
           IF WS-PERIODO-AQUISICAO NOT < WS-PERIODO-ATUAL
               GO TO 2200-EXIT
           END-IF.
           IF IMB-DEPREC-ACUMULADA NOT < IMB-CUSTO
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-SALDO-DEPRECIAR =
               IMB-CUSTO - IMB-DEPREC-ACUMULADA.
           COMPUTE WS-QUOTA ROUNDED = IMB-CUSTO / IMB-VIDA-UTIL.
           IF WS-QUOTA > WS-SALDO-DEPRECIAR
               MOVE WS-SALDO-DEPRECIAR TO WS-QUOTA
           END-IF.
           IF WS-QUOTA > 0
               MOVE "S" TO SW-DEPRECIAVEL
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOCALIZAR-DEPARTAMENTO - posiciona WS-IDX-DEPTO no
      * departamento do bem, incluindo-o na tabela quando novo.
      ******************************************************************
       2500-LOCALIZAR-DEPARTAMENTO.
           MOVE "N" TO SW-DEPTO-NAO-CADASTRADO.
           PERFORM 2600-COMPARAR-DEPARTAMENTO THRU 2600-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-TOTAL-DEPTOS
                   OR DEPTO-NOME (WS-IDX-DEPTO) = WS-DEPTO-PROCURADO.
           IF WS-IDX-DEPTO > WS-TOTAL-DEPTOS
               IF WS-TOTAL-DEPTOS < 50
                   ADD 1 TO WS-TOTAL-DEPTOS
                   MOVE WS-TOTAL-DEPTOS TO WS-IDX-DEPTO
                   MOVE WS-DEPTO-PROCURADO TO
                       DEPTO-NOME (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-VALOR (WS-IDX-DEPTO)
                   MOVE 0 TO DEPTO-LANCAMENTO (WS-IDX-DEPTO)
                   MOVE SPACES TO DEPTO-SITUACAO (WS-IDX-DEPTO)
               ELSE
                   DISPLAY "LIMITE DE DEPARTAMENTOS ATINGIDO. "
                       "DEPARTAMENTO NAO CADASTRADO: "
                       WS-DEPTO-PROCURADO
                   MOVE "S" TO SW-DEPTO-NAO-CADASTRADO
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2600-COMPARAR-DEPARTAMENTO.
           CONTINUE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LANCAR-DEPARTAMENTO - lanca a depreciacao do mes do
      * departamento no diario (debito em despesa de depreciacao,
      * credito na depreciacao acumulada) pelo GESTAO-LANCAMENTO, que
      * recompoe o periodo do livro-razao.  Recusado (mes ja
      * fechado), os bens do departamento ficam sem a quota do mes.
      ******************************************************************
       3000-LANCAR-DEPARTAMENTO.
           IF DEPTO-VALOR (WS-IDX-DEPTO) = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE "L" TO LNC-FUNCAO.
           MOVE WS-PERIODO-ATUAL TO LNC-PERIODO.
           MOVE WS-DATA-HOJE TO LNC-DATA.
           MOVE "GESTAO-DEPRECIACAO" TO LNC-ORIGEM.
           MOVE "DEPRECIAME" TO LNC-OPERADOR.
           MOVE SPACES TO LNC-HISTORICO.
           STRING "DEPRECIACAO " WS-PERIODO-ATUAL " "
               DEPTO-NOME (WS-IDX-DEPTO)
               DELIMITED BY SIZE INTO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 4204 TO LNC-CONTA (1).
           MOVE DEPTO-VALOR (WS-IDX-DEPTO) TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 1209 TO LNC-CONTA (2).
           MOVE DEPTO-VALOR (WS-IDX-DEPTO) TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           MOVE DEPTO-VALOR (WS-IDX-DEPTO) TO WS-QUOTA-EDIT.
           IF LNC-OK
               MOVE "L" TO DEPTO-SITUACAO (WS-IDX-DEPTO)
               MOVE LNC-LANCAMENTO TO DEPTO-LANCAMENTO (WS-IDX-DEPTO)
               MOVE "S" TO SW-ALGUM-LANCADO
               ADD DEPTO-VALOR (WS-IDX-DEPTO) TO WS-TOTAL-PERIODO
               STRING "DEPARTAMENTO " DEPTO-NOME (WS-IDX-DEPTO)
                   " DEPRECIACAO " WS-QUOTA-EDIT
                   " LANCAMENTO " LNC-LANCAMENTO
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               STRING "DEPARTAMENTO " DEPTO-NOME (WS-IDX-DEPTO)
                   " DEPRECIACAO " WS-QUOTA-EDIT
                   " LANCAMENTO RECUSADO (RETORNO " LNC-RETORNO
                   ") - BENS NAO DEPRECIADOS"
                   DELIMITED BY SIZE INTO RPT-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ATUALIZAR-ATIVOS - segunda passada no cadastro: aplica a
      * quota a cada bem cujo departamento foi lancado e grava o
      * historico do mes.
      ******************************************************************
       4000-ATUALIZAR-ATIVOS.
           MOVE "CODIGO DESCRICAO                      DEPARTAMENTO"
               TO RPT-LINHA.
           MOVE "        QUOTA     ACUMULADA VALOR LIQUIDO"
               TO RPT-LINHA (55:).
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO IMB-CODIGO.
           START IMOBILIZADO-FILE KEY IS NOT LESS THAN IMB-CODIGO
               INVALID KEY
                   GO TO 4000-EXIT
           END-START.
           PERFORM 4100-ATUALIZAR-ATIVO THRU 4100-EXIT
               UNTIL WS-IMOBILIZADO-STATUS NOT = "00".
       4000-EXIT.
           EXIT.

       4100-ATUALIZAR-ATIVO.
           READ IMOBILIZADO-FILE NEXT RECORD
               AT END
                   GO TO 4100-EXIT
           END-READ.
           PERFORM 2200-CALCULAR-QUOTA THRU 2200-EXIT.
           IF NOT DEPRECIAVEL
               GO TO 4100-EXIT
           END-IF.
           MOVE IMB-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
           PERFORM 2500-LOCALIZAR-DEPARTAMENTO THRU 2500-EXIT.
           IF DEPTO-NAO-CADASTRADO
               GO TO 4100-EXIT
           END-IF.
           IF NOT DEPTO-LANCADO (WS-IDX-DEPTO)
               GO TO 4100-EXIT
           END-IF.
           ADD WS-QUOTA TO IMB-DEPREC-ACUMULADA.
           COMPUTE IMB-VALOR-LIQUIDO =
               IMB-CUSTO - IMB-DEPREC-ACUMULADA.
           MOVE WS-PERIODO-ATUAL TO IMB-ULTIMO-PERIODO.
           REWRITE IMB-REGISTRO.
           MOVE IMB-CODIGO TO IMD-CODIGO.
           MOVE WS-PERIODO-ATUAL TO IMD-PERIODO.
           MOVE IMB-DEPARTAMENTO TO IMD-DEPARTAMENTO.
           MOVE WS-QUOTA TO IMD-VALOR.
           MOVE IMB-DEPREC-ACUMULADA TO IMD-ACUMULADA.
           MOVE DEPTO-LANCAMENTO (WS-IDX-DEPTO) TO IMD-LANCAMENTO.
           WRITE IMD-REGISTRO
               INVALID KEY
                   REWRITE IMD-REGISTRO
           END-WRITE.
           ADD 1 TO WS-QTDE-DEPRECIADOS.
           MOVE WS-QUOTA TO WS-QUOTA-EDIT.
           MOVE IMB-DEPREC-ACUMULADA TO WS-ACUMULADA-EDIT.
           MOVE IMB-VALOR-LIQUIDO TO WS-LIQUIDO-EDIT.
           STRING IMB-CODIGO " " IMB-DESCRICAO " "
               IMB-DEPARTAMENTO " " WS-QUOTA-EDIT " "
               WS-ACUMULADA-EDIT " " WS-LIQUIDO-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIMIR-RESUMO - bens depreciados e total lancado.
      ******************************************************************
       5000-IMPRIMIR-RESUMO.
           MOVE WS-QTDE-DEPRECIADOS TO WS-QTDE-EDIT.
           STRING "BENS DEPRECIADOS.........: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-PERIODO TO WS-QUOTA-EDIT.
           STRING "DEPRECIACAO LANCADA......: " WS-QUOTA-EDIT
               " (PERIODO " WS-PERIODO-ATUAL ")"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6400-GRAVAR-CONTROLE - registra o periodo como depreciado
      * quando ao menos um departamento foi lancado (sem bem a
      * depreciar o mes tambem conta como feito).
      ******************************************************************
       6400-GRAVAR-CONTROLE.
           IF NOT ALGUM-LANCADO AND WS-TOTAL-DEPTOS > 0
               GO TO 6400-EXIT
           END-IF.
           OPEN OUTPUT CONTROLE-FILE.
           MOVE WS-PERIODO-ATUAL TO DPC-ULTIMO-PERIODO.
           MOVE WS-TOTAL-PERIODO TO DPC-TOTAL-PERIODO.
           WRITE DPC-REGISTRO.
           CLOSE CONTROLE-FILE.
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em DEPRECIA.LST.
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
           CLOSE IMOBILIZADO-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-DEPRECIACAO" TO SPL-PROGRAMA.
           MOVE "DEPRECIA.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "LEDGER" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM GESTAO-DEPRECIACAO.
