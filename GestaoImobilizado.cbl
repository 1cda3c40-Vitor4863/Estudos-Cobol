      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR FINANCEIRO
      * Date-Written: 2026-10-13
      * Purpose: Fixed-asset register of SISTEMA-GESTAO-FINANCEIRA
      *          (IMOBILIZADO.DAT, IMOBREG.cpy): acquisition date,
      *          cost, IMOBCLAS.cpy class and useful life, department
      *          and location of each asset.
      *          1 - an asset from a settled payable of GESTAO-TITULOS:
      *              the titulo's payments are moved, each in its own
      *              liquidation period, from the category expense to
      *              the imobilizado account (journal through
      *              GESTAO-LANCAMENTO, and out of the period's
      *              category amount in DESPCAT.DAT), so buying
      *              equipment no longer lands as one month's expense;
      *          2 - an asset keyed directly, with any depreciation
      *              already accumulated, optionally posted against
      *              caixa e bancos (otherwise it is only registered,
      *              as for assets existing at implantation);
      *          3/4 - write-off or sale: cost and accumulated
      *              depreciation leave the books and the gain or loss
      *              against the net book value is posted;
      *          5 - list of the register;
      *          6 - annual asset schedule per class: opening cost,
      *              additions, disposals and closing cost, the same
      *              for the accumulated depreciation (from the
      *              IMBDEPR.DAT history of GESTAO-DEPRECIACAO), and
      *              the closing net book value.
      *          Listings go to IMOBIL.LST as well.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-13  RA   Original fixed-asset register.
      * 2026-10-15  RA   IMOBIL.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-IMOBILIZADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMOBILIZADO-FILE ASSIGN TO "IMOBILIZADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMB-CODIGO
               FILE STATUS IS WS-IMOBILIZADO-STATUS.

           SELECT TITULOS-FILE ASSIGN TO "TITULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               FILE STATUS IS WS-TITULOS-STATUS.

           SELECT PAGAMENTOS-FILE ASSIGN TO "TITPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPG-CHAVE
               FILE STATUS IS WS-PAGAMENTOS-STATUS.

           SELECT DESPESAS-FILE ASSIGN TO "DESPCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CHAVE
               FILE STATUS IS WS-DESPESAS-STATUS.

           SELECT FECHAMENTO-FILE ASSIGN TO "CTBFECHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-PERIODO
               FILE STATUS IS WS-FECHAMENTO-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "IMBDEPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMD-CHAVE
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "IMOBIL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMOBILIZADO-FILE.
           COPY "IMOBREG.cpy".

       FD  TITULOS-FILE.
           COPY "TITULOREG.cpy".

       FD  PAGAMENTOS-FILE.
           COPY "TITPAGREG.cpy".

       FD  DESPESAS-FILE.
           COPY "DESPHIST.cpy".

       FD  FECHAMENTO-FILE.
           COPY "CTBFECHA.cpy".

       FD  HISTORICO-FILE.
           COPY "IMBDEPREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-IMOBILIZADO-STATUS   PIC X(02).
           88  IMOBILIZADO-OK               VALUE "00".
           88  IMOBILIZADO-ARQ-INEXISTENTE  VALUE "35".

       01  WS-TITULOS-STATUS       PIC X(02).
           88  TITULOS-OK                   VALUE "00".
           88  TITULOS-ARQ-INEXISTENTE      VALUE "35".

       01  WS-PAGAMENTOS-STATUS    PIC X(02).
           88  PAGAMENTOS-OK                VALUE "00".
           88  PAGAMENTOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-DESPESAS-STATUS      PIC X(02).
           88  DESPESAS-OK                  VALUE "00".
           88  DESPESAS-ARQ-INEXISTENTE     VALUE "35".

       01  WS-FECHAMENTO-STATUS    PIC X(02).
           88  FECHAMENTO-OK                VALUE "00".
           88  FECHAMENTO-ARQ-INEXISTENTE   VALUE "35".

       01  WS-HISTORICO-STATUS     PIC X(02).
           88  HISTORICO-OK                 VALUE "00".
           88  HISTORICO-ARQ-INEXISTENTE    VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  OPCAO-MENU              PIC X(01).
       01  WS-CONFIRMA             PIC X(01).
           88  CONFIRMADO                   VALUE "S".

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-CADASTRO-CANCELADO   PIC X(01) VALUE "N".
           88  CADASTRO-CANCELADO           VALUE "S".

       01  SW-TITULO-USADO         PIC X(01) VALUE "N".
           88  TITULO-USADO                 VALUE "S".

       01  SW-ATIVO-NA-CLASSE      PIC X(01) VALUE "N".
           88  ATIVO-NA-CLASSE              VALUE "S".

       01  WS-DATA-HOJE            PIC 9(08).

      * Dados do bem em digitacao.
       01  WS-CODIGO-PEDIDO        PIC 9(06).
       01  WS-TITULO-PEDIDO        PIC 9(06).
       01  WS-DESCRICAO-PEDIDA     PIC X(30).
       01  WS-CLASSE-PEDIDA        PIC 9(02).
       01  WS-DEPTO-PEDIDO         PIC X(15).
       01  WS-LOCAL-PEDIDO         PIC X(20).
       01  WS-DATA-PEDIDA          PIC 9(08).
       01  WS-CUSTO-PEDIDO         PIC 9(10)V99.
       01  WS-ANTERIOR-PEDIDA      PIC 9(10)V99.
       01  WS-VENDA-PEDIDA         PIC 9(10)V99.
       01  WS-TIPO-BAIXA           PIC X(01).
           88  BAIXA-POR-VENDA              VALUE "V".
       01  WS-ANO-PEDIDO           PIC 9(04).

       01  WS-IDX-CLASSE           PIC 9(02) COMP VALUE 0.
       01  WS-IDX-CONTA            PIC 9(02) COMP VALUE 0.
       01  WS-CONTA-CATEGORIA      PIC 9(04) VALUE 0.
       01  WS-RESTO-PERIODO        PIC 9(02).
       01  WS-PERIODO-LANCAMENTO   PIC 9(06).

      * Pagamentos do titulo agrupados pelo periodo da liquidacao.
       01  WS-QTDE-PERIODOS        PIC 9(02) COMP VALUE 0.
       01  WS-IDX-PERIODO          PIC 9(02) COMP VALUE 0.
       01  WS-PERIODO-PAGAMENTO    PIC 9(06).
       01  TABELA-PERIODOS.
           05  PER-ENTRADA OCCURS 12 TIMES.
               10  PER-PERIODO     PIC 9(06).
               10  PER-DATA        PIC 9(08).
               10  PER-VALOR       PIC 9(10)V99.

       01  WS-VALOR-LIQUIDO        PIC 9(10)V99.
       01  WS-RESULTADO            PIC S9(10)V99.
       01  WS-VALOR-ABSOLUTO       PIC 9(10)V99.
       01  WS-NATUREZA-PARTIDA     PIC X(01).
       01  WS-CONTA-PARTIDA        PIC 9(04).
       01  WS-VALOR-PARTIDA        PIC 9(10)V99.

      * Quadro anual: valores do bem e totais da classe e gerais.
       01  WS-INICIO-ANO           PIC 9(08).
       01  WS-FIM-ANO              PIC 9(08).
       01  WS-PERIODO-INICIO-ANO   PIC 9(06).
       01  WS-PERIODO-FIM-ANO      PIC 9(06).
       01  WS-DEPREC-ANTES         PIC 9(10)V99.
       01  WS-DEPREC-NO-ANO        PIC 9(10)V99.
       01  QDR-VALORES.
           05  QDR-VALOR           PIC S9(10)V99 OCCURS 9 TIMES.
       01  QDR-TOTAIS-CLASSE.
           05  QDR-TOTAL-CLASSE    PIC S9(10)V99 OCCURS 9 TIMES.
       01  QDR-TOTAIS-GERAIS.
           05  QDR-TOTAL-GERAL     PIC S9(10)V99 OCCURS 9 TIMES.
       01  WS-IDX-COLUNA           PIC 9(02) COMP VALUE 0.
       01  WS-RESULTADO-ANO        PIC S9(10)V99 VALUE 0.
       01  WS-BENS-NA-CLASSE       PIC 9(05) COMP VALUE 0.
       01  QDR-EDICAO.
           05  QDR-EDIT            PIC -ZZZZZZZ9.99 OCCURS 9 TIMES.

       01  WS-CUSTO-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-ACUMULADA-EDIT       PIC ZZZZZZZZZ9.99.
       01  WS-LIQUIDO-EDIT         PIC ZZZZZZZZZ9.99.
       01  WS-RESULTADO-EDIT       PIC -ZZZZZZZZZ9.99.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       COPY "IMOBCLAS.cpy".

       COPY "PLANOCTA.cpy".

       COPY "LANCLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
               UNTIL FIM-PROGRAMA.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) o cadastro do imobilizado e
      * o historico de despesas, e abre os titulos e seus pagamentos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== IMOBILIZADO ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O IMOBILIZADO-FILE.
           IF IMOBILIZADO-ARQ-INEXISTENTE
               OPEN OUTPUT IMOBILIZADO-FILE
               CLOSE IMOBILIZADO-FILE
               OPEN I-O IMOBILIZADO-FILE
           END-IF.
           OPEN I-O DESPESAS-FILE.
           IF DESPESAS-ARQ-INEXISTENTE
               OPEN OUTPUT DESPESAS-FILE
               CLOSE DESPESAS-FILE
               OPEN I-O DESPESAS-FILE
           END-IF.
           OPEN INPUT TITULOS-FILE.
           OPEN INPUT PAGAMENTOS-FILE.
           OPEN OUTPUT RELATORIO-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do cadastro do imobilizado.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - INCLUIR BEM DE TITULO PAGO".
           DISPLAY "2 - INCLUIR BEM DIRETAMENTE".
           DISPLAY "3 - BAIXAR BEM (DESCARTE/PERDA)".
           DISPLAY "4 - VENDER BEM".
           DISPLAY "5 - LISTAR BENS".
           DISPLAY "6 - QUADRO ANUAL DO IMOBILIZADO".
           DISPLAY "7 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-INCLUIR-DE-TITULO THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-INCLUIR-DIRETO THRU 4000-EXIT
               WHEN "3"
                   MOVE "B" TO WS-TIPO-BAIXA
                   PERFORM 5000-BAIXAR-BEM THRU 5000-EXIT
               WHEN "4"
                   MOVE "V" TO WS-TIPO-BAIXA
                   PERFORM 5000-BAIXAR-BEM THRU 5000-EXIT
               WHEN "5"
                   PERFORM 6000-LISTAR-BENS THRU 6000-EXIT
               WHEN "6"
                   PERFORM 7000-QUADRO-ANUAL THRU 7000-EXIT
               WHEN "7"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR-DE-TITULO - o bem nasce de um titulo a pagar ja
      * liquidado e ainda nao imobilizado: o custo e o valor pago, a
      * aquisicao a data da liquidacao, e cada pagamento sai da
      * despesa da categoria para o imobilizado no seu periodo.
      * Qualquer periodo de pagamento ja fechado recusa a inclusao.
      ******************************************************************
       3000-INCLUIR-DE-TITULO.
           IF TITULOS-ARQ-INEXISTENTE OR PAGAMENTOS-ARQ-INEXISTENTE
               DISPLAY "NAO HA TITULOS PAGOS NO SISTEMA."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "NUMERO DO TITULO A PAGAR:".
           ACCEPT WS-TITULO-PEDIDO.
           IF WS-TITULO-PEDIDO IS NOT NUMERIC
               OR WS-TITULO-PEDIDO = 0
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-TITULO-PEDIDO TO TIT-NUMERO.
           READ TITULOS-FILE
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO."
                   GO TO 3000-EXIT
           END-READ.
           IF NOT TIT-PAGAR OR NOT TIT-LIQUIDADO
               DISPLAY "SO UM TITULO A PAGAR LIQUIDADO GERA BEM."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-CONFERIR-TITULO-USADO THRU 3050-EXIT.
           IF TITULO-USADO
               DISPLAY "TITULO JA IMOBILIZADO NO BEM " IMB-CODIGO "."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CARREGAR-PAGAMENTOS THRU 3100-EXIT.
           IF WS-QTDE-PERIODOS = 0 OR WS-CUSTO-PEDIDO = 0
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3150-CONFERIR-FECHAMENTO THRU 3150-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-LOCALIZAR-CONTA THRU 3200-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS
                   OR PCT-CATEGORIA (WS-IDX-CONTA) = TIT-CATEGORIA.
           IF WS-IDX-CONTA > PCT-QTDE-CONTAS
               DISPLAY "CATEGORIA " TIT-CATEGORIA
                   " SEM CONTA NO PLANO - INCLUSAO RECUSADA."
               GO TO 3000-EXIT
           END-IF.
           MOVE PCT-CONTA (WS-IDX-CONTA) TO WS-CONTA-CATEGORIA.
           MOVE TIT-DATA-LIQUIDACAO TO WS-DATA-PEDIDA.
           MOVE 0 TO WS-ANTERIOR-PEDIDA.
           DISPLAY "TITULO " TIT-NUMERO " " TIT-DESCRICAO.
           DISPLAY "CUSTO: " WS-CUSTO-PEDIDO
               "  AQUISICAO: " WS-DATA-PEDIDA.
           DISPLAY "DESCRICAO DO BEM (EM BRANCO = A DO TITULO):".
           MOVE SPACES TO WS-DESCRICAO-PEDIDA.
           ACCEPT WS-DESCRICAO-PEDIDA.
           IF WS-DESCRICAO-PEDIDA = SPACES
               MOVE TIT-DESCRICAO TO WS-DESCRICAO-PEDIDA
           END-IF.
           PERFORM 3800-COLETAR-DADOS THRU 3800-EXIT.
           IF CADASTRO-CANCELADO
               DISPLAY "INCLUSAO CANCELADA."
               GO TO 3000-EXIT
           END-IF.
           MOVE 0 TO LNC-RETORNO.
           PERFORM 3300-RECLASSIFICAR-PERIODO THRU 3300-EXIT
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTDE-PERIODOS
                   OR NOT LNC-OK.
           IF NOT LNC-OK AND WS-IDX-PERIODO = 2
               DISPLAY "LANCAMENTO RECUSADO (RETORNO " LNC-RETORNO
                   ") - BEM NAO INCLUIDO."
               GO TO 3000-EXIT
           END-IF.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO RECUSADO (RETORNO " LNC-RETORNO
                   ") - PERIODOS ANTERIORES JA RECLASSIFICADOS;"
                   " BEM GRAVADO ASSIM MESMO."
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-TITULO-PEDIDO TO IMB-TITULO.
           PERFORM 3900-GRAVAR-BEM THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-CONFERIR-TITULO-USADO - procura no cadastro um bem que ja
      * tenha nascido do titulo pedido.
      ******************************************************************
       3050-CONFERIR-TITULO-USADO.
           MOVE "N" TO SW-TITULO-USADO.
           MOVE 0 TO IMB-CODIGO.
           START IMOBILIZADO-FILE KEY IS NOT LESS THAN IMB-CODIGO
               INVALID KEY
                   GO TO 3050-EXIT
           END-START.
           PERFORM 3060-LER-BEM-TITULO THRU 3060-EXIT
               UNTIL WS-IMOBILIZADO-STATUS NOT = "00"
                   OR TITULO-USADO.
       3050-EXIT.
           EXIT.

       3060-LER-BEM-TITULO.
           READ IMOBILIZADO-FILE NEXT RECORD
               AT END
                   GO TO 3060-EXIT
           END-READ.
           IF IMB-TITULO = WS-TITULO-PEDIDO
               MOVE "S" TO SW-TITULO-USADO
           END-IF.
       3060-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CARREGAR-PAGAMENTOS - soma os pagamentos do titulo por
      * periodo de liquidacao (ate 12 periodos); o custo do bem e o
      * total pago.
      ******************************************************************
       3100-CARREGAR-PAGAMENTOS.
           MOVE 0 TO WS-QTDE-PERIODOS.
           MOVE 0 TO WS-CUSTO-PEDIDO.
           MOVE WS-TITULO-PEDIDO TO TPG-TITULO.
           MOVE 0 TO TPG-SEQ.
           START PAGAMENTOS-FILE KEY IS NOT LESS THAN TPG-CHAVE
               INVALID KEY
                   DISPLAY "TITULO SEM PAGAMENTOS REGISTRADOS."
                   GO TO 3100-EXIT
           END-START.
           PERFORM 3110-LER-PAGAMENTO THRU 3110-EXIT
               UNTIL WS-PAGAMENTOS-STATUS NOT = "00".
           IF WS-QTDE-PERIODOS = 0
               DISPLAY "TITULO SEM PAGAMENTOS REGISTRADOS."
           END-IF.
       3100-EXIT.
           EXIT.

       3110-LER-PAGAMENTO.
           READ PAGAMENTOS-FILE NEXT RECORD
               AT END
                   GO TO 3110-EXIT
           END-READ.
           IF TPG-TITULO NOT = WS-TITULO-PEDIDO
               MOVE "10" TO WS-PAGAMENTOS-STATUS
               GO TO 3110-EXIT
           END-IF.
           DIVIDE TPG-DATA BY 100
               GIVING WS-PERIODO-PAGAMENTO
               REMAINDER WS-RESTO-PERIODO.
           PERFORM 3120-COMPARAR-PERIODO THRU 3120-EXIT
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTDE-PERIODOS
                   OR PER-PERIODO (WS-IDX-PERIODO) =
                       WS-PERIODO-PAGAMENTO.
           IF WS-IDX-PERIODO > WS-QTDE-PERIODOS
               IF WS-QTDE-PERIODOS = 12
                   DISPLAY "PAGAMENTOS EM MAIS DE 12 PERIODOS - "
                       "INCLUSAO RECUSADA."
                   MOVE 0 TO WS-QTDE-PERIODOS
                   MOVE "10" TO WS-PAGAMENTOS-STATUS
                   GO TO 3110-EXIT
               END-IF
               ADD 1 TO WS-QTDE-PERIODOS
               MOVE WS-QTDE-PERIODOS TO WS-IDX-PERIODO
               MOVE WS-PERIODO-PAGAMENTO
                   TO PER-PERIODO (WS-IDX-PERIODO)
               MOVE 0 TO PER-DATA (WS-IDX-PERIODO)
               MOVE 0 TO PER-VALOR (WS-IDX-PERIODO)
           END-IF.
           IF TPG-DATA > PER-DATA (WS-IDX-PERIODO)
               MOVE TPG-DATA TO PER-DATA (WS-IDX-PERIODO)
           END-IF.
           ADD TPG-VALOR TO PER-VALOR (WS-IDX-PERIODO).
           ADD TPG-VALOR TO WS-CUSTO-PEDIDO.
       3110-EXIT.
           EXIT.

       3120-COMPARAR-PERIODO.
           CONTINUE.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3150-CONFERIR-FECHAMENTO - recusa a inclusao quando algum
      * periodo de pagamento ja foi fechado na contabilidade.
      ******************************************************************
       3150-CONFERIR-FECHAMENTO.
           MOVE "S" TO SW-ENTRADA-VALIDA.
           OPEN INPUT FECHAMENTO-FILE.
           IF FECHAMENTO-ARQ-INEXISTENTE
               GO TO 3150-EXIT
           END-IF.
           PERFORM 3160-CONFERIR-PERIODO THRU 3160-EXIT
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTDE-PERIODOS.
           CLOSE FECHAMENTO-FILE.
       3150-EXIT.
           EXIT.

       3160-CONFERIR-PERIODO.
           MOVE PER-PERIODO (WS-IDX-PERIODO) TO FEC-PERIODO.
           READ FECHAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "PERIODO " FEC-PERIODO
                       " JA FECHADO - INCLUSAO RECUSADA."
                   MOVE "N" TO SW-ENTRADA-VALIDA
           END-READ.
       3160-EXIT.
           EXIT.

       3200-LOCALIZAR-CONTA.
           CONTINUE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-RECLASSIFICAR-PERIODO - lanca no periodo do pagamento o
      * debito no imobilizado contra a despesa da categoria pelo
      * GESTAO-LANCAMENTO e retira o valor da despesa da categoria
      * em DESPCAT.DAT.
      ******************************************************************
       3300-RECLASSIFICAR-PERIODO.
           MOVE "L" TO LNC-FUNCAO.
           MOVE PER-PERIODO (WS-IDX-PERIODO) TO LNC-PERIODO.
           MOVE PER-DATA (WS-IDX-PERIODO) TO LNC-DATA.
           MOVE "GESTAO-IMOBILIZADO" TO LNC-ORIGEM.
           MOVE "IMOBILIZA" TO LNC-OPERADOR.
           MOVE SPACES TO LNC-HISTORICO.
           STRING "IMOBILIZACAO DO TITULO " WS-TITULO-PEDIDO
               DELIMITED BY SIZE INTO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 1201 TO LNC-CONTA (1).
           MOVE PER-VALOR (WS-IDX-PERIODO) TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE WS-CONTA-CATEGORIA TO LNC-CONTA (2).
           MOVE PER-VALOR (WS-IDX-PERIODO) TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
           IF NOT LNC-OK
               GO TO 3300-EXIT
           END-IF.
           MOVE PER-PERIODO (WS-IDX-PERIODO) TO DH-PERIODO.
           MOVE TIT-CATEGORIA TO DH-CATEGORIA.
           READ DESPESAS-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           IF DH-VALOR > PER-VALOR (WS-IDX-PERIODO)
               SUBTRACT PER-VALOR (WS-IDX-PERIODO) FROM DH-VALOR
           ELSE
               MOVE 0 TO DH-VALOR
           END-IF.
           REWRITE DESPHIST-REGISTRO.
           DISPLAY "DESPESA DE " TIT-CATEGORIA " DO PERIODO "
               DH-PERIODO " RECLASSIFICADA PARA O IMOBILIZADO.".
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3800-COLETAR-DADOS - classe (vida util), departamento e
      * localizacao do bem; classe 0 desiste da inclusao.
      ******************************************************************
       3800-COLETAR-DADOS.
           MOVE "N" TO SW-CADASTRO-CANCELADO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 3810-SOLICITAR-CLASSE THRU 3810-EXIT
               UNTIL ENTRADA-VALIDA OR CADASTRO-CANCELADO.
           IF CADASTRO-CANCELADO
               GO TO 3800-EXIT
           END-IF.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 3830-SOLICITAR-DEPARTAMENTO THRU 3830-EXIT
               UNTIL ENTRADA-VALIDA.
           DISPLAY "LOCALIZACAO:".
           MOVE SPACES TO WS-LOCAL-PEDIDO.
           ACCEPT WS-LOCAL-PEDIDO.
       3800-EXIT.
           EXIT.

       3810-SOLICITAR-CLASSE.
           PERFORM 3820-LISTAR-CLASSE THRU 3820-EXIT
               VARYING WS-IDX-CLASSE FROM 1 BY 1
               UNTIL WS-IDX-CLASSE > CLS-QTDE-CLASSES.
           DISPLAY "CLASSE DO BEM (0 = DESISTIR):".
           ACCEPT WS-CLASSE-PEDIDA.
           IF WS-CLASSE-PEDIDA IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 3810-EXIT
           END-IF.
           IF WS-CLASSE-PEDIDA = 0
               MOVE "S" TO SW-CADASTRO-CANCELADO
               GO TO 3810-EXIT
           END-IF.
           PERFORM 3825-COMPARAR-CLASSE THRU 3825-EXIT
               VARYING WS-IDX-CLASSE FROM 1 BY 1
               UNTIL WS-IDX-CLASSE > CLS-QTDE-CLASSES
                   OR CLS-CODIGO (WS-IDX-CLASSE) = WS-CLASSE-PEDIDA.
           IF WS-IDX-CLASSE > CLS-QTDE-CLASSES
               DISPLAY "CLASSE INEXISTENTE."
           ELSE
               MOVE "S" TO SW-ENTRADA-VALIDA
           END-IF.
       3810-EXIT.
           EXIT.

       3820-LISTAR-CLASSE.
           DISPLAY CLS-CODIGO (WS-IDX-CLASSE) " - "
               CLS-NOME (WS-IDX-CLASSE) " VIDA UTIL "
               CLS-VIDA-UTIL (WS-IDX-CLASSE) " MESES".
       3820-EXIT.
           EXIT.

       3825-COMPARAR-CLASSE.
           CONTINUE.
       3825-EXIT.
           EXIT.

       3830-SOLICITAR-DEPARTAMENTO.
           DISPLAY "DEPARTAMENTO:".
           MOVE SPACES TO WS-DEPTO-PEDIDO.
           ACCEPT WS-DEPTO-PEDIDO.
           IF WS-DEPTO-PEDIDO = SPACES
               DISPLAY "INFORME O DEPARTAMENTO DO BEM."
           ELSE
               MOVE "S" TO SW-ENTRADA-VALIDA
           END-IF.
       3830-EXIT.
           EXIT.

      ******************************************************************
      * 3900-GRAVAR-BEM - grava o bem com o proximo codigo livre e a
      * vida util da classe (WS-IDX-CLASSE posicionado em 3810).
      ******************************************************************
       3900-GRAVAR-BEM.
           PERFORM 3950-PROXIMO-CODIGO THRU 3950-EXIT.
           MOVE WS-CODIGO-PEDIDO TO IMB-CODIGO.
           MOVE WS-DESCRICAO-PEDIDA TO IMB-DESCRICAO.
           MOVE WS-CLASSE-PEDIDA TO IMB-CLASSE.
           MOVE CLS-VIDA-UTIL (WS-IDX-CLASSE) TO IMB-VIDA-UTIL.
           MOVE WS-DEPTO-PEDIDO TO IMB-DEPARTAMENTO.
           MOVE WS-LOCAL-PEDIDO TO IMB-LOCALIZACAO.
           MOVE WS-DATA-PEDIDA TO IMB-DATA-AQUISICAO.
           MOVE WS-CUSTO-PEDIDO TO IMB-CUSTO.
           MOVE WS-ANTERIOR-PEDIDA TO IMB-DEPREC-ANTERIOR.
           MOVE WS-ANTERIOR-PEDIDA TO IMB-DEPREC-ACUMULADA.
           COMPUTE IMB-VALOR-LIQUIDO =
               IMB-CUSTO - IMB-DEPREC-ACUMULADA.
           MOVE 0 TO IMB-ULTIMO-PERIODO.
           MOVE "A" TO IMB-SITUACAO.
           MOVE 0 TO IMB-DATA-BAIXA.
           MOVE 0 TO IMB-VALOR-VENDA.
           MOVE 0 TO IMB-RESULTADO-BAIXA.
           WRITE IMB-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O BEM"
               NOT INVALID KEY
                   DISPLAY "BEM INCLUIDO: " IMB-CODIGO
           END-WRITE.
       3900-EXIT.
           EXIT.

       3950-PROXIMO-CODIGO.
           MOVE 999999 TO IMB-CODIGO.
           START IMOBILIZADO-FILE
               KEY IS LESS THAN OR EQUAL TO IMB-CODIGO
               INVALID KEY
                   MOVE 0 TO IMB-CODIGO
               NOT INVALID KEY
                   READ IMOBILIZADO-FILE NEXT RECORD
           END-START.
           COMPUTE WS-CODIGO-PEDIDO = IMB-CODIGO + 1.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 4000-INCLUIR-DIRETO - bem digitado sem titulo: data de
      * aquisicao, custo e a depreciacao ja acumulada antes do
      * cadastro.  A aquisicao pode ser lancada contra caixa e bancos
      * no seu periodo; sem o lancamento o bem so e cadastrado
      * (implantacao de bens ja existentes).
      ******************************************************************
       4000-INCLUIR-DIRETO.
           DISPLAY "DESCRICAO DO BEM:".
           MOVE SPACES TO WS-DESCRICAO-PEDIDA.
           ACCEPT WS-DESCRICAO-PEDIDA.
           IF WS-DESCRICAO-PEDIDA = SPACES
               DISPLAY "INCLUSAO CANCELADA."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD):".
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA IS NOT NUMERIC
               OR WS-DATA-PEDIDA = 0
               OR WS-DATA-PEDIDA > WS-DATA-HOJE
               DISPLAY "DATA INVALIDA - INCLUSAO CANCELADA."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "CUSTO DE AQUISICAO:".
           ACCEPT WS-CUSTO-PEDIDO.
           IF WS-CUSTO-PEDIDO IS NOT NUMERIC
               OR WS-CUSTO-PEDIDO = 0
               DISPLAY "VALOR INVALIDO - INCLUSAO CANCELADA."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "DEPRECIACAO JA ACUMULADA (0 SE NOVO):".
           ACCEPT WS-ANTERIOR-PEDIDA.
           IF WS-ANTERIOR-PEDIDA IS NOT NUMERIC
               OR WS-ANTERIOR-PEDIDA > WS-CUSTO-PEDIDO
               DISPLAY "VALOR INVALIDO - INCLUSAO CANCELADA."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 3800-COLETAR-DADOS THRU 3800-EXIT.
           IF CADASTRO-CANCELADO
               DISPLAY "INCLUSAO CANCELADA."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "LANCAR A AQUISICAO CONTRA CAIXA E BANCOS? (S/N):".
           ACCEPT WS-CONFIRMA.
           IF CONFIRMADO
               PERFORM 4100-LANCAR-AQUISICAO THRU 4100-EXIT
               IF NOT LNC-OK
                   DISPLAY "LANCAMENTO RECUSADO (RETORNO "
                       LNC-RETORNO ") - BEM NAO INCLUIDO."
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE 0 TO IMB-TITULO.
           PERFORM 3900-GRAVAR-BEM THRU 3900-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-LANCAR-AQUISICAO - debito no imobilizado, credito em
      * caixa e bancos, no periodo da aquisicao.
      ******************************************************************
       4100-LANCAR-AQUISICAO.
           MOVE "L" TO LNC-FUNCAO.
           DIVIDE WS-DATA-PEDIDA BY 100
               GIVING LNC-PERIODO
               REMAINDER WS-RESTO-PERIODO.
           MOVE WS-DATA-PEDIDA TO LNC-DATA.
           MOVE "GESTAO-IMOBILIZADO" TO LNC-ORIGEM.
           MOVE "IMOBILIZA" TO LNC-OPERADOR.
           MOVE SPACES TO LNC-HISTORICO.
           STRING "AQUISICAO " WS-DESCRICAO-PEDIDA
               DELIMITED BY SIZE INTO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           MOVE 1201 TO LNC-CONTA (1).
           MOVE WS-CUSTO-PEDIDO TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 1101 TO LNC-CONTA (2).
           MOVE WS-CUSTO-PEDIDO TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAIXAR-BEM - baixa (WS-TIPO-BAIXA "B") ou venda ("V") de
      * um bem ativo.  O resultado e o valor da venda menos o valor
      * contabil liquido (custo menos depreciacao acumulada ate a
      * ultima depreciacao mensal); o lancamento tira o custo e a
      * depreciacao acumulada do balanco, registra a venda em caixa e
      * bancos e o ganho ou a perda.  Recusado, o bem fica ativo.
      ******************************************************************
       5000-BAIXAR-BEM.
           DISPLAY "CODIGO DO BEM:".
           ACCEPT WS-CODIGO-PEDIDO.
           IF WS-CODIGO-PEDIDO IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-CODIGO-PEDIDO TO IMB-CODIGO.
           READ IMOBILIZADO-FILE
               INVALID KEY
                   DISPLAY "BEM NAO ENCONTRADO."
                   GO TO 5000-EXIT
           END-READ.
           IF NOT IMB-ATIVO
               DISPLAY "BEM JA BAIXADO EM " IMB-DATA-BAIXA "."
               GO TO 5000-EXIT
           END-IF.
           COMPUTE WS-VALOR-LIQUIDO =
               IMB-CUSTO - IMB-DEPREC-ACUMULADA.
           MOVE IMB-CUSTO TO WS-CUSTO-EDIT.
           MOVE IMB-DEPREC-ACUMULADA TO WS-ACUMULADA-EDIT.
           MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-EDIT.
           DISPLAY IMB-CODIGO " " IMB-DESCRICAO.
           DISPLAY "CUSTO " WS-CUSTO-EDIT
               " DEPRECIACAO ACUMULADA " WS-ACUMULADA-EDIT
               " VALOR LIQUIDO " WS-LIQUIDO-EDIT.
           DISPLAY "DATA DA BAIXA (AAAAMMDD):".
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA IS NOT NUMERIC
               OR WS-DATA-PEDIDA < IMB-DATA-AQUISICAO
               OR WS-DATA-PEDIDA > WS-DATA-HOJE
               DISPLAY "DATA INVALIDA - BEM MANTIDO."
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-VENDA-PEDIDA.
           IF BAIXA-POR-VENDA
               DISPLAY "VALOR DA VENDA:"
               ACCEPT WS-VENDA-PEDIDA
               IF WS-VENDA-PEDIDA IS NOT NUMERIC
                   OR WS-VENDA-PEDIDA = 0
                   DISPLAY "VALOR INVALIDO - BEM MANTIDO."
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           COMPUTE WS-RESULTADO = WS-VENDA-PEDIDA - WS-VALOR-LIQUIDO.
           MOVE WS-RESULTADO TO WS-RESULTADO-EDIT.
           IF WS-RESULTADO < 0
               DISPLAY "PERDA NA BAIXA: " WS-RESULTADO-EDIT
           ELSE
               DISPLAY "GANHO NA VENDA: " WS-RESULTADO-EDIT
           END-IF.
           DISPLAY "CONFIRMA A BAIXA? (S/N):".
           ACCEPT WS-CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "BEM MANTIDO."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-LANCAR-BAIXA THRU 5100-EXIT.
           IF NOT LNC-OK
               DISPLAY "LANCAMENTO RECUSADO (RETORNO " LNC-RETORNO
                   ") - BEM MANTIDO."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-TIPO-BAIXA TO IMB-SITUACAO.
           MOVE WS-DATA-PEDIDA TO IMB-DATA-BAIXA.
           MOVE WS-VENDA-PEDIDA TO IMB-VALOR-VENDA.
           MOVE WS-RESULTADO TO IMB-RESULTADO-BAIXA.
           REWRITE IMB-REGISTRO.
           DISPLAY "BEM " IMB-CODIGO " BAIXADO.".
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-LANCAR-BAIXA - monta as partidas da baixa no periodo da
      * data informada, sem as de valor zero: debitos em caixa e
      * bancos (venda), depreciacao acumulada e perda; creditos no
      * imobilizado (custo) e no ganho.
      ******************************************************************
       5100-LANCAR-BAIXA.
           MOVE "L" TO LNC-FUNCAO.
           DIVIDE WS-DATA-PEDIDA BY 100
               GIVING LNC-PERIODO
               REMAINDER WS-RESTO-PERIODO.
           MOVE WS-DATA-PEDIDA TO LNC-DATA.
           MOVE "GESTAO-IMOBILIZADO" TO LNC-ORIGEM.
           MOVE "IMOBILIZA" TO LNC-OPERADOR.
           MOVE SPACES TO LNC-HISTORICO.
           IF BAIXA-POR-VENDA
               STRING "VENDA DO BEM " IMB-CODIGO
                   DELIMITED BY SIZE INTO LNC-HISTORICO
           ELSE
               STRING "BAIXA DO BEM " IMB-CODIGO
                   DELIMITED BY SIZE INTO LNC-HISTORICO
           END-IF.
           MOVE 0 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO WS-NATUREZA-PARTIDA.
           MOVE 1101 TO WS-CONTA-PARTIDA.
           MOVE WS-VENDA-PEDIDA TO WS-VALOR-PARTIDA.
           PERFORM 5200-ADICIONAR-PARTIDA THRU 5200-EXIT.
           MOVE 1209 TO WS-CONTA-PARTIDA.
           MOVE IMB-DEPREC-ACUMULADA TO WS-VALOR-PARTIDA.
           PERFORM 5200-ADICIONAR-PARTIDA THRU 5200-EXIT.
           IF WS-RESULTADO < 0
               COMPUTE WS-VALOR-ABSOLUTO = 0 - WS-RESULTADO
               MOVE 4205 TO WS-CONTA-PARTIDA
               MOVE WS-VALOR-ABSOLUTO TO WS-VALOR-PARTIDA
               PERFORM 5200-ADICIONAR-PARTIDA THRU 5200-EXIT
           END-IF.
           MOVE "C" TO WS-NATUREZA-PARTIDA.
           MOVE 1201 TO WS-CONTA-PARTIDA.
           MOVE IMB-CUSTO TO WS-VALOR-PARTIDA.
           PERFORM 5200-ADICIONAR-PARTIDA THRU 5200-EXIT.
           IF WS-RESULTADO > 0
               MOVE 3105 TO WS-CONTA-PARTIDA
               MOVE WS-RESULTADO TO WS-VALOR-PARTIDA
               PERFORM 5200-ADICIONAR-PARTIDA THRU 5200-EXIT
           END-IF.
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
       5100-EXIT.
           EXIT.

       5200-ADICIONAR-PARTIDA.
           IF WS-VALOR-PARTIDA = 0
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO LNC-QTDE-PARTIDAS.
           MOVE WS-NATUREZA-PARTIDA TO LNC-NATUREZA (LNC-QTDE-PARTIDAS).
           MOVE WS-CONTA-PARTIDA TO LNC-CONTA (LNC-QTDE-PARTIDAS).
           MOVE WS-VALOR-PARTIDA TO LNC-VALOR (LNC-QTDE-PARTIDAS).
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LISTAR-BENS - todos os bens do cadastro com custo,
      * depreciacao acumulada e valor liquido.
      ******************************************************************
       6000-LISTAR-BENS.
           MOVE "CODIGO DESCRICAO                      CL DEPARTAMENTO"
               TO RPT-LINHA.
           MOVE "   S         CUSTO     ACUMULADA VALOR LIQUIDO"
               TO RPT-LINHA (55:).
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE 0 TO IMB-CODIGO.
           START IMOBILIZADO-FILE KEY IS NOT LESS THAN IMB-CODIGO
               INVALID KEY
                   DISPLAY "NENHUM BEM CADASTRADO."
                   GO TO 6000-EXIT
           END-START.
           PERFORM 6100-LISTAR-BEM THRU 6100-EXIT
               UNTIL WS-IMOBILIZADO-STATUS NOT = "00".
       6000-EXIT.
           EXIT.

       6100-LISTAR-BEM.
           READ IMOBILIZADO-FILE NEXT RECORD
               AT END
                   GO TO 6100-EXIT
           END-READ.
           MOVE IMB-CUSTO TO WS-CUSTO-EDIT.
           MOVE IMB-DEPREC-ACUMULADA TO WS-ACUMULADA-EDIT.
           COMPUTE WS-LIQUIDO-EDIT =
               IMB-CUSTO - IMB-DEPREC-ACUMULADA.
           IF NOT IMB-ATIVO
               MOVE 0 TO WS-LIQUIDO-EDIT
           END-IF.
           STRING IMB-CODIGO " " IMB-DESCRICAO " " IMB-CLASSE " "
               IMB-DEPARTAMENTO " " IMB-SITUACAO " " WS-CUSTO-EDIT
               " " WS-ACUMULADA-EDIT " " WS-LIQUIDO-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-QUADRO-ANUAL - quadro do imobilizado do ano pedido, por
      * classe: custo (inicial, adicoes, baixas, final), depreciacao
      * acumulada (inicial, do ano, baixas, final) e valor liquido
      * final, com subtotal por classe, total geral e o resultado das
      * baixas e vendas do ano.
      ******************************************************************
       7000-QUADRO-ANUAL.
           DISPLAY "ANO (AAAA):".
           ACCEPT WS-ANO-PEDIDO.
           IF WS-ANO-PEDIDO IS NOT NUMERIC OR WS-ANO-PEDIDO = 0
               DISPLAY "ENTRADA INVALIDA - INFORME O ANO."
               GO TO 7000-EXIT
           END-IF.
           COMPUTE WS-INICIO-ANO = WS-ANO-PEDIDO * 10000 + 0101.
           COMPUTE WS-FIM-ANO = WS-ANO-PEDIDO * 10000 + 1231.
           COMPUTE WS-PERIODO-INICIO-ANO = WS-ANO-PEDIDO * 100 + 1.
           COMPUTE WS-PERIODO-FIM-ANO = WS-ANO-PEDIDO * 100 + 12.
           OPEN INPUT HISTORICO-FILE.
           INITIALIZE QDR-TOTAIS-GERAIS.
           MOVE 0 TO WS-RESULTADO-ANO.
           STRING "QUADRO DO IMOBILIZADO - ANO " WS-ANO-PEDIDO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "CODIGO DESCRICAO        "
               "  CUSTO INIC     ADICOES      BAIXAS CUSTO FINAL"
               "  DEPR INIC.    DEPR ANO DEPR BAIXAS  DEPR FINAL"
               "  VALOR LIQ."
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 7100-QUADRO-CLASSE THRU 7100-EXIT
               VARYING WS-IDX-CLASSE FROM 1 BY 1
               UNTIL WS-IDX-CLASSE > CLS-QTDE-CLASSES.
           PERFORM 7600-EDITAR-TOTAL-GERAL THRU 7600-EXIT
               VARYING WS-IDX-COLUNA FROM 1 BY 1
               UNTIL WS-IDX-COLUNA > 9.
           MOVE "TOTAL GERAL" TO RPT-LINHA.
           PERFORM 7700-MONTAR-VALORES THRU 7700-EXIT.
           MOVE WS-RESULTADO-ANO TO WS-RESULTADO-EDIT.
           STRING "RESULTADO DAS BAIXAS E VENDAS NO ANO: "
               WS-RESULTADO-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF NOT HISTORICO-ARQ-INEXISTENTE
               CLOSE HISTORICO-FILE
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-QUADRO-CLASSE - percorre o cadastro inteiro para os bens
      * da classe da vez e fecha o subtotal da classe.
      ******************************************************************
       7100-QUADRO-CLASSE.
           INITIALIZE QDR-TOTAIS-CLASSE.
           MOVE 0 TO WS-BENS-NA-CLASSE.
           MOVE 0 TO IMB-CODIGO.
           START IMOBILIZADO-FILE KEY IS NOT LESS THAN IMB-CODIGO
               INVALID KEY
                   GO TO 7100-EXIT
           END-START.
           PERFORM 7200-QUADRO-BEM THRU 7200-EXIT
               UNTIL WS-IMOBILIZADO-STATUS NOT = "00".
           IF WS-BENS-NA-CLASSE = 0
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7650-EDITAR-TOTAL-CLASSE THRU 7650-EXIT
               VARYING WS-IDX-COLUNA FROM 1 BY 1
               UNTIL WS-IDX-COLUNA > 9.
           MOVE SPACES TO RPT-LINHA.
           STRING "TOTAL " CLS-NOME (WS-IDX-CLASSE) (1:17)
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7700-MONTAR-VALORES THRU 7700-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7200-QUADRO-BEM - valores do ano de um bem da classe; fica de
      * fora o bem adquirido depois do ano ou baixado antes dele.
      ******************************************************************
       7200-QUADRO-BEM.
           READ IMOBILIZADO-FILE NEXT RECORD
               AT END
                   GO TO 7200-EXIT
           END-READ.
           IF IMB-CLASSE NOT = CLS-CODIGO (WS-IDX-CLASSE)
               GO TO 7200-EXIT
           END-IF.
           IF IMB-DATA-AQUISICAO > WS-FIM-ANO
               GO TO 7200-EXIT
           END-IF.
           IF NOT IMB-ATIVO AND IMB-DATA-BAIXA < WS-INICIO-ANO
               GO TO 7200-EXIT
           END-IF.
           IF WS-BENS-NA-CLASSE = 0
               MOVE SPACES TO RPT-LINHA
               STRING "CLASSE " CLS-CODIGO (WS-IDX-CLASSE) " - "
                   CLS-NOME (WS-IDX-CLASSE)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           ADD 1 TO WS-BENS-NA-CLASSE.
           PERFORM 7300-APURAR-HISTORICO THRU 7300-EXIT.
           INITIALIZE QDR-VALORES.
           IF IMB-DATA-AQUISICAO < WS-INICIO-ANO
               MOVE IMB-CUSTO TO QDR-VALOR (1)
               COMPUTE QDR-VALOR (5) =
                   IMB-DEPREC-ANTERIOR + WS-DEPREC-ANTES
               MOVE WS-DEPREC-NO-ANO TO QDR-VALOR (6)
           ELSE
               MOVE IMB-CUSTO TO QDR-VALOR (2)
               COMPUTE QDR-VALOR (6) =
                   IMB-DEPREC-ANTERIOR + WS-DEPREC-ANTES
                   + WS-DEPREC-NO-ANO
           END-IF.
           IF NOT IMB-ATIVO AND IMB-DATA-BAIXA NOT > WS-FIM-ANO
               MOVE IMB-CUSTO TO QDR-VALOR (3)
               COMPUTE QDR-VALOR (7) = QDR-VALOR (5) + QDR-VALOR (6)
               ADD IMB-RESULTADO-BAIXA TO WS-RESULTADO-ANO
           END-IF.
           COMPUTE QDR-VALOR (4) =
               QDR-VALOR (1) + QDR-VALOR (2) - QDR-VALOR (3).
           COMPUTE QDR-VALOR (8) =
               QDR-VALOR (5) + QDR-VALOR (6) - QDR-VALOR (7).
           COMPUTE QDR-VALOR (9) = QDR-VALOR (4) - QDR-VALOR (8).
           PERFORM 7500-ACUMULAR-COLUNA THRU 7500-EXIT
               VARYING WS-IDX-COLUNA FROM 1 BY 1
               UNTIL WS-IDX-COLUNA > 9.
           MOVE SPACES TO RPT-LINHA.
           STRING IMB-CODIGO " " IMB-DESCRICAO (1:17)
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7700-MONTAR-VALORES THRU 7700-EXIT.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7300-APURAR-HISTORICO - soma as quotas mensais do bem antes do
      * ano pedido e dentro dele.
      ******************************************************************
       7300-APURAR-HISTORICO.
           MOVE 0 TO WS-DEPREC-ANTES.
           MOVE 0 TO WS-DEPREC-NO-ANO.
           IF HISTORICO-ARQ-INEXISTENTE
               GO TO 7300-EXIT
           END-IF.
           MOVE IMB-CODIGO TO IMD-CODIGO.
           MOVE 0 TO IMD-PERIODO.
           START HISTORICO-FILE KEY IS NOT LESS THAN IMD-CHAVE
               INVALID KEY
                   GO TO 7300-EXIT
           END-START.
           PERFORM 7350-LER-QUOTA THRU 7350-EXIT
               UNTIL WS-HISTORICO-STATUS NOT = "00".
       7300-EXIT.
           EXIT.

       7350-LER-QUOTA.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   GO TO 7350-EXIT
           END-READ.
           IF IMD-CODIGO NOT = IMB-CODIGO
               OR IMD-PERIODO > WS-PERIODO-FIM-ANO
               MOVE "10" TO WS-HISTORICO-STATUS
               GO TO 7350-EXIT
           END-IF.
           IF IMD-PERIODO < WS-PERIODO-INICIO-ANO
               ADD IMD-VALOR TO WS-DEPREC-ANTES
           ELSE
               ADD IMD-VALOR TO WS-DEPREC-NO-ANO
           END-IF.
       7350-EXIT.
           EXIT.

       7500-ACUMULAR-COLUNA.
           ADD QDR-VALOR (WS-IDX-COLUNA)
               TO QDR-TOTAL-CLASSE (WS-IDX-COLUNA).
           ADD QDR-VALOR (WS-IDX-COLUNA)
               TO QDR-TOTAL-GERAL (WS-IDX-COLUNA).
       7500-EXIT.
           EXIT.

       7600-EDITAR-TOTAL-GERAL.
           MOVE QDR-TOTAL-GERAL (WS-IDX-COLUNA)
               TO QDR-VALOR (WS-IDX-COLUNA).
       7600-EXIT.
           EXIT.

       7650-EDITAR-TOTAL-CLASSE.
           MOVE QDR-TOTAL-CLASSE (WS-IDX-COLUNA)
               TO QDR-VALOR (WS-IDX-COLUNA).
       7650-EXIT.
           EXIT.

      ******************************************************************
      * 7700-MONTAR-VALORES - completa a linha ja iniciada em
      * RPT-LINHA (identificacao nas 24 primeiras posicoes) com as 9
      * colunas de QDR-VALORES e a grava.
      ******************************************************************
       7700-MONTAR-VALORES.
           PERFORM 7750-EDITAR-COLUNA THRU 7750-EXIT
               VARYING WS-IDX-COLUNA FROM 1 BY 1
               UNTIL WS-IDX-COLUNA > 9.
           MOVE QDR-EDICAO TO RPT-LINHA (25:).
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7700-EXIT.
           EXIT.

       7750-EDITAR-COLUNA.
           MOVE QDR-VALOR (WS-IDX-COLUNA) TO QDR-EDIT (WS-IDX-COLUNA).
       7750-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em IMOBIL.LST.
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
           CLOSE IMOBILIZADO-FILE.
           CLOSE DESPESAS-FILE.
           IF NOT TITULOS-ARQ-INEXISTENTE
               CLOSE TITULOS-FILE
           END-IF.
           IF NOT PAGAMENTOS-ARQ-INEXISTENTE
               CLOSE PAGAMENTOS-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-IMOBILIZADO" TO SPL-PROGRAMA.
           MOVE "IMOBIL.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "LEDGER" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
           EXIT.

       END PROGRAM GESTAO-IMOBILIZADO.
