      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-10-06  RA   Each payment of a payable is now also posted as
      *                  a lancamento in the journal DIARIO.DAT through
      *                  GESTAO-LANCAMENTO (the category's expense
      *                  account against caixa e bancos) in the
      *                  liquidation period, re-deriving the LEDGER.DAT
      *                  period; a refused posting (period closed)
      *                  refuses the payment.
      * 2026-10-07  RA   Added the supplier master (FORNECEDORES.DAT,
      *                  FORNECREG.cpy) at option 7, with the CNPJ or
      *                  CPF proved by BANCO-VALIDA-CNPJ or BANCO-
      *                  VALIDA-CPF and the destination bank account.
      *                  Payables and payable templates now name an
      *                  active supplier (code zero gives up the entry),
      *                  and a titulo em pagamento by the payment run
      *                  GESTAO-PAGAMENTOS cannot be settled by hand.
      * 2026-10-08  RA   Added option 8, emitir boletos: each open
      *                  receivable without one gets a boleto
      *                  (BOLETOS.DAT, BOLETOREG.cpy) with a sequential
      *                  nosso numero, the barcode and digitable line of
      *                  BANCO-CODIGO-BOLETO, the house multa and juros
      *                  terms and the TESCONTAS.DAT account to be
      *                  credited, printed for mailing in BOLETOS.LST.
      * 2026-10-15  RA   TITULOS.LST, GERACAO.LST and BOLETOS.LST are
      *                  copied to the report spool as dated generations
      *                  after they are closed (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-TITULOS.
               RECORD KEY IS TPG-CHAVE
               FILE STATUS IS WS-PAGAMENTOS-STATUS.

           SELECT FORNECEDORES-FILE ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-FORNECEDORES-STATUS.

           SELECT BOLETOS-FILE ASSIGN TO "BOLETOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NOSSO-NUMERO
               FILE STATUS IS WS-BOLETOS-STATUS.

           SELECT TESCONTAS-FILE ASSIGN TO "TESCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TESCONTAS-STATUS.

           SELECT IMPRESSAO-FILE ASSIGN TO "BOLETOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IMPRESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TITULOS-FILE.
       FD  PAGAMENTOS-FILE.
           COPY "TITPAGREG.cpy".

       FD  FORNECEDORES-FILE.
           COPY "FORNECREG.cpy".

       FD  BOLETOS-FILE.
           COPY "BOLETOREG.cpy".

       FD  TESCONTAS-FILE.
       01  TES-REGISTRO.
           05  TES-CONTA           PIC 9(05).

       FD  IMPRESSAO-FILE.
       01  IMP-REGISTRO            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TITULOS-STATUS       PIC X(02).
           88  TITULOS-OK                   VALUE "00".
           88  PAGAMENTOS-OK                VALUE "00".
           88  PAGAMENTOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-FORNECEDORES-STATUS  PIC X(02).
           88  FORNECEDORES-OK              VALUE "00".
           88  FORNECEDORES-ARQ-INEXISTENTE VALUE "35".

       01  WS-BOLETOS-STATUS       PIC X(02).
           88  BOLETOS-OK                   VALUE "00".
           88  BOLETOS-ARQ-INEXISTENTE      VALUE "35".

       01  WS-TESCONTAS-STATUS     PIC X(02).
           88  TESCONTAS-ARQ-INEXISTENTE    VALUE "35".

       01  WS-IMPRESSAO-STATUS     PIC X(02).

      * Condicoes de atraso impressas em todo boleto emitido: multa
      * unica de 2% e juros de 1% ao mes pro rata die, as mesmas da
      * cobranca de parcelas do banco.
       01  WS-MULTA-PADRAO         PIC 9(02)V99 VALUE 2.00.
       01  WS-JUROS-PADRAO         PIC 9(02)V99 VALUE 1.00.

       01  TABELA-TESCONTAS.
           05  TCT-CONTA           PIC 9(05) OCCURS 20 TIMES.
       01  WS-QTDE-TESCONTAS       PIC 9(02) COMP VALUE 0.
       01  WS-IDX-TESCONTA         PIC 9(02) COMP VALUE 0.
       01  WS-CONTA-CREDITO        PIC 9(05) VALUE 0.
       01  WS-BOLETOS-EMITIDOS     PIC 9(05) VALUE 0.
       01  WS-BOLETOS-RECUSADOS    PIC 9(05) VALUE 0.
       01  WS-VALOR-BOLETO-EDIT    PIC ZZZZZZZZZ9.99.
       01  WS-PCT-EDIT             PIC Z9.99.
       01  WS-JUROS-EDIT           PIC Z9.99.

       01  WS-DATA-BOLETO.
           05  WS-BOL-ANO          PIC 9(04).
           05  WS-BOL-MES          PIC 9(02).
           05  WS-BOL-DIA          PIC 9(02).
       01  WS-DATA-BOLETO-NUM REDEFINES WS-DATA-BOLETO PIC 9(08).
       01  WS-VENC-BOLETO-EDIT.
           05  WS-VBE-DIA          PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  WS-VBE-MES          PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  WS-VBE-ANO          PIC 9(04).
       01  WS-EMISSAO-EDIT.
           05  WS-EME-DIA          PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  WS-EME-MES          PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  WS-EME-ANO          PIC 9(04).

       01  WS-LD-BOLETO            PIC X(47).
       01  WS-LD-GRUPOS REDEFINES WS-LD-BOLETO.
           05  WS-LD-G1A           PIC X(05).
           05  WS-LD-G1B           PIC X(05).
           05  WS-LD-G2A           PIC X(05).
           05  WS-LD-G2B           PIC X(06).
           05  WS-LD-G3A           PIC X(05).
           05  WS-LD-G3B           PIC X(06).
           05  WS-LD-G4            PIC X(01).
           05  WS-LD-G5            PIC X(14).

       01  SW-FIM-TESCONTAS        PIC X(01) VALUE "N".
           88  FIM-TESCONTAS                VALUE "S".

       01  SW-CONTA-LISTADA        PIC X(01) VALUE "N".
           88  CONTA-LISTADA                VALUE "S".

       01  OPCAO-FORNECEDOR        PIC X(01).
       01  WS-FORNECEDOR-PEDIDO    PIC 9(05) VALUE 0.
       01  WS-FORNECEDORES-LISTADOS PIC 9(05) VALUE 0.
       01  WS-CPF-CONFERIR         PIC 9(11) VALUE 0.
       01  WS-DOCUMENTO-VALIDO     PIC X(01) VALUE "N".

       01  SW-CADASTRO-CANCELADO   PIC X(01) VALUE "N".
           88  CADASTRO-CANCELADO           VALUE "S".

       01  WS-VALOR-PAGAMENTO      PIC 9(10)V99 VALUE 0.
       01  WS-SALDO-ABERTO         PIC 9(10)V99 VALUE 0.
       01  WS-VENC-E-UTIL          PIC X(01) VALUE "N".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

       01  WS-IDX-CONTA            PIC 9(02) COMP VALUE 0.

       COPY "PLANOCTA.cpy".

       COPY "LANCLNK.cpy".

       COPY "BOLETOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               CLOSE PAGAMENTOS-FILE
               OPEN I-O PAGAMENTOS-FILE
           END-IF.
           OPEN I-O FORNECEDORES-FILE.
           IF FORNECEDORES-ARQ-INEXISTENTE
               OPEN OUTPUT FORNECEDORES-FILE
               CLOSE FORNECEDORES-FILE
               OPEN I-O FORNECEDORES-FILE
           END-IF.
           OPEN I-O BOLETOS-FILE.
           IF BOLETOS-ARQ-INEXISTENTE
               OPEN OUTPUT BOLETOS-FILE
               CLOSE BOLETOS-FILE
               OPEN I-O BOLETOS-FILE
           END-IF.
       1000-EXIT.
           EXIT.

           DISPLAY "4 - SAIR".
           DISPLAY "5 - MODELOS RECORRENTES".
           DISPLAY "6 - GERAR TITULOS DO MES".
           DISPLAY "7 - FORNECEDORES".
           DISPLAY "8 - EMITIR BOLETOS".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
                   PERFORM 6000-MENU-MODELOS THRU 6000-EXIT
               WHEN "6"
                   PERFORM 6500-GERAR-TITULOS-MES THRU 6500-EXIT
               WHEN "7"
                   PERFORM 7000-MENU-FORNECEDORES THRU 7000-EXIT
               WHEN "8"
                   PERFORM 7500-EMITIR-BOLETOS THRU 7500-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      ******************************************************************
      * 3000-INCLUIR-TITULO - cadastra um titulo novo com o proximo
      * numero livre, validando a categoria nas categorias padrao e,
      * no titulo a pagar, o fornecedor no cadastro de fornecedores.
      ******************************************************************
       3000-INCLUIR-TITULO.
           PERFORM 3100-ACEITAR-TIPO THRU 3100-EXIT.
           PERFORM 3150-ACEITAR-FORNECEDOR THRU 3150-EXIT.
           IF CADASTRO-CANCELADO
               DISPLAY "INCLUSAO CANCELADA."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-PROXIMO-TITULO THRU 3050-EXIT.
           DISPLAY "TITULO ATRIBUIDO: " TIT-NUMERO.
           PERFORM 3200-ACEITAR-CATEGORIA THRU 3200-EXIT.
           DISPLAY "DESCRICAO:".
           ACCEPT TIT-DESCRICAO.
           MOVE "A" TO TIT-SITUACAO.
           MOVE 0 TO TIT-DATA-LIQUIDACAO.
           MOVE 0 TO TIT-VALOR-PAGO.
           MOVE WS-FORNECEDOR-PEDIDO TO TIT-FORNECEDOR.
           MOVE 0 TO TIT-PAGAMENTO-EXT.
           MOVE 0 TO TIT-NOSSO-NUMERO.
           WRITE TIT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O TITULO"
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3150-ACEITAR-FORNECEDOR - o titulo a pagar exige um fornecedor
      * ativo do cadastro; codigo zero desiste do cadastro.  Titulo a
      * receber fica sem fornecedor.
      ******************************************************************
       3150-ACEITAR-FORNECEDOR.
           MOVE "N" TO SW-CADASTRO-CANCELADO.
           MOVE 0 TO WS-FORNECEDOR-PEDIDO.
           IF WS-TIPO-PEDIDO NOT = "P"
               GO TO 3150-EXIT
           END-IF.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 3160-SOLICITAR-FORNECEDOR THRU 3160-EXIT
               UNTIL ENTRADA-VALIDA.
           IF WS-FORNECEDOR-PEDIDO = 0
               MOVE "S" TO SW-CADASTRO-CANCELADO
           END-IF.
       3150-EXIT.
           EXIT.

       3160-SOLICITAR-FORNECEDOR.
           DISPLAY "FORNECEDOR (CODIGO, 0 PARA DESISTIR):".
           ACCEPT WS-FORNECEDOR-PEDIDO.
           IF WS-FORNECEDOR-PEDIDO IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 3160-EXIT
           END-IF.
           IF WS-FORNECEDOR-PEDIDO = 0
               MOVE "S" TO SW-ENTRADA-VALIDA
               GO TO 3160-EXIT
           END-IF.
           MOVE WS-FORNECEDOR-PEDIDO TO FOR-CODIGO.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO - USE A OPCAO 7."
                   GO TO 3160-EXIT
           END-READ.
           IF NOT FOR-ATIVADO
               DISPLAY "FORNECEDOR " FOR-CODIGO " INATIVO."
               GO TO 3160-EXIT
           END-IF.
           DISPLAY "FORNECEDOR: " FOR-NOME.
           MOVE "S" TO SW-ENTRADA-VALIDA.
       3160-EXIT.
           EXIT.

       3200-ACEITAR-CATEGORIA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 3210-SOLICITAR-CATEGORIA THRU 3210-EXIT
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO: " WS-NUMERO-PEDIDO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TIT-LIQUIDADO
                           DISPLAY "TITULO JA LIQUIDADO EM "
                               TIT-DATA-LIQUIDACAO
                       WHEN TIT-EM-PAGAMENTO
                           DISPLAY "TITULO EM PAGAMENTO PELO BANCO "
                               "(PGTO " TIT-PAGAMENTO-EXT
                               ") - AGUARDE O RETORNO."
                       WHEN OTHER
                           PERFORM 4200-EFETIVAR-LIQUIDACAO
                               THRU 4200-EXIT
                   END-EVALUATE
           END-READ.
       4000-EXIT.
           EXIT.
               DISPLAY "VALOR INVALIDO - PAGAMENTO NAO REGISTRADO."
               GO TO 4200-EXIT
           END-IF.
           IF TIT-PAGAR
               PERFORM 4350-LANCAR-PAGAMENTO THRU 4350-EXIT
               IF NOT LNC-OK
                   DISPLAY "LANCAMENTO RECUSADO (RETORNO "
                       LNC-RETORNO ") - PAGAMENTO NAO REGISTRADO."
                   GO TO 4200-EXIT
               END-IF
           END-IF.
           PERFORM 4250-GRAVAR-PAGAMENTO THRU 4250-EXIT.
           ADD WS-VALOR-PAGAMENTO TO TIT-VALOR-PAGO.
           IF TIT-VALOR-PAGO >= TIT-VALOR
           MOVE 1 TO TPG-SEQ.
           MOVE WS-DATA-LIQ-PEDIDA TO TPG-DATA.
           MOVE WS-VALOR-PAGAMENTO TO TPG-VALOR.
           MOVE 0 TO TPG-ENCARGOS.
           MOVE "N" TO SW-TPG-GRAVADO.
           PERFORM 4260-TENTAR-GRAVAR THRU 4260-EXIT
               UNTIL TPG-GRAVADO.
       4310-EXIT.
           EXIT.

      ******************************************************************
      * 4350-LANCAR-PAGAMENTO - lanca o pagamento do titulo a pagar
      * no diario do periodo da liquidacao (debito na conta de
      * despesa da categoria, credito em caixa e bancos) pelo
      * GESTAO-LANCAMENTO, que recompoe o periodo do livro-razao.
      ******************************************************************
       4350-LANCAR-PAGAMENTO.
           PERFORM 4360-LOCALIZAR-CONTA THRU 4360-EXIT
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > PCT-QTDE-CONTAS
                   OR PCT-CATEGORIA (WS-IDX-CONTA) = TIT-CATEGORIA.
           MOVE "L" TO LNC-FUNCAO.
           DIVIDE WS-DATA-LIQ-PEDIDA BY 100
               GIVING LNC-PERIODO
               REMAINDER WS-RESTO-PERIODO.
           MOVE WS-DATA-LIQ-PEDIDA TO LNC-DATA.
           MOVE "GESTAO-TITULOS" TO LNC-ORIGEM.
           MOVE "TITULOS" TO LNC-OPERADOR.
           MOVE SPACES TO LNC-HISTORICO.
           STRING "PAGAMENTO DO TITULO " TIT-NUMERO
               DELIMITED BY SIZE INTO LNC-HISTORICO.
           MOVE 2 TO LNC-QTDE-PARTIDAS.
           MOVE "D" TO LNC-NATUREZA (1).
           IF WS-IDX-CONTA > PCT-QTDE-CONTAS
               MOVE 0 TO LNC-CONTA (1)
           ELSE
               MOVE PCT-CONTA (WS-IDX-CONTA) TO LNC-CONTA (1)
           END-IF.
           MOVE WS-VALOR-PAGAMENTO TO LNC-VALOR (1).
           MOVE "C" TO LNC-NATUREZA (2).
           MOVE 1101 TO LNC-CONTA (2).
           MOVE WS-VALOR-PAGAMENTO TO LNC-VALOR (2).
           CALL "GESTAO-LANCAMENTO" USING LNC-PARAMETROS.
       4350-EXIT.
           EXIT.

       4360-LOCALIZAR-CONTA.
           CONTINUE.
       4360-EXIT.
           EXIT.

      ******************************************************************
      * 4400-ACUMULAR-DESPESA - soma o pagamento registrado no
      * historico de despesas do periodo/categoria da liquidacao;
               UNTIL FIM-TITULOS.
           PERFORM 5500-TOTAIS-AGING THRU 5500-EXIT.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-TITULOS" TO SPL-PROGRAMA.
           MOVE "TITULOS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       5000-EXIT.
           EXIT.

               INVALID KEY
                   DISPLAY "MODELO NOVO."
                   PERFORM 6150-COLETAR-MODELO THRU 6150-EXIT
                   IF CADASTRO-CANCELADO
                       DISPLAY "MODELO NAO GRAVADO."
                       GO TO 6100-EXIT
                   END-IF
                   MOVE WS-MODELO-PEDIDO TO TMO-CODIGO
                   MOVE "S" TO TMO-ATIVO
                   WRITE TMO-REGISTRO
                   DISPLAY "MODELO ATUAL: " TMO-DESCRICAO
                       " VALOR " TMO-VALOR " DIA " TMO-DIA
                   PERFORM 6150-COLETAR-MODELO THRU 6150-EXIT
                   IF CADASTRO-CANCELADO
                       DISPLAY "MODELO MANTIDO SEM ALTERACAO."
                       GO TO 6100-EXIT
                   END-IF
                   MOVE WS-MODELO-PEDIDO TO TMO-CODIGO
                   REWRITE TMO-REGISTRO
                   DISPLAY "MODELO " TMO-CODIGO " ALTERADO."

       6150-COLETAR-MODELO.
           PERFORM 3100-ACEITAR-TIPO THRU 3100-EXIT.
           PERFORM 3150-ACEITAR-FORNECEDOR THRU 3150-EXIT.
           IF CADASTRO-CANCELADO
               GO TO 6150-EXIT
           END-IF.
           PERFORM 3200-ACEITAR-CATEGORIA THRU 3200-EXIT.
           DISPLAY "DESCRICAO:".
           ACCEPT TMO-DESCRICAO.
           MOVE WS-TIPO-PEDIDO TO TMO-TIPO.
           MOVE WS-CATEGORIA-PEDIDA TO TMO-CATEGORIA.
           MOVE WS-VALOR-PEDIDO TO TMO-VALOR.
           MOVE WS-FORNECEDOR-PEDIDO TO TMO-FORNECEDOR.
       6150-EXIT.
           EXIT.

               DELIMITED BY SIZE INTO GER-REGISTRO.
           PERFORM 6950-GRAVAR-GERACAO THRU 6950-EXIT.
           CLOSE GERACAO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-TITULOS" TO SPL-PROGRAMA.
           MOVE "GERACAO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       6500-EXIT.
           EXIT.

           MOVE "A"            TO TIT-SITUACAO.
           MOVE 0              TO TIT-DATA-LIQUIDACAO.
           MOVE 0              TO TIT-VALOR-PAGO.
           MOVE TMO-FORNECEDOR TO TIT-FORNECEDOR.
           MOVE 0              TO TIT-PAGAMENTO-EXT.
           MOVE 0              TO TIT-NOSSO-NUMERO.
           WRITE TIT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GERAR O TITULO DO MODELO "
       6950-EXIT.
           EXIT.

      ******************************************************************
      * 7000-MENU-FORNECEDORES - manutencao do cadastro de
      * fornecedores: incluir/alterar, listar e ativar/desativar.
      ******************************************************************
       7000-MENU-FORNECEDORES.
           DISPLAY "=== FORNECEDORES ===".
           DISPLAY "1 - INCLUIR/ALTERAR FORNECEDOR".
           DISPLAY "2 - LISTAR FORNECEDORES".
           DISPLAY "3 - ATIVAR/DESATIVAR FORNECEDOR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-FORNECEDOR.
           EVALUATE OPCAO-FORNECEDOR
               WHEN "1"
                   PERFORM 7100-MANTER-FORNECEDOR THRU 7100-EXIT
               WHEN "2"
                   PERFORM 7200-LISTAR-FORNECEDORES THRU 7200-EXIT
               WHEN "3"
                   PERFORM 7300-ALTERNAR-FORNECEDOR THRU 7300-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-MANTER-FORNECEDOR - inclui ou altera o fornecedor
      * informado; o CNPJ ou CPF so e aceito com os digitos
      * verificadores conferidos e a conta de destino completa.
      ******************************************************************
       7100-MANTER-FORNECEDOR.
           DISPLAY "CODIGO DO FORNECEDOR (1 A 99999):".
           ACCEPT WS-FORNECEDOR-PEDIDO.
           IF WS-FORNECEDOR-PEDIDO IS NOT NUMERIC
               OR WS-FORNECEDOR-PEDIDO = 0
               DISPLAY "ENTRADA INVALIDA - CODIGO ENTRE 1 E 99999."
               GO TO 7100-EXIT
           END-IF.
           MOVE WS-FORNECEDOR-PEDIDO TO FOR-CODIGO.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "FORNECEDOR NOVO."
                   PERFORM 7150-COLETAR-FORNECEDOR THRU 7150-EXIT
                   MOVE WS-FORNECEDOR-PEDIDO TO FOR-CODIGO
                   MOVE "S" TO FOR-ATIVO
                   WRITE FOR-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O FORNECEDOR"
                       NOT INVALID KEY
                           DISPLAY "FORNECEDOR " FOR-CODIGO
                               " INCLUIDO."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR ATUAL: " FOR-NOME
                       " DOC " FOR-DOCUMENTO
                       " BCO " FOR-BANCO " AG " FOR-AGENCIA
                       " CTA " FOR-CONTA
                   PERFORM 7150-COLETAR-FORNECEDOR THRU 7150-EXIT
                   MOVE WS-FORNECEDOR-PEDIDO TO FOR-CODIGO
                   REWRITE FOR-REGISTRO
                   DISPLAY "FORNECEDOR " FOR-CODIGO " ALTERADO."
           END-READ.
       7100-EXIT.
           EXIT.

       7150-COLETAR-FORNECEDOR.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 7160-SOLICITAR-DOCUMENTO THRU 7160-EXIT
               UNTIL ENTRADA-VALIDA.
           DISPLAY "NOME OU RAZAO SOCIAL:".
           ACCEPT FOR-NOME.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 7170-SOLICITAR-DESTINO THRU 7170-EXIT
               UNTIL ENTRADA-VALIDA.
       7150-EXIT.
           EXIT.

      ******************************************************************
      * 7160-SOLICITAR-DOCUMENTO - pessoa juridica informa o CNPJ,
      * conferido pelo BANCO-VALIDA-CNPJ; pessoa fisica informa o CPF,
      * conferido pelo BANCO-VALIDA-CPF.
      ******************************************************************
       7160-SOLICITAR-DOCUMENTO.
           DISPLAY "PESSOA (J-JURIDICA / F-FISICA):".
           ACCEPT FOR-TIPO-PESSOA.
           MOVE "N" TO WS-DOCUMENTO-VALIDO.
           EVALUATE TRUE
               WHEN FOR-PESSOA-JURIDICA
                   DISPLAY "CNPJ (14 DIGITOS):"
                   ACCEPT FOR-DOCUMENTO
                   IF FOR-DOCUMENTO IS NUMERIC
                       CALL "BANCO-VALIDA-CNPJ" USING FOR-DOCUMENTO
                           WS-DOCUMENTO-VALIDO
                   END-IF
               WHEN FOR-PESSOA-FISICA
                   DISPLAY "CPF (11 DIGITOS):"
                   ACCEPT WS-CPF-CONFERIR
                   IF WS-CPF-CONFERIR IS NUMERIC
                       MOVE WS-CPF-CONFERIR TO FOR-DOCUMENTO
                       CALL "BANCO-VALIDA-CPF" USING WS-CPF-CONFERIR
                           WS-DOCUMENTO-VALIDO
                   END-IF
               WHEN OTHER
                   DISPLAY "ENTRADA INVALIDA - DIGITE J OU F."
                   GO TO 7160-EXIT
           END-EVALUATE.
           IF WS-DOCUMENTO-VALIDO = "S"
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "DOCUMENTO INVALIDO - DIGITO VERIFICADOR NAO "
                   "CONFERE."
           END-IF.
       7160-EXIT.
           EXIT.

       7170-SOLICITAR-DESTINO.
           DISPLAY "BANCO DE DESTINO (3 DIGITOS):".
           ACCEPT FOR-BANCO.
           DISPLAY "AGENCIA DE DESTINO (4 DIGITOS):".
           ACCEPT FOR-AGENCIA.
           DISPLAY "CONTA DE DESTINO (ATE 10 DIGITOS):".
           ACCEPT FOR-CONTA.
           IF FOR-BANCO IS NUMERIC AND FOR-BANCO > 0
               AND FOR-AGENCIA IS NUMERIC AND FOR-AGENCIA > 0
               AND FOR-CONTA IS NUMERIC AND FOR-CONTA > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "DADOS BANCARIOS INVALIDOS - INFORME BANCO, "
                   "AGENCIA E CONTA."
           END-IF.
       7170-EXIT.
           EXIT.

      ******************************************************************
      * 7200-LISTAR-FORNECEDORES - lista o cadastro com documento,
      * conta de destino e situacao.
      ******************************************************************
       7200-LISTAR-FORNECEDORES.
           MOVE 0 TO WS-FORNECEDORES-LISTADOS.
           MOVE 0 TO FOR-CODIGO.
           START FORNECEDORES-FILE KEY IS GREATER THAN FOR-CODIGO
               INVALID KEY
                   CONTINUE
           END-START.
           IF FORNECEDORES-OK
               PERFORM 7250-LER-FORNECEDOR THRU 7250-EXIT
                   UNTIL WS-FORNECEDORES-STATUS NOT = "00"
           END-IF.
           IF WS-FORNECEDORES-LISTADOS = 0
               DISPLAY "NENHUM FORNECEDOR CADASTRADO."
           END-IF.
       7200-EXIT.
           EXIT.

       7250-LER-FORNECEDOR.
           READ FORNECEDORES-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "FORNECEDOR " FOR-CODIGO " "
                       FOR-TIPO-PESSOA " " FOR-DOCUMENTO
                       " " FOR-NOME
                       " BCO " FOR-BANCO " AG " FOR-AGENCIA
                       " CTA " FOR-CONTA
                       " ATIVO " FOR-ATIVO
                   ADD 1 TO WS-FORNECEDORES-LISTADOS
           END-READ.
       7250-EXIT.
           EXIT.

      ******************************************************************
      * 7300-ALTERNAR-FORNECEDOR - liga ou desliga o fornecedor para
      * titulos novos e para o lote de pagamento, sem perder o
      * cadastro.
      ******************************************************************
       7300-ALTERNAR-FORNECEDOR.
           DISPLAY "CODIGO DO FORNECEDOR:".
           ACCEPT WS-FORNECEDOR-PEDIDO.
           MOVE WS-FORNECEDOR-PEDIDO TO FOR-CODIGO.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO: "
                       WS-FORNECEDOR-PEDIDO
               NOT INVALID KEY
                   IF FOR-ATIVADO
                       MOVE "N" TO FOR-ATIVO
                       DISPLAY "FORNECEDOR " FOR-CODIGO " DESATIVADO."
                   ELSE
                       MOVE "S" TO FOR-ATIVO
                       DISPLAY "FORNECEDOR " FOR-CODIGO " ATIVADO."
                   END-IF
                   REWRITE FOR-REGISTRO
           END-READ.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 7500-EMITIR-BOLETOS - emite um boleto para cada titulo a
      * receber em aberto que ainda nao tem o seu: nosso numero
      * sequencial, codigo de barras e linha digitavel de
      * BANCO-CODIGO-BOLETO pelo saldo aberto e vencimento do titulo,
      * credito na conta de operacao escolhida em TESCONTAS.DAT, e a
      * impressao pronta para envio em BOLETOS.LST.
      ******************************************************************
       7500-EMITIR-BOLETOS.
           PERFORM 7510-CARREGAR-TESCONTAS THRU 7510-EXIT.
           IF WS-QTDE-TESCONTAS = 0
               DISPLAY "TESCONTAS.DAT SEM CONTAS DE OPERACAO - "
                   "EMISSAO CANCELADA."
               GO TO 7500-EXIT
           END-IF.
           PERFORM 7530-ESCOLHER-CONTA THRU 7530-EXIT.
           OPEN OUTPUT IMPRESSAO-FILE.
           MOVE 0 TO WS-BOLETOS-EMITIDOS.
           MOVE 0 TO WS-BOLETOS-RECUSADOS.
           MOVE WS-DATA-HOJE-NUM TO WS-DATA-BOLETO-NUM.
           MOVE WS-BOL-DIA TO WS-EME-DIA.
           MOVE WS-BOL-MES TO WS-EME-MES.
           MOVE WS-BOL-ANO TO WS-EME-ANO.
           MOVE "N" TO SW-FIM-TITULOS.
           MOVE 0 TO TIT-NUMERO.
           START TITULOS-FILE KEY IS GREATER THAN TIT-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIM-TITULOS
           END-START.
           PERFORM 7600-LER-TITULO THRU 7600-EXIT
               UNTIL FIM-TITULOS.
           CLOSE IMPRESSAO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "GESTAO-TITULOS" TO SPL-PROGRAMA.
           MOVE "BOLETOS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           DISPLAY "BOLETOS EMITIDOS EM BOLETOS.LST: "
               WS-BOLETOS-EMITIDOS.
           DISPLAY "TITULOS SEM BOLETO (RECUSADOS).: "
               WS-BOLETOS-RECUSADOS.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7510-CARREGAR-TESCONTAS - guarda as contas de operacao da
      * empresa listadas em TESCONTAS.DAT, as unicas que recebem o
      * credito da cobranca.
      ******************************************************************
       7510-CARREGAR-TESCONTAS.
           MOVE 0 TO WS-QTDE-TESCONTAS.
           OPEN INPUT TESCONTAS-FILE.
           IF NOT TESCONTAS-ARQ-INEXISTENTE
               MOVE "N" TO SW-FIM-TESCONTAS
               PERFORM 7520-LER-TESCONTA THRU 7520-EXIT
                   UNTIL FIM-TESCONTAS
               CLOSE TESCONTAS-FILE
           END-IF.
       7510-EXIT.
           EXIT.

       7520-LER-TESCONTA.
           READ TESCONTAS-FILE
               AT END
                   MOVE "S" TO SW-FIM-TESCONTAS
               NOT AT END
                   IF WS-QTDE-TESCONTAS < 20
                       ADD 1 TO WS-QTDE-TESCONTAS
                       MOVE TES-CONTA
                           TO TCT-CONTA (WS-QTDE-TESCONTAS)
                   END-IF
           END-READ.
       7520-EXIT.
           EXIT.

      ******************************************************************
      * 7530-ESCOLHER-CONTA - com uma so conta de operacao ela e
      * assumida; com varias, o operador escolhe uma da lista.
      ******************************************************************
       7530-ESCOLHER-CONTA.
           IF WS-QTDE-TESCONTAS = 1
               MOVE TCT-CONTA (1) TO WS-CONTA-CREDITO
           ELSE
               PERFORM 7550-LISTAR-TESCONTA THRU 7550-EXIT
                   VARYING WS-IDX-TESCONTA FROM 1 BY 1
                   UNTIL WS-IDX-TESCONTA > WS-QTDE-TESCONTAS
               MOVE "N" TO SW-ENTRADA-VALIDA
               PERFORM 7540-SOLICITAR-CONTA THRU 7540-EXIT
                   UNTIL ENTRADA-VALIDA
           END-IF.
           DISPLAY "CONTA DE CREDITO DA COBRANCA: " WS-CONTA-CREDITO.
       7530-EXIT.
           EXIT.

       7540-SOLICITAR-CONTA.
           DISPLAY "CONTA DE OPERACAO A CREDITAR:".
           ACCEPT WS-CONTA-CREDITO.
           MOVE "N" TO SW-CONTA-LISTADA.
           PERFORM 7560-CONFERIR-TESCONTA THRU 7560-EXIT
               VARYING WS-IDX-TESCONTA FROM 1 BY 1
               UNTIL WS-IDX-TESCONTA > WS-QTDE-TESCONTAS
                   OR CONTA-LISTADA.
           IF CONTA-LISTADA
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "CONTA FORA DE TESCONTAS.DAT - ESCOLHA UMA DA "
                   "LISTA."
           END-IF.
       7540-EXIT.
           EXIT.

       7550-LISTAR-TESCONTA.
           DISPLAY "CONTA DE OPERACAO: " TCT-CONTA (WS-IDX-TESCONTA).
       7550-EXIT.
           EXIT.

       7560-CONFERIR-TESCONTA.
           IF WS-CONTA-CREDITO = TCT-CONTA (WS-IDX-TESCONTA)
               MOVE "S" TO SW-CONTA-LISTADA
           END-IF.
       7560-EXIT.
           EXIT.

       7600-LER-TITULO.
           READ TITULOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-TITULOS
               NOT AT END
                   IF TIT-RECEBER AND TIT-ABERTO
                       AND TIT-NOSSO-NUMERO = 0
                       PERFORM 7650-EMITIR-UM-BOLETO THRU 7650-EXIT
                   END-IF
           END-READ.
       7600-EXIT.
           EXIT.

      ******************************************************************
      * 7650-EMITIR-UM-BOLETO - atribui o nosso numero, monta o codigo
      * de barras pelo saldo aberto, grava o boleto, liga o titulo a
      * ele e imprime.  Saldo acima do que o codigo de barras comporta
      * deixa o titulo sem boleto.
      ******************************************************************
       7650-EMITIR-UM-BOLETO.
           COMPUTE WS-SALDO-ABERTO = TIT-VALOR - TIT-VALOR-PAGO.
           PERFORM 7660-PROXIMO-NOSSO-NUMERO THRU 7660-EXIT.
           MOVE BOL-NOSSO-NUMERO TO BLK-NOSSO-NUMERO.
           MOVE WS-CONTA-CREDITO TO BLK-CONTA.
           MOVE TIT-VENCIMENTO TO BLK-VENCIMENTO.
           MOVE WS-SALDO-ABERTO TO BLK-VALOR.
           CALL "BANCO-CODIGO-BOLETO" USING BLK-PARAMETROS.
           IF NOT BLK-OK
               ADD 1 TO WS-BOLETOS-RECUSADOS
               DISPLAY "TITULO " TIT-NUMERO " SEM BOLETO - SALDO "
                   "ACIMA DO LIMITE DO CODIGO DE BARRAS OU "
                   "VENCIMENTO INVALIDO."
               GO TO 7650-EXIT
           END-IF.
           MOVE TIT-NUMERO TO BOL-TITULO.
           MOVE WS-CONTA-CREDITO TO BOL-CONTA-CREDITO.
           MOVE WS-DATA-HOJE-NUM TO BOL-EMISSAO.
           MOVE TIT-VENCIMENTO TO BOL-VENCIMENTO.
           MOVE WS-SALDO-ABERTO TO BOL-VALOR.
           MOVE WS-MULTA-PADRAO TO BOL-MULTA-PCT.
           MOVE WS-JUROS-PADRAO TO BOL-JUROS-MES-PCT.
           MOVE BLK-CODIGO-BARRAS TO BOL-CODIGO-BARRAS.
           MOVE BLK-LINHA-DIGITAVEL TO BOL-LINHA-DIGITAVEL.
           MOVE "E" TO BOL-SITUACAO.
           MOVE 0 TO BOL-VALOR-RECEBIDO.
           MOVE 0 TO BOL-ENCARGOS-RECEBIDOS.
           MOVE 0 TO BOL-DATA-PAGAMENTO.
           WRITE BOL-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-BOLETOS-RECUSADOS
                   DISPLAY "ERRO AO GRAVAR O BOLETO DO TITULO "
                       TIT-NUMERO
                   GO TO 7650-EXIT
           END-WRITE.
           MOVE BOL-NOSSO-NUMERO TO TIT-NOSSO-NUMERO.
           REWRITE TIT-REGISTRO.
           PERFORM 7700-IMPRIMIR-BOLETO THRU 7700-EXIT.
           ADD 1 TO WS-BOLETOS-EMITIDOS.
       7650-EXIT.
           EXIT.

       7660-PROXIMO-NOSSO-NUMERO.
           MOVE 99999999999 TO BOL-NOSSO-NUMERO.
           START BOLETOS-FILE
               KEY IS LESS THAN OR EQUAL TO BOL-NOSSO-NUMERO
               INVALID KEY
                   MOVE 0 TO BOL-NOSSO-NUMERO
               NOT INVALID KEY
                   READ BOLETOS-FILE NEXT RECORD
           END-START.
           ADD 1 TO BOL-NOSSO-NUMERO.
       7660-EXIT.
           EXIT.

      ******************************************************************
      * 7700-IMPRIMIR-BOLETO - o boleto em BOLETOS.LST: linha
      * digitavel em cinco grupos, vencimento, valor, referencia do
      * titulo, instrucoes de multa e juros e o codigo de barras.
      ******************************************************************
       7700-IMPRIMIR-BOLETO.
           MOVE ALL "=" TO IMP-REGISTRO.
           PERFORM 7950-GRAVAR-IMPRESSAO THRU 7950-EXIT.
           STRING "AGENCIA CENTRAL - BOLETO DE COBRANCA"
               "          NOSSO NUMERO: " BOL-NOSSO-NUMERO
               DELIMITED BY SIZE INTO IMP-REGISTRO.
           PERFORM 7950-GRAVAR-IMPRESSAO THRU 7950-EXIT.
           MOVE BOL-LINHA-DIGITAVEL TO WS-LD-BOLETO.
           STRING "LINHA DIGITAVEL: "
               WS-LD-G1A "." WS-LD-G1B " "
               WS-LD-G2A "." WS-LD-G2B " "
               WS-LD-G3A "." WS-LD-G3B " "
               WS-LD-G4 " " WS-LD-G5
               DELIMITED BY SIZE INTO IMP-REGISTRO.
           PERFORM 7950-GRAVAR-IMPRESSAO THRU 7950-EXIT.
           MOVE BOL-VENCIMENTO TO WS-DATA-BOLETO-NUM.
           MOVE WS-BOL-DIA TO WS-VBE-DIA.
           MOVE WS-BOL-MES TO WS-VBE-MES.
           MOVE WS-BOL-ANO TO WS-VBE-ANO.
           MOVE BOL-VALOR TO WS-VALOR-BOLETO-EDIT.
           STRING "VENCIMENTO: " WS-VENC-BOLETO-EDIT
               "    VALOR DO DOCUMENTO: R$ " WS-VALOR-BOLETO-EDIT
               "    EMISSAO: " WS-EMISSAO-EDIT
               DELIMITED BY SIZE INTO IMP-REGISTRO.
           PERFORM 7950-GRAVAR-IMPRESSAO THRU 7950-EXIT.
           STRING "REFERENCIA: TITULO " TIT-NUMERO " " TIT-DESCRICAO
               "    BENEFICIARIO: CONTA " BOL-CONTA-CREDITO
               DELIMITED BY SIZE INTO IMP-REGISTRO.
           PERFORM 7950-GRAVAR-IMPRESSAO THRU 7950-EXIT.
           MOVE BOL-MULTA-PCT TO WS-PCT-EDIT.
           MOVE BOL-JUROS-MES-PCT TO WS-JUROS-EDIT.
           STRING "INSTRUCOES: APOS O VENCIMENTO COBRAR MULTA DE "
               WS-PCT-EDIT "% E JUROS DE " WS-JUROS-EDIT
               "% AO MES PRO RATA DIE."
               DELIMITED BY SIZE INTO IMP-REGISTRO.
           PERFORM 7950-GRAVAR-IMPRESSAO THRU 7950-EXIT.
           STRING "CODIGO DE BARRAS: " BOL-CODIGO-BARRAS
               DELIMITED BY SIZE INTO IMP-REGISTRO.
           PERFORM 7950-GRAVAR-IMPRESSAO THRU 7950-EXIT.
           PERFORM 7950-GRAVAR-IMPRESSAO THRU 7950-EXIT.
       7700-EXIT.
           EXIT.

      ******************************************************************
      * 7950-GRAVAR-IMPRESSAO - grava a linha da impressao de boletos
      * em BOLETOS.LST.
      ******************************************************************
       7950-GRAVAR-IMPRESSAO.
           WRITE IMP-REGISTRO.
           MOVE SPACES TO IMP-REGISTRO.
       7950-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em TITULOS.LST.
           CLOSE DESPESAS-FILE.
           CLOSE MODELOS-FILE.
           CLOSE PAGAMENTOS-FILE.
           CLOSE FORNECEDORES-FILE.
           CLOSE BOLETOS-FILE.
           MOVE "TITULOS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
