      ******************************************************************
      * SPOOLTAB.CPY
      * Report types known to the spool (OPERACAO-SPOOL and
      * OPERACAO-SPOOL-CONSULTA): one entry per .LST with the
      * subsystem that owns it (B banco, C CPD, G gestao, N nutricao,
      * K calculadora, O operacao), whether it carries personal data
      * (holerites, informes, extratos, patient reports - reprinted
      * only for a user holding that subsystem in the profile) and
      * how many months its generations are kept before the purge:
      * 60 for fiscal, payroll and accounting reports, 240 for the
      * patient records of the Nutricao service, 12 for working
      * listings.  A report missing from the table is kept 12
      * months and treated as having no personal data.
      ******************************************************************
       01  SRT-DADOS.
           05  FILLER              PIC X(21) VALUE
               "SALDO.LST       BS060".
           05  FILLER              PIC X(21) VALUE
               "APLICMES.LST    BN060".
           05  FILLER              PIC X(21) VALUE
               "ARQCONS.LST     BN012".
           05  FILLER              PIC X(21) VALUE
               "ARQUIVO.LST     BN012".
           05  FILLER              PIC X(21) VALUE
               "ATIVIDADE.LST   BN012".
           05  FILLER              PIC X(21) VALUE
               "AUDSALDO.LST    BN060".
           05  FILLER              PIC X(21) VALUE
               "BLOQUEIOS.LST   BN060".
           05  FILLER              PIC X(21) VALUE
               "DEVOLUCAO.LST   BN060".
           05  FILLER              PIC X(21) VALUE
               "CHESPECIAL.LST  BN060".
           05  FILLER              PIC X(21) VALUE
               "COBRETOR.LST    BN060".
           05  FILLER              PIC X(21) VALUE
               "COBDIVER.LST    BN060".
           05  FILLER              PIC X(21) VALUE
               "COBRANCA.LST    BN060".
           05  FILLER              PIC X(21) VALUE
               "CARTACOB.LST    BS060".
           05  FILLER              PIC X(21) VALUE
               "CONVERSAO.LST   BN060".
           05  FILLER              PIC X(21) VALUE
               "DORMENCIA.LST   BN012".
           05  FILLER              PIC X(21) VALUE
               "QUITACAO.LST    BN060".
           05  FILLER              PIC X(21) VALUE
               "RENEGOCIA.LST   BN060".
           05  FILLER              PIC X(21) VALUE
               "EXTRATOS.LST    BS060".
           05  FILLER              PIC X(21) VALUE
               "FECHAMENTO.LST  BN060".
           05  FILLER              PIC X(21) VALUE
               "JUROS.LST       BN060".
           05  FILLER              PIC X(21) VALUE
               "LOTE.LST        BN060".
           05  FILLER              PIC X(21) VALUE
               "EDICAO.LST      BN012".
           05  FILLER              PIC X(21) VALUE
               "PDD.LST         BN060".
           05  FILLER              PIC X(21) VALUE
               "PLD.LST         BS060".
           05  FILLER              PIC X(21) VALUE
               "PLDCASOS.LST    BS060".
           05  FILLER              PIC X(21) VALUE
               "POSICAO.LST     BS012".
           05  FILLER              PIC X(21) VALUE
               "QUALIDADE.LST   BN012".
           05  FILLER              PIC X(21) VALUE
               "RECEITA.LST     BN060".
           05  FILLER              PIC X(21) VALUE
               "REMESSA.LST     BN060".
           05  FILLER              PIC X(21) VALUE
               "RENDIMENTO.LST  BN060".
           05  FILLER              PIC X(21) VALUE
               "RETORNO.LST     BN060".
           05  FILLER              PIC X(21) VALUE
               "TITEXCEC.LST    BN060".
           05  FILLER              PIC X(21) VALUE
               "TARIFA.LST      BN060".
           05  FILLER              PIC X(21) VALUE
               "TEDRECEB.LST    BN060".
           05  FILLER              PIC X(21) VALUE
               "EMPREGADO.LST   CS060".
           05  FILLER              PIC X(21) VALUE
               "DECIMO.LST      CS060".
           05  FILLER              PIC X(21) VALUE
               "ADIANTAMENTO.LSTCS060".
           05  FILLER              PIC X(21) VALUE
               "ADMISSAO.LST    CS060".
           05  FILLER              PIC X(21) VALUE
               "ASOVENC.LST     CS012".
           05  FILLER              PIC X(21) VALUE
               "BHORAS.LST      CS060".
           05  FILLER              PIC X(21) VALUE
               "FAIXA.LST       CN012".
           05  FILLER              PIC X(21) VALUE
               "COMPFOLHA.LST   CN012".
           05  FILLER              PIC X(21) VALUE
               "DEPTO.LST       CN012".
           05  FILLER              PIC X(21) VALUE
               "DISSIDIO.LST    CS060".
           05  FILLER              PIC X(21) VALUE
               "FERIAS.LST      CS060".
           05  FILLER              PIC X(21) VALUE
               "FGTS.LST        CS060".
           05  FILLER              PIC X(21) VALUE
               "FOLHA.LST       CS060".
           05  FILLER              PIC X(21) VALUE
               "INCENTIVO.LST   CS012".
           05  FILLER              PIC X(21) VALUE
               "INFORME.LST     CS060".
           05  FILLER              PIC X(21) VALUE
               "PONTOEXC.LST    CS012".
           05  FILLER              PIC X(21) VALUE
               "PONTOMES.LST    CS060".
           05  FILLER              PIC X(21) VALUE
               "RAIS.LST        CS060".
           05  FILLER              PIC X(21) VALUE
               "RESCISAO.LST    CS060".
           05  FILLER              PIC X(21) VALUE
               "ROTATIV.LST     CN012".
           05  FILLER              PIC X(21) VALUE
               "GESTAO.LST      GN060".
           05  FILLER              PIC X(21) VALUE
               "ANUAL.LST       GN060".
           05  FILLER              PIC X(21) VALUE
               "CONCILIA.LST    GN060".
           05  FILLER              PIC X(21) VALUE
               "CONTABIL.LST    GN060".
           05  FILLER              PIC X(21) VALUE
               "CUSTODEP.LST    GN060".
           05  FILLER              PIC X(21) VALUE
               "DEPRECIA.LST    GN060".
           05  FILLER              PIC X(21) VALUE
               "IMOBIL.LST      GN060".
           05  FILLER              PIC X(21) VALUE
               "ORCAMENTO.LST   GN012".
           05  FILLER              PIC X(21) VALUE
               "PAGLOTE.LST     GN060".
           05  FILLER              PIC X(21) VALUE
               "PROJECAO.LST    GN012".
           05  FILLER              PIC X(21) VALUE
               "PROVISAO.LST    GN060".
           05  FILLER              PIC X(21) VALUE
               "RATEIO.LST      GN060".
           05  FILLER              PIC X(21) VALUE
               "TESOURARIA.LST  GN012".
           05  FILLER              PIC X(21) VALUE
               "TITULOS.LST     GN012".
           05  FILLER              PIC X(21) VALUE
               "GERACAO.LST     GN012".
           05  FILLER              PIC X(21) VALUE
               "BOLETOS.LST     GN012".
           05  FILLER              PIC X(21) VALUE
               "NUTRICAO.LST    NS240".
           05  FILLER              PIC X(21) VALUE
               "AGENDA.LST      NS012".
           05  FILLER              PIC X(21) VALUE
               "ALIMENTOS.LST   NN012".
           05  FILLER              PIC X(21) VALUE
               "NUTRIDEP.LST    NN012".
           05  FILLER              PIC X(21) VALUE
               "EVOLUCAO.LST    NS240".
           05  FILLER              PIC X(21) VALUE
               "EXAMES.LST      NS240".
           05  FILLER              PIC X(21) VALUE
               "NUTRILOTE.LST   NS240".
           05  FILLER              PIC X(21) VALUE
               "METAS.LST       NS240".
           05  FILLER              PIC X(21) VALUE
               "PLANO.LST       NS240".
           05  FILLER              PIC X(21) VALUE
               "ACESSOS.LST     NS060".
           05  FILLER              PIC X(21) VALUE
               "INGESTAO.LST    NS240".
           05  FILLER              PIC X(21) VALUE
               "CALCULADORA.LST KN003".
           05  FILLER              PIC X(21) VALUE
               "EXPCONS.LST     ON012".
           05  FILLER              PIC X(21) VALUE
               "BACKUP.LST      ON060".
           05  FILLER              PIC X(21) VALUE
               "CONTROLE.LST    ON012".
           05  FILLER              PIC X(21) VALUE
               "EXPURGO.LST     ON060".
           05  FILLER              PIC X(21) VALUE
               "RESTORE.LST     ON060".
       01  SRT-TABELA REDEFINES SRT-DADOS.
           05  SRT-ENTRADA OCCURS 87 TIMES.
               10  SRT-RELATORIO   PIC X(16).
               10  SRT-SUBSISTEMA  PIC X(01).
               10  SRT-DADOS-PESSOAIS
                                   PIC X(01).
               10  SRT-MESES-RETENCAO
                                   PIC 9(03).
       01  SRT-QTDE-RELATORIOS     PIC 9(03) COMP VALUE 87.
