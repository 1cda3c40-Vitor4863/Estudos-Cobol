      ******************************************************************
      * PLANOCTA.CPY
      * Chart of accounts of SISTEMA-GESTAO-FINANCEIRA, behind the
      * journal DIARIO.DAT (DIARIOREG.cpy).  One entry per account:
      * PCT-CONTA the four-digit code, PCT-TIPO A ativo, P passivo,
      * R receita or D despesa, PCT-NOME the title printed on the
      * balancete and the DRE, and PCT-CATEGORIA the DESPCATG
      * category the account stands for (expense accounts 4101 to
      * 4105; spaces elsewhere).
      * 1201/1209 carry the fixed assets of IMOBILIZADO.DAT at cost
      * and their accumulated depreciation (a credit balance, like
      * the PDD provision); 4204 is the monthly depreciation posted
      * by GESTAO-DEPRECIACAO and 3105/4205 the gain or loss when
      * GESTAO-IMOBILIZADO sells or writes off an asset.
      * The period summary in LEDGER.DAT is derived from it:
      * LED-RECEITA is the net credit of the R accounts and
      * LED-TOTAL-DESPESA the net debit of the D accounts.
      ******************************************************************
       01  PCT-DADOS.
           05  FILLER              PIC X(50) VALUE
               "1101ACAIXA E BANCOS".
           05  FILLER              PIC X(50) VALUE
               "1109A(-) PROVISAO PARA PDD".
           05  FILLER              PIC X(50) VALUE
               "1201AIMOBILIZADO".
           05  FILLER              PIC X(50) VALUE
               "1209A(-) DEPRECIACAO ACUMULADA".
           05  FILLER              PIC X(50) VALUE
               "2101PPROVISAO FERIAS E 13O SALARIO".
           05  FILLER              PIC X(50) VALUE
               "2102PFGTS A RECOLHER".
           05  FILLER              PIC X(50) VALUE
               "3101RRECEITA OPERACIONAL".
           05  FILLER              PIC X(50) VALUE
               "3102RRECEITA DE JUROS".
           05  FILLER              PIC X(50) VALUE
               "3103RRECEITA DE TARIFAS".
           05  FILLER              PIC X(50) VALUE
               "3104RREVERSAO DE PDD".
           05  FILLER              PIC X(50) VALUE
               "3105RGANHO NA VENDA DE IMOBILIZADO".
           05  FILLER              PIC X(50) VALUE
               "4101DDESPESA - MORADIA            MORADIA".
           05  FILLER              PIC X(50) VALUE
               "4102DDESPESA - ALIMENTACAO        ALIMENTACAO".
           05  FILLER              PIC X(50) VALUE
               "4103DDESPESA - TRANSPORTE         TRANSPORTE".
           05  FILLER              PIC X(50) VALUE
               "4104DDESPESA - SAUDE              SAUDE".
           05  FILLER              PIC X(50) VALUE
               "4105DDESPESA - OUTROS             OUTROS".
           05  FILLER              PIC X(50) VALUE
               "4201DPROVISOES FERIAS E 13O".
           05  FILLER              PIC X(50) VALUE
               "4202DENCARGO DE FGTS".
           05  FILLER              PIC X(50) VALUE
               "4203DDESPESA COM PDD".
           05  FILLER              PIC X(50) VALUE
               "4204DDESPESA DE DEPRECIACAO".
           05  FILLER              PIC X(50) VALUE
               "4205DPERDA NA BAIXA DE IMOBILIZADO".
       01  PLANO-CONTAS REDEFINES PCT-DADOS.
           05  PCT-ENTRADA OCCURS 21 TIMES.
               10  PCT-CONTA       PIC 9(04).
               10  PCT-TIPO        PIC X(01).
                   88  PCT-ATIVO           VALUE "A".
                   88  PCT-PASSIVO         VALUE "P".
                   88  PCT-RECEITA         VALUE "R".
                   88  PCT-DESPESA         VALUE "D".
               10  PCT-NOME        PIC X(30).
               10  PCT-CATEGORIA   PIC X(15).
       01  PCT-QTDE-CONTAS         PIC 9(02) COMP VALUE 21.
