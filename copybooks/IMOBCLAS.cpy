      ******************************************************************
      * IMOBCLAS.CPY
      * Fixed-asset classes of the register IMOBILIZADO.DAT
      * (IMOBREG.cpy), with the useful life in months used for the
      * straight-line depreciation (the usual fiscal rates: 10% a
      * year for furniture, machinery and installations, 20% for
      * computers and vehicles, 4% for buildings).  One entry per
      * class: CLS-CODIGO, CLS-NOME and CLS-VIDA-UTIL.
      ******************************************************************
       01  CLS-DADOS.
           05  FILLER              PIC X(33) VALUE
               "01MOVEIS E UTENSILIOS         120".
           05  FILLER              PIC X(33) VALUE
               "02MAQUINAS E EQUIPAMENTOS     120".
           05  FILLER              PIC X(33) VALUE
               "03COMPUTADORES E PERIFERICOS  060".
           05  FILLER              PIC X(33) VALUE
               "04VEICULOS                    060".
           05  FILLER              PIC X(33) VALUE
               "05INSTALACOES                 120".
           05  FILLER              PIC X(33) VALUE
               "06EDIFICACOES                 300".
       01  CLASSES-IMOBILIZADO REDEFINES CLS-DADOS.
           05  CLS-ENTRADA OCCURS 6 TIMES.
               10  CLS-CODIGO      PIC 9(02).
               10  CLS-NOME        PIC X(28).
               10  CLS-VIDA-UTIL   PIC 9(03).
       01  CLS-QTDE-CLASSES        PIC 9(02) COMP VALUE 6.
