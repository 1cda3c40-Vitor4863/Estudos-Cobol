      ******************************************************************
      * IMOBREG.CPY
      * Fixed-asset register (IMOBILIZADO.DAT), one record per asset
      * keyed by IMB-CODIGO and maintained by GESTAO-IMOBILIZADO.
      * An asset comes either from a settled payable (IMB-TITULO is
      * the titulo, whose payments are moved from the category
      * expense to the imobilizado account) or is keyed directly
      * (IMB-TITULO zero).  IMB-CLASSE is an IMOBCLAS.cpy class;
      * its useful life is copied into IMB-VIDA-UTIL (months) when
      * the asset is registered.  IMB-DEPREC-ANTERIOR is the
      * depreciation already accumulated before the asset entered
      * the register (assets keyed at implantation), and is part of
      * IMB-DEPREC-ACUMULADA.  The monthly GESTAO-DEPRECIACAO adds
      * the straight-line quota of every active asset from the month
      * after acquisition until the accumulated depreciation reaches
      * the cost, keeping IMB-VALOR-LIQUIDO (cost less accumulated
      * depreciation) and IMB-ULTIMO-PERIODO (AAAAMM) up to date.
      * IMB-SITUACAO: "A" ativo, "B" baixado (written off), "V"
      * vendido; on a write-off or sale IMB-RESULTADO-BAIXA keeps the
      * gain (positive) or loss (negative) against the net book
      * value.
      ******************************************************************
       01  IMB-REGISTRO.
           05  IMB-CODIGO          PIC 9(06).
           05  IMB-DESCRICAO       PIC X(30).
           05  IMB-CLASSE          PIC 9(02).
           05  IMB-VIDA-UTIL       PIC 9(03).
           05  IMB-DEPARTAMENTO    PIC X(15).
           05  IMB-LOCALIZACAO     PIC X(20).
           05  IMB-DATA-AQUISICAO  PIC 9(08).
           05  IMB-CUSTO           PIC 9(10)V99.
           05  IMB-TITULO          PIC 9(06).
           05  IMB-DEPREC-ANTERIOR PIC 9(10)V99.
           05  IMB-DEPREC-ACUMULADA PIC 9(10)V99.
           05  IMB-VALOR-LIQUIDO   PIC 9(10)V99.
           05  IMB-ULTIMO-PERIODO  PIC 9(06).
           05  IMB-SITUACAO        PIC X(01).
               88  IMB-ATIVO           VALUE "A".
               88  IMB-BAIXADO         VALUE "B".
               88  IMB-VENDIDO         VALUE "V".
           05  IMB-DATA-BAIXA      PIC 9(08).
           05  IMB-VALOR-VENDA     PIC 9(10)V99.
           05  IMB-RESULTADO-BAIXA PIC S9(10)V99.
