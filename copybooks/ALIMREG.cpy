      ******************************************************************
      * ALIMREG.CPY
      * Food composition table of the Nutricao service
      * (ALIMENTOS.DAT), keyed by ALI-CODIGO and maintained by
      * NUTRI-ALIMENTO.  Energy (kcal) and the grams of protein,
      * carbohydrate, fat and fibre are per 100 g of the food as
      * eaten.  ALI-MEDIDA holds up to three household measures
      * (colher de sopa, xicara, unidade media...) with their weight
      * in grams, so plans and 24-hour recalls can be keyed either
      * in grams or in measures.  Read by NUTRI-PLANO and
      * NUTRI-RECORDATORIO to compute the nutrients of each item.
      ******************************************************************
       01  ALI-REGISTRO.
           05  ALI-CODIGO          PIC 9(05).
           05  ALI-DESCRICAO       PIC X(30).
           05  ALI-KCAL            PIC 9(04)V9(01).
           05  ALI-PROTEINA        PIC 9(03)V9(01).
           05  ALI-CARBOIDRATO     PIC 9(03)V9(01).
           05  ALI-GORDURA         PIC 9(03)V9(01).
           05  ALI-FIBRA           PIC 9(03)V9(01).
           05  ALI-MEDIDA OCCURS 3 TIMES.
               10  ALI-MEDIDA-NOME     PIC X(20).
               10  ALI-MEDIDA-GRAMAS   PIC 9(04).
