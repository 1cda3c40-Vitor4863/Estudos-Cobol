      * consultation.  The follow-up evaluation shows the plan in
      * force next to the new measurements, and the printed plan in
      * PLANO.LST goes home with the patient.
      * The meals are built from coded foods of ALIMENTOS.DAT
      * (ALIMREG.cpy) and their grams in PLA-ITEM (PLA-ITEM-REFEICAO
      * 1 cafe da manha, 2 almoco, 3 lanche, 4 jantar);
      * PLA-REFEICAO keeps only the nutritionist's notes for the
      * meal.  PLA-TOTAL-REFEICAO holds the nutrients computed per
      * meal at prescription and PLA-CALORIAS-DIA is their kcal sum,
      * no longer typed - these are the targets the 24-hour recall
      * of NUTRI-RECORDATORIO is compared against.
      ******************************************************************
       01  PLA-REGISTRO.
           05  PLA-CHAVE.
               10  PLA-REFEICAO    PIC X(40).
           05  PLA-RESTRICOES      PIC X(40).
           05  PLA-VALIDADE        PIC 9(08).
           05  PLA-QTDE-ITENS      PIC 9(02).
           05  PLA-ITEM OCCURS 24 TIMES.
               10  PLA-ITEM-REFEICAO   PIC 9(01).
               10  PLA-ITEM-ALIMENTO   PIC 9(05).
               10  PLA-ITEM-GRAMAS     PIC 9(04).
           05  PLA-TOTAL-REFEICAO OCCURS 4 TIMES.
               10  PLA-KCAL            PIC 9(05)V9(01).
               10  PLA-PROTEINA        PIC 9(05)V9(01).
               10  PLA-CARBOIDRATO     PIC 9(05)V9(01).
               10  PLA-GORDURA         PIC 9(05)V9(01).
               10  PLA-FIBRA           PIC 9(05)V9(01).
