      ******************************************************************
      * RECORDAT.CPY
      * 24-hour dietary recall (recordatorio alimentar de 24 horas)
      * per patient and recalled day (RECORDATORIO.DAT), keyed like
      * PLA-CHAVE by the CPD Employee-Id plus the day the patient
      * reported eating.  Kept by NUTRI-RECORDATORIO with the same
      * ALIMENTOS.DAT food codes and meals (1 cafe da manha,
      * 2 almoco, 3 lanche, 4 jantar) as the coded diet plan.
      * RCD-TOTAL-REFEICAO holds the nutrients of each meal as
      * computed when the recall was keyed, in the layout of
      * PLA-TOTAL-REFEICAO, for the intake-versus-plan report.
      ******************************************************************
       01  RCD-REGISTRO.
           05  RCD-CHAVE.
               10  RCD-EMPLOYEE-ID PIC 9(05).
               10  RCD-DATA        PIC 9(08).
           05  RCD-DATA-ENTREVISTA PIC 9(08).
           05  RCD-QTDE-ITENS      PIC 9(02).
           05  RCD-ITEM OCCURS 30 TIMES.
               10  RCD-ITEM-REFEICAO   PIC 9(01).
               10  RCD-ITEM-ALIMENTO   PIC 9(05).
               10  RCD-ITEM-GRAMAS     PIC 9(04).
           05  RCD-TOTAL-REFEICAO OCCURS 4 TIMES.
               10  RCD-KCAL            PIC 9(05)V9(01).
               10  RCD-PROTEINA        PIC 9(05)V9(01).
               10  RCD-CARBOIDRATO     PIC 9(05)V9(01).
               10  RCD-GORDURA         PIC 9(05)V9(01).
               10  RCD-FIBRA           PIC 9(05)V9(01).
