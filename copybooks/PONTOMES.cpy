      * the daily punches in PONTO.DAT.  CPD-FOLHA-PAGAMENTO picks
      * the run period's totals up so the holerite shows horas
      * extras earned (50% uplift) and faltas discounted.
      * For hour-bank staff PTM-HORAS-EXTRAS stays zero (the hours
      * went to BANCOHORAS.DAT) and PTM-HORAS-BH-PAGAS carries the
      * banked hours that expired in the month, paid by the folha as
      * horas extras.  Records closed before the field existed carry
      * spaces there and are read as zero.
      ******************************************************************
       01  PTM-REGISTRO.
           05  PTM-CHAVE.
           05  PTM-HORAS-TRABALHADAS   PIC 9(03)V99.
           05  PTM-HORAS-EXTRAS        PIC 9(03)V99.
           05  PTM-FALTAS              PIC 9(02).
           05  PTM-HORAS-BH-PAGAS      PIC 9(03)V99.
