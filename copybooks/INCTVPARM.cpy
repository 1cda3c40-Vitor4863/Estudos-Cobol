      ******************************************************************
      * INCTVPARM.CPY
      * Wellness incentive rules (INCENTPARM.DAT), one table per
      * vigencia, maintained by CPD-INCENTIVO; the quarterly run
      * uses the table with the latest vigencia up to the last day
      * of the quarter.  IPR-PONTOS-AVALIACAO is earned for
      * attending the follow-up evaluation scheduled in the quarter
      * (IMCHIST.DAT IMC-PROXIMA-AVALIACAO), IPR-PONTOS-PROGRESSO
      * for moving toward the NUTRIMETA.DAT goal during the quarter
      * and IPR-PONTOS-META-ATINGIDA (instead) for reaching it, and
      * IPR-PONTOS-EXAME for each lab exam type (EXAMES.DAT) that
      * was outside the reference range before the quarter and is
      * normal on the quarter's latest result.  The total converts
      * to the bonus of the highest IPR-FAIXA whose minimum points
      * it reaches; unused faixas carry zero points.
      ******************************************************************
       01  IPR-REGISTRO.
           05  IPR-VIGENCIA            PIC 9(08).
           05  IPR-PONTOS-AVALIACAO    PIC 9(03).
           05  IPR-PONTOS-PROGRESSO    PIC 9(03).
           05  IPR-PONTOS-META-ATINGIDA PIC 9(03).
           05  IPR-PONTOS-EXAME        PIC 9(03).
           05  IPR-FAIXA OCCURS 5 TIMES.
               10  IPR-FAIXA-PONTOS    PIC 9(03).
               10  IPR-FAIXA-VALOR     PIC 9(05)V99.
           05  IPR-OPERADOR            PIC X(10).
