      ******************************************************************
      * APLICREG.CPY
      * One record per time deposit (aplicacao a prazo), keyed by
      * APL-NUMERO (APLICACOES.DAT).  Opened at the aplicacoes menu
      * of SISTEMA-BANCO (BANCO-APLICACOES), which debits APL-CONTA
      * with TRN-TIPO "I"; yield accrues every business day in the
      * nightly BANCO-RENDIMENTO-DIARIO.  At APL-DATA-VENCIMENTO -
      * or earlier on a redemption asked by the customer - principal
      * plus yield, net of the income tax withheld, is credited back
      * as TRN-TIPO "S".  On "I"/"S" postings TRN-CONTAPARTE carries
      * APL-NUMERO (see TRANREG.cpy).
      * APL-TAXA-ANUAL is the contracted rate in percent a year; one
      * business day yields (APL-PRINCIPAL + APL-RENDIMENTO) *
      * APL-TAXA-ANUAL / 100 / 252, FERIADOS.DAT deciding which days
      * are business days.  APL-DATA-ULT-CALCULO holds the last
      * movement date accrued, so a rerun of the night never accrues
      * the same day twice.
      * Income tax (IR) on the gross yield follows the regressive
      * table by days held (30/360, start to redemption): up to 180
      * days 22.5%, up to 360 20%, up to 720 17.5%, above 15%.
      * APL-SITUACAO: "A" ativa, "V" resgatada no vencimento, "R"
      * resgatada antecipadamente.  Redeemed records stay on file;
      * APL-DATA-RESGATE, APL-IR-RETIDO and APL-VALOR-LIQUIDO are zero
      * while the deposit is active.
      ******************************************************************
       01  APL-REGISTRO.
           05  APL-NUMERO          PIC 9(05).
           05  APL-CONTA           PIC 9(05).
           05  APL-PRINCIPAL       PIC 9(10)V99.
           05  APL-TAXA-ANUAL      PIC 9(03)V9(04).
           05  APL-DATA-INICIO     PIC 9(08).
           05  APL-DATA-VENCIMENTO PIC 9(08).
           05  APL-RENDIMENTO      PIC 9(10)V99.
           05  APL-DIAS-UTEIS      PIC 9(05).
           05  APL-DATA-ULT-CALCULO PIC 9(08).
           05  APL-SITUACAO        PIC X(01).
               88  APL-ATIVA           VALUE "A".
               88  APL-VENCIDA         VALUE "V".
               88  APL-RESGATADA       VALUE "R".
           05  APL-DATA-RESGATE    PIC 9(08).
           05  APL-IR-RETIDO       PIC 9(10)V99.
           05  APL-VALOR-LIQUIDO   PIC 9(10)V99.
           05  APL-OPERADOR        PIC X(10).
