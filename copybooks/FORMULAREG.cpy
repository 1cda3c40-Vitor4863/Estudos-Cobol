      ******************************************************************
      * FORMULAREG.CPY
      * Named formula and variable library of the calculator
      * (FORMULAS.DAT), keyed by FML-NOME and maintained through the
      * EXPRESSAO LIVRE menu of CALCULADORA.  A formula ("F") keeps
      * up to five parameter names and a body of up to 120
      * characters written in the expression syntax of
      * CALC-AVALIADOR, for example PRORATA(SAL;DIAS) with the body
      * SAL / 30 * DIAS.  A variable ("V") keeps the value it was
      * given when stored.  CALC-AVALIADOR expands every reference
      * to a formula or variable found in an expression - including
      * references inside other formulas - before evaluating it, so
      * CALCULADORA and CALCULADORA-LOTE both see the same library.
      * Names and bodies are kept in upper case.
      ******************************************************************
       01  FML-REGISTRO.
           05  FML-NOME                PIC X(10).
           05  FML-TIPO                PIC X(01).
               88  FML-E-FORMULA               VALUE "F".
               88  FML-E-VARIAVEL              VALUE "V".
           05  FML-QTDE-PARAMETROS     PIC 9(01).
           05  FML-PARAMETRO OCCURS 5 TIMES
                                       PIC X(10).
           05  FML-CORPO               PIC X(120).
           05  FML-VALOR               PIC S9(8)V99.
           05  FML-DATA-ATUALIZACAO    PIC 9(08).
