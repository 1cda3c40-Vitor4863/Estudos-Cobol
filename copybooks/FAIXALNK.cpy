      ******************************************************************
      * FAIXALNK.CPY
      * Parameter block of the CALLable CPD-FAIXA-SALARIAL.  The
      * caller fills FXA-CARGO and FXA-SALARIO; the service returns
      * the cargo's title, level and band from CARGOS.DAT
      * (CARGOREG.cpy) and where the salary falls: FXA-RESULTADO 0
      * inside the band, 1 below the minimum, 2 above the maximum,
      * 9 cargo not on file (title, level and band then come back
      * as spaces and zero).
      * FXA-POSICAO is the salary's position in the band as a
      * percentage - 0 at the minimum, 100 at the maximum, negative
      * below and over 100 above it.
      ******************************************************************
       01  FXA-PARAMETROS.
           05  FXA-CARGO           PIC X(05).
           05  FXA-SALARIO         PIC 9(06).
           05  FXA-RESULTADO       PIC 9(01).
               88  FXA-DENTRO-FAIXA         VALUE 0.
               88  FXA-ABAIXO-MINIMO        VALUE 1.
               88  FXA-ACIMA-MAXIMO         VALUE 2.
               88  FXA-CARGO-INEXISTENTE    VALUE 9.
           05  FXA-TITULO          PIC X(25).
           05  FXA-NIVEL           PIC 9(02).
           05  FXA-MINIMO          PIC 9(06).
           05  FXA-MAXIMO          PIC 9(06).
           05  FXA-POSICAO         PIC S9(05)V9.
