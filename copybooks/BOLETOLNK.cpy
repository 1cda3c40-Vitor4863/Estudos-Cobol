      ******************************************************************
      * BOLETOLNK.CPY
      * Parameter block of the CALLable BANCO-CODIGO-BOLETO, which
      * builds the collection barcode (44 digits) and the digitable
      * line (47 digits, printed in five groups) of a boleto issued
      * by AGENCIA CENTRAL.  The caller fills the nosso numero, the
      * company account to be credited, the due date and the value;
      * the service assembles the campo livre (agencia, carteira,
      * nosso numero and conta), the fator de vencimento (days since
      * 1997-10-07, restarting at 1000 after 9999) and the check
      * digits: modulo 11 for the barcode's general digit, modulo 10
      * for each of the first three fields of the digitable line.
      * BLK-RETORNO: 0 done, 8 value above what the barcode carries
      * (99.999.999,99) or due date before the base date.
      ******************************************************************
       01  BLK-PARAMETROS.
           05  BLK-NOSSO-NUMERO    PIC 9(11).
           05  BLK-CONTA           PIC 9(05).
           05  BLK-VENCIMENTO      PIC 9(08).
           05  BLK-VALOR           PIC 9(10)V99.
           05  BLK-FATOR           PIC 9(04).
           05  BLK-CODIGO-BARRAS   PIC X(44).
           05  BLK-LINHA-DIGITAVEL PIC X(47).
           05  BLK-RETORNO         PIC 9(02).
               88  BLK-OK                  VALUE 0.
               88  BLK-FORA-DO-LIMITE      VALUE 8.
