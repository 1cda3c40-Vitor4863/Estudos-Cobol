      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-10-08
      * Purpose: Collection barcode service for the boletos issued
      *          by AGENCIA CENTRAL (first used by the emitir boletos
      *          option of GESTAO-TITULOS).  Given the nosso numero,
      *          the account to be credited, the due date and the
      *          value (BOLETOLNK.cpy), assembles the 44-digit
      *          barcode - bank, moeda, general check digit, fator
      *          de vencimento, value and the 25-digit campo livre
      *          (agencia, carteira, nosso numero, conta) - and the
      *          47-digit digitable line with the modulo-10 check
      *          digit of each of its first three fields.  The
      *          general digit is modulo 11 over the other 43 digits
      *          (weights 2..9 from the right; 0, 10 and 11 give 1).
      *          The fator counts the days since 1997-10-07 and
      *          restarts at 1000 once it passes 9999.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-08  RA   Original boleto barcode and digitable line
      *                  service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CODIGO-BOLETO.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Identificacao do banco emissor na compensacao e da carteira de
      * cobranca da agencia.
       01  WS-BANCO-EMISSOR        PIC 9(03) VALUE 999.
       01  WS-MOEDA-REAL           PIC 9(01) VALUE 9.
       01  WS-AGENCIA-EMISSORA     PIC 9(04) VALUE 1.
       01  WS-CARTEIRA-COBRANCA    PIC 9(02) VALUE 9.
       01  WS-DATA-BASE-FATOR      PIC 9(08) VALUE 19971007.
       01  WS-VALOR-MAXIMO         PIC 9(10)V99 VALUE 99999999.99.

       01  WS-CODIGO-BARRAS.
           05  WS-CB-BANCO         PIC 9(03).
           05  WS-CB-MOEDA         PIC 9(01).
           05  WS-CB-DV-GERAL      PIC 9(01).
           05  WS-CB-FATOR         PIC 9(04).
           05  WS-CB-VALOR         PIC 9(08)V99.
           05  WS-CB-CAMPO-LIVRE.
               10  WS-CL-AGENCIA   PIC 9(04).
               10  WS-CL-CARTEIRA  PIC 9(02).
               10  WS-CL-NOSSO-NUMERO PIC 9(11).
               10  WS-CL-CONTA     PIC 9(07).
               10  WS-CL-RESERVA   PIC 9(01).
       01  WS-CB-DIGITOS REDEFINES WS-CODIGO-BARRAS.
           05  WS-CB-DIGITO        PIC 9(01) OCCURS 44 TIMES.
       01  WS-CB-PARTES REDEFINES WS-CODIGO-BARRAS.
           05  FILLER              PIC X(19).
           05  WS-CB-LIVRE-1       PIC X(05).
           05  WS-CB-LIVRE-2       PIC X(10).
           05  WS-CB-LIVRE-3       PIC X(10).

       01  WS-LINHA-DIGITAVEL.
           05  WS-LD-CAMPO-1.
               10  WS-LD-BANCO     PIC 9(03).
               10  WS-LD-MOEDA     PIC 9(01).
               10  WS-LD-LIVRE-1   PIC X(05).
               10  WS-LD-DV-1      PIC 9(01).
           05  WS-LD-CAMPO-2.
               10  WS-LD-LIVRE-2   PIC X(10).
               10  WS-LD-DV-2      PIC 9(01).
           05  WS-LD-CAMPO-3.
               10  WS-LD-LIVRE-3   PIC X(10).
               10  WS-LD-DV-3      PIC 9(01).
           05  WS-LD-DV-GERAL      PIC 9(01).
           05  WS-LD-FATOR         PIC 9(04).
           05  WS-LD-VALOR         PIC 9(08)V99.
       01  WS-LD-DIGITOS REDEFINES WS-LINHA-DIGITAVEL.
           05  WS-LD-DIGITO        PIC 9(01) OCCURS 47 TIMES.

       01  WS-IDX                  PIC 9(02) COMP VALUE 0.
       01  WS-POS-INICIAL          PIC 9(02) COMP VALUE 0.
       01  WS-POS-FINAL            PIC 9(02) COMP VALUE 0.
       01  WS-PESO                 PIC 9(02) COMP VALUE 0.
       01  WS-PRODUTO              PIC 9(02) COMP VALUE 0.
       01  WS-SOMA                 PIC 9(04) COMP VALUE 0.
       01  WS-QUOCIENTE            PIC 9(04) COMP VALUE 0.
       01  WS-RESTO                PIC 9(04) COMP VALUE 0.
       01  WS-DV-CALCULADO         PIC 9(01) VALUE 0.

       01  WS-DATA-CALCULO.
           05  WS-CALC-ANO         PIC 9(04).
           05  WS-CALC-MES         PIC 9(02).
           05  WS-CALC-DIA         PIC 9(02).
       01  WS-DATA-CALCULO-NUM REDEFINES WS-DATA-CALCULO PIC 9(08).
       01  WS-AJUSTE-ANO           PIC 9(01) COMP VALUE 0.
       01  WS-ANO-JULIANO          PIC 9(05) COMP VALUE 0.
       01  WS-MES-JULIANO          PIC 9(02) COMP VALUE 0.
       01  WS-TERMO                PIC 9(07) COMP VALUE 0.
       01  WS-PARCELA              PIC 9(07) COMP VALUE 0.
       01  WS-NUMERO-DIA           PIC 9(08) COMP VALUE 0.
       01  WS-NUMERO-DIA-BASE      PIC 9(08) COMP VALUE 0.
       01  WS-DIAS-CORRIDOS        PIC S9(08) COMP VALUE 0.

       LINKAGE SECTION.
           COPY "BOLETOLNK.cpy".

       PROCEDURE DIVISION USING BLK-PARAMETROS.

       0000-MAINLINE.
           MOVE 0 TO BLK-RETORNO.
           MOVE 0 TO BLK-FATOR.
           MOVE SPACES TO BLK-CODIGO-BARRAS.
           MOVE SPACES TO BLK-LINHA-DIGITAVEL.
           IF BLK-VALOR > WS-VALOR-MAXIMO
               MOVE 8 TO BLK-RETORNO
               GOBACK
           END-IF.
           PERFORM 2000-CALCULAR-FATOR THRU 2000-EXIT.
           IF NOT BLK-OK
               GOBACK
           END-IF.
           PERFORM 3000-MONTAR-CODIGO-BARRAS THRU 3000-EXIT.
           PERFORM 4000-MONTAR-LINHA-DIGITAVEL THRU 4000-EXIT.
           MOVE WS-CB-FATOR TO BLK-FATOR.
           MOVE WS-CODIGO-BARRAS TO BLK-CODIGO-BARRAS.
           MOVE WS-LINHA-DIGITAVEL TO BLK-LINHA-DIGITAVEL.
           GOBACK.

      ******************************************************************
      * 2000-CALCULAR-FATOR - dias corridos entre a data base e o
      * vencimento; passado de 9999 o fator recomeca em 1000.
      ******************************************************************
       2000-CALCULAR-FATOR.
           MOVE WS-DATA-BASE-FATOR TO WS-DATA-CALCULO-NUM.
           PERFORM 2100-NUMERO-DO-DIA THRU 2100-EXIT.
           MOVE WS-NUMERO-DIA TO WS-NUMERO-DIA-BASE.
           MOVE BLK-VENCIMENTO TO WS-DATA-CALCULO-NUM.
           PERFORM 2100-NUMERO-DO-DIA THRU 2100-EXIT.
           COMPUTE WS-DIAS-CORRIDOS =
               WS-NUMERO-DIA - WS-NUMERO-DIA-BASE.
           IF WS-DIAS-CORRIDOS < 0
               MOVE 8 TO BLK-RETORNO
               GO TO 2000-EXIT
           END-IF.
           IF WS-DIAS-CORRIDOS > 9999
               SUBTRACT 1000 FROM WS-DIAS-CORRIDOS
               DIVIDE WS-DIAS-CORRIDOS BY 9000
                   GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               COMPUTE WS-CB-FATOR = WS-RESTO + 1000
           ELSE
               MOVE WS-DIAS-CORRIDOS TO WS-CB-FATOR
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-NUMERO-DO-DIA - numero sequencial do dia (contagem
      * juliana) da data em WS-DATA-CALCULO; cada divisao e inteira,
      * por isso vai em DIVIDE separado.
      ******************************************************************
       2100-NUMERO-DO-DIA.
           IF WS-CALC-MES < 3
               MOVE 1 TO WS-AJUSTE-ANO
           ELSE
               MOVE 0 TO WS-AJUSTE-ANO
           END-IF.
           COMPUTE WS-ANO-JULIANO =
               WS-CALC-ANO + 4800 - WS-AJUSTE-ANO.
           COMPUTE WS-MES-JULIANO =
               WS-CALC-MES + 12 * WS-AJUSTE-ANO - 3.
           COMPUTE WS-NUMERO-DIA =
               WS-CALC-DIA + 365 * WS-ANO-JULIANO - 32045.
           COMPUTE WS-TERMO = 153 * WS-MES-JULIANO + 2.
           DIVIDE WS-TERMO BY 5 GIVING WS-PARCELA.
           ADD WS-PARCELA TO WS-NUMERO-DIA.
           DIVIDE WS-ANO-JULIANO BY 4 GIVING WS-PARCELA.
           ADD WS-PARCELA TO WS-NUMERO-DIA.
           DIVIDE WS-ANO-JULIANO BY 100 GIVING WS-PARCELA.
           SUBTRACT WS-PARCELA FROM WS-NUMERO-DIA.
           DIVIDE WS-ANO-JULIANO BY 400 GIVING WS-PARCELA.
           ADD WS-PARCELA TO WS-NUMERO-DIA.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MONTAR-CODIGO-BARRAS - monta as 44 posicoes e calcula o
      * digito geral (posicao 5) sobre as outras 43.
      ******************************************************************
       3000-MONTAR-CODIGO-BARRAS.
           MOVE WS-BANCO-EMISSOR TO WS-CB-BANCO.
           MOVE WS-MOEDA-REAL TO WS-CB-MOEDA.
           MOVE 0 TO WS-CB-DV-GERAL.
           MOVE BLK-VALOR TO WS-CB-VALOR.
           MOVE WS-AGENCIA-EMISSORA TO WS-CL-AGENCIA.
           MOVE WS-CARTEIRA-COBRANCA TO WS-CL-CARTEIRA.
           MOVE BLK-NOSSO-NUMERO TO WS-CL-NOSSO-NUMERO.
           MOVE BLK-CONTA TO WS-CL-CONTA.
           MOVE 0 TO WS-CL-RESERVA.
           MOVE 0 TO WS-SOMA.
           MOVE 2 TO WS-PESO.
           PERFORM 3100-SOMAR-MOD11 THRU 3100-EXIT
               VARYING WS-IDX FROM 44 BY -1
               UNTIL WS-IDX < 1.
           DIVIDE WS-SOMA BY 11
               GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO < 2
               MOVE 1 TO WS-CB-DV-GERAL
           ELSE
               COMPUTE WS-CB-DV-GERAL = 11 - WS-RESTO
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SOMAR-MOD11 - da direita para a esquerda, pesos de 2 a 9
      * recomecando em 2; a posicao do proprio digito fica de fora.
      ******************************************************************
       3100-SOMAR-MOD11.
           IF WS-IDX = 5
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-SOMA = WS-SOMA
               + WS-CB-DIGITO (WS-IDX) * WS-PESO.
           IF WS-PESO = 9
               MOVE 2 TO WS-PESO
           ELSE
               ADD 1 TO WS-PESO
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MONTAR-LINHA-DIGITAVEL - redistribui o codigo de barras
      * nos cinco campos da linha e calcula o modulo 10 de cada um
      * dos tres primeiros.
      ******************************************************************
       4000-MONTAR-LINHA-DIGITAVEL.
           MOVE WS-CB-BANCO TO WS-LD-BANCO.
           MOVE WS-CB-MOEDA TO WS-LD-MOEDA.
           MOVE WS-CB-LIVRE-1 TO WS-LD-LIVRE-1.
           MOVE WS-CB-LIVRE-2 TO WS-LD-LIVRE-2.
           MOVE WS-CB-LIVRE-3 TO WS-LD-LIVRE-3.
           MOVE WS-CB-DV-GERAL TO WS-LD-DV-GERAL.
           MOVE WS-CB-FATOR TO WS-LD-FATOR.
           MOVE WS-CB-VALOR TO WS-LD-VALOR.
           MOVE 1 TO WS-POS-INICIAL.
           MOVE 9 TO WS-POS-FINAL.
           PERFORM 4100-CALCULAR-DV-MOD10 THRU 4100-EXIT.
           MOVE WS-DV-CALCULADO TO WS-LD-DV-1.
           MOVE 11 TO WS-POS-INICIAL.
           MOVE 20 TO WS-POS-FINAL.
           PERFORM 4100-CALCULAR-DV-MOD10 THRU 4100-EXIT.
           MOVE WS-DV-CALCULADO TO WS-LD-DV-2.
           MOVE 22 TO WS-POS-INICIAL.
           MOVE 31 TO WS-POS-FINAL.
           PERFORM 4100-CALCULAR-DV-MOD10 THRU 4100-EXIT.
           MOVE WS-DV-CALCULADO TO WS-LD-DV-3.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CALCULAR-DV-MOD10 - modulo 10 das posicoes da linha entre
      * WS-POS-INICIAL e WS-POS-FINAL: pesos 2 e 1 alternados a partir
      * da direita, produto acima de 9 soma os seus dois algarismos.
      ******************************************************************
       4100-CALCULAR-DV-MOD10.
           MOVE 0 TO WS-SOMA.
           MOVE 2 TO WS-PESO.
           PERFORM 4200-SOMAR-MOD10 THRU 4200-EXIT
               VARYING WS-IDX FROM WS-POS-FINAL BY -1
               UNTIL WS-IDX < WS-POS-INICIAL.
           DIVIDE WS-SOMA BY 10
               GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = 0
               MOVE 0 TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 10 - WS-RESTO
           END-IF.
       4100-EXIT.
           EXIT.

       4200-SOMAR-MOD10.
           COMPUTE WS-PRODUTO = WS-LD-DIGITO (WS-IDX) * WS-PESO.
           IF WS-PRODUTO > 9
               SUBTRACT 9 FROM WS-PRODUTO
           END-IF.
           ADD WS-PRODUTO TO WS-SOMA.
           IF WS-PESO = 2
               MOVE 1 TO WS-PESO
           ELSE
               MOVE 2 TO WS-PESO
           END-IF.
       4200-EXIT.
           EXIT.

       END PROGRAM BANCO-CODIGO-BOLETO.
