      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-10-07
      * Purpose: CNPJ check-digit service, companion of
      *          BANCO-VALIDA-CPF for legal entities (first used by
      *          the supplier master of GESTAO-TITULOS).  Given a
      *          14-digit CNPJ, recomputes both modulo-11 check
      *          digits (weights 5..2 then 9..2 over the first 12
      *          digits, 6..2 then 9..2 over the first 13; remainder
      *          below 2 gives digit 0, otherwise 11 - remainder)
      *          and answers "S" when they match the last two
      *          digits.  A CNPJ made of one repeated digit is
      *          refused as well.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-07  RA   Original CNPJ check-digit service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-VALIDA-CNPJ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CNPJ-TRABALHO        PIC 9(14) VALUE 0.
       01  WS-CNPJ-DIGITOS REDEFINES WS-CNPJ-TRABALHO.
           05  WS-CNPJ-DIGITO      PIC 9(01) OCCURS 14 TIMES.

       01  WS-IDX                  PIC 9(02) COMP VALUE 0.
       01  WS-PESO                 PIC 9(02) COMP VALUE 0.
       01  WS-DISTANCIA            PIC 9(02) COMP VALUE 0.
       01  WS-QTDE-POSICOES        PIC 9(02) COMP VALUE 0.
       01  WS-SOMA                 PIC 9(04) COMP VALUE 0.
       01  WS-QUOCIENTE            PIC 9(04) COMP VALUE 0.
       01  WS-RESTO                PIC 9(02) COMP VALUE 0.
       01  WS-DV-CALCULADO         PIC 9(01) VALUE 0.

       01  SW-DIGITOS-IGUAIS       PIC X(01) VALUE "S".
           88  DIGITOS-IGUAIS               VALUE "S".

       01  SW-CNPJ-VALIDO          PIC X(01) VALUE "N".
           88  CNPJ-VALIDO                  VALUE "S".

       LINKAGE SECTION.
       01  LNK-CNPJ                PIC 9(14).
       01  LNK-CNPJ-VALIDO         PIC X(01).

       PROCEDURE DIVISION USING LNK-CNPJ LNK-CNPJ-VALIDO.

       0000-MAINLINE.
           MOVE LNK-CNPJ TO WS-CNPJ-TRABALHO.
           PERFORM 2000-CONFERIR-CNPJ THRU 2000-EXIT.
           IF CNPJ-VALIDO
               MOVE "S" TO LNK-CNPJ-VALIDO
           ELSE
               MOVE "N" TO LNK-CNPJ-VALIDO
           END-IF.
           GOBACK.

      ******************************************************************
      * 2000-CONFERIR-CNPJ - recusa repeticao de um so digito e depois
      * confere os dois digitos verificadores, um de cada vez.
      ******************************************************************
       2000-CONFERIR-CNPJ.
           MOVE "N" TO SW-CNPJ-VALIDO.
           MOVE "S" TO SW-DIGITOS-IGUAIS.
           PERFORM 2100-COMPARAR-DIGITO THRU 2100-EXIT
               VARYING WS-IDX FROM 2 BY 1
               UNTIL WS-IDX > 14 OR NOT DIGITOS-IGUAIS.
           IF DIGITOS-IGUAIS
               GO TO 2000-EXIT
           END-IF.
           MOVE 12 TO WS-QTDE-POSICOES.
           PERFORM 3000-CALCULAR-DV THRU 3000-EXIT.
           IF WS-DV-CALCULADO NOT = WS-CNPJ-DIGITO (13)
               GO TO 2000-EXIT
           END-IF.
           MOVE 13 TO WS-QTDE-POSICOES.
           PERFORM 3000-CALCULAR-DV THRU 3000-EXIT.
           IF WS-DV-CALCULADO NOT = WS-CNPJ-DIGITO (14)
               GO TO 2000-EXIT
           END-IF.
           MOVE "S" TO SW-CNPJ-VALIDO.
       2000-EXIT.
           EXIT.

       2100-COMPARAR-DIGITO.
           IF WS-CNPJ-DIGITO (WS-IDX) NOT = WS-CNPJ-DIGITO (1)
               MOVE "N" TO SW-DIGITOS-IGUAIS
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CALCULAR-DV - modulo 11 sobre as primeiras
      * WS-QTDE-POSICOES posicoes; contando da ultima posicao para a
      * primeira, os pesos vao de 2 a 9 e recomecam em 2.
      ******************************************************************
       3000-CALCULAR-DV.
           MOVE 0 TO WS-SOMA.
           PERFORM 3100-SOMAR-POSICAO THRU 3100-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTDE-POSICOES.
           DIVIDE WS-SOMA BY 11
               GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO < 2
               MOVE 0 TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SOMAR-POSICAO.
           COMPUTE WS-DISTANCIA = WS-QTDE-POSICOES - WS-IDX.
           DIVIDE WS-DISTANCIA BY 8
               GIVING WS-QUOCIENTE
               REMAINDER WS-PESO.
           ADD 2 TO WS-PESO.
           COMPUTE WS-SOMA = WS-SOMA
               + WS-CNPJ-DIGITO (WS-IDX) * WS-PESO.
       3100-EXIT.
           EXIT.
