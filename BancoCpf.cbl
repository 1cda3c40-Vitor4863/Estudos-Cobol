      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-16
      * Purpose: CPF check-digit service shared by the customer
      *          cadastro and the data-quality sweep.  Given an
      *          11-digit CPF, recomputes both modulo-11 check
      *          digits (weights 10..2 for the first, 11..2 for the
      *          second; remainder below 2 gives digit 0, otherwise
      *          11 - remainder) and answers "S" when they match the
      *          last two digits.  A CPF made of one repeated digit
      *          passes the arithmetic but is never issued, so it is
      *          refused as well.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-16  RA   Original CPF check-digit service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-VALIDA-CPF.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CPF-TRABALHO         PIC 9(11) VALUE 0.
       01  WS-CPF-DIGITOS REDEFINES WS-CPF-TRABALHO.
           05  WS-CPF-DIGITO       PIC 9(01) OCCURS 11 TIMES.

       01  WS-IDX                  PIC 9(02) COMP VALUE 0.
       01  WS-PESO                 PIC 9(02) COMP VALUE 0.
       01  WS-QTDE-POSICOES        PIC 9(02) COMP VALUE 0.
       01  WS-SOMA                 PIC 9(04) COMP VALUE 0.
       01  WS-QUOCIENTE            PIC 9(04) COMP VALUE 0.
       01  WS-RESTO                PIC 9(02) COMP VALUE 0.
       01  WS-DV-CALCULADO         PIC 9(01) VALUE 0.

       01  SW-DIGITOS-IGUAIS       PIC X(01) VALUE "S".
           88  DIGITOS-IGUAIS               VALUE "S".

       01  SW-CPF-VALIDO           PIC X(01) VALUE "N".
           88  CPF-VALIDO                   VALUE "S".

       LINKAGE SECTION.
       01  LNK-CPF                 PIC 9(11).
       01  LNK-CPF-VALIDO          PIC X(01).

       PROCEDURE DIVISION USING LNK-CPF LNK-CPF-VALIDO.

       0000-MAINLINE.
           MOVE LNK-CPF TO WS-CPF-TRABALHO.
           PERFORM 2000-CONFERIR-CPF THRU 2000-EXIT.
           IF CPF-VALIDO
               MOVE "S" TO LNK-CPF-VALIDO
           ELSE
               MOVE "N" TO LNK-CPF-VALIDO
           END-IF.
           GOBACK.

      ******************************************************************
      * 2000-CONFERIR-CPF - recusa repeticao de um so digito e depois
      * confere os dois digitos verificadores, um de cada vez.
      ******************************************************************
       2000-CONFERIR-CPF.
           MOVE "N" TO SW-CPF-VALIDO.
           MOVE "S" TO SW-DIGITOS-IGUAIS.
           PERFORM 2100-COMPARAR-DIGITO THRU 2100-EXIT
               VARYING WS-IDX FROM 2 BY 1
               UNTIL WS-IDX > 11 OR NOT DIGITOS-IGUAIS.
           IF DIGITOS-IGUAIS
               GO TO 2000-EXIT
           END-IF.
           MOVE 9 TO WS-QTDE-POSICOES.
           PERFORM 3000-CALCULAR-DV THRU 3000-EXIT.
           IF WS-DV-CALCULADO NOT = WS-CPF-DIGITO (10)
               GO TO 2000-EXIT
           END-IF.
           MOVE 10 TO WS-QTDE-POSICOES.
           PERFORM 3000-CALCULAR-DV THRU 3000-EXIT.
           IF WS-DV-CALCULADO NOT = WS-CPF-DIGITO (11)
               GO TO 2000-EXIT
           END-IF.
           MOVE "S" TO SW-CPF-VALIDO.
       2000-EXIT.
           EXIT.

       2100-COMPARAR-DIGITO.
           IF WS-CPF-DIGITO (WS-IDX) NOT = WS-CPF-DIGITO (1)
               MOVE "N" TO SW-DIGITOS-IGUAIS
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CALCULAR-DV - modulo 11 sobre as primeiras
      * WS-QTDE-POSICOES posicoes; o peso da primeira e
      * WS-QTDE-POSICOES + 1 e cai de um em um ate 2.
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
           COMPUTE WS-PESO = WS-QTDE-POSICOES + 2 - WS-IDX.
           COMPUTE WS-SOMA = WS-SOMA
               + WS-CPF-DIGITO (WS-IDX) * WS-PESO.
       3100-EXIT.
           EXIT.
