      *                  error alongside the reason (01 sintaxe,
      *                  02 divisao por zero, 03 estouro) and the
      *                  full original image.
      * 2026-10-14  RA   Lines may now call the named formulas and
      *                  variables of FORMULAS.DAT, expanded by
      *                  CALC-AVALIADOR; undefined names (04), recursive
      *                  definitions (05) and calls with the wrong
      *                  arguments (06) go to EXPREJ.DAT with those
      *                  reason codes. The trailer is now recognised
      *                  only as "T" plus a numeric count on an
      *                  otherwise blank line, so an expression starting
      *                  with a name such as TAXA is no longer taken for
      *                  it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA-LOTE.
                   CONTINUE
               NOT AT END
                   IF ENT-REGISTRO (1:1) = "T"
                       AND ENT-REGISTRO (2:7) IS NUMERIC
                       AND ENT-REGISTRO (9:52) = SPACES
                       MOVE ENT-REGISTRO TO WS-LINHA-HEADER
                       MOVE "S" TO SW-TRAILER-LIDO
                   ELSE

      ******************************************************************
      * 3000-CALCULAR - avalia a expressao livre da vez pelo
      * CALC-AVALIADOR compartilhado, que expande as formulas e
      * variaveis de FORMULAS.DAT; um retorno de erro vira linha de
      * rejeito com o motivo (01 sintaxe, 02 divisao por zero, 03
      * estouro, 04 nome indefinido, 05 definicao recursiva, 06
      * argumentos errados) e a posicao do erro.
      ******************************************************************
       3000-CALCULAR.
           MOVE 0 TO WS-RESULTADO-CALCULADO.
