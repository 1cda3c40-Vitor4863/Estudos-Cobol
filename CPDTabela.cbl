      * 2026-08-22  RA   The bracket-1 IRRF prompt now says the
      *                  bracket is exempt and the rate is a filler
      *                  the folha never applies.
      * 2026-09-24  RA   Collects and shows the dependents parameters
      *                  added to TABIMP.DAT: IRRF deduction per
      *                  dependent, age limit of a filho for the IRRF,
      *                  and the salario-familia quota, age limit and
      *                  salary ceiling.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-TABELA-IMPOSTOS.
               UNTIL WS-IDX-FAIXA > 4.
           DISPLAY "BASE DE DEDUCAO DO IRRF:".
           ACCEPT TBI-IRRF-BASE.
           PERFORM 3400-COLETAR-DEPENDENTES THRU 3400-EXIT.
           MOVE WS-VIGENCIA-PEDIDA TO TBI-VIGENCIA.
           REWRITE TBI-REGISTRO
               INVALID KEY
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-COLETAR-DEPENDENTES - deducao do IRRF por dependente e
      * parametros do salario-familia (cota, idade limite e teto).
      ******************************************************************
       3400-COLETAR-DEPENDENTES.
           DISPLAY "DEDUCAO DO IRRF POR DEPENDENTE:".
           ACCEPT TBI-DEDUCAO-DEPENDENTE.
           DISPLAY "IDADE LIMITE DO FILHO PARA O IRRF (EX: 21):".
           ACCEPT TBI-DEP-IRRF-IDADE.
           DISPLAY "COTA DO SALARIO-FAMILIA POR FILHO:".
           ACCEPT TBI-SALFAM-COTA.
           DISPLAY "IDADE LIMITE DO SALARIO-FAMILIA (EX: 14):".
           ACCEPT TBI-SALFAM-IDADE.
           DISPLAY "TETO DE SALARIO PARA O SALARIO-FAMILIA:".
           ACCEPT TBI-SALFAM-TETO.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONSULTAR-TABELA - mostra a tabela gravada para a
      * vigencia informada.
                       TBI-IRRF-TAXA (2) " " TBI-IRRF-TAXA (3) " "
                       TBI-IRRF-TAXA (4)
                   DISPLAY "BASE IRRF: " TBI-IRRF-BASE
                   IF TBI-DEDUCAO-DEPENDENTE IS NUMERIC
                       DISPLAY "DEDUCAO POR DEPENDENTE: "
                           TBI-DEDUCAO-DEPENDENTE
                           " (FILHO ATE " TBI-DEP-IRRF-IDADE " ANOS)"
                       DISPLAY "SALARIO-FAMILIA: COTA "
                           TBI-SALFAM-COTA " ATE "
                           TBI-SALFAM-IDADE " ANOS, TETO "
                           TBI-SALFAM-TETO
                   ELSE
                       DISPLAY "DEPENDENTES: NAO INFORMADO NESTA "
                           "TABELA."
                   END-IF
           END-READ.
       4000-EXIT.
           EXIT.
