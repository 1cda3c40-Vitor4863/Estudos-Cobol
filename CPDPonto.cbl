      *                  CPD-FERIAS can also be consulted and, if
      *                  need be, corrected here; V counts against
      *                  PTM-FALTAS like F and S.
      * 2026-09-28  RA   Added C (dia de compensacao do banco de horas)
      *                  to the accepted types; the monthly closing
      *                  debits it from the hour bank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-PONTO.
           DISPLAY "TIPO (T-TRABALHADO / F-FALTA INJUSTIFICADA / "
               "J-FALTA JUSTIFICADA /".
           DISPLAY "      M-ATESTADO MEDICO / A-ABONO / "
               "S-SUSPENSAO / V-FERIAS /".
           DISPLAY "      C-COMPENSACAO DO BANCO DE HORAS):".
           ACCEPT WS-TIPO-DIA.
           IF WS-TIPO-DIA = "T" OR WS-TIPO-DIA = "F"
               OR WS-TIPO-DIA = "J" OR WS-TIPO-DIA = "M"
               OR WS-TIPO-DIA = "A" OR WS-TIPO-DIA = "S"
               OR WS-TIPO-DIA = "V" OR WS-TIPO-DIA = "C"
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE T, F, J, M, A, "
                   "S, V OU C."
           END-IF.
       2710-EXIT.
           EXIT.
