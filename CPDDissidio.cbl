      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-29  RA   Checks each raised salary against the cargo's
      *                  band through CPD-FAIXA-SALARIAL: the raise
      *                  still applies, but anyone it leaves outside the
      *                  band is saved pending HR approval and marked on
      *                  the report, with a count in the summary.
      * 2026-10-15  RA   DISSIDIO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-DISSIDIO.
       01  WS-REAJUSTADOS-EDIT     PIC 9(05) VALUE 0.
       01  WS-TOTAL-ANTERIOR       PIC 9(10) VALUE 0.
       01  WS-TOTAL-NOVO           PIC 9(10) VALUE 0.
       01  WS-TOTAL-FORA-FAIXA     PIC 9(05) COMP VALUE 0.
       01  WS-FORA-FAIXA-EDIT      PIC 9(05) VALUE 0.
       01  WS-NOTA-FAIXA           PIC X(30) VALUE SPACES.
           COPY "FAIXALNK.cpy".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-SALARIO-NOVO TO Employee-Salary.
           PERFORM 3500-CONFERIR-FAIXA THRU 3500-EXIT.
           REWRITE Employee-Record.
           MOVE Employee-Id TO SAL-EMPLOYEE-ID.
           MOVE WS-DATA-VIGENCIA TO SAL-DATA-VIGENCIA.
           ADD WS-SALARIO-NOVO TO WS-TOTAL-NOVO.
           STRING Employee-Id "  " Employee-Department "  "
               WS-SALARIO-ANTERIOR "  " WS-SALARIO-NOVO
               "  " WS-NOTA-FAIXA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CONFERIR-FAIXA - confere o salario reajustado com a faixa
      * do cargo.  O dissidio e aplicado de qualquer forma; quem sai
      * da faixa fica pendente de aprovacao do RH, marcado no
      * relatorio.  Sem cargo (ou cargo fora do cadastro) nao ha
      * faixa a conferir.
      ******************************************************************
       3500-CONFERIR-FAIXA.
           MOVE SPACES TO WS-NOTA-FAIXA.
           IF Employee-Cargo = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE Employee-Cargo TO FXA-CARGO.
           MOVE Employee-Salary TO FXA-SALARIO.
           CALL "CPD-FAIXA-SALARIAL" USING FXA-PARAMETROS.
           EVALUATE TRUE
               WHEN FXA-DENTRO-FAIXA
                   MOVE SPACE TO Employee-Faixa-Situacao
               WHEN FXA-ABAIXO-MINIMO
                   MOVE "P" TO Employee-Faixa-Situacao
                   MOVE "ABAIXO DA FAIXA - APROVACAO RH"
                       TO WS-NOTA-FAIXA
                   ADD 1 TO WS-TOTAL-FORA-FAIXA
               WHEN FXA-ACIMA-MAXIMO
                   MOVE "P" TO Employee-Faixa-Situacao
                   MOVE "ACIMA DA FAIXA - APROVACAO RH"
                       TO WS-NOTA-FAIXA
                   ADD 1 TO WS-TOTAL-FORA-FAIXA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais do reajuste para o aval do RH.
      ******************************************************************
           STRING "FOLHA REAJUSTADA........: " WS-TOTAL-NOVO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-FORA-FAIXA TO WS-FORA-FAIXA-EDIT.
           STRING "FORA DA FAIXA DO CARGO..: " WS-FORA-FAIXA-EDIT
               " (PENDENTES DE APROVACAO DO RH)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

               CLOSE EMPREGADOS-FILE
               CLOSE SALHIST-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "CPD-DISSIDIO" TO SPL-PROGRAMA
               MOVE "DISSIDIO.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               MOVE "EMPREGADOS" TO WS-CTL-ARQUIVO
               CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO
           END-IF.
