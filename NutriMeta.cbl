      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original goal tracking and progress report.
      * 2026-10-14  RA   Each patient keyed is logged through
      *                  NUTRI-ACESSO to the health-data access log
      *                  LOGSAUDE.DAT, and the patient header of the
      *                  report carries the name, masked for
      *                  non-nutritionist profiles.
      * 2026-10-15  RA   METAS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-META.
       01  WS-NO-ALVO-EDIT         PIC 9(04) VALUE 0.
       01  WS-FORA-EDIT            PIC 9(04) VALUE 0.

           COPY "ACESSOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ACEITAR-ID - pede o Employee-Id do paciente e registra a
      * leitura no log de acesso a dados de saude.
      ******************************************************************
       2100-ACEITAR-ID.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2110-SOLICITAR-ID THRU 2110-EXIT
               UNTIL ENTRADA-VALIDA.
           PERFORM 2150-REGISTRAR-ACESSO THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-REGISTRAR-ACESSO - registra no log de saude a leitura do
      * paciente em WS-ID-PEDIDO e obtem o nome a imprimir (mascarado
      * para quem nao e nutricionista).
      ******************************************************************
       2150-REGISTRAR-ACESSO.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "NUTRI-META" TO ACS-PROGRAMA.
           MOVE WS-ID-PEDIDO TO ACS-EMPLOYEE-ID.
           MOVE SPACES TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DEFINIR-META - grava a meta combinada na consulta: alvo
      * de peso ou IMC e a data alvo.
       4500-AVALIAR-META.
           PERFORM 6000-BUSCAR-LEITURAS THRU 6000-EXIT.
           IF NOT LEITURA-ACHADA
               STRING "PACIENTE " WS-ID-PEDIDO " " ACS-NOME-PACIENTE
                   " SEM AVALIACOES EM IMCHIST - PROGRESSO NAO "
                   "APURADO"
                   DELIMITED BY SIZE INTO RPT-LINHA
           END-IF.
           MOVE WS-VALOR-ESPERADO TO WS-ESPERADO-EDIT.
           MOVE WS-PCT-ATINGIDO TO WS-PCT-EDIT.
           STRING "PACIENTE " WS-ID-PEDIDO " " ACS-NOME-PACIENTE
               " META(" WS-META-TIPO ") " WS-META-ALVO
               " ATE " WS-META-DATA-ALVO
               " BASE " WS-VALOR-BASE
               UNTIL FIM-METAS.
           IF EMPREGADO-EM-CURSO
               MOVE WS-EMPREGADO-CORRENTE TO WS-ID-PEDIDO
               PERFORM 2150-REGISTRAR-ACESSO THRU 2150-EXIT
               PERFORM 4100-BUSCAR-ULTIMA-META THRU 4100-EXIT
               PERFORM 4500-AVALIAR-META THRU 4500-EXIT
           END-IF.
                   ELSE
                       IF MET-EMPLOYEE-ID NOT = WS-EMPREGADO-CORRENTE
                           MOVE WS-EMPREGADO-CORRENTE TO WS-ID-PEDIDO
                           PERFORM 2150-REGISTRAR-ACESSO
                               THRU 2150-EXIT
                           PERFORM 4100-BUSCAR-ULTIMA-META
                               THRU 4100-EXIT
                           PERFORM 4500-AVALIAR-META THRU 4500-EXIT
               CLOSE IMCHIST-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-META" TO SPL-PROGRAMA.
           MOVE "METAS.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

