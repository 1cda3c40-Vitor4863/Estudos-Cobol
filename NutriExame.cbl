      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original laboratory results module.
      * 2026-10-14  RA   Each patient keyed is logged through
      *                  NUTRI-ACESSO to the health-data access log
      *                  LOGSAUDE.DAT, and the patient header of the
      *                  report carries the name, masked for
      *                  non-nutritionist profiles.
      * 2026-10-15  RA   EXAMES.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-EXAME.
       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

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
           MOVE "NUTRI-EXAME" TO ACS-PROGRAMA.
           MOVE WS-ID-PEDIDO TO ACS-EMPLOYEE-ID.
           MOVE SPACES TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       2150-EXIT.
           EXIT.

       2200-ACEITAR-TIPO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2210-SOLICITAR-TIPO THRU 2210-EXIT
           PERFORM 2100-ACEITAR-ID THRU 2100-EXIT.
           MOVE 0 TO WS-EXAMES-LISTADOS.
           STRING "TENDENCIA DE EXAMES - PACIENTE " WS-ID-PEDIDO
               " " ACS-NOME-PACIENTE
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "N" TO SW-FIM-EXAMES.
               CLOSE IMCHIST-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-EXAME" TO SPL-PROGRAMA.
           MOVE "EXAMES.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

