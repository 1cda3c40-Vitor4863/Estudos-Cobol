      *                  the new NUTRI-EXAME module that enters the
      *                  lab slips and trends them against the
      *                  measurements.
      * 2026-10-13  RA   Added TABELA DE ALIMENTOS (option 5, the new
      *                  NUTRI-ALIMENTO food composition table) and
      *                  RECORDATORIO 24 HORAS E INGESTAO (option 6,
      *                  the new NUTRI-RECORDATORIO, with the shared
      *                  history released around the CALL).
      * 2026-10-14  RA   Every patient read is now logged through
      *                  NUTRI-ACESSO (LOGSAUDE.DAT) under the operator
      *                  signed on at MENU-PRINCIPAL, now received with
      *                  the nutritionist flag in the CALL, and the
      *                  NUTRICAO.LST line carries the patient name,
      *                  masked for non-nutritionist profiles.  Added
      *                  PRIVACIDADE (option 7, the new
      *                  NUTRI-PRIVACIDADE consent and access report);
      *                  SAIR moved to 8.
      * 2026-10-15  RA   NUTRICAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRICAO.
       01  SW-PLANO-ACHADO            PIC X(01) VALUE "N".
           88  PLANO-ACHADO               VALUE "S".

           COPY "ACESSOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR               PIC X(10).
       01  LNK-NUTRICIONISTA          PIC X(01).

       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NUTRICIONISTA.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           DISPLAY "2 - PLANO ALIMENTAR".
           DISPLAY "3 - METAS E PROGRESSO".
           DISPLAY "4 - EXAMES LABORATORIAIS".
           DISPLAY "5 - TABELA DE ALIMENTOS".
           DISPLAY "6 - RECORDATORIO 24 HORAS E INGESTAO".
           DISPLAY "7 - PRIVACIDADE (CONSENTIMENTO E ACESSOS)".
           DISPLAY "8 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT WS-OPCAO-MENU.
           EVALUATE WS-OPCAO-MENU
               WHEN "4"
                   PERFORM 1800-CHAMAR-EXAMES THRU 1800-EXIT
               WHEN "5"
                   CALL "NUTRI-ALIMENTO"
               WHEN "6"
                   PERFORM 1900-CHAMAR-RECORDATORIO THRU 1900-EXIT
               WHEN "7"
                   CALL "NUTRI-PRIVACIDADE"
               WHEN "8"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           EXIT.

      ******************************************************************
      * 1900-CHAMAR-RECORDATORIO - libera o historico compartilhado e
      * chama o modulo do recordatorio 24 horas, reabrindo-o na volta.
      ******************************************************************
       1900-CHAMAR-RECORDATORIO.
           CLOSE IMCHIST-FILE.
           CALL "NUTRI-RECORDATORIO".
           OPEN I-O IMCHIST-FILE.
       1900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - abre a sessao do log de acesso a dados de
      * saude com o operador autenticado e abre (ou cria) o historico
      * de avaliacoes.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== SERVICO DE NUTRICAO ===".
           MOVE "A" TO ACS-FUNCAO.
           MOVE LNK-OPERADOR TO ACS-OPERADOR.
           MOVE LNK-NUTRICIONISTA TO ACS-NUTRICIONISTA.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
           OPEN I-O IMCHIST-FILE.
           IF WS-IMCHIST-ARQ-INEXISTENTE
               OPEN OUTPUT IMCHIST-FILE
      ******************************************************************
       2000-COLETAR-DADOS.
           PERFORM 2100-ACEITAR-ID-VALIDO THRU 2100-EXIT.
           PERFORM 2150-REGISTRAR-ACESSO THRU 2150-EXIT.
           PERFORM 2200-ACEITAR-PESO-VALIDO THRU 2200-EXIT.
           PERFORM 2300-ACEITAR-ALTURA-VALIDA THRU 2300-EXIT.
           PERFORM 2400-ACEITAR-CINTURA-VALIDA THRU 2400-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-REGISTRAR-ACESSO - registra no log de saude a leitura do
      * paciente e obtem o nome a exibir (mascarado para quem nao e
      * nutricionista).
      ******************************************************************
       2150-REGISTRAR-ACESSO.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "NUTRICAO" TO ACS-PROGRAMA.
           MOVE WS-EMPLOYEE-ID TO ACS-EMPLOYEE-ID.
           MOVE SPACES TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
           DISPLAY "PACIENTE: " ACS-NOME-PACIENTE.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACEITAR-PESO-VALIDO - pede o peso do paciente e repete a
      * pergunta enquanto o operador nao digitar somente numeros.
               " A " WS-PESO-IDEAL-MAX " KG".
           DISPLAY "RELACAO CINTURA-ESTATURA: " WS-RCE.
           STRING "EMPLOYEE-ID " WS-EMPLOYEE-ID
               " " ACS-NOME-PACIENTE
               " CLASSIFICACAO " CLASSIFICACAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           WRITE RPT-REGISTRO.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha o historico de avaliacoes e a sessao
      * do log de acesso a dados de saude.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE IMCHIST-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRICAO" TO SPL-PROGRAMA.
           MOVE "NUTRICAO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "F" TO ACS-FUNCAO.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       8000-EXIT.
           EXIT.

