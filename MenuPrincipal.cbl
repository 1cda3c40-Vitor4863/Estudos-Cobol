      *                  are now also logged in LOGACESSO.DAT - those
      *                  are precisely the attempts security wants to
      *                  see.
      * 2026-10-14  RA   New USR-NUTRICIONISTA flag, asked with the
      *                  profile and shown on change: NUTRICAO now
      *                  receives the signed-on user and whether the
      *                  profile is a nutritionist via CALL USING, for
      *                  the health-data access log and the masking of
      *                  patient names.
      * 2026-10-15  RA   Admin option 5 shows the online/batch state of
      *                  the bank system and its open sessions, clears a
      *                  stale session and reopens the online after an
      *                  aborted nightly run.
      * 2026-10-15  RA   The signed-on user and profile are handed to
      *                  the report spool (OPERACAO-SPOOL) for the
      *                  session, and new option 8 lists and reprints
      *                  the spooled reports (OPERACAO-SPOOL-CONSULTA);
      *                  reports with personal data are reprinted only
      *                  for the profile of their subsystem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.
           05  WS-AUT-GESTAO          PIC X(01).
           05  WS-AUT-NUTRI           PIC X(01).
           05  WS-AUT-CALC            PIC X(01).
       01  WS-NUTRICIONISTA-LOGADO    PIC X(01) VALUE "N".
       01  SW-E-ADMIN                 PIC X(01) VALUE "N".
           88  E-ADMIN                    VALUE "S".

       01  WS-OPCAO-ADMIN             PIC X(01).
       01  WS-ID-ALVO                 PIC X(10).
       01  WS-RESPOSTA-ADMIN          PIC X(01).
           COPY "ESTADOLNK.cpy".
           COPY "SPOOLLNK.cpy".
       01  SW-USUARIO-OK              PIC X(01) VALUE "N".
           88  USUARIO-OK                 VALUE "S".

           PERFORM 1500-AUTENTICAR THRU 1500-EXIT
               UNTIL ACESSO-LIBERADO OR WS-TENTATIVAS >= 3.
           IF ACESSO-LIBERADO
               MOVE "S" TO SPL-FUNCAO
               MOVE WS-USUARIO-LOGADO TO SPL-OPERADOR
               MOVE WS-PERFIL-LOGADO TO SPL-PERFIL
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
               PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
                   UNTIL FIM-PROGRAMA
               MOVE "F" TO SPL-FUNCAO
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
           ELSE
               DISPLAY "NUMERO MAXIMO DE TENTATIVAS EXCEDIDO."
           END-IF.
                   MOVE WS-DATA-HOJE-NUM TO USR-DATA-SENHA
                   MOVE "S"              TO USR-TROCA-OBRIGATORIA
                   MOVE 0                TO USR-FALHAS
                   MOVE "N"              TO USR-NUTRICIONISTA
                   WRITE USR-REGISTRO
           END-READ.
       1000-EXIT.
               MOVE "S" TO SW-ACESSO-LIBERADO
               MOVE USR-ID TO WS-USUARIO-LOGADO
               MOVE USR-PERFIL TO WS-PERFIL-LOGADO
               IF USR-E-NUTRICIONISTA
                   MOVE "S" TO WS-NUTRICIONISTA-LOGADO
               ELSE
                   MOVE "N" TO WS-NUTRICIONISTA-LOGADO
               END-IF
               IF USR-ID = "ADMIN"
                   MOVE "S" TO SW-E-ADMIN
               END-IF
           IF E-ADMIN
               DISPLAY "7 - ADMINISTRAR USUARIOS"
           END-IF.
           DISPLAY "8 - RELATORIOS EMITIDOS (SPOOL)".
           DISPLAY "ESCOLHA UMA OPCAO:".
           ACCEPT WS-OPCAO-MENU.

               END-IF
           ELSE IF WS-OPCAO-MENU = "4"
               IF WS-AUT-NUTRI = "S"
                   CALL "NUTRICAO" USING WS-USUARIO-LOGADO
                       WS-NUTRICIONISTA-LOGADO
               ELSE
                   PERFORM 2900-RECUSAR-ACESSO THRU 2900-EXIT
               END-IF
               ELSE
                   PERFORM 2900-RECUSAR-ACESSO THRU 2900-EXIT
               END-IF
           ELSE IF WS-OPCAO-MENU = "8"
               CALL "OPERACAO-SPOOL-CONSULTA"
           ELSE
               DISPLAY "OPCAO INVALIDA!"
           END-IF.

      ******************************************************************
      * 3000-ADMINISTRAR-USUARIOS - inclusao, alteracao de perfil e
      * revogacao de usuarios, e o estado online/lote do sistema
      * bancario (somente ADMIN).
      ******************************************************************
       3000-ADMINISTRAR-USUARIOS.
           DISPLAY "=== ADMINISTRACAO DE USUARIOS ===".
           DISPLAY "2 - ALTERAR PERFIL".
           DISPLAY "3 - REVOGAR USUARIO".
           DISPLAY "4 - REATIVAR USUARIO".
           DISPLAY "5 - ESTADO DO SISTEMA BANCARIO".
           DISPLAY "OPCAO:".
           ACCEPT WS-OPCAO-ADMIN.
           EVALUATE WS-OPCAO-ADMIN
                   PERFORM 3300-REVOGAR-USUARIO THRU 3300-EXIT
               WHEN "4"
                   PERFORM 3400-REATIVAR-USUARIO THRU 3400-EXIT
               WHEN "5"
                   PERFORM 3600-ESTADO-SISTEMA THRU 3600-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.
                   DISPLAY "USUARIO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "PERFIL ATUAL: " USR-PERFIL
                       " NUTRICIONISTA: " USR-NUTRICIONISTA
                   PERFORM 3500-COLETAR-PERFIL THRU 3500-EXIT
                   REWRITE USR-REGISTRO
                   DISPLAY "PERFIL ALTERADO."
           ACCEPT USR-AUT-NUTRI.
           DISPLAY "AUTORIZA CALCULADORA (S/N):".
           ACCEPT USR-AUT-CALC.
           DISPLAY "NUTRICIONISTA - VE NOMES DE PACIENTES (S/N):".
           ACCEPT USR-NUTRICIONISTA.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-ESTADO-SISTEMA - mostra se o sistema bancario esta com o
      * online aberto ou na janela de lote e quem esta logado; encerra
      * a sessao que ficou presa (terminal derrubado sem SAIR) e, com
      * confirmacao, reabre o online quando a rodada noturna abortou e
      * foi dada por resolvida.
      ******************************************************************
       3600-ESTADO-SISTEMA.
           MOVE "M" TO SIS-FUNCAO.
           CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS.
           DISPLAY "SESSOES ABERTAS: " SIS-QTDE-SESSOES.
           DISPLAY "E - ENCERRAR SESSAO PRESA".
           DISPLAY "O - REABRIR O ONLINE".
           DISPLAY "OUTRA TECLA - VOLTAR".
           DISPLAY "OPCAO:".
           ACCEPT WS-OPCAO-ADMIN.
           EVALUATE WS-OPCAO-ADMIN
               WHEN "E"
                   DISPLAY "OPERADOR DA SESSAO:"
                   ACCEPT WS-ID-ALVO
                   MOVE "D" TO SIS-FUNCAO
                   MOVE WS-ID-ALVO TO SIS-OPERADOR
                   CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS
                   IF SIS-OK
                       DISPLAY "SESSAO ENCERRADA: " WS-ID-ALVO
                   ELSE
                       DISPLAY "SESSAO NAO ENCERRADA: " WS-ID-ALVO
                   END-IF
               WHEN "O"
                   IF NOT SIS-JANELA-LOTE
                       DISPLAY "O ONLINE JA ESTA ABERTO."
                       GO TO 3600-EXIT
                   END-IF
                   DISPLAY "A RODADA NOTURNA FOI CONCLUIDA OU "
                       "RESOLVIDA? (S/N):"
                   ACCEPT WS-RESPOSTA-ADMIN
                   IF WS-RESPOSTA-ADMIN = "S"
                       MOVE "O" TO SIS-FUNCAO
                       MOVE WS-USUARIO-LOGADO TO SIS-OPERADOR
                       CALL "BANCO-ESTADO-SISTEMA"
                           USING SIS-PARAMETROS
                       DISPLAY "ONLINE REABERTO."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3600-EXIT.
           EXIT.

       END PROGRAM MENU-PRINCIPAL.
