      ******************************************************************
      * Author: R. ALVES
      * Installation: AMBULATORIO - SERVICO DE NUTRICAO
      * Date-Written: 2026-10-14
      * Purpose: Health-data access log service, the only writer of
      *          LOGSAUDE.DAT (LOGSAUDE.cpy).  Every Nutricao screen
      *          and report that shows an identified patient CALLs it
      *          with ACS-PARAMETROS (see ACESSOLNK.cpy) to record who
      *          read which Employee-Id, when and through which
      *          program.  NUTRICAO opens the session with the
      *          operator signed on at MENU-PRINCIPAL and whether the
      *          profile is a nutritionist; programs run outside a
      *          session (the batch side) are recorded with the
      *          operator LOTE.  The service also hands back the
      *          patient name to print, masked for any profile that
      *          is not a nutritionist.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-14  RA   Original health-data access log service.
      * 2026-10-15  RA   Reader outside a session recorded as LOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-ACESSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGSAUDE-FILE ASSIGN TO "LOGSAUDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOGSAUDE-STATUS.

           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGSAUDE-FILE.
           COPY "LOGSAUDE.cpy".

       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOGSAUDE-STATUS      PIC X(02).
           88  LOGSAUDE-OK                  VALUE "00".

       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".
           88  EMPREGADOS-ARQ-INEXISTENTE   VALUE "35".

      * Sessao aberta por NUTRICAO (ou CPD-INCENTIVO); fica guardada
      * entre as chamadas enquanto o programa estiver carregado.
       01  WS-SESSAO-OPERADOR      PIC X(10) VALUE SPACES.
       01  WS-SESSAO-NUTRICIONISTA PIC X(01) VALUE "N".
       01  SW-SESSAO-ABERTA        PIC X(01) VALUE "N".
           88  SESSAO-ABERTA                VALUE "S".

       01  WS-IDX-LETRA            PIC 9(02) COMP VALUE 0.

       01  SW-INICIO-PALAVRA       PIC X(01) VALUE "S".
           88  INICIO-PALAVRA               VALUE "S".

       LINKAGE SECTION.
           COPY "ACESSOLNK.cpy".

       PROCEDURE DIVISION USING ACS-PARAMETROS.

       0000-MAINLINE.
           MOVE 0 TO ACS-RETORNO.
           EVALUATE TRUE
               WHEN ACS-ABRIR-SESSAO
                   PERFORM 1000-ABRIR-SESSAO THRU 1000-EXIT
               WHEN ACS-FECHAR-SESSAO
                   PERFORM 1500-FECHAR-SESSAO THRU 1500-EXIT
               WHEN OTHER
                   PERFORM 2000-IDENTIFICAR-LEITOR THRU 2000-EXIT
                   PERFORM 3000-GRAVAR-ACESSO THRU 3000-EXIT
                   PERFORM 4000-NOME-PARA-IMPRESSAO THRU 4000-EXIT
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * 1000-ABRIR-SESSAO - guarda o operador autenticado e se o
      * perfil e de nutricionista.
      ******************************************************************
       1000-ABRIR-SESSAO.
           MOVE ACS-OPERADOR TO WS-SESSAO-OPERADOR.
           IF ACS-E-NUTRICIONISTA
               MOVE "S" TO WS-SESSAO-NUTRICIONISTA
           ELSE
               MOVE "N" TO WS-SESSAO-NUTRICIONISTA
           END-IF.
           MOVE "S" TO SW-SESSAO-ABERTA.
       1000-EXIT.
           EXIT.

       1500-FECHAR-SESSAO.
           MOVE SPACES TO WS-SESSAO-OPERADOR.
           MOVE "N" TO WS-SESSAO-NUTRICIONISTA.
           MOVE "N" TO SW-SESSAO-ABERTA.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-IDENTIFICAR-LEITOR - o operador da sessao; fora dela
      * (programa rodado pelo lado do lote) o leitor fica registrado
      * como "LOTE" - e nunca com perfil de nutricionista.
      ******************************************************************
       2000-IDENTIFICAR-LEITOR.
           IF SESSAO-ABERTA
               MOVE WS-SESSAO-OPERADOR TO ACS-OPERADOR
               MOVE WS-SESSAO-NUTRICIONISTA TO ACS-NUTRICIONISTA
               GO TO 2000-EXIT
           END-IF.
           MOVE "LOTE" TO ACS-OPERADOR.
           MOVE "N" TO ACS-NUTRICIONISTA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRAVAR-ACESSO - acrescenta a linha do acesso ao log
      * (criando-o na primeira vez).
      ******************************************************************
       3000-GRAVAR-ACESSO.
           OPEN EXTEND LOGSAUDE-FILE.
           IF NOT LOGSAUDE-OK
               OPEN OUTPUT LOGSAUDE-FILE
               CLOSE LOGSAUDE-FILE
               OPEN EXTEND LOGSAUDE-FILE
           END-IF.
           IF NOT LOGSAUDE-OK
               MOVE 8 TO ACS-RETORNO
               DISPLAY "*** LOGSAUDE.DAT INDISPONIVEL - STATUS "
                   WS-LOGSAUDE-STATUS
               GO TO 3000-EXIT
           END-IF.
           ACCEPT LSA-DATA FROM DATE YYYYMMDD.
           ACCEPT LSA-HORA FROM TIME.
           MOVE ACS-OPERADOR TO LSA-OPERADOR.
           MOVE ACS-PROGRAMA TO LSA-PROGRAMA.
           MOVE ACS-EMPLOYEE-ID TO LSA-EMPLOYEE-ID.
           WRITE LSA-REGISTRO.
           CLOSE LOGSAUDE-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-NOME-PARA-IMPRESSAO - o nome que o chamador vai imprimir:
      * o dele ou, se veio em branco, o do cadastro de funcionarios;
      * mascarado para quem nao e nutricionista.
      ******************************************************************
       4000-NOME-PARA-IMPRESSAO.
           IF ACS-NOME-PACIENTE = SPACES
               PERFORM 4100-BUSCAR-NOME THRU 4100-EXIT
           END-IF.
           IF NOT ACS-E-NUTRICIONISTA
               MOVE "S" TO SW-INICIO-PALAVRA
               PERFORM 4500-MASCARAR-LETRA THRU 4500-EXIT
                   VARYING WS-IDX-LETRA FROM 1 BY 1
                   UNTIL WS-IDX-LETRA > 20
           END-IF.
       4000-EXIT.
           EXIT.

       4100-BUSCAR-NOME.
           OPEN INPUT EMPREGADOS-FILE.
           IF EMPREGADOS-ARQ-INEXISTENTE
               GO TO 4100-EXIT
           END-IF.
           MOVE ACS-EMPLOYEE-ID TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Employee-Name TO ACS-NOME-PACIENTE
           END-READ.
           CLOSE EMPREGADOS-FILE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4500-MASCARAR-LETRA - mantem a primeira letra de cada palavra
      * do nome e troca as demais por "*".
      ******************************************************************
       4500-MASCARAR-LETRA.
           IF ACS-NOME-PACIENTE (WS-IDX-LETRA:1) = SPACE
               MOVE "S" TO SW-INICIO-PALAVRA
               GO TO 4500-EXIT
           END-IF.
           IF INICIO-PALAVRA
               MOVE "N" TO SW-INICIO-PALAVRA
           ELSE
               MOVE "*" TO ACS-NOME-PACIENTE (WS-IDX-LETRA:1)
           END-IF.
       4500-EXIT.
           EXIT.

       END PROGRAM NUTRI-ACESSO.
