      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-09-24
      * Purpose: Employee dependents maintenance for the CPD system.
      *          Keeps, per Employee-Id, each dependent's name, birth
      *          date, relationship and whether the dependent counts
      *          for the IRRF deduction and/or the salario-familia
      *          (DEPENDENTES.DAT, DEPENDREG.cpy).
      *          CPD-FOLHA-PAGAMENTO reads the file to deduct the
      *          per-dependent amount from the IRRF base and to pay
      *          the salario-familia; CPD-INFORME-RENDIMENTOS lists
      *          the dependents on the informe.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-24  RA   Original dependents maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-DEPENDENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-DEPENDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  DEPENDENTES-FILE.
           COPY "DEPENDREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-DEPENDENTES-STATUS   PIC X(02).
           88  DEPENDENTES-OK               VALUE "00".
           88  DEPENDENTES-ARQ-INEXISTENTE  VALUE "35".

       01  OPCAO-MENU              PIC X(01).
       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-SEQ-PEDIDA           PIC 9(02).
       01  WS-PROXIMA-SEQ          PIC 9(03) VALUE 0.
       01  WS-DEPS-LISTADOS        PIC 9(02) VALUE 0.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-FIM-DEPS             PIC X(01) VALUE "N".
           88  FIM-DEPS                     VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(10).

       PROCEDURE DIVISION USING LNK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
               UNTIL FIM-PROGRAMA.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) o cadastro de dependentes e
      * o cadastro de funcionarios.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== DEPENDENTES ===".
           OPEN I-O EMPREGADOS-FILE.
           OPEN I-O DEPENDENTES-FILE.
           IF DEPENDENTES-ARQ-INEXISTENTE
               OPEN OUTPUT DEPENDENTES-FILE
               CLOSE DEPENDENTES-FILE
               OPEN I-O DEPENDENTES-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de dependentes.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - INCLUIR DEPENDENTE".
           DISPLAY "2 - ALTERAR DEPENDENTE".
           DISPLAY "3 - EXCLUIR DEPENDENTE".
           DISPLAY "4 - LISTAR DEPENDENTES DO FUNCIONARIO".
           DISPLAY "5 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-INCLUIR-DEPENDENTE THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-ALTERAR-DEPENDENTE THRU 4000-EXIT
               WHEN "3"
                   PERFORM 4500-EXCLUIR-DEPENDENTE THRU 4500-EXIT
               WHEN "4"
                   PERFORM 5000-LISTAR-DEPENDENTES THRU 5000-EXIT
               WHEN "5"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2600-ACEITAR-ID-VALIDO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2610-SOLICITAR-ID THRU 2610-EXIT
               UNTIL ENTRADA-VALIDA.
       2600-EXIT.
           EXIT.

       2610-SOLICITAR-ID.
           DISPLAY "ID DO FUNCIONARIO:".
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO IS NUMERIC
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2610-EXIT.
           EXIT.

       2700-ACEITAR-SEQ-VALIDA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2710-SOLICITAR-SEQ THRU 2710-EXIT
               UNTIL ENTRADA-VALIDA.
       2700-EXIT.
           EXIT.

       2710-SOLICITAR-SEQ.
           DISPLAY "SEQUENCIA DO DEPENDENTE (VER LISTAGEM):".
           ACCEPT WS-SEQ-PEDIDA.
           IF WS-SEQ-PEDIDA IS NUMERIC AND WS-SEQ-PEDIDA > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR-DEPENDENTE - inclui um dependente do funcionario
      * na proxima sequencia livre.
      ******************************************************************
       3000-INCLUIR-DEPENDENTE.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           MOVE WS-ID-PEDIDO TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO."
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY "FUNCIONARIO: " Employee-Name.
           PERFORM 3200-APURAR-PROXIMA-SEQ THRU 3200-EXIT.
           IF WS-PROXIMA-SEQ > 99
               DISPLAY "LIMITE DE DEPENDENTES ATINGIDO PARA O "
                   "FUNCIONARIO."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-COLETAR-DADOS THRU 3100-EXIT.
           MOVE WS-ID-PEDIDO   TO DEP-EMPLOYEE-ID.
           MOVE WS-PROXIMA-SEQ TO DEP-SEQ.
           WRITE DEP-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O DEPENDENTE."
               NOT INVALID KEY
                   DISPLAY "DEPENDENTE INCLUIDO NA SEQUENCIA "
                       DEP-SEQ "."
           END-WRITE.
       3000-EXIT.
           EXIT.

       3100-COLETAR-DADOS.
           DISPLAY "NOME DO DEPENDENTE:".
           ACCEPT DEP-NOME.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD):".
           ACCEPT DEP-NASCIMENTO.
           IF DEP-NASCIMENTO IS NOT NUMERIC
               DISPLAY "DATA INVALIDA - ASSUMIDO ZERO."
               MOVE 0 TO DEP-NASCIMENTO
           END-IF.
           DISPLAY "PARENTESCO (F-FILHO / E-ENTEADO / C-CONJUGE / "
               "P-PAI OU MAE / O-OUTRO):".
           ACCEPT DEP-PARENTESCO.
           IF NOT DEP-PARENTESCO-VALIDO
               DISPLAY "PARENTESCO INVALIDO - ASSUMIDO OUTRO."
               MOVE "O" TO DEP-PARENTESCO
           END-IF.
           DISPLAY "CONTA PARA O IRRF (S/N):".
           ACCEPT DEP-IRRF.
           IF NOT DEP-CONTA-IRRF
               MOVE "N" TO DEP-IRRF
           END-IF.
           DISPLAY "CONTA PARA O SALARIO-FAMILIA (S/N):".
           ACCEPT DEP-SALFAM.
           IF NOT DEP-CONTA-SALFAM
               MOVE "N" TO DEP-SALFAM
           END-IF.
           IF DEP-CONTA-SALFAM AND NOT DEP-FILHO
               DISPLAY "SALARIO-FAMILIA SO PARA FILHO OU ENTEADO - "
                   "MARCADO N."
               MOVE "N" TO DEP-SALFAM
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-APURAR-PROXIMA-SEQ - a proxima sequencia livre e a
      * ultima gravada para o funcionario mais um.
      ******************************************************************
       3200-APURAR-PROXIMA-SEQ.
           MOVE 1 TO WS-PROXIMA-SEQ.
           MOVE "N" TO SW-FIM-DEPS.
           MOVE WS-ID-PEDIDO TO DEP-EMPLOYEE-ID.
           MOVE 0 TO DEP-SEQ.
           START DEPENDENTES-FILE
               KEY IS GREATER THAN OR EQUAL TO DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-DEPS
           END-START.
           PERFORM 3250-LER-SEQ THRU 3250-EXIT
               UNTIL FIM-DEPS.
       3200-EXIT.
           EXIT.

       3250-LER-SEQ.
           READ DEPENDENTES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-DEPS
               NOT AT END
                   IF DEP-EMPLOYEE-ID NOT = WS-ID-PEDIDO
                       MOVE "S" TO SW-FIM-DEPS
                   ELSE
                       IF DEP-SEQ = 99
                           MOVE 100 TO WS-PROXIMA-SEQ
                           MOVE "S" TO SW-FIM-DEPS
                       ELSE
                           COMPUTE WS-PROXIMA-SEQ = DEP-SEQ + 1
                       END-IF
                   END-IF
           END-READ.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR-DEPENDENTE - regrava os dados do dependente
      * informado pela sequencia.
      ******************************************************************
       4000-ALTERAR-DEPENDENTE.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           PERFORM 2700-ACEITAR-SEQ-VALIDA THRU 2700-EXIT.
           MOVE WS-ID-PEDIDO  TO DEP-EMPLOYEE-ID.
           MOVE WS-SEQ-PEDIDA TO DEP-SEQ.
           READ DEPENDENTES-FILE
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO ENCONTRADO."
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY "DEPENDENTE ATUAL: " DEP-NOME
               " NASC " DEP-NASCIMENTO " PARENTESCO " DEP-PARENTESCO
               " IRRF " DEP-IRRF " SAL.FAM " DEP-SALFAM.
           PERFORM 3100-COLETAR-DADOS THRU 3100-EXIT.
           MOVE WS-ID-PEDIDO  TO DEP-EMPLOYEE-ID.
           MOVE WS-SEQ-PEDIDA TO DEP-SEQ.
           REWRITE DEP-REGISTRO.
           DISPLAY "DEPENDENTE ALTERADO.".
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-EXCLUIR-DEPENDENTE - remove o dependente informado pela
      * sequencia; as folhas ja gravadas guardam a deducao tomada.
      ******************************************************************
       4500-EXCLUIR-DEPENDENTE.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           PERFORM 2700-ACEITAR-SEQ-VALIDA THRU 2700-EXIT.
           MOVE WS-ID-PEDIDO  TO DEP-EMPLOYEE-ID.
           MOVE WS-SEQ-PEDIDA TO DEP-SEQ.
           DELETE DEPENDENTES-FILE
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "DEPENDENTE EXCLUIDO."
           END-DELETE.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR-DEPENDENTES - lista os dependentes do funcionario
      * com o parentesco e para o que cada um conta.
      ******************************************************************
       5000-LISTAR-DEPENDENTES.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           MOVE 0 TO WS-DEPS-LISTADOS.
           MOVE "N" TO SW-FIM-DEPS.
           MOVE WS-ID-PEDIDO TO DEP-EMPLOYEE-ID.
           MOVE 0 TO DEP-SEQ.
           START DEPENDENTES-FILE
               KEY IS GREATER THAN OR EQUAL TO DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-DEPS
           END-START.
           PERFORM 5100-LER-DEPENDENTE THRU 5100-EXIT
               UNTIL FIM-DEPS.
           IF WS-DEPS-LISTADOS = 0
               DISPLAY "NENHUM DEPENDENTE PARA O FUNCIONARIO "
                   WS-ID-PEDIDO
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LER-DEPENDENTE.
           READ DEPENDENTES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-DEPS
               NOT AT END
                   IF DEP-EMPLOYEE-ID NOT = WS-ID-PEDIDO
                       MOVE "S" TO SW-FIM-DEPS
                   ELSE
                       DISPLAY DEP-SEQ " " DEP-NOME
                           " NASC " DEP-NASCIMENTO
                           " PARENTESCO " DEP-PARENTESCO
                           " IRRF " DEP-IRRF
                           " SAL.FAM " DEP-SALFAM
                       ADD 1 TO WS-DEPS-LISTADOS
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE EMPREGADOS-FILE.
           CLOSE DEPENDENTES-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-DEPENDENTES.
