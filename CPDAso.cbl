      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-10-02
      * Purpose: Occupational health exams (ASO) maintenance for the
      *          CPD system.  Records, per Employee-Id, each
      *          admissional, periodico, retorno ao trabalho and
      *          demissional exam with its date, result (apto /
      *          inapto), examining doctor and the date the next
      *          periodic exam falls due (ASO.DAT, ASOREG.cpy).  An
      *          admissional may be recorded for an Employee-Id not
      *          yet on EMPREGADOS.DAT, since CPD-ADMISSAO refuses the
      *          hire until an apto one is on file.  CPD-ASO-VENCIMENTOS
      *          lists the exams due and overdue each month.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-02  RA   Original occupational exams maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-EXAMES-OCUPACIONAIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT ASO-FILE ASSIGN TO "ASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  ASO-FILE.
           COPY "ASOREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".
           88  EMPREGADOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-ASO-STATUS           PIC X(02).
           88  ASO-OK                       VALUE "00".
           88  ASO-ARQ-INEXISTENTE          VALUE "35".

       01  OPCAO-MENU              PIC X(01).
       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-DATA-PEDIDA          PIC 9(08).
       01  WS-TIPO-PEDIDO          PIC X(01).
       01  WS-EXAMES-LISTADOS      PIC 9(03) VALUE 0.

       01  WS-DATA-PROXIMO.
           05  WS-ANO-PROXIMO      PIC 9(04).
           05  WS-MES-PROXIMO      PIC 9(02).
           05  WS-DIA-PROXIMO      PIC 9(02).
       01  WS-DATA-PROXIMO-NUM REDEFINES WS-DATA-PROXIMO PIC 9(08).

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-FIM-EXAMES           PIC X(01) VALUE "N".
           88  FIM-EXAMES                   VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-CANDIDATO            PIC X(01) VALUE "N".
           88  CANDIDATO                    VALUE "S".

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
      * 1000-INICIALIZAR - abre (ou cria) o cadastro de exames e abre
      * o cadastro de funcionarios para consulta.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== EXAMES OCUPACIONAIS (ASO) ===".
           OPEN INPUT EMPREGADOS-FILE.
           OPEN I-O ASO-FILE.
           IF ASO-ARQ-INEXISTENTE
               OPEN OUTPUT ASO-FILE
               CLOSE ASO-FILE
               OPEN I-O ASO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de exames ocupacionais.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - REGISTRAR EXAME".
           DISPLAY "2 - LISTAR EXAMES DO FUNCIONARIO".
           DISPLAY "3 - EXCLUIR EXAME".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-REGISTRAR-EXAME THRU 3000-EXIT
               WHEN "2"
                   PERFORM 5000-LISTAR-EXAMES THRU 5000-EXIT
               WHEN "3"
                   PERFORM 4500-EXCLUIR-EXAME THRU 4500-EXIT
               WHEN "4"
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

       2700-ACEITAR-DATA-VALIDA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2710-SOLICITAR-DATA THRU 2710-EXIT
               UNTIL ENTRADA-VALIDA.
       2700-EXIT.
           EXIT.

       2710-SOLICITAR-DATA.
           DISPLAY "DATA DO EXAME (AAAAMMDD):".
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA IS NUMERIC AND WS-DATA-PEDIDA > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2710-EXIT.
           EXIT.

       2800-ACEITAR-TIPO-VALIDO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2810-SOLICITAR-TIPO THRU 2810-EXIT
               UNTIL ENTRADA-VALIDA.
       2800-EXIT.
           EXIT.

       2810-SOLICITAR-TIPO.
           DISPLAY "TIPO (A-ADMISSIONAL / P-PERIODICO / "
               "R-RETORNO AO TRABALHO / D-DEMISSIONAL):".
           ACCEPT WS-TIPO-PEDIDO.
           MOVE WS-TIPO-PEDIDO TO ASO-TIPO.
           IF ASO-TIPO-VALIDO
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "TIPO INVALIDO."
           END-IF.
       2810-EXIT.
           EXIT.

       2900-ACEITAR-RESULTADO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2910-SOLICITAR-RESULTADO THRU 2910-EXIT
               UNTIL ENTRADA-VALIDA.
       2900-EXIT.
           EXIT.

       2910-SOLICITAR-RESULTADO.
           DISPLAY "RESULTADO (A-APTO / I-INAPTO):".
           ACCEPT ASO-RESULTADO.
           IF ASO-RESULTADO-VALIDO
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "RESULTADO INVALIDO."
           END-IF.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTRAR-EXAME - grava um exame do funcionario.  ID
      * ainda sem cadastro e candidato em admissao: so aceita o
      * exame admissional.
      ******************************************************************
       3000-REGISTRAR-EXAME.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           MOVE "N" TO SW-CANDIDATO.
           MOVE WS-ID-PEDIDO TO Employee-Id.
           IF EMPREGADOS-ARQ-INEXISTENTE
               MOVE "S" TO SW-CANDIDATO
           ELSE
               READ EMPREGADOS-FILE
                   INVALID KEY
                       MOVE "S" TO SW-CANDIDATO
               END-READ
           END-IF.
           IF CANDIDATO
               DISPLAY "ID SEM CADASTRO - CANDIDATO EM ADMISSAO."
           ELSE
               DISPLAY "FUNCIONARIO: " Employee-Name
                   " " Employee-Department
           END-IF.
           PERFORM 2800-ACEITAR-TIPO-VALIDO THRU 2800-EXIT.
           IF CANDIDATO AND WS-TIPO-PEDIDO NOT = "A"
               DISPLAY "CANDIDATO SO PODE TER EXAME ADMISSIONAL."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2700-ACEITAR-DATA-VALIDA THRU 2700-EXIT.
           MOVE WS-ID-PEDIDO   TO ASO-EMPLOYEE-ID.
           MOVE WS-DATA-PEDIDA TO ASO-DATA.
           MOVE WS-TIPO-PEDIDO TO ASO-TIPO.
           PERFORM 2900-ACEITAR-RESULTADO THRU 2900-EXIT.
           DISPLAY "MEDICO EXAMINADOR:".
           ACCEPT ASO-MEDICO.
           PERFORM 3100-DEFINIR-PROXIMO THRU 3100-EXIT.
           WRITE ASO-REGISTRO
               INVALID KEY
                   DISPLAY "EXAME JA REGISTRADO NESSA DATA E TIPO."
               NOT INVALID KEY
                   DISPLAY "EXAME REGISTRADO. PROXIMO PERIODICO: "
                       ASO-PROXIMO
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-DEFINIR-PROXIMO - data do proximo exame periodico.  O
      * demissional encerra a serie (zero); nos demais o operador
      * informa a data do PCMSO ou aceita o padrao de doze meses
      * depois do exame (29/02 passa a 28/02).
      ******************************************************************
       3100-DEFINIR-PROXIMO.
           IF ASO-DEMISSIONAL
               MOVE 0 TO ASO-PROXIMO
               GO TO 3100-EXIT
           END-IF.
           DISPLAY "PROXIMO PERIODICO (AAAAMMDD, 0 = EM 12 MESES):".
           ACCEPT WS-DATA-PROXIMO-NUM.
           IF WS-DATA-PROXIMO-NUM IS NOT NUMERIC
               OR WS-DATA-PROXIMO-NUM NOT > ASO-DATA
               MOVE ASO-DATA TO WS-DATA-PROXIMO-NUM
               ADD 1 TO WS-ANO-PROXIMO
               IF WS-MES-PROXIMO = 2 AND WS-DIA-PROXIMO = 29
                   MOVE 28 TO WS-DIA-PROXIMO
               END-IF
           END-IF.
           MOVE WS-DATA-PROXIMO-NUM TO ASO-PROXIMO.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4500-EXCLUIR-EXAME - remove um exame lancado errado,
      * informado por data e tipo.
      ******************************************************************
       4500-EXCLUIR-EXAME.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           PERFORM 2700-ACEITAR-DATA-VALIDA THRU 2700-EXIT.
           PERFORM 2800-ACEITAR-TIPO-VALIDO THRU 2800-EXIT.
           MOVE WS-ID-PEDIDO   TO ASO-EMPLOYEE-ID.
           MOVE WS-DATA-PEDIDA TO ASO-DATA.
           MOVE WS-TIPO-PEDIDO TO ASO-TIPO.
           DELETE ASO-FILE
               INVALID KEY
                   DISPLAY "EXAME NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "EXAME EXCLUIDO."
           END-DELETE.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR-EXAMES - lista os exames do funcionario em ordem
      * de data.
      ******************************************************************
       5000-LISTAR-EXAMES.
           PERFORM 2600-ACEITAR-ID-VALIDO THRU 2600-EXIT.
           MOVE 0 TO WS-EXAMES-LISTADOS.
           MOVE "N" TO SW-FIM-EXAMES.
           MOVE WS-ID-PEDIDO TO ASO-EMPLOYEE-ID.
           MOVE 0 TO ASO-DATA.
           MOVE SPACE TO ASO-TIPO.
           START ASO-FILE
               KEY IS GREATER THAN OR EQUAL TO ASO-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-EXAMES
           END-START.
           PERFORM 5100-LER-EXAME THRU 5100-EXIT
               UNTIL FIM-EXAMES.
           IF WS-EXAMES-LISTADOS = 0
               DISPLAY "NENHUM EXAME PARA O FUNCIONARIO "
                   WS-ID-PEDIDO
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LER-EXAME.
           READ ASO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EXAMES
               NOT AT END
                   IF ASO-EMPLOYEE-ID NOT = WS-ID-PEDIDO
                       MOVE "S" TO SW-FIM-EXAMES
                   ELSE
                       DISPLAY ASO-DATA " TIPO " ASO-TIPO
                           " RESULTADO " ASO-RESULTADO
                           " PROXIMO " ASO-PROXIMO
                           " " ASO-MEDICO
                       ADD 1 TO WS-EXAMES-LISTADOS
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
       8000-FINALIZAR.
           IF NOT EMPREGADOS-ARQ-INEXISTENTE
               CLOSE EMPREGADOS-FILE
           END-IF.
           CLOSE ASO-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-EXAMES-OCUPACIONAIS.
