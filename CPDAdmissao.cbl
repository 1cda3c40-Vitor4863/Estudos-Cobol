      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-29  RA   Asks the admitted employee's cargo, checks the
      *                  salary against its band through CPD-FAIXA-
      *                  SALARIAL (re-ask, or admit pending HR approval
      *                  with an audit entry), writes the first
      *                  CARGOHIST.DAT entry and prints the cargo on the
      *                  checklist.
      * 2026-10-01  RA   Asks the admitted employee's CPF, checked
      *                  through BANCO-VALIDA-CPF, and prints it on the
      *                  checklist.
      * 2026-10-02  RA   Refuses the hire unless ASO.DAT holds an apto
      *                  admissional exam for the Employee-Id, and
      *                  prints the exam date on the checklist.
      * 2026-10-14  RA   The user created at admission is never flagged
      *                  as a nutritionist (USR-NUTRICIONISTA N); the
      *                  ADMIN sets it in user administration.
      * 2026-10-15  RA   ADMISSAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-ADMISSAO.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT CARGOHIST-FILE ASSIGN TO "CARGOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARGOHIST-STATUS.

           SELECT ASO-FILE ASSIGN TO "ASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "ADMISSAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  AUDITORIA-FILE.
           COPY "AUDITREG.cpy".

       FD  CARGOHIST-FILE.
           COPY "CARGOHIST.cpy".

       FD  ASO-FILE.
           COPY "ASOREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       01  WS-AUDITORIA-STATUS     PIC X(02).
           88  AUDITORIA-OK                 VALUE "00".

       01  WS-CARGOHIST-STATUS     PIC X(02).
           88  CARGOHIST-OK                 VALUE "00".

       01  WS-RELATORIO-STATUS     PIC X(02).
           88  RELATORIO-OK                 VALUE "00".

       01  WS-ASO-STATUS           PIC X(02).
           88  ASO-OK                       VALUE "00".

       01  WS-DATA-ASO             PIC 9(08) VALUE 0.

       01  SW-FIM-EXAMES           PIC X(01) VALUE "N".
           88  FIM-EXAMES                   VALUE "S".

       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-CONTA-CRIADA         PIC 9(05) VALUE 0.
       01  WS-OPCAO-USUARIO        PIC X(01).
       01  WS-ID-USUARIO           PIC X(10).
       01  WS-DATA-HOJE            PIC 9(08).
       01  WS-RESPOSTA-FAIXA       PIC X(01).
       01  WS-CPF-VALIDO           PIC X(01) VALUE "N".
           COPY "FAIXALNK.cpy".

       01  WS-SENHA-TRABALHO       PIC X(10).
       01  WS-HASH-CALCULADO       PIC 9(10) VALUE 0.
       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-FAIXA-RESOLVIDA      PIC X(01) VALUE "N".
           88  FAIXA-RESOLVIDA              VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(10).

               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           OPEN EXTEND CARGOHIST-FILE.
           IF NOT CARGOHIST-OK
               OPEN OUTPUT CARGOHIST-FILE
               CLOSE CARGOHIST-FILE
               OPEN EXTEND CARGOHIST-FILE
           END-IF.
           OPEN EXTEND RELATORIO-FILE.
           IF NOT RELATORIO-OK
               OPEN OUTPUT RELATORIO-FILE
                   DISPLAY "ID JA CADASTRADO - ADMISSAO CANCELADA."
                   GO TO 2000-EXIT
           END-READ.
           PERFORM 2200-CONFERIR-ASO THRU 2200-EXIT.
           IF WS-DATA-ASO = 0
               DISPLAY "SEM ASO ADMISSIONAL APTO PARA O ID "
                   WS-ID-PEDIDO " - ADMISSAO RECUSADA."
               DISPLAY "REGISTRE O EXAME EM EXAMES OCUPACIONAIS (ASO)."
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-ID-PEDIDO TO Employee-Id.
           DISPLAY "NOME DO FUNCIONARIO:".
           ACCEPT Employee-Name.
           DISPLAY "DEPARTAMENTO:".
           ACCEPT Employee-Department.
           PERFORM 2550-ACEITAR-CPF THRU 2550-EXIT.
           PERFORM 2600-ACEITAR-CARGO THRU 2600-EXIT.
           MOVE SPACE TO Employee-Faixa-Situacao.
           PERFORM 2750-ACEITAR-SALARIO-FAIXA THRU 2750-EXIT.
           DISPLAY "DATA DE ADMISSAO (AAAAMMDD):".
           ACCEPT Employee-Admission-Date.
           MOVE 0 TO Employee-Termination-Date.
               NOT INVALID KEY
                   MOVE "S" TO SW-ADMISSAO-OK
                   PERFORM 2900-REGISTRAR-AUDITORIA THRU 2900-EXIT
                   PERFORM 2950-REGISTRAR-CARGO THRU 2950-EXIT
                   DISPLAY "FUNCIONARIO " Employee-Id " ADMITIDO."
           END-WRITE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONFERIR-ASO - procura em ASO.DAT um exame admissional
      * apto para o ID; WS-DATA-ASO fica com a data do mais recente,
      * ou zero quando nao ha nenhum.
      ******************************************************************
       2200-CONFERIR-ASO.
           MOVE 0 TO WS-DATA-ASO.
           OPEN INPUT ASO-FILE.
           IF NOT ASO-OK
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-EXAMES.
           MOVE WS-ID-PEDIDO TO ASO-EMPLOYEE-ID.
           MOVE 0 TO ASO-DATA.
           MOVE SPACE TO ASO-TIPO.
           START ASO-FILE
               KEY IS GREATER THAN OR EQUAL TO ASO-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-EXAMES
           END-START.
           PERFORM 2250-LER-EXAME THRU 2250-EXIT
               UNTIL FIM-EXAMES.
           CLOSE ASO-FILE.
       2200-EXIT.
           EXIT.

       2250-LER-EXAME.
           READ ASO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EXAMES
                   GO TO 2250-EXIT
           END-READ.
           IF ASO-EMPLOYEE-ID NOT = WS-ID-PEDIDO
               MOVE "S" TO SW-FIM-EXAMES
               GO TO 2250-EXIT
           END-IF.
           IF ASO-ADMISSIONAL AND ASO-APTO
               MOVE ASO-DATA TO WS-DATA-ASO
           END-IF.
       2250-EXIT.
           EXIT.

       2500-ACEITAR-ID.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2510-SOLICITAR-ID THRU 2510-EXIT
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2550-ACEITAR-CPF - pede o CPF do admitido ate que os digitos
      * verificadores confiram (BANCO-VALIDA-CPF).
      ******************************************************************
       2550-ACEITAR-CPF.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2560-SOLICITAR-CPF THRU 2560-EXIT
               UNTIL ENTRADA-VALIDA.
       2550-EXIT.
           EXIT.

       2560-SOLICITAR-CPF.
           DISPLAY "CPF (11 DIGITOS):".
           ACCEPT Employee-Cpf.
           IF Employee-Cpf IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 2560-EXIT
           END-IF.
           CALL "BANCO-VALIDA-CPF" USING Employee-Cpf WS-CPF-VALIDO.
           IF WS-CPF-VALIDO = "S"
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "CPF INVALIDO - DIGITOS NAO CONFEREM."
           END-IF.
       2560-EXIT.
           EXIT.

      ******************************************************************
      * 2600-ACEITAR-CARGO - pede o cargo do admitido ate que o codigo
      * exista no cadastro de cargos.
      ******************************************************************
       2600-ACEITAR-CARGO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2610-SOLICITAR-CARGO THRU 2610-EXIT
               UNTIL ENTRADA-VALIDA.
       2600-EXIT.
           EXIT.

       2610-SOLICITAR-CARGO.
           DISPLAY "CARGO:".
           ACCEPT Employee-Cargo.
           MOVE Employee-Cargo TO FXA-CARGO.
           MOVE 0 TO FXA-SALARIO.
           CALL "CPD-FAIXA-SALARIAL" USING FXA-PARAMETROS.
           IF FXA-CARGO-INEXISTENTE
               DISPLAY "CARGO NAO CADASTRADO - INFORME OUTRO CODIGO."
           ELSE
               DISPLAY "CARGO: " FXA-TITULO
                   " FAIXA: " FXA-MINIMO " A " FXA-MAXIMO
               MOVE "S" TO SW-ENTRADA-VALIDA
           END-IF.
       2610-EXIT.
           EXIT.

       2700-ACEITAR-SALARIO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2710-SOLICITAR-SALARIO THRU 2710-EXIT
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 2750-ACEITAR-SALARIO-FAIXA - confere o salario com a faixa do
      * cargo, como a manutencao do CPD: fora dela, o operador
      * informa outro valor ou admite com o salario pendente de
      * aprovacao do RH.
      ******************************************************************
       2750-ACEITAR-SALARIO-FAIXA.
           MOVE "N" TO SW-FAIXA-RESOLVIDA.
           PERFORM 2760-SOLICITAR-SALARIO-FAIXA THRU 2760-EXIT
               UNTIL FAIXA-RESOLVIDA.
       2750-EXIT.
           EXIT.

       2760-SOLICITAR-SALARIO-FAIXA.
           PERFORM 2700-ACEITAR-SALARIO THRU 2700-EXIT.
           MOVE Employee-Cargo TO FXA-CARGO.
           MOVE Employee-Salary TO FXA-SALARIO.
           CALL "CPD-FAIXA-SALARIAL" USING FXA-PARAMETROS.
           IF FXA-DENTRO-FAIXA
               MOVE SPACE TO Employee-Faixa-Situacao
               MOVE "S" TO SW-FAIXA-RESOLVIDA
               GO TO 2760-EXIT
           END-IF.
           DISPLAY "SALARIO FORA DA FAIXA DO CARGO " FXA-TITULO.
           DISPLAY "FAIXA: " FXA-MINIMO " A " FXA-MAXIMO.
           DISPLAY "ENVIAR PARA APROVACAO DO RH (S/N)? "
               "N = INFORMAR OUTRO SALARIO".
           ACCEPT WS-RESPOSTA-FAIXA.
           IF WS-RESPOSTA-FAIXA = "S"
               MOVE "P" TO Employee-Faixa-Situacao
               MOVE "S" TO SW-FAIXA-RESOLVIDA
               DISPLAY "SALARIO PENDENTE DE APROVACAO DO RH."
           ELSE
               DISPLAY "SALARIO RECUSADO - INFORME UM VALOR DENTRO "
                   "DA FAIXA."
           END-IF.
       2760-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REGISTRAR-AUDITORIA - entrada de auditoria da admissao,
      * como o CPD grava nas inclusoes.
           ACCEPT AUD-HORA FROM TIME.
           MOVE LNK-OPERADOR TO AUD-OPERADOR.
           WRITE AUD-REGISTRO.
           IF Employee-Faixa-Pendente
               MOVE "FAIXA PEND" TO AUD-OPERACAO
               WRITE AUD-REGISTRO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-REGISTRAR-CARGO - primeira entrada do admitido no
      * historico de cargos.
      ******************************************************************
       2950-REGISTRAR-CARGO.
           MOVE Employee-Id TO CGH-EMPLOYEE-ID.
           MOVE Employee-Admission-Date TO CGH-DATA-VIGENCIA.
           MOVE SPACES TO CGH-CARGO-ANTERIOR.
           MOVE Employee-Cargo TO CGH-CARGO-NOVO.
           MOVE "ADMISSAO" TO CGH-MOTIVO.
           WRITE CGH-REGISTRO.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ABRIR-CONTA-SALARIO - abre a conta salario do admitido
      * com o proximo numero livre, como 6000-ABRIR-CONTA do banco.
           MOVE WS-DATA-HOJE TO USR-DATA-SENHA.
           MOVE "S" TO USR-TROCA-OBRIGATORIA.
           MOVE 0 TO USR-FALHAS.
           MOVE "N" TO USR-NUTRICIONISTA.
           WRITE USR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CRIAR O USUARIO."
               " " Employee-Name
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "CPF.....................: " Employee-Cpf
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "ASO ADMISSIONAL APTO....: " WS-DATA-ASO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "CARGO...................: " Employee-Cargo
               " SALARIO " Employee-Salary
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF Employee-Faixa-Pendente
               MOVE "SALARIO FORA DA FAIXA...: PENDENTE DE APROVACAO"
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           IF WS-CONTA-CRIADA > 0
               STRING "CONTA SALARIO ABERTA....: " WS-CONTA-CRIADA
                   DELIMITED BY SIZE INTO RPT-LINHA
           CLOSE EMPCONTA-FILE.
           CLOSE USUARIOS-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE CARGOHIST-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-ADMISSAO" TO SPL-PROGRAMA.
           MOVE "ADMISSAO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "EMPREGADOS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
