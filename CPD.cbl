      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-23  RA   Added option 11 (Adiantamento Quinzenal): CALLs
      *                  the new CPD-ADIANTAMENTO module (percentual
      *                  padrao, excecoes e emissao do adiantamento do
      *                  mes), releasing the employee master around the
      *                  CALL.
      * 2026-09-24  RA   Added option 12 (Dependentes): CALLs the new
      *                  CPD-DEPENDENTES module, releasing the employee
      *                  master around the CALL.
      * 2026-09-28  RA   Added option 13 (Banco de Horas): CALLs the new
      *                  CPD-BANCO-HORAS module (regime por departamento
      *                  ou funcionario e extrato mensal), releasing the
      *                  employee master around the CALL.
      * 2026-09-29  RA   Employees now carry a cargo (CARGOREG.cpy):
      *                  Adicionar and Atualizar ask for it, check the
      *                  salary against the cargo's band through CPD-
      *                  FAIXA-SALARIAL and either re-ask or save it
      *                  pending HR approval, and cargo changes are
      *                  appended to CARGOHIST.DAT. Added option 14
      *                  (Cargos e Faixas Salariais): CALLs the new CPD-
      *                  CARGOS module, releasing the employee master
      *                  around the CALL.
      * 2026-10-01  RA   Adicionar and Atualizar now ask the employee's
      *                  CPF, checked through BANCO-VALIDA-CPF, and
      *                  Consultar shows it (or that it is missing) for
      *                  the annual employee declaration.
      * 2026-10-02  RA   Added option 15 (Exames Ocupacionais): CALLs
      *                  the new CPD-EXAMES-OCUPACIONAIS module,
      *                  releasing the employee master around the CALL.
      * 2026-10-05  RA   Added option 16 (Incentivo Bem-Estar): CALLs
      *                  the new CPD-INCENTIVO module, releasing the
      *                  employee master around the CALL.
      * 2026-10-15  RA   EMPREGADO.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPTOHIST-STATUS.

           SELECT CARGOHIST-FILE ASSIGN TO "CARGOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARGOHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
       FD  DEPTOHIST-FILE.
           COPY "DEPTOHIST.cpy".

       FD  CARGOHIST-FILE.
           COPY "CARGOHIST.cpy".

       WORKING-STORAGE SECTION.
       01  Option-Choice            PIC X(02).

       01  WS-DEPTO-NOVO            PIC X(15) VALUE SPACES.
       01  WS-DATA-VIGENCIA         PIC 9(08) VALUE 0.

       01  WS-CARGOHIST-STATUS      PIC X(02).
           88  CARGOHIST-OK                   VALUE "00".

       01  WS-CARGO-ANTERIOR        PIC X(05) VALUE SPACES.
       01  WS-RESPOSTA-FAIXA        PIC X(01).
       01  WS-CPF-VALIDO            PIC X(01) VALUE "N".
           COPY "FAIXALNK.cpy".

       01  WS-TIPO-BUSCA            PIC X(01).
       01  WS-TERMO-BUSCA           PIC X(20).
       01  WS-TAM-TERMO             PIC 9(02) COMP VALUE 0.
       01  SW-ID-DUPLICADO           PIC X(01) VALUE "N".
           88  ID-DUPLICADO                    VALUE "S".

       01  SW-FAIXA-RESOLVIDA        PIC X(01) VALUE "N".
           88  FAIXA-RESOLVIDA                 VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR              PIC X(10).

               CLOSE DEPTOHIST-FILE
               OPEN EXTEND DEPTOHIST-FILE
           END-IF.
           OPEN EXTEND CARGOHIST-FILE.
           IF NOT CARGOHIST-OK
               OPEN OUTPUT CARGOHIST-FILE
               CLOSE CARGOHIST-FILE
               OPEN EXTEND CARGOHIST-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1700-EXIT.
           EXIT.

      ******************************************************************
      * 1800-REGISTRAR-CARGO - grava no historico de cargos o cargo
      * anterior e o novo, com a data de vigencia e o motivo, no
      * molde de 1700-REGISTRAR-DEPARTAMENTO.
      ******************************************************************
       1800-REGISTRAR-CARGO.
           MOVE Employee-Id TO CGH-EMPLOYEE-ID.
           ACCEPT CGH-DATA-VIGENCIA FROM DATE YYYYMMDD.
           MOVE WS-CARGO-ANTERIOR TO CGH-CARGO-ANTERIOR.
           MOVE Employee-Cargo TO CGH-CARGO-NOVO.
           MOVE WS-OPERACAO-AUDITORIA TO CGH-MOTIVO.
           WRITE CGH-REGISTRO.
       1800-EXIT.
           EXIT.

      ******************************************************************
      * 1850-REGISTRAR-PENDENCIA - entrada de auditoria do salario
      * gravado fora da faixa do cargo, aguardando aprovacao do RH
      * no modulo de cargos.
      ******************************************************************
       1850-REGISTRAR-PENDENCIA.
           IF Employee-Faixa-Pendente
               MOVE "FAIXA PEND" TO WS-OPERACAO-AUDITORIA
               PERFORM 1500-REGISTRAR-AUDITORIA THRU 1500-EXIT
           END-IF.
       1850-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - exibe o menu principal e desvia para a
      * opcao escolhida pelo operador.
           DISPLAY "8. Beneficios".
           DISPLAY "9. Transferir Departamento".
           DISPLAY "10. Admissao Completa".
           DISPLAY "11. Adiantamento Quinzenal".
           DISPLAY "12. Dependentes".
           DISPLAY "13. Banco de Horas".
           DISPLAY "14. Cargos e Faixas Salariais".
           DISPLAY "15. Exames Ocupacionais (ASO)".
           DISPLAY "16. Incentivo Bem-Estar".
           DISPLAY "Escolha uma opcao (1-16): ".
           ACCEPT Option-Choice.
           EVALUATE Option-Choice
               WHEN "1"
                   PERFORM 6500-TRANSFERIR-DEPARTAMENTO THRU 6500-EXIT
               WHEN "10"
                   PERFORM 7700-CHAMAR-ADMISSAO THRU 7700-EXIT
               WHEN "11"
                   PERFORM 7800-CHAMAR-ADIANTAMENTO THRU 7800-EXIT
               WHEN "12"
                   PERFORM 7850-CHAMAR-DEPENDENTES THRU 7850-EXIT
               WHEN "13"
                   PERFORM 7870-CHAMAR-BANCO-HORAS THRU 7870-EXIT
               WHEN "14"
                   PERFORM 7880-CHAMAR-CARGOS THRU 7880-EXIT
               WHEN "15"
                   PERFORM 7890-CHAMAR-EXAMES THRU 7890-EXIT
               WHEN "16"
                   PERFORM 7895-CHAMAR-INCENTIVO THRU 7895-EXIT
               WHEN OTHER
                   DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2850-ACEITAR-CPF-VALIDO - pede o CPF do funcionario e repete a
      * pergunta enquanto os digitos verificadores nao conferirem
      * (BANCO-VALIDA-CPF, o mesmo servico do cadastro de clientes).
      ******************************************************************
       2850-ACEITAR-CPF-VALIDO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2860-SOLICITAR-CPF THRU 2860-EXIT
               UNTIL ENTRADA-VALIDA.
       2850-EXIT.
           EXIT.

       2860-SOLICITAR-CPF.
           DISPLAY "CPF do funcionario (11 digitos): ".
           ACCEPT Employee-Cpf.
           IF Employee-Cpf IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 2860-EXIT
           END-IF.
           CALL "BANCO-VALIDA-CPF" USING Employee-Cpf WS-CPF-VALIDO.
           IF WS-CPF-VALIDO = "S"
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "CPF INVALIDO - DIGITOS NAO CONFEREM."
           END-IF.
       2860-EXIT.
           EXIT.

      ******************************************************************
      * 2900-ACEITAR-CARGO-VALIDO - pede o cargo do funcionario e
      * repete a pergunta enquanto o codigo nao estiver no cadastro
      * de cargos.
      ******************************************************************
       2900-ACEITAR-CARGO-VALIDO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2910-SOLICITAR-CARGO THRU 2910-EXIT
               UNTIL ENTRADA-VALIDA.
       2900-EXIT.
           EXIT.

       2910-SOLICITAR-CARGO.
           DISPLAY "Cargo do funcionario: ".
           ACCEPT Employee-Cargo.
           MOVE Employee-Cargo TO FXA-CARGO.
           MOVE 0 TO FXA-SALARIO.
           CALL "CPD-FAIXA-SALARIAL" USING FXA-PARAMETROS.
           IF FXA-CARGO-INEXISTENTE
               DISPLAY "CARGO NAO CADASTRADO - INFORME OUTRO CODIGO."
           ELSE
               DISPLAY "Cargo: " FXA-TITULO
                   " Faixa: " FXA-MINIMO " a " FXA-MAXIMO
               MOVE "S" TO SW-ENTRADA-VALIDA
           END-IF.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 2950-ACEITAR-SALARIO-FAIXA - pede o salario e o confere com a
      * faixa do cargo.  Fora da faixa, o operador informa outro
      * valor ou envia o salario para aprovacao do RH, que fica
      * pendente no registro.  Uma excecao ja aprovada pelo RH
      * continua valendo enquanto cargo e salario nao mudarem.
      ******************************************************************
       2950-ACEITAR-SALARIO-FAIXA.
           MOVE "N" TO SW-FAIXA-RESOLVIDA.
           PERFORM 2960-SOLICITAR-SALARIO-FAIXA THRU 2960-EXIT
               UNTIL FAIXA-RESOLVIDA.
       2950-EXIT.
           EXIT.

       2960-SOLICITAR-SALARIO-FAIXA.
           PERFORM 2700-ACEITAR-SALARIO-VALIDO THRU 2700-EXIT.
           MOVE Employee-Cargo TO FXA-CARGO.
           MOVE Employee-Salary TO FXA-SALARIO.
           CALL "CPD-FAIXA-SALARIAL" USING FXA-PARAMETROS.
           IF FXA-DENTRO-FAIXA
               MOVE SPACE TO Employee-Faixa-Situacao
               MOVE "S" TO SW-FAIXA-RESOLVIDA
               GO TO 2960-EXIT
           END-IF.
           IF Employee-Faixa-Aprovada
               AND Employee-Salary = WS-SALARIO-ANTERIOR
               AND Employee-Cargo = WS-CARGO-ANTERIOR
               DISPLAY "Salario fora da faixa ja aprovado pelo RH."
               MOVE "S" TO SW-FAIXA-RESOLVIDA
               GO TO 2960-EXIT
           END-IF.
           DISPLAY "SALARIO FORA DA FAIXA DO CARGO " FXA-TITULO.
           DISPLAY "FAIXA: " FXA-MINIMO " A " FXA-MAXIMO.
           DISPLAY "ENVIAR PARA APROVACAO DO RH (S/N)? "
               "N = INFORMAR OUTRO SALARIO".
           ACCEPT WS-RESPOSTA-FAIXA.
           IF WS-RESPOSTA-FAIXA = "S"
               MOVE "P" TO Employee-Faixa-Situacao
               MOVE "S" TO SW-FAIXA-RESOLVIDA
               DISPLAY "Salario pendente de aprovacao do RH."
           ELSE
               DISPLAY "SALARIO RECUSADO - INFORME UM VALOR DENTRO "
                   "DA FAIXA."
           END-IF.
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ADICIONAR-REGISTRO - cadastra um novo funcionario e grava
      * o registro no arquivo de empregados.
               ACCEPT Employee-Name
               DISPLAY "Departamento do funcionario: "
               ACCEPT Employee-Department
               PERFORM 2850-ACEITAR-CPF-VALIDO THRU 2850-EXIT
               PERFORM 2900-ACEITAR-CARGO-VALIDO THRU 2900-EXIT
               MOVE 0 TO WS-SALARIO-ANTERIOR
               MOVE SPACES TO WS-CARGO-ANTERIOR
               MOVE SPACE TO Employee-Faixa-Situacao
               PERFORM 2950-ACEITAR-SALARIO-FAIXA THRU 2950-EXIT
               PERFORM 2800-ACEITAR-ADMISSAO-VALIDA THRU 2800-EXIT
               MOVE 0 TO Employee-Termination-Date
               MOVE "A" TO Employee-Status
                       DISPLAY "Registro adicionado com sucesso."
                       MOVE "INCLUSAO" TO WS-OPERACAO-AUDITORIA
                       PERFORM 1500-REGISTRAR-AUDITORIA THRU 1500-EXIT
                       PERFORM 1800-REGISTRAR-CARGO THRU 1800-EXIT
                       PERFORM 1850-REGISTRAR-PENDENCIA THRU 1850-EXIT
               END-WRITE
           END-IF.
       3000-EXIT.
                       Employee-Department
                   DISPLAY "Salario do funcionario: " Employee-Salary
                   DISPLAY "Admissao: " Employee-Admission-Date
                   DISPLAY "Cargo: " Employee-Cargo
                   IF Employee-Cpf IS NUMERIC AND Employee-Cpf > 0
                       DISPLAY "CPF: " Employee-Cpf
                   ELSE
                       DISPLAY "CPF NAO INFORMADO"
                   END-IF
                   IF Employee-Faixa-Pendente
                       DISPLAY "SALARIO FORA DA FAIXA - PENDENTE DE "
                           "APROVACAO DO RH"
                   END-IF
                   IF Employee-Terminated
                       DISPLAY "DESLIGADO EM: "
                           Employee-Termination-Date
                   MOVE Employee-Department TO WS-DEPTO-ANTERIOR
                   DISPLAY "Novo departamento do funcionario: "
                   ACCEPT Employee-Department
                   DISPLAY "CPF atual: " Employee-Cpf
                   PERFORM 2850-ACEITAR-CPF-VALIDO THRU 2850-EXIT
                   DISPLAY "Cargo atual: " Employee-Cargo
                   MOVE Employee-Cargo TO WS-CARGO-ANTERIOR
                   PERFORM 2900-ACEITAR-CARGO-VALIDO THRU 2900-EXIT
                   DISPLAY "Salario atual: " Employee-Salary
                   MOVE Employee-Salary TO WS-SALARIO-ANTERIOR
                   PERFORM 2950-ACEITAR-SALARIO-FAIXA THRU 2950-EXIT
                   REWRITE Employee-Record
                   DISPLAY "Registro atualizado com sucesso."
                   MOVE "ATUALIZACAO" TO WS-OPERACAO-AUDITORIA
                       PERFORM 1700-REGISTRAR-DEPARTAMENTO
                           THRU 1700-EXIT
                   END-IF
                   IF Employee-Cargo NOT = WS-CARGO-ANTERIOR
                       PERFORM 1800-REGISTRAR-CARGO THRU 1800-EXIT
                   END-IF
                   PERFORM 1850-REGISTRAR-PENDENCIA THRU 1850-EXIT
           END-READ.
       5000-EXIT.
           EXIT.
       7700-EXIT.
           EXIT.

      ******************************************************************
      * 7800-CHAMAR-ADIANTAMENTO - libera o cadastro compartilhado e
      * chama o modulo de adiantamento quinzenal, reabrindo-o na
      * volta.
      ******************************************************************
       7800-CHAMAR-ADIANTAMENTO.
           CLOSE EMPREGADOS-FILE.
           CALL "CPD-ADIANTAMENTO" USING LNK-OPERADOR.
           OPEN I-O EMPREGADOS-FILE.
       7800-EXIT.
           EXIT.

      ******************************************************************
      * 7850-CHAMAR-DEPENDENTES - libera o cadastro compartilhado e
      * chama o modulo de dependentes, reabrindo-o na volta.
      ******************************************************************
       7850-CHAMAR-DEPENDENTES.
           CLOSE EMPREGADOS-FILE.
           CALL "CPD-DEPENDENTES" USING LNK-OPERADOR.
           OPEN I-O EMPREGADOS-FILE.
       7850-EXIT.
           EXIT.

      ******************************************************************
      * 7870-CHAMAR-BANCO-HORAS - libera o cadastro compartilhado e
      * chama o modulo de banco de horas, reabrindo-o na volta.
      ******************************************************************
       7870-CHAMAR-BANCO-HORAS.
           CLOSE EMPREGADOS-FILE.
           CALL "CPD-BANCO-HORAS" USING LNK-OPERADOR.
           OPEN I-O EMPREGADOS-FILE.
       7870-EXIT.
           EXIT.

      ******************************************************************
      * 7880-CHAMAR-CARGOS - libera o cadastro compartilhado e chama o
      * modulo de cargos e faixas salariais, reabrindo-o na volta.
      ******************************************************************
       7880-CHAMAR-CARGOS.
           CLOSE EMPREGADOS-FILE.
           CALL "CPD-CARGOS" USING LNK-OPERADOR.
           OPEN I-O EMPREGADOS-FILE.
       7880-EXIT.
           EXIT.

      ******************************************************************
      * 7890-CHAMAR-EXAMES - libera o cadastro compartilhado e chama o
      * modulo de exames ocupacionais, reabrindo-o na volta.
      ******************************************************************
       7890-CHAMAR-EXAMES.
           CLOSE EMPREGADOS-FILE.
           CALL "CPD-EXAMES-OCUPACIONAIS" USING LNK-OPERADOR.
           OPEN I-O EMPREGADOS-FILE.
       7890-EXIT.
           EXIT.

      ******************************************************************
      * 7895-CHAMAR-INCENTIVO - libera o cadastro compartilhado e chama
      * o modulo de incentivo bem-estar, reabrindo-o na volta.
      ******************************************************************
       7895-CHAMAR-INCENTIVO.
           CLOSE EMPREGADOS-FILE.
           CALL "CPD-INCENTIVO" USING LNK-OPERADOR.
           OPEN I-O EMPREGADOS-FILE.
       7895-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-RELATORIO - arquiva em EMPREGADO.LST a linha
      * montada em RPT-LINHA, para que uma consulta possa ser
           CLOSE EMPREGADOS-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD" TO SPL-PROGRAMA.
           MOVE "EMPREGADO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           CLOSE SALHIST-FILE.
           CLOSE DEPTOHIST-FILE.
           CLOSE CARGOHIST-FILE.
           MOVE "EMPREGADOS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
