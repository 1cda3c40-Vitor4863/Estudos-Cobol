      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-09-29
      * Purpose: Job position (cargo) and salary band module for the
      *          CPD system.  Maintains the cargo master CARGOS.DAT
      *          (CARGOREG.cpy) - code, title, level and the
      *          minimum/maximum salary of the band - lets HR approve
      *          the salaries the maintenance screen, CPD-ADMISSAO
      *          or the dissidio left pending outside the band, and
      *          prints the band-compliance report to FAIXA.LST:
      *          every active employee below the minimum or above
      *          the maximum of the cargo, by cargo and department,
      *          with the position of the salary inside the band.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-29  RA   Original cargos and salary band module.
      * 2026-10-15  RA   FAIXA.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-CARGOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT CARGOS-FILE ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WS-CARGOS-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "FAIXA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  CARGOS-FILE.
           COPY "CARGOREG.cpy".

       FD  AUDITORIA-FILE.
           COPY "AUDITREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".
           88  EMPREGADOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-CARGOS-STATUS        PIC X(02).
           88  CARGOS-OK                    VALUE "00".
           88  CARGOS-ARQ-INEXISTENTE       VALUE "35".

       01  WS-AUDITORIA-STATUS     PIC X(02).
           88  AUDITORIA-OK                 VALUE "00".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  OPCAO-MENU              PIC X(01).
       01  WS-CODIGO-PEDIDO        PIC X(05).
       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-NIVEL-PEDIDO         PIC 9(02).
       01  WS-MINIMO-PEDIDO        PIC 9(06).
       01  WS-MAXIMO-PEDIDO        PIC 9(06).
       01  WS-RESPOSTA             PIC X(01).
       01  WS-DATA-HOJE            PIC 9(08).

       01  WS-QTDE-LISTADOS        PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC 9(05) VALUE 0.
       01  WS-POSICAO-EDIT         PIC -ZZZ9.9.

      * Resultado da conferencia de faixa, devolvido pelo servico.
           COPY "FAIXALNK.cpy".

      * Funcionarios fora da faixa, mantidos em ordem de cargo,
      * departamento e ID para as quebras do relatorio.
       01  FXR-TABELA.
           05  FXR-QTDE            PIC 9(03) COMP VALUE 0.
           05  FXR-ENTRADA OCCURS 500 TIMES.
               10  FXR-CHAVE.
                   15  FXR-CARGO   PIC X(05).
                   15  FXR-DEPTO   PIC X(15).
               10  FXR-ID          PIC 9(05).
               10  FXR-NOME        PIC X(20).
               10  FXR-SALARIO     PIC 9(06).
               10  FXR-RESULTADO   PIC 9(01).
               10  FXR-POSICAO     PIC S9(05)V9.
               10  FXR-SITUACAO    PIC X(01).
               10  FXR-TITULO      PIC X(25).
               10  FXR-NIVEL       PIC 9(02).
               10  FXR-MINIMO      PIC 9(06).
               10  FXR-MAXIMO      PIC 9(06).

       01  WS-NOVA-CHAVE.
           05  WS-NOVA-CARGO       PIC X(05).
           05  WS-NOVA-DEPTO       PIC X(15).
       01  WS-IDX-FXR              PIC 9(03) COMP VALUE 0.
       01  WS-IDX-POSICAO          PIC 9(03) COMP VALUE 0.
       01  WS-CARGO-QUEBRA         PIC X(05) VALUE SPACES.
       01  WS-DEPTO-QUEBRA         PIC X(15) VALUE SPACES.
       01  WS-SITUACAO-TEXTO       PIC X(06) VALUE SPACES.
       01  WS-APROVACAO-TEXTO      PIC X(09) VALUE SPACES.

       01  WS-TOTAL-AVALIADOS      PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-DENTRO         PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-ABAIXO         PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-ACIMA          PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-SEM-CARGO      PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-INEXISTENTE    PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-PENDENTES      PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-NAO-LISTADOS   PIC 9(05) COMP VALUE 0.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-FIM-CARGOS           PIC X(01) VALUE "N".
           88  FIM-CARGOS                   VALUE "S".

       01  SW-FIM-EMPREGADOS       PIC X(01) VALUE "N".
           88  FIM-EMPREGADOS               VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-POSICAO-ACHADA       PIC X(01) VALUE "N".
           88  POSICAO-ACHADA               VALUE "S".

           COPY "SPOOLLNK.cpy".

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
      * 1000-INICIALIZAR - abre o cadastro de funcionarios e a
      * auditoria e cria o cadastro de cargos na primeira execucao.
      * O cadastro de cargos so fica aberto durante a manutencao e a
      * listagem, pois o servico de faixa tambem o le.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== CARGOS E FAIXAS SALARIAIS ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O EMPREGADOS-FILE.
           IF EMPREGADOS-ARQ-INEXISTENTE
               OPEN OUTPUT EMPREGADOS-FILE
               CLOSE EMPREGADOS-FILE
               OPEN I-O EMPREGADOS-FILE
           END-IF.
           OPEN I-O CARGOS-FILE.
           IF CARGOS-ARQ-INEXISTENTE
               OPEN OUTPUT CARGOS-FILE
           END-IF.
           CLOSE CARGOS-FILE.
           OPEN EXTEND AUDITORIA-FILE.
           IF NOT AUDITORIA-OK
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de cargos.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - INCLUIR / ALTERAR CARGO".
           DISPLAY "2 - LISTAR CARGOS".
           DISPLAY "3 - APROVAR SALARIO FORA DA FAIXA".
           DISPLAY "4 - RELATORIO DE ADERENCIA A FAIXA SALARIAL".
           DISPLAY "5 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-MANTER-CARGO THRU 3000-EXIT
               WHEN "2"
                   PERFORM 3500-LISTAR-CARGOS THRU 3500-EXIT
               WHEN "3"
                   PERFORM 4000-APROVAR-FAIXA THRU 4000-EXIT
               WHEN "4"
                   PERFORM 5000-EMITIR-ADERENCIA THRU 5000-EXIT
               WHEN "5"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2600-ACEITAR-CODIGO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2610-SOLICITAR-CODIGO THRU 2610-EXIT
               UNTIL ENTRADA-VALIDA.
       2600-EXIT.
           EXIT.

       2610-SOLICITAR-CODIGO.
           DISPLAY "CODIGO DO CARGO:".
           ACCEPT WS-CODIGO-PEDIDO.
           IF WS-CODIGO-PEDIDO NOT = SPACES
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - INFORME O CODIGO."
           END-IF.
       2610-EXIT.
           EXIT.

       2650-ACEITAR-NIVEL.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2660-SOLICITAR-NIVEL THRU 2660-EXIT
               UNTIL ENTRADA-VALIDA.
       2650-EXIT.
           EXIT.

       2660-SOLICITAR-NIVEL.
           DISPLAY "NIVEL (01-99):".
           ACCEPT WS-NIVEL-PEDIDO.
           IF WS-NIVEL-PEDIDO IS NUMERIC AND WS-NIVEL-PEDIDO > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2660-EXIT.
           EXIT.

       2700-ACEITAR-FAIXA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2710-SOLICITAR-FAIXA THRU 2710-EXIT
               UNTIL ENTRADA-VALIDA.
       2700-EXIT.
           EXIT.

       2710-SOLICITAR-FAIXA.
           DISPLAY "SALARIO MINIMO DA FAIXA:".
           ACCEPT WS-MINIMO-PEDIDO.
           DISPLAY "SALARIO MAXIMO DA FAIXA:".
           ACCEPT WS-MAXIMO-PEDIDO.
           IF WS-MINIMO-PEDIDO IS NOT NUMERIC
               OR WS-MAXIMO-PEDIDO IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 2710-EXIT
           END-IF.
           IF WS-MAXIMO-PEDIDO < WS-MINIMO-PEDIDO
               DISPLAY "FAIXA INVALIDA - MAXIMO MENOR QUE O MINIMO."
               GO TO 2710-EXIT
           END-IF.
           MOVE "S" TO SW-ENTRADA-VALIDA.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MANTER-CARGO - inclui um cargo ou altera titulo, nivel e
      * faixa de um existente.  Quem ficar fora da nova faixa aparece
      * no relatorio de aderencia.
      ******************************************************************
       3000-MANTER-CARGO.
           PERFORM 2600-ACEITAR-CODIGO THRU 2600-EXIT.
           OPEN I-O CARGOS-FILE.
           MOVE WS-CODIGO-PEDIDO TO CRG-CODIGO.
           READ CARGOS-FILE
               INVALID KEY
                   DISPLAY "CARGO NOVO."
                   MOVE SPACES TO CRG-TITULO
               NOT INVALID KEY
                   DISPLAY "TITULO ATUAL: " CRG-TITULO
                       " NIVEL " CRG-NIVEL
                   DISPLAY "FAIXA ATUAL: " CRG-SALARIO-MINIMO
                       " A " CRG-SALARIO-MAXIMO
           END-READ.
           MOVE WS-CODIGO-PEDIDO TO CRG-CODIGO.
           DISPLAY "TITULO DO CARGO:".
           ACCEPT CRG-TITULO.
           PERFORM 2650-ACEITAR-NIVEL THRU 2650-EXIT.
           PERFORM 2700-ACEITAR-FAIXA THRU 2700-EXIT.
           MOVE WS-NIVEL-PEDIDO  TO CRG-NIVEL.
           MOVE WS-MINIMO-PEDIDO TO CRG-SALARIO-MINIMO.
           MOVE WS-MAXIMO-PEDIDO TO CRG-SALARIO-MAXIMO.
           REWRITE CRG-REGISTRO
               INVALID KEY
                   WRITE CRG-REGISTRO
           END-REWRITE.
           DISPLAY "CARGO GRAVADO.".
           CLOSE CARGOS-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LISTAR-CARGOS - lista os cargos cadastrados com a faixa.
      ******************************************************************
       3500-LISTAR-CARGOS.
           OPEN INPUT CARGOS-FILE.
           MOVE "N" TO SW-FIM-CARGOS.
           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE LOW-VALUES TO CRG-CODIGO.
           START CARGOS-FILE
               KEY IS GREATER THAN OR EQUAL TO CRG-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIM-CARGOS
           END-START.
           PERFORM 3600-LISTAR-CARGO THRU 3600-EXIT
               UNTIL FIM-CARGOS.
           MOVE WS-QTDE-LISTADOS TO WS-QTDE-EDIT.
           DISPLAY "CARGOS CADASTRADOS: " WS-QTDE-EDIT.
           CLOSE CARGOS-FILE.
       3500-EXIT.
           EXIT.

       3600-LISTAR-CARGO.
           READ CARGOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-CARGOS
                   GO TO 3600-EXIT
           END-READ.
           ADD 1 TO WS-QTDE-LISTADOS.
           DISPLAY CRG-CODIGO " " CRG-TITULO " NIVEL " CRG-NIVEL
               " FAIXA " CRG-SALARIO-MINIMO " A " CRG-SALARIO-MAXIMO.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APROVAR-FAIXA - mostra os salarios pendentes de aprovacao
      * e registra a decisao do RH sobre um deles.  Aprovado, o
      * salario fica como excecao aprovada; recusado, continua
      * pendente ate ser corrigido na atualizacao do cadastro.
      ******************************************************************
       4000-APROVAR-FAIXA.
           PERFORM 4100-LISTAR-PENDENTES THRU 4100-EXIT.
           IF WS-QTDE-LISTADOS = 0
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "ID DO FUNCIONARIO (0 = VOLTAR):".
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO IS NOT NUMERIC OR WS-ID-PEDIDO = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ID-PEDIDO TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO."
                   GO TO 4000-EXIT
           END-READ.
           IF NOT Employee-Faixa-Pendente
               DISPLAY "FUNCIONARIO SEM SALARIO PENDENTE DE APROVACAO."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-CONFERIR-EMPREGADO THRU 4300-EXIT.
           DISPLAY "FUNCIONARIO: " Employee-Name
               " CARGO: " Employee-Cargo " " FXA-TITULO.
           DISPLAY "SALARIO: " Employee-Salary
               " FAIXA: " FXA-MINIMO " A " FXA-MAXIMO
               " POSICAO: " WS-POSICAO-EDIT "%".
           DISPLAY "APROVAR O SALARIO FORA DA FAIXA (S/N)?".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "SALARIO MANTIDO PENDENTE - CORRIJA-O NA "
                   "ATUALIZACAO DO CADASTRO."
               GO TO 4000-EXIT
           END-IF.
           MOVE "A" TO Employee-Faixa-Situacao.
           REWRITE Employee-Record
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O FUNCIONARIO."
               NOT INVALID KEY
                   MOVE Employee-Id TO AUD-ID
                   MOVE "FAIXA APROV" TO AUD-OPERACAO
                   ACCEPT AUD-DATA FROM DATE YYYYMMDD
                   ACCEPT AUD-HORA FROM TIME
                   MOVE LNK-OPERADOR TO AUD-OPERADOR
                   WRITE AUD-REGISTRO
                   DISPLAY "SALARIO APROVADO PELO RH."
           END-REWRITE.
       4000-EXIT.
           EXIT.

       4100-LISTAR-PENDENTES.
           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE "N" TO SW-FIM-EMPREGADOS.
           MOVE 0 TO Employee-Id.
           START EMPREGADOS-FILE
               KEY IS GREATER THAN OR EQUAL TO Employee-Id
               INVALID KEY
                   MOVE "S" TO SW-FIM-EMPREGADOS
           END-START.
           PERFORM 4200-LISTAR-PENDENTE THRU 4200-EXIT
               UNTIL FIM-EMPREGADOS.
           MOVE WS-QTDE-LISTADOS TO WS-QTDE-EDIT.
           DISPLAY "SALARIOS PENDENTES DE APROVACAO: " WS-QTDE-EDIT.
       4100-EXIT.
           EXIT.

       4200-LISTAR-PENDENTE.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPREGADOS
                   GO TO 4200-EXIT
           END-READ.
           IF NOT Employee-Faixa-Pendente OR Employee-Terminated
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-LISTADOS.
           PERFORM 4300-CONFERIR-EMPREGADO THRU 4300-EXIT.
           DISPLAY Employee-Id " " Employee-Name " "
               Employee-Cargo " SALARIO " Employee-Salary
               " FAIXA " FXA-MINIMO " A " FXA-MAXIMO.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CONFERIR-EMPREGADO - confere o salario do funcionario
      * corrente com a faixa do cargo pelo servico de faixa.
      ******************************************************************
       4300-CONFERIR-EMPREGADO.
           MOVE Employee-Cargo TO FXA-CARGO.
           MOVE Employee-Salary TO FXA-SALARIO.
           CALL "CPD-FAIXA-SALARIAL" USING FXA-PARAMETROS.
           MOVE FXA-POSICAO TO WS-POSICAO-EDIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EMITIR-ADERENCIA - relatorio de aderencia a faixa: confere
      * cada funcionario ativo com a faixa do seu cargo, guarda quem
      * esta fora dela em ordem de cargo e departamento e imprime
      * em FAIXA.LST com a posicao de cada um na faixa.
      ******************************************************************
       5000-EMITIR-ADERENCIA.
           MOVE 0 TO FXR-QTDE.
           MOVE 0 TO WS-TOTAL-AVALIADOS.
           MOVE 0 TO WS-TOTAL-DENTRO.
           MOVE 0 TO WS-TOTAL-ABAIXO.
           MOVE 0 TO WS-TOTAL-ACIMA.
           MOVE 0 TO WS-TOTAL-SEM-CARGO.
           MOVE 0 TO WS-TOTAL-INEXISTENTE.
           MOVE 0 TO WS-TOTAL-PENDENTES.
           MOVE 0 TO WS-TOTAL-NAO-LISTADOS.
           MOVE "N" TO SW-FIM-EMPREGADOS.
           MOVE 0 TO Employee-Id.
           START EMPREGADOS-FILE
               KEY IS GREATER THAN OR EQUAL TO Employee-Id
               INVALID KEY
                   MOVE "S" TO SW-FIM-EMPREGADOS
           END-START.
           PERFORM 5100-AVALIAR-EMPREGADO THRU 5100-EXIT
               UNTIL FIM-EMPREGADOS.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "ADERENCIA A FAIXA SALARIAL - " WS-DATA-HOJE
               " OPERADOR " LNK-OPERADOR
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE SPACES TO WS-CARGO-QUEBRA.
           MOVE SPACES TO WS-DEPTO-QUEBRA.
           PERFORM 5500-IMPRIMIR-ENTRADA THRU 5500-EXIT
               VARYING WS-IDX-FXR FROM 1 BY 1
               UNTIL WS-IDX-FXR > FXR-QTDE.
           PERFORM 5800-IMPRIMIR-RESUMO THRU 5800-EXIT.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-CARGOS" TO SPL-PROGRAMA.
           MOVE "FAIXA.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       5000-EXIT.
           EXIT.

       5100-AVALIAR-EMPREGADO.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPREGADOS
                   GO TO 5100-EXIT
           END-READ.
           IF Employee-Terminated
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-AVALIADOS.
           IF Employee-Cargo = SPACES
               ADD 1 TO WS-TOTAL-SEM-CARGO
               GO TO 5100-EXIT
           END-IF.
           PERFORM 4300-CONFERIR-EMPREGADO THRU 4300-EXIT.
           EVALUATE TRUE
               WHEN FXA-CARGO-INEXISTENTE
                   ADD 1 TO WS-TOTAL-INEXISTENTE
                   GO TO 5100-EXIT
               WHEN FXA-DENTRO-FAIXA
                   ADD 1 TO WS-TOTAL-DENTRO
                   GO TO 5100-EXIT
               WHEN FXA-ABAIXO-MINIMO
                   ADD 1 TO WS-TOTAL-ABAIXO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ACIMA
           END-EVALUATE.
           IF Employee-Faixa-Pendente
               ADD 1 TO WS-TOTAL-PENDENTES
           END-IF.
           IF FXR-QTDE >= 500
               ADD 1 TO WS-TOTAL-NAO-LISTADOS
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-INSERIR-ENTRADA THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-INSERIR-ENTRADA - insere o funcionario na tabela logo
      * apos o ultimo de mesmo cargo e departamento; como o cadastro
      * e lido em ordem de ID, cada grupo fica em ordem de ID.
      ******************************************************************
       5200-INSERIR-ENTRADA.
           MOVE Employee-Cargo      TO WS-NOVA-CARGO.
           MOVE Employee-Department TO WS-NOVA-DEPTO.
           MOVE "N" TO SW-POSICAO-ACHADA.
           PERFORM 5210-PROCURAR-POSICAO THRU 5210-EXIT
               VARYING WS-IDX-POSICAO FROM 1 BY 1
               UNTIL WS-IDX-POSICAO > FXR-QTDE OR POSICAO-ACHADA.
           IF POSICAO-ACHADA
               SUBTRACT 1 FROM WS-IDX-POSICAO
           END-IF.
           PERFORM 5220-DESLOCAR-ENTRADA THRU 5220-EXIT
               VARYING WS-IDX-FXR FROM FXR-QTDE BY -1
               UNTIL WS-IDX-FXR < WS-IDX-POSICAO.
           ADD 1 TO FXR-QTDE.
           MOVE WS-NOVA-CHAVE      TO FXR-CHAVE (WS-IDX-POSICAO).
           MOVE Employee-Id        TO FXR-ID (WS-IDX-POSICAO).
           MOVE Employee-Name      TO FXR-NOME (WS-IDX-POSICAO).
           MOVE Employee-Salary    TO FXR-SALARIO (WS-IDX-POSICAO).
           MOVE FXA-RESULTADO      TO FXR-RESULTADO (WS-IDX-POSICAO).
           MOVE FXA-POSICAO        TO FXR-POSICAO (WS-IDX-POSICAO).
           MOVE Employee-Faixa-Situacao
                                   TO FXR-SITUACAO (WS-IDX-POSICAO).
           MOVE FXA-TITULO         TO FXR-TITULO (WS-IDX-POSICAO).
           MOVE FXA-NIVEL          TO FXR-NIVEL (WS-IDX-POSICAO).
           MOVE FXA-MINIMO         TO FXR-MINIMO (WS-IDX-POSICAO).
           MOVE FXA-MAXIMO         TO FXR-MAXIMO (WS-IDX-POSICAO).
       5200-EXIT.
           EXIT.

       5210-PROCURAR-POSICAO.
           IF FXR-CHAVE (WS-IDX-POSICAO) > WS-NOVA-CHAVE
               MOVE "S" TO SW-POSICAO-ACHADA
           END-IF.
       5210-EXIT.
           EXIT.

       5220-DESLOCAR-ENTRADA.
           MOVE FXR-ENTRADA (WS-IDX-FXR)
               TO FXR-ENTRADA (WS-IDX-FXR + 1).
       5220-EXIT.
           EXIT.

      ******************************************************************
      * 5500-IMPRIMIR-ENTRADA - linha do funcionario fora da faixa,
      * abrindo o cabecalho do cargo e do departamento a cada quebra.
      ******************************************************************
       5500-IMPRIMIR-ENTRADA.
           IF FXR-CARGO (WS-IDX-FXR) NOT = WS-CARGO-QUEBRA
               MOVE FXR-CARGO (WS-IDX-FXR) TO WS-CARGO-QUEBRA
               MOVE SPACES TO WS-DEPTO-QUEBRA
               MOVE "--------------------------------------------------"
                   TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               STRING "CARGO " FXR-CARGO (WS-IDX-FXR) " "
                   FXR-TITULO (WS-IDX-FXR)
                   " NIVEL " FXR-NIVEL (WS-IDX-FXR)
                   " FAIXA " FXR-MINIMO (WS-IDX-FXR)
                   " A " FXR-MAXIMO (WS-IDX-FXR)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           IF FXR-DEPTO (WS-IDX-FXR) NOT = WS-DEPTO-QUEBRA
               MOVE FXR-DEPTO (WS-IDX-FXR) TO WS-DEPTO-QUEBRA
               STRING "  DEPARTAMENTO " FXR-DEPTO (WS-IDX-FXR)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
           IF FXR-RESULTADO (WS-IDX-FXR) = 1
               MOVE "ABAIXO" TO WS-SITUACAO-TEXTO
           ELSE
               MOVE "ACIMA " TO WS-SITUACAO-TEXTO
           END-IF.
           EVALUATE FXR-SITUACAO (WS-IDX-FXR)
               WHEN "P"
                   MOVE "PENDENTE " TO WS-APROVACAO-TEXTO
               WHEN "A"
                   MOVE "APROVADO " TO WS-APROVACAO-TEXTO
               WHEN OTHER
                   MOVE "SEM AVAL " TO WS-APROVACAO-TEXTO
           END-EVALUATE.
           MOVE FXR-POSICAO (WS-IDX-FXR) TO WS-POSICAO-EDIT.
           STRING "    " FXR-ID (WS-IDX-FXR) " "
               FXR-NOME (WS-IDX-FXR)
               " SALARIO " FXR-SALARIO (WS-IDX-FXR)
               " " WS-SITUACAO-TEXTO
               " POSICAO " WS-POSICAO-EDIT "% "
               WS-APROVACAO-TEXTO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 5800-IMPRIMIR-RESUMO - totais da conferencia de faixa.
      ******************************************************************
       5800-IMPRIMIR-RESUMO.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-AVALIADOS TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS ATIVOS.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-DENTRO TO WS-QTDE-EDIT.
           STRING "DENTRO DA FAIXA.........: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-ABAIXO TO WS-QTDE-EDIT.
           STRING "ABAIXO DO MINIMO........: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-ACIMA TO WS-QTDE-EDIT.
           STRING "ACIMA DO MAXIMO.........: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-PENDENTES TO WS-QTDE-EDIT.
           STRING "  PENDENTES DE APROVACAO: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-SEM-CARGO TO WS-QTDE-EDIT.
           STRING "SEM CARGO INFORMADO.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-INEXISTENTE TO WS-QTDE-EDIT.
           STRING "CARGO NAO CADASTRADO....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF WS-TOTAL-NAO-LISTADOS > 0
               MOVE WS-TOTAL-NAO-LISTADOS TO WS-QTDE-EDIT
               STRING "FORA DA FAIXA NAO LISTADOS (TABELA CHEIA): "
                   WS-QTDE-EDIT
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       5800-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em FAIXA.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do modulo.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE EMPREGADOS-FILE.
           CLOSE AUDITORIA-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-CARGOS.
