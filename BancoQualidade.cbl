      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-16
      * Purpose: Customer master data-quality sweep.  Reads
      *          CLIENTES.DAT and CONTAS.DAT (read only) and lists in
      *          QUALIDADE.LST, section by section:
      *            - customers whose CPF fails the check digits
      *              (BANCO-VALIDA-CPF);
      *            - CPFs held by more than one active customer, the
      *              candidates for the merge in the CLIENTES menu;
      *            - accounts with no customer (CTA-CLIENTE-ID zero),
      *              pointing at a CLI-ID not on file, or pointing at
      *              a customer already merged into another;
      *            - active customers with no account.
      *          Closed accounts are left out of the account section
      *          and do not count as the customer's account.  Customer
      *          records merged away (CLI-SITUACAO "I") are only
      *          checked for the CPF digits.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-16  RA   Original customer data-quality sweep.
      * 2026-10-15  RA   QUALIDADE.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-QUALIDADE-CADASTRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "QUALIDADE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
           COPY "CLIREG.cpy".

       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CLIENTES-STATUS      PIC X(02).
           88  CLIENTES-OK                  VALUE "00".
           88  CLIENTES-ARQ-INEXISTENTE     VALUE "35".

       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".
           88  CONTAS-ARQ-INEXISTENTE       VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

       01  WS-DATA-MOVIMENTO       PIC 9(08) VALUE 0.

       01  WS-CPF-RESULTADO        PIC X(01).

       01  WS-IDX-CLIENTE          PIC 9(05) COMP VALUE 0.
       01  WS-IDX-OUTRO            PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-CLIENTES       PIC 9(05) COMP VALUE 0.
       01  TABELA-CLIENTES.
           05  TCL-ENTRADA OCCURS 2000 TIMES.
               10  TCL-ID              PIC 9(05).
               10  TCL-NOME            PIC X(30).
               10  TCL-CPF             PIC 9(11).
               10  TCL-SITUACAO        PIC X(01).
                   88  TCL-INCORPORADO     VALUE "I".
               10  TCL-SUCESSOR        PIC 9(05).
               10  TCL-CONTAS          PIC 9(03) COMP.

       01  WS-CPF-INVALIDOS        PIC 9(05) COMP VALUE 0.
       01  WS-CPF-DUPLICADOS       PIC 9(05) COMP VALUE 0.
       01  WS-CONTAS-SEM-TITULAR   PIC 9(05) COMP VALUE 0.
       01  WS-CONTAS-TITULAR-AUS   PIC 9(05) COMP VALUE 0.
       01  WS-CONTAS-TITULAR-INC   PIC 9(05) COMP VALUE 0.
       01  WS-CLIENTES-SEM-CONTA   PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-EDIT           PIC 9(05) VALUE 0.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF CLIENTES-ARQ-INEXISTENTE
               DISPLAY "CLIENTES.DAT NAO EXISTE. NADA A CONFERIR."
           ELSE
               PERFORM 2000-CONFERIR-CPFS THRU 2000-EXIT
               PERFORM 3000-LISTAR-DUPLICADOS THRU 3000-EXIT
               PERFORM 4000-CONFERIR-CONTAS THRU 4000-EXIT
               PERFORM 5000-LISTAR-SEM-CONTA THRU 5000-EXIT
               PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre o cadastro de clientes e o relatorio;
      * o cadastro de contas e aberto na secao que o confere.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== QUALIDADE DO CADASTRO DE CLIENTES ===".
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           MOVE 0 TO WS-TOTAL-CLIENTES.
           OPEN INPUT CLIENTES-FILE.
           IF NOT CLIENTES-ARQ-INEXISTENTE
               OPEN OUTPUT RELATORIO-FILE
               MOVE SPACES TO RPT-LINHA
               STRING "QUALIDADE DO CADASTRO DE CLIENTES EM "
                   WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina.
      ******************************************************************
       0900-LER-DATA-MOVIMENTO.
           ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD.
           OPEN INPUT DATAMOV-FILE.
           IF DATAMOV-ARQUIVO-INEXISTENTE
               CONTINUE
           ELSE
               READ DATAMOV-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DMV-DATA-MOVIMENTO > 0
                           MOVE DMV-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
                       END-IF
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
       0900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONFERIR-CPFS - le o cadastro de clientes inteiro,
      * lista os CPFs com digito verificador errado e guarda cada
      * cliente na tabela usada pelas secoes seguintes.
      ******************************************************************
       2000-CONFERIR-CPFS.
           MOVE SPACES TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "CLIENTES COM CPF INVALIDO" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
               UNTIL WS-CLIENTES-STATUS = "10".
       2000-EXIT.
           EXIT.

       2100-LER-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 2200-AVALIAR-CLIENTE THRU 2200-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-AVALIAR-CLIENTE.
           CALL "BANCO-VALIDA-CPF" USING CLI-CPF WS-CPF-RESULTADO.
           IF WS-CPF-RESULTADO NOT = "S"
               STRING "CLI-ID " CLI-ID " " CLI-NOME
                   " CPF " CLI-CPF
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-CPF-INVALIDOS
           END-IF.
           IF WS-TOTAL-CLIENTES NOT < 2000
               DISPLAY "LIMITE DE CLIENTES DA TABELA ATINGIDO. "
                   "CLIENTE " CLI-ID " FORA DA CONFERENCIA."
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-CLIENTES.
           MOVE CLI-ID          TO TCL-ID (WS-TOTAL-CLIENTES).
           MOVE CLI-NOME        TO TCL-NOME (WS-TOTAL-CLIENTES).
           MOVE CLI-CPF         TO TCL-CPF (WS-TOTAL-CLIENTES).
           MOVE CLI-SITUACAO    TO TCL-SITUACAO (WS-TOTAL-CLIENTES).
           MOVE CLI-ID-SUCESSOR TO TCL-SUCESSOR (WS-TOTAL-CLIENTES).
           MOVE 0               TO TCL-CONTAS (WS-TOTAL-CLIENTES).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-DUPLICADOS - para cada cliente ativo, procura um
      * cliente ativo anterior com o mesmo CPF; cada repeticao e uma
      * linha apontando o primeiro cadastro (o sobrevivente natural
      * da incorporacao).
      ******************************************************************
       3000-LISTAR-DUPLICADOS.
           MOVE SPACES TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "CPF REPETIDO ENTRE CLIENTES ATIVOS" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 3100-CONFERIR-REPETICAO THRU 3100-EXIT
               VARYING WS-IDX-CLIENTE FROM 2 BY 1
               UNTIL WS-IDX-CLIENTE > WS-TOTAL-CLIENTES.
       3000-EXIT.
           EXIT.

       3100-CONFERIR-REPETICAO.
           IF TCL-INCORPORADO (WS-IDX-CLIENTE)
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-COMPARAR-CPF THRU 3150-EXIT
               VARYING WS-IDX-OUTRO FROM 1 BY 1
               UNTIL WS-IDX-OUTRO NOT < WS-IDX-CLIENTE
                   OR (TCL-CPF (WS-IDX-OUTRO) =
                       TCL-CPF (WS-IDX-CLIENTE)
                   AND NOT TCL-INCORPORADO (WS-IDX-OUTRO)).
           IF WS-IDX-OUTRO < WS-IDX-CLIENTE
               STRING "CPF " TCL-CPF (WS-IDX-CLIENTE)
                   " CLI-ID " TCL-ID (WS-IDX-CLIENTE)
                   " " TCL-NOME (WS-IDX-CLIENTE)
                   " REPETE CLI-ID " TCL-ID (WS-IDX-OUTRO)
                   " " TCL-NOME (WS-IDX-OUTRO)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-CPF-DUPLICADOS
           END-IF.
       3100-EXIT.
           EXIT.

       3150-COMPARAR-CPF.
           CONTINUE.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONFERIR-CONTAS - le o cadastro de contas e confronta o
      * CTA-CLIENTE-ID de cada conta nao encerrada com a tabela de
      * clientes, contando as contas de cada cliente ativo.
      ******************************************************************
       4000-CONFERIR-CONTAS.
           MOVE SPACES TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "CONTAS SEM TITULAR VALIDO" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           OPEN INPUT CONTAS-FILE.
           IF CONTAS-ARQ-INEXISTENTE
               MOVE "CONTAS.DAT NAO EXISTE." TO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-LER-CONTA THRU 4100-EXIT
               UNTIL WS-CONTAS-STATUS = "10".
           CLOSE CONTAS-FILE.
       4000-EXIT.
           EXIT.

       4100-LER-CONTA.
           READ CONTAS-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NOT CTA-ENCERRADA
                       PERFORM 4200-AVALIAR-CONTA THRU 4200-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-AVALIAR-CONTA.
           IF CTA-CLIENTE-ID = 0
               STRING "CONTA " CTA-CONTA " " CTA-NOME
                   " SEM CLIENTE TITULAR"
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-CONTAS-SEM-TITULAR
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4250-COMPARAR-CLIENTE THRU 4250-EXIT
               VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE > WS-TOTAL-CLIENTES
                   OR TCL-ID (WS-IDX-CLIENTE) = CTA-CLIENTE-ID.
           EVALUATE TRUE
               WHEN WS-IDX-CLIENTE > WS-TOTAL-CLIENTES
                   STRING "CONTA " CTA-CONTA " " CTA-NOME
                       " TITULAR " CTA-CLIENTE-ID " NAO CADASTRADO"
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   ADD 1 TO WS-CONTAS-TITULAR-AUS
               WHEN TCL-INCORPORADO (WS-IDX-CLIENTE)
                   STRING "CONTA " CTA-CONTA " " CTA-NOME
                       " TITULAR " CTA-CLIENTE-ID
                       " INCORPORADO AO CLI-ID "
                       TCL-SUCESSOR (WS-IDX-CLIENTE)
                       DELIMITED BY SIZE INTO RPT-LINHA
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   ADD 1 TO WS-CONTAS-TITULAR-INC
               WHEN OTHER
                   ADD 1 TO TCL-CONTAS (WS-IDX-CLIENTE)
           END-EVALUATE.
       4200-EXIT.
           EXIT.

       4250-COMPARAR-CLIENTE.
           CONTINUE.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR-SEM-CONTA - clientes ativos a que nenhuma conta
      * aberta aponta.
      ******************************************************************
       5000-LISTAR-SEM-CONTA.
           MOVE SPACES TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "CLIENTES ATIVOS SEM CONTA" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 5100-CONFERIR-CLIENTE THRU 5100-EXIT
               VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE > WS-TOTAL-CLIENTES.
       5000-EXIT.
           EXIT.

       5100-CONFERIR-CLIENTE.
           IF TCL-CONTAS (WS-IDX-CLIENTE) = 0
               AND NOT TCL-INCORPORADO (WS-IDX-CLIENTE)
               STRING "CLI-ID " TCL-ID (WS-IDX-CLIENTE)
                   " " TCL-NOME (WS-IDX-CLIENTE)
                   " CPF " TCL-CPF (WS-IDX-CLIENTE)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               ADD 1 TO WS-CLIENTES-SEM-CONTA
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais de cada secao da conferencia.
      ******************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE SPACES TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-CLIENTES TO WS-TOTAL-EDIT.
           STRING "CLIENTES CONFERIDOS.........: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-CPF-INVALIDOS TO WS-TOTAL-EDIT.
           STRING "CPF INVALIDO................: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-CPF-DUPLICADOS TO WS-TOTAL-EDIT.
           STRING "CPF REPETIDO................: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-CONTAS-SEM-TITULAR TO WS-TOTAL-EDIT.
           STRING "CONTAS SEM CLIENTE TITULAR..: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-CONTAS-TITULAR-AUS TO WS-TOTAL-EDIT.
           STRING "CONTAS COM TITULAR AUSENTE..: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-CONTAS-TITULAR-INC TO WS-TOTAL-EDIT.
           STRING "CONTAS TITULAR INCORPORADO..: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-CLIENTES-SEM-CONTA TO WS-TOTAL-EDIT.
           STRING "CLIENTES ATIVOS SEM CONTA...: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha do relatorio montada em
      * RPT-LINHA tanto no console quanto em QUALIDADE.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do programa.
      ******************************************************************
       8000-FINALIZAR.
           IF NOT CLIENTES-ARQ-INEXISTENTE
               CLOSE CLIENTES-FILE
               CLOSE RELATORIO-FILE
               MOVE "G" TO SPL-FUNCAO
               MOVE "BANCO-QUALIDADE-CADASTRO" TO SPL-PROGRAMA
               MOVE "QUALIDADE.LST" TO SPL-RELATORIO
               MOVE "N" TO SPL-MODO
               MOVE SPACES TO SPL-OPERADOR
               CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM BANCO-QUALIDADE-CADASTRO.
