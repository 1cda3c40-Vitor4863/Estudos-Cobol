      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-10-01
      * Purpose: Annual employee declaration (RAIS).  For the base
      *          year asked, first runs a validation pass over every
      *          employee who worked in the year and lists what would
      *          make the declaration wrong - no admission date, no
      *          CPF or a CPF whose check digits fail, a desligado
      *          without a termination date, months with zero pay
      *          while employed - to RAIS.LST, so it is fixed before
      *          the deadline.  With nothing pending (or with the
      *          operator's go-ahead) it then writes the fixed-layout
      *          declaration file pointed at by DD_RAIS (RAISREG.cpy -
      *          header with the employer, one detail per employee
      *          with the monthly gross pay from FOLHAREG.DAT, the
      *          13o salario (periodo AAAA13) and the ferias paid in
      *          the year from FERIAS.DAT, and a trailer with the
      *          count and totals), and prints the file totals
      *          against the ones CPD-INFORME-RENDIMENTOS left in
      *          INFCTL.DAT for the same year.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-01  RA   Original annual employee declaration.
      * 2026-10-15  RA   RAIS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-DECLARACAO-ANUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT FOLHAREG-FILE ASSIGN TO "FOLHAREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-CHAVE
               FILE STATUS IS WS-FOLHAREG-STATUS.

           SELECT FERIAS-FILE ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIAS-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "INFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT DECLARACAO-FILE ASSIGN TO "RAIS"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECLARACAO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RAIS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  FOLHAREG-FILE.
           COPY "FOLHAREG.cpy".

       FD  FERIAS-FILE.
           COPY "FERIASREG.cpy".

       FD  CONTROLE-FILE.
           COPY "INFCTL.cpy".

       FD  DECLARACAO-FILE.
           COPY "RAISREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".
           88  EMPREGADOS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-FOLHAREG-STATUS      PIC X(02).
           88  FOLHAREG-OK                  VALUE "00".
           88  FOLHAREG-ARQ-INEXISTENTE     VALUE "35".

       01  WS-FERIAS-STATUS        PIC X(02).
           88  FERIAS-OK                    VALUE "00".
           88  FERIAS-ARQ-INEXISTENTE       VALUE "35".

       01  WS-CONTROLE-STATUS      PIC X(02).
           88  CONTROLE-OK                  VALUE "00".

       01  WS-DECLARACAO-STATUS    PIC X(02).
       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE         PIC 9(04).
           05  WS-MES-HOJE         PIC 9(02).
           05  WS-DIA-HOJE         PIC 9(02).
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-PERIODO-HOJE         PIC 9(06) VALUE 0.

       01  WS-EMPREGADOR           PIC X(30)
                                   VALUE "AGENCIA CENTRAL".
       01  WS-CNPJ                 PIC 9(14) VALUE 0.

       01  WS-ANO-PEDIDO           PIC 9(04).
       01  WS-INICIO-ANO           PIC 9(08) VALUE 0.
       01  WS-FIM-ANO              PIC 9(08) VALUE 0.
       01  WS-MES                  PIC 9(02) VALUE 0.
       01  WS-PERIODO-BUSCA        PIC 9(06) VALUE 0.
       01  WS-INICIO-MES           PIC 9(08) VALUE 0.
       01  WS-FIM-MES              PIC 9(08) VALUE 0.
       01  WS-MES-EDIT             PIC 9(02) VALUE 0.

      * Valores do ano do funcionario da vez.
       01  TABELA-REMUNERACAO.
           05  WS-REMUNERACAO      PIC 9(06)V99 OCCURS 12 TIMES.
       01  WS-DECIMO               PIC 9(06)V99 VALUE 0.
       01  WS-FERIAS               PIC 9(08)V99 VALUE 0.
       01  WS-TOTAL-FUNCIONARIO    PIC 9(08)V99 VALUE 0.
       01  WS-CPF-VALIDO           PIC X(01) VALUE "N".
       01  WS-PENDENCIA            PIC X(40) VALUE SPACES.

       01  WS-QTDE-PENDENCIAS      PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-VALIDADOS       PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-FUNC-PENDENTES  PIC 9(05) COMP VALUE 0.
       01  WS-RESPOSTA             PIC X(01).

      * Totais do arquivo gerado.
       01  WS-QTDE-DECLARADOS      PIC 9(06) VALUE 0.
       01  WS-QTDE-COM-RENDIMENTO  PIC 9(05) VALUE 0.
       01  WS-TOTAL-REMUN          PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DECIMO         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-FERIAS         PIC 9(13)V99 VALUE 0.

       01  WS-QTDE-EDIT            PIC ZZZZ9.
       01  WS-QTDE-INF-EDIT        PIC ZZZZ9.
       01  WS-VALOR-EDIT           PIC Z(12)9.99.
       01  WS-VALOR-INF-EDIT       PIC Z(12)9.99.
       01  WS-SITUACAO             PIC X(08) VALUE SPACES.

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-EXECUCAO-RECUSADA    PIC X(01) VALUE "N".
           88  EXECUCAO-RECUSADA            VALUE "S".

       01  SW-GERAR-ARQUIVO        PIC X(01) VALUE "N".
           88  GERAR-ARQUIVO                VALUE "S".

       01  SW-FIM-EMPREGADOS       PIC X(01) VALUE "N".
           88  FIM-EMPREGADOS               VALUE "S".

       01  SW-FIM-FERIAS           PIC X(01) VALUE "N".
           88  FIM-FERIAS                   VALUE "S".

       01  SW-TRABALHOU-NO-ANO     PIC X(01) VALUE "N".
           88  TRABALHOU-NO-ANO             VALUE "S".

       01  SW-TEM-RENDIMENTO       PIC X(01) VALUE "N".
           88  TEM-RENDIMENTO               VALUE "S".

       01  SW-FUNCIONARIO-PENDENTE PIC X(01) VALUE "N".
           88  FUNCIONARIO-PENDENTE         VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT EXECUCAO-RECUSADA
               PERFORM 2000-VALIDAR-FUNCIONARIO THRU 2000-EXIT
                   UNTIL FIM-EMPREGADOS
               PERFORM 2900-DECIDIR-GERACAO THRU 2900-EXIT
               IF GERAR-ARQUIVO
                   PERFORM 3000-ABRIR-DECLARACAO THRU 3000-EXIT
                   PERFORM 3100-DECLARAR-FUNCIONARIO THRU 3100-EXIT
                       UNTIL FIM-EMPREGADOS
                   PERFORM 4000-GRAVAR-TRAILER THRU 4000-EXIT
                   PERFORM 6000-CONFERIR-INFORME THRU 6000-EXIT
               END-IF
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - pede o ano-base e o CNPJ do empregador e
      * abre os arquivos.  Sem cadastro ou sem registro de folha nao
      * ha o que declarar.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== DECLARACAO ANUAL DE EMPREGADOS (RAIS) ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO-HOJE = WS-ANO-HOJE * 100 + WS-MES-HOJE.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 1100-SOLICITAR-ANO THRU 1100-EXIT
               UNTIL ENTRADA-VALIDA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 1200-SOLICITAR-CNPJ THRU 1200-EXIT
               UNTIL ENTRADA-VALIDA.
           COMPUTE WS-INICIO-ANO = WS-ANO-PEDIDO * 10000 + 101.
           COMPUTE WS-FIM-ANO = WS-ANO-PEDIDO * 10000 + 1231.
           OPEN INPUT EMPREGADOS-FILE.
           IF EMPREGADOS-ARQ-INEXISTENTE
               DISPLAY "EMPREGADOS.DAT NAO EXISTE - NADA A DECLARAR."
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FOLHAREG-FILE.
           IF FOLHAREG-ARQ-INEXISTENTE
               DISPLAY "FOLHAREG.DAT NAO EXISTE - RODE A FOLHA ANTES."
               CLOSE EMPREGADOS-FILE
               MOVE "S" TO SW-EXECUCAO-RECUSADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FERIAS-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "DECLARACAO ANUAL DE EMPREGADOS - ANO-BASE "
               WS-ANO-PEDIDO " - CNPJ " WS-CNPJ
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "VALIDACAO DO CADASTRO E DA FOLHA DO ANO"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "-----------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       1000-EXIT.
           EXIT.

       1100-SOLICITAR-ANO.
           DISPLAY "ANO-BASE (AAAA):".
           ACCEPT WS-ANO-PEDIDO.
           IF WS-ANO-PEDIDO IS NUMERIC AND WS-ANO-PEDIDO > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       1100-EXIT.
           EXIT.

       1200-SOLICITAR-CNPJ.
           DISPLAY "CNPJ DO EMPREGADOR (14 DIGITOS):".
           ACCEPT WS-CNPJ.
           IF WS-CNPJ IS NUMERIC AND WS-CNPJ > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALIDAR-FUNCIONARIO - primeira passada: lista as
      * pendencias de quem trabalhou no ano.
      ******************************************************************
       2000-VALIDAR-FUNCIONARIO.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPREGADOS
                   GO TO 2000-EXIT
           END-READ.
           PERFORM 2500-APURAR-ANO THRU 2500-EXIT.
           IF NOT TRABALHOU-NO-ANO
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-VALIDADOS.
           MOVE "N" TO SW-FUNCIONARIO-PENDENTE.
           IF Employee-Admission-Date = 0
               MOVE "SEM DATA DE ADMISSAO" TO WS-PENDENCIA
               PERFORM 2800-LISTAR-PENDENCIA THRU 2800-EXIT
           END-IF.
           IF Employee-Cpf IS NOT NUMERIC OR Employee-Cpf = 0
               MOVE "SEM CPF NO CADASTRO" TO WS-PENDENCIA
               PERFORM 2800-LISTAR-PENDENCIA THRU 2800-EXIT
           ELSE
               CALL "BANCO-VALIDA-CPF" USING Employee-Cpf
                   WS-CPF-VALIDO
               IF WS-CPF-VALIDO NOT = "S"
                   MOVE "CPF COM DIGITO VERIFICADOR INVALIDO"
                       TO WS-PENDENCIA
                   PERFORM 2800-LISTAR-PENDENCIA THRU 2800-EXIT
               END-IF
           END-IF.
           IF Employee-Terminated AND Employee-Termination-Date = 0
               MOVE "DESLIGADO SEM DATA DE DESLIGAMENTO"
                   TO WS-PENDENCIA
               PERFORM 2800-LISTAR-PENDENCIA THRU 2800-EXIT
           ELSE
               PERFORM 2700-CONFERIR-MES THRU 2700-EXIT
                   VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES > 12
           END-IF.
           IF FUNCIONARIO-PENDENTE
               ADD 1 TO WS-QTDE-FUNC-PENDENTES
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APURAR-ANO - le a folha dos doze meses, o 13o e as
      * ferias pagas no ano do funcionario da vez e decide se ele
      * trabalhou no ano: pelas datas (admitido ate o fim do ano e
      * nao desligado antes do inicio) ou por ter recebido algo no
      * ano.
      ******************************************************************
       2500-APURAR-ANO.
           MOVE "N" TO SW-TEM-RENDIMENTO.
           PERFORM 2510-LER-MES THRU 2510-EXIT
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.
           MOVE 0 TO WS-DECIMO.
           COMPUTE FRG-PERIODO = WS-ANO-PEDIDO * 100 + 13.
           MOVE Employee-Id TO FRG-EMPLOYEE-ID.
           READ FOLHAREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FRG-SALARIO-BRUTO TO WS-DECIMO
                   MOVE "S" TO SW-TEM-RENDIMENTO
           END-READ.
           PERFORM 2600-SOMAR-FERIAS THRU 2600-EXIT.
           MOVE "N" TO SW-TRABALHOU-NO-ANO.
           IF TEM-RENDIMENTO
               MOVE "S" TO SW-TRABALHOU-NO-ANO
               GO TO 2500-EXIT
           END-IF.
           IF Employee-Admission-Date > WS-FIM-ANO
               GO TO 2500-EXIT
           END-IF.
           IF Employee-Termination-Date = 0
               IF NOT Employee-Terminated
                   MOVE "S" TO SW-TRABALHOU-NO-ANO
               END-IF
               GO TO 2500-EXIT
           END-IF.
           IF Employee-Termination-Date >= WS-INICIO-ANO
               MOVE "S" TO SW-TRABALHOU-NO-ANO
           END-IF.
       2500-EXIT.
           EXIT.

       2510-LER-MES.
           MOVE 0 TO WS-REMUNERACAO (WS-MES).
           COMPUTE FRG-PERIODO = WS-ANO-PEDIDO * 100 + WS-MES.
           MOVE Employee-Id TO FRG-EMPLOYEE-ID.
           READ FOLHAREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FRG-SALARIO-BRUTO TO WS-REMUNERACAO (WS-MES)
                   MOVE "S" TO SW-TEM-RENDIMENTO
           END-READ.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-SOMAR-FERIAS - ferias (valor + 1/3) pagas ao funcionario
      * em algum mes do ano-base.
      ******************************************************************
       2600-SOMAR-FERIAS.
           MOVE 0 TO WS-FERIAS.
           IF FERIAS-ARQ-INEXISTENTE
               GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-FERIAS.
           MOVE Employee-Id TO FER-EMPLOYEE-ID.
           MOVE 0 TO FER-DATA-INICIO.
           START FERIAS-FILE
               KEY IS GREATER THAN OR EQUAL TO FER-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-FERIAS
           END-START.
           PERFORM 2650-LER-FERIAS THRU 2650-EXIT
               UNTIL FIM-FERIAS.
       2600-EXIT.
           EXIT.

       2650-LER-FERIAS.
           READ FERIAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-FERIAS
                   GO TO 2650-EXIT
           END-READ.
           IF FER-EMPLOYEE-ID NOT = Employee-Id
               MOVE "S" TO SW-FIM-FERIAS
               GO TO 2650-EXIT
           END-IF.
           IF FER-PAGA
               AND FER-PERIODO-PAGO >= WS-ANO-PEDIDO * 100 + 1
               AND FER-PERIODO-PAGO <= WS-ANO-PEDIDO * 100 + 12
               COMPUTE WS-FERIAS =
                   WS-FERIAS + FER-VALOR-FERIAS + FER-VALOR-TERCO
               MOVE "S" TO SW-TEM-RENDIMENTO
           END-IF.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CONFERIR-MES - mes em que o funcionario esteve no quadro
      * (admitido ate o fim do mes e nao desligado antes do inicio)
      * sem remuneracao na folha.  O mes corrente, ainda nao
      * fechado, e os seguintes nao sao conferidos.
      ******************************************************************
       2700-CONFERIR-MES.
           COMPUTE WS-PERIODO-BUSCA = WS-ANO-PEDIDO * 100 + WS-MES.
           IF WS-PERIODO-BUSCA >= WS-PERIODO-HOJE
               GO TO 2700-EXIT
           END-IF.
           IF WS-REMUNERACAO (WS-MES) > 0
               GO TO 2700-EXIT
           END-IF.
           COMPUTE WS-INICIO-MES = WS-PERIODO-BUSCA * 100 + 1.
           COMPUTE WS-FIM-MES = WS-PERIODO-BUSCA * 100 + 31.
           IF Employee-Admission-Date > WS-FIM-MES
               GO TO 2700-EXIT
           END-IF.
           IF Employee-Termination-Date > 0
               AND Employee-Termination-Date < WS-INICIO-MES
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-MES TO WS-MES-EDIT.
           MOVE SPACES TO WS-PENDENCIA.
           STRING "MES " WS-MES-EDIT " SEM REMUNERACAO NA FOLHA"
               DELIMITED BY SIZE INTO WS-PENDENCIA.
           PERFORM 2800-LISTAR-PENDENCIA THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

       2800-LISTAR-PENDENCIA.
           STRING "PENDENCIA " Employee-Id " " Employee-Name " "
               WS-PENDENCIA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           ADD 1 TO WS-QTDE-PENDENCIAS.
           MOVE "S" TO SW-FUNCIONARIO-PENDENTE.
           MOVE SPACES TO WS-PENDENCIA.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-DECIDIR-GERACAO - sem pendencias o arquivo e gerado; com
      * pendencias, so se o operador confirmar.  Recusado, o job
      * termina com RC 4 e a lista fica em RAIS.LST para correcao.
      ******************************************************************
       2900-DECIDIR-GERACAO.
           MOVE "-----------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-VALIDADOS TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS DO ANO.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-FUNC-PENDENTES TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS PENDENTES..: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-PENDENCIAS TO WS-QTDE-EDIT.
           STRING "PENDENCIAS ENCONTRADAS..: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "S" TO SW-GERAR-ARQUIVO.
           IF WS-QTDE-PENDENCIAS > 0
               DISPLAY "HA PENDENCIAS NA DECLARACAO. GERAR O ARQUIVO "
                   "MESMO ASSIM (S/N)?"
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = "S"
                   MOVE "N" TO SW-GERAR-ARQUIVO
                   MOVE "ARQUIVO NAO GERADO - CORRIJA AS PENDENCIAS E "
                       TO RPT-LINHA
                   MOVE "RODE DE NOVO." TO RPT-LINHA (47:13)
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "ARQUIVO GERADO COM PENDENCIAS, POR DECISAO DO "
                       TO RPT-LINHA
                   MOVE "OPERADOR." TO RPT-LINHA (48:9)
                   PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ABRIR-DECLARACAO - reposiciona o cadastro no inicio para
      * a segunda passada e grava o header do arquivo.
      ******************************************************************
       3000-ABRIR-DECLARACAO.
           CLOSE EMPREGADOS-FILE.
           OPEN INPUT EMPREGADOS-FILE.
           MOVE "N" TO SW-FIM-EMPREGADOS.
           OPEN OUTPUT DECLARACAO-FILE.
           MOVE SPACES TO RAS-HEADER.
           MOVE "0" TO RAS-H-TIPO.
           MOVE WS-ANO-PEDIDO TO RAS-H-ANO-BASE.
           MOVE WS-CNPJ TO RAS-H-CNPJ.
           MOVE WS-EMPREGADOR TO RAS-H-EMPREGADOR.
           MOVE WS-DATA-HOJE-NUM TO RAS-H-DATA-GERACAO.
           WRITE RAS-HEADER.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-DECLARAR-FUNCIONARIO - segunda passada: um detalhe por
      * funcionario que trabalhou no ano.  Desligamento posterior ao
      * ano-base e declarado como zero (ainda empregado em 31/12).
      ******************************************************************
       3100-DECLARAR-FUNCIONARIO.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPREGADOS
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 2500-APURAR-ANO THRU 2500-EXIT.
           IF NOT TRABALHOU-NO-ANO
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO RAS-DETALHE.
           MOVE "1" TO RAS-D-TIPO.
           MOVE Employee-Id TO RAS-D-EMPLOYEE-ID.
           IF Employee-Cpf IS NUMERIC
               MOVE Employee-Cpf TO RAS-D-CPF
           ELSE
               MOVE 0 TO RAS-D-CPF
           END-IF.
           MOVE Employee-Name TO RAS-D-NOME.
           MOVE Employee-Admission-Date TO RAS-D-ADMISSAO.
           IF Employee-Termination-Date > WS-FIM-ANO
               MOVE 0 TO RAS-D-DESLIGAMENTO
           ELSE
               MOVE Employee-Termination-Date TO RAS-D-DESLIGAMENTO
           END-IF.
           MOVE 0 TO WS-TOTAL-FUNCIONARIO.
           PERFORM 3200-DECLARAR-MES THRU 3200-EXIT
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.
           MOVE WS-DECIMO TO RAS-D-DECIMO.
           MOVE WS-FERIAS TO RAS-D-FERIAS.
           WRITE RAS-DETALHE.
           ADD 1 TO WS-QTDE-DECLARADOS.
           ADD WS-TOTAL-FUNCIONARIO TO WS-TOTAL-REMUN.
           ADD WS-DECIMO TO WS-TOTAL-DECIMO.
           ADD WS-FERIAS TO WS-TOTAL-FERIAS.
           IF WS-TOTAL-FUNCIONARIO > 0 OR WS-DECIMO > 0
               ADD 1 TO WS-QTDE-COM-RENDIMENTO
           END-IF.
       3100-EXIT.
           EXIT.

       3200-DECLARAR-MES.
           MOVE WS-REMUNERACAO (WS-MES) TO RAS-D-REMUNERACAO (WS-MES).
           ADD WS-REMUNERACAO (WS-MES) TO WS-TOTAL-FUNCIONARIO.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRAVAR-TRAILER - trailer com a quantidade e os totais e
      * o resumo do arquivo no relatorio.
      ******************************************************************
       4000-GRAVAR-TRAILER.
           MOVE SPACES TO RAS-TRAILER.
           MOVE "9" TO RAS-T-TIPO.
           MOVE WS-QTDE-DECLARADOS TO RAS-T-QTDE.
           MOVE WS-TOTAL-REMUN TO RAS-T-TOTAL-REMUN.
           MOVE WS-TOTAL-DECIMO TO RAS-T-TOTAL-DECIMO.
           MOVE WS-TOTAL-FERIAS TO RAS-T-TOTAL-FERIAS.
           WRITE RAS-TRAILER.
           CLOSE DECLARACAO-FILE.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "ARQUIVO DA DECLARACAO GERADO" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-DECLARADOS TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS DECLARADOS.: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-REMUN TO WS-VALOR-EDIT.
           STRING "TOTAL DE REMUNERACOES...: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-DECIMO TO WS-VALOR-EDIT.
           STRING "TOTAL DE 13O SALARIO....: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-FERIAS TO WS-VALOR-EDIT.
           STRING "TOTAL DE FERIAS.........: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONFERIR-INFORME - confronta os totais do arquivo com os
      * do informe de rendimentos do mesmo ano (INFCTL.DAT).  As
      * duas pontas leem a mesma folha: uma divergencia quer dizer
      * periodo refeito depois do informe, e o informe deve ser
      * reemitido antes da entrega.
      ******************************************************************
       6000-CONFERIR-INFORME.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "CONFERENCIA COM O INFORME DE RENDIMENTOS"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           OPEN INPUT CONTROLE-FILE.
           IF NOT CONTROLE-OK
               MOVE "INFORME DE RENDIMENTOS NAO GERADO - CONFERENCIA "
                   TO RPT-LINHA
               MOVE "NAO REALIZADA." TO RPT-LINHA (49:14)
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 6000-EXIT
           END-IF.
           READ CONTROLE-FILE
               AT END
                   MOVE 0 TO INC-ANO-BASE
           END-READ.
           CLOSE CONTROLE-FILE.
           IF INC-ANO-BASE NOT = WS-ANO-PEDIDO
               STRING "ULTIMO INFORME E DO ANO-BASE " INC-ANO-BASE
                   " - CONFERENCIA NAO REALIZADA."
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE "                           DECLARACAO        INFORME"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-COM-RENDIMENTO TO WS-QTDE-EDIT.
           MOVE INC-QTDE-INFORMES TO WS-QTDE-INF-EDIT.
           IF WS-QTDE-COM-RENDIMENTO = INC-QTDE-INFORMES
               MOVE "CONFERE" TO WS-SITUACAO
           ELSE
               MOVE "DIVERGE" TO WS-SITUACAO
           END-IF.
           STRING "FUNCIONARIOS C/ RENDIM.          " WS-QTDE-EDIT
               "          " WS-QTDE-INF-EDIT "  " WS-SITUACAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-REMUN TO WS-VALOR-EDIT.
           MOVE INC-TOTAL-BRUTO TO WS-VALOR-INF-EDIT.
           IF WS-TOTAL-REMUN = INC-TOTAL-BRUTO
               MOVE "CONFERE" TO WS-SITUACAO
           ELSE
               MOVE "DIVERGE" TO WS-SITUACAO
           END-IF.
           STRING "REMUNERACOES     " WS-VALOR-EDIT " "
               WS-VALOR-INF-EDIT "  " WS-SITUACAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-DECIMO TO WS-VALOR-EDIT.
           MOVE INC-TOTAL-DECIMO TO WS-VALOR-INF-EDIT.
           IF WS-TOTAL-DECIMO = INC-TOTAL-DECIMO
               MOVE "CONFERE" TO WS-SITUACAO
           ELSE
               MOVE "DIVERGE" TO WS-SITUACAO
           END-IF.
           STRING "13O SALARIO      " WS-VALOR-EDIT " "
               WS-VALOR-INF-EDIT "  " WS-SITUACAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em RAIS.LST.
      ******************************************************************
       7900-GRAVAR-LINHA.
           DISPLAY RPT-LINHA.
           WRITE RPT-REGISTRO.
           MOVE SPACES TO RPT-LINHA.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZAR - fecha os arquivos do job.
      ******************************************************************
       8000-FINALIZAR.
           IF EXECUCAO-RECUSADA
               GO TO 8000-EXIT
           END-IF.
           CLOSE EMPREGADOS-FILE.
           CLOSE FOLHAREG-FILE.
           IF NOT FERIAS-ARQ-INEXISTENTE
               CLOSE FERIAS-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-DECLARACAO-ANUAL" TO SPL-PROGRAMA.
           MOVE "RAIS.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-DECLARACAO-ANUAL.
