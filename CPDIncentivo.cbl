      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-10-05
      * Purpose: Wellness incentive bonus for the CPD system.  Keeps
      *          the points and bonus rules table in INCENTPARM.DAT
      *          (INCTVPARM.cpy) and runs the quarterly award: every
      *          active employee earns points for attending the
      *          follow-up evaluation scheduled in the quarter
      *          (IMCHIST.DAT), for progress toward or reaching the
      *          NUTRIMETA.DAT goal and for each lab exam type of
      *          EXAMES.DAT that moved into the normal range.  The
      *          points convert to a bonus through the table's
      *          faixas and the award is recorded in INCENTIVOS.DAT
      *          (INCTVREG.cpy) for CPD-FOLHA-PAGAMENTO to pay as a
      *          taxable earning on the next holerite.  The award
      *          list, INCENTIVO.LST, shows points and bonus only -
      *          never the health data behind them - with the names
      *          masked, and every employee listed is logged through
      *          NUTRI-ACESSO.  Employees who refused consent in
      *          NUTRI-PRIVACIDADE (CONSENTIMENTO.DAT) are not scored.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-05  RA   Original wellness incentive module.
      * 2026-10-14  RA   Employees who refused consent in
      *                  CONSENTIMENTO.DAT are left out of the award and
      *                  counted in the summary; names on INCENTIVO.LST
      *                  are masked and every employee listed is logged
      *                  through NUTRI-ACESSO under the CPD operator.
      * 2026-10-15  RA   INCENTIVO.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-INCENTIVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO "INCENTPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPR-VIGENCIA
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT INCENTIVO-FILE ASSIGN TO "INCENTIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITV-CHAVE
               FILE STATUS IS WS-INCENTIVO-STATUS.

           SELECT FOLHAREG-FILE ASSIGN TO "FOLHAREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-CHAVE
               FILE STATUS IS WS-FOLHAREG-STATUS.

           SELECT IMCHIST-FILE ASSIGN TO "IMCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMC-CHAVE
               FILE STATUS IS WS-IMCHIST-STATUS.

           SELECT META-FILE ASSIGN TO "NUTRIMETA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WS-META-STATUS.

           SELECT EXAMES-FILE ASSIGN TO "EXAMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXA-CHAVE
               FILE STATUS IS WS-EXAMES-STATUS.

           SELECT CONSENTIMENTO-FILE ASSIGN TO "CONSENTIMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-EMPLOYEE-ID
               FILE STATUS IS WS-CONSENTIMENTO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "INCENTIVO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  PARAMETRO-FILE.
           COPY "INCTVPARM.cpy".

       FD  INCENTIVO-FILE.
           COPY "INCTVREG.cpy".

       FD  FOLHAREG-FILE.
           COPY "FOLHAREG.cpy".

       FD  IMCHIST-FILE.
           COPY "IMCHIST.cpy".

       FD  META-FILE.
           COPY "METAREG.cpy".

       FD  EXAMES-FILE.
           COPY "EXAMEREG.cpy".

       FD  CONSENTIMENTO-FILE.
           COPY "CONSREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-PARAMETRO-STATUS     PIC X(02).
           88  PARAMETRO-OK                 VALUE "00".
           88  PARAMETRO-ARQ-INEXISTENTE    VALUE "35".

       01  WS-INCENTIVO-STATUS     PIC X(02).
           88  INCENTIVO-OK                 VALUE "00".
           88  INCENTIVO-ARQ-INEXISTENTE    VALUE "35".

       01  WS-FOLHAREG-STATUS      PIC X(02).
           88  FOLHAREG-OK                  VALUE "00".
           88  FOLHAREG-ARQ-INEXISTENTE     VALUE "35".

       01  WS-IMCHIST-STATUS       PIC X(02).
           88  IMCHIST-OK                   VALUE "00".
           88  IMCHIST-ARQ-INEXISTENTE      VALUE "35".

       01  WS-META-STATUS          PIC X(02).
           88  META-OK                      VALUE "00".
           88  META-ARQ-INEXISTENTE         VALUE "35".

       01  WS-EXAMES-STATUS        PIC X(02).
           88  EXAMES-OK                    VALUE "00".
           88  EXAMES-ARQ-INEXISTENTE       VALUE "35".

       01  WS-CONSENTIMENTO-STATUS PIC X(02).
           88  CONSENTIMENTO-OK             VALUE "00".
           88  CONSENTIMENTO-ARQ-INEXISTENTE VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  OPCAO-MENU              PIC X(01).
       01  WS-VIGENCIA-PEDIDA      PIC 9(08).
       01  WS-TRIMESTRE-PEDIDO     PIC 9(05).
       01  WS-TRIMESTRE-PARTES REDEFINES WS-TRIMESTRE-PEDIDO.
           05  WS-ANO-TRIMESTRE    PIC 9(04).
           05  WS-NUM-TRIMESTRE    PIC 9(01).
       01  WS-IDX-FAIXA            PIC 9(01) COMP VALUE 0.
       01  WS-PONTOS-ANTERIOR      PIC 9(03) VALUE 0.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE         PIC 9(04).
           05  WS-MES-HOJE         PIC 9(02).
           05  WS-DIA-HOJE         PIC 9(02).
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-PERIODO-ATUAL        PIC 9(06).
       01  WS-PERIODO-PAGAMENTO    PIC 9(06).
       01  WS-INICIO-TRIMESTRE     PIC 9(08) VALUE 0.
       01  WS-FIM-TRIMESTRE        PIC 9(08) VALUE 0.

      * Pontuacao do funcionario da vez.
       01  WS-AGENDA-PENDENTE      PIC 9(08) VALUE 0.
       01  WS-META-TIPO            PIC X(01) VALUE SPACE.
       01  WS-META-ALVO            PIC 9(03)V99 VALUE 0.
       01  WS-VALOR-LEITURA        PIC 9(03)V99 VALUE 0.
       01  WS-VALOR-INICIO         PIC 9(03)V99 VALUE 0.
       01  WS-VALOR-FIM            PIC 9(03)V99 VALUE 0.
       01  WS-PONTOS-AVALIACAO     PIC 9(03) VALUE 0.
       01  WS-PONTOS-META          PIC 9(03) VALUE 0.
       01  WS-PONTOS-EXAMES        PIC 9(03) VALUE 0.
       01  WS-PONTOS-TOTAL         PIC 9(03) VALUE 0.
       01  WS-VALOR-BONUS          PIC 9(05)V99 VALUE 0.

      * Tipos de exame pontuados, com a situacao do ultimo resultado
      * antes do trimestre e do ultimo dentro dele (N normal, F fora
      * da faixa de referencia, espaco sem resultado).
       01  EXT-TIPOS-INICIAIS      PIC X(15) VALUE "GLICOLHDLLDLTRI".
       01  EXT-TABELA-TIPOS REDEFINES EXT-TIPOS-INICIAIS.
           05  EXT-TIPO            PIC X(03) OCCURS 5 TIMES.
       01  EXT-TABELA-SITUACAO.
           05  EXT-SITUACAO OCCURS 5 TIMES.
               10  EXT-ANTES           PIC X(01).
               10  EXT-FIM             PIC X(01).
       01  WS-IDX-EXAME            PIC 9(01) COMP VALUE 0.
       01  WS-FAIXA-MIN            PIC 9(04)V99 VALUE 0.
       01  WS-FAIXA-MAX            PIC 9(04)V99 VALUE 0.
       01  WS-SITUACAO-EXAME       PIC X(01) VALUE SPACE.

       01  WS-QTDE-PREMIADOS       PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-SEM-BONUS       PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-SEM-CONSENTIMENTO PIC 9(05) COMP VALUE 0.
       01  WS-QTDE-EDIT            PIC ZZZZ9.
       01  WS-PONTOS-EDIT          PIC ZZ9.
       01  WS-VALOR-EDIT           PIC ZZZZ9.99.
       01  WS-TOTAL-BONUS          PIC 9(08)V99 VALUE 0.
       01  WS-TOTAL-EDIT           PIC ZZZZZZZ9.99.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-FIM-EMPREGADOS       PIC X(01) VALUE "N".
           88  FIM-EMPREGADOS               VALUE "S".

       01  SW-FIM-LEITURAS         PIC X(01) VALUE "N".
           88  FIM-LEITURAS                 VALUE "S".

       01  SW-FIM-METAS            PIC X(01) VALUE "N".
           88  FIM-METAS                    VALUE "S".

       01  SW-FIM-EXAMES           PIC X(01) VALUE "N".
           88  FIM-EXAMES                   VALUE "S".

       01  SW-FIM-INCENTIVOS       PIC X(01) VALUE "N".
           88  FIM-INCENTIVOS               VALUE "S".

       01  SW-SEM-TABELA           PIC X(01) VALUE "N".
           88  SEM-TABELA                   VALUE "S".

       01  SW-RODADA-RECUSADA      PIC X(01) VALUE "N".
           88  RODADA-RECUSADA              VALUE "S".

       01  SW-TEM-META             PIC X(01) VALUE "N".
           88  TEM-META                     VALUE "S".

       01  SW-TEM-INICIO           PIC X(01) VALUE "N".
           88  TEM-INICIO                   VALUE "S".

       01  SW-TEM-FIM              PIC X(01) VALUE "N".
           88  TEM-FIM                      VALUE "S".

       01  SW-COMPARECEU           PIC X(01) VALUE "N".
           88  COMPARECEU                   VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-SEM-CONSENTIMENTO    PIC X(01) VALUE "N".
           88  SEM-CONSENTIMENTO            VALUE "S".

           COPY "ACESSOLNK.cpy".

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
      * 1000-INICIALIZAR - abre o cadastro de funcionarios e abre (ou
      * cria) a tabela de regras e o registro de incentivos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== INCENTIVO BEM-ESTAR ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO-ATUAL =
               WS-ANO-HOJE * 100 + WS-MES-HOJE.
           OPEN INPUT EMPREGADOS-FILE.
           OPEN I-O PARAMETRO-FILE.
           IF PARAMETRO-ARQ-INEXISTENTE
               OPEN OUTPUT PARAMETRO-FILE
               CLOSE PARAMETRO-FILE
               OPEN I-O PARAMETRO-FILE
           END-IF.
           OPEN I-O INCENTIVO-FILE.
           IF INCENTIVO-ARQ-INEXISTENTE
               OPEN OUTPUT INCENTIVO-FILE
               CLOSE INCENTIVO-FILE
               OPEN I-O INCENTIVO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do modulo de incentivo.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - CADASTRAR TABELA DE REGRAS".
           DISPLAY "2 - CONSULTAR TABELA DE REGRAS".
           DISPLAY "3 - APURAR INCENTIVO DO TRIMESTRE".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-CADASTRAR-TABELA THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-CONSULTAR-TABELA THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-APURAR-TRIMESTRE THRU 5000-EXIT
               WHEN "4"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2500-ACEITAR-VIGENCIA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2510-SOLICITAR-VIGENCIA THRU 2510-EXIT
               UNTIL ENTRADA-VALIDA.
       2500-EXIT.
           EXIT.

       2510-SOLICITAR-VIGENCIA.
           DISPLAY "VIGENCIA (AAAAMMDD):".
           ACCEPT WS-VIGENCIA-PEDIDA.
           IF WS-VIGENCIA-PEDIDA IS NUMERIC
               AND WS-VIGENCIA-PEDIDA > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2510-EXIT.
           EXIT.

       2600-ACEITAR-TRIMESTRE.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2610-SOLICITAR-TRIMESTRE THRU 2610-EXIT
               UNTIL ENTRADA-VALIDA.
       2600-EXIT.
           EXIT.

       2610-SOLICITAR-TRIMESTRE.
           DISPLAY "TRIMESTRE (AAAAT, EX: 20263 = JUL-SET/2026):".
           ACCEPT WS-TRIMESTRE-PEDIDO.
           IF WS-TRIMESTRE-PEDIDO IS NUMERIC
               AND WS-ANO-TRIMESTRE > 0
               AND WS-NUM-TRIMESTRE >= 1
               AND WS-NUM-TRIMESTRE <= 4
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - ANO COM 4 DIGITOS E "
                   "TRIMESTRE DE 1 A 4."
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CADASTRAR-TABELA - inclui ou substitui a tabela de
      * regras de uma vigencia: pontos por criterio e as faixas de
      * conversao em ordem crescente de pontos (zero encerra).
      ******************************************************************
       3000-CADASTRAR-TABELA.
           PERFORM 2500-ACEITAR-VIGENCIA THRU 2500-EXIT.
           MOVE WS-VIGENCIA-PEDIDA TO IPR-VIGENCIA.
           DISPLAY "PONTOS POR COMPARECER A AVALIACAO AGENDADA:".
           ACCEPT IPR-PONTOS-AVALIACAO.
           DISPLAY "PONTOS POR PROGRESSO NA META:".
           ACCEPT IPR-PONTOS-PROGRESSO.
           DISPLAY "PONTOS POR META ATINGIDA:".
           ACCEPT IPR-PONTOS-META-ATINGIDA.
           DISPLAY "PONTOS POR EXAME QUE VOLTOU A FAIXA NORMAL:".
           ACCEPT IPR-PONTOS-EXAME.
           MOVE 0 TO WS-PONTOS-ANTERIOR.
           PERFORM 3100-COLETAR-FAIXA THRU 3100-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 5.
           IF IPR-PONTOS-AVALIACAO NOT NUMERIC
               OR IPR-PONTOS-PROGRESSO NOT NUMERIC
               OR IPR-PONTOS-META-ATINGIDA NOT NUMERIC
               OR IPR-PONTOS-EXAME NOT NUMERIC
               DISPLAY "PONTUACAO INVALIDA - TABELA NAO GRAVADA."
               GO TO 3000-EXIT
           END-IF.
           MOVE LNK-OPERADOR TO IPR-OPERADOR.
           MOVE WS-VIGENCIA-PEDIDA TO IPR-VIGENCIA.
           REWRITE IPR-REGISTRO
               INVALID KEY
                   WRITE IPR-REGISTRO
           END-REWRITE.
           DISPLAY "TABELA GRAVADA PARA A VIGENCIA "
               WS-VIGENCIA-PEDIDA.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-COLETAR-FAIXA - pontos minimos e bonus de uma faixa; a
      * faixa tem de passar a anterior, senao a tabela termina nela.
      ******************************************************************
       3100-COLETAR-FAIXA.
           MOVE 0 TO IPR-FAIXA-PONTOS (WS-IDX-FAIXA).
           MOVE 0 TO IPR-FAIXA-VALOR (WS-IDX-FAIXA).
           IF WS-IDX-FAIXA > 1
               AND IPR-FAIXA-PONTOS (WS-IDX-FAIXA - 1) = 0
               GO TO 3100-EXIT
           END-IF.
           DISPLAY "PONTOS MINIMOS DA FAIXA " WS-IDX-FAIXA
               " (0 = SEM MAIS FAIXAS):".
           ACCEPT IPR-FAIXA-PONTOS (WS-IDX-FAIXA).
           IF IPR-FAIXA-PONTOS (WS-IDX-FAIXA) NOT NUMERIC
               OR IPR-FAIXA-PONTOS (WS-IDX-FAIXA) = 0
               MOVE 0 TO IPR-FAIXA-PONTOS (WS-IDX-FAIXA)
               GO TO 3100-EXIT
           END-IF.
           IF IPR-FAIXA-PONTOS (WS-IDX-FAIXA) <= WS-PONTOS-ANTERIOR
               DISPLAY "FAIXA DEVE PASSAR " WS-PONTOS-ANTERIOR
                   " PONTOS - TABELA ENCERRADA NA FAIXA ANTERIOR."
               MOVE 0 TO IPR-FAIXA-PONTOS (WS-IDX-FAIXA)
               GO TO 3100-EXIT
           END-IF.
           DISPLAY "BONUS DA FAIXA " WS-IDX-FAIXA " (EX: 150.00):".
           ACCEPT IPR-FAIXA-VALOR (WS-IDX-FAIXA).
           MOVE IPR-FAIXA-PONTOS (WS-IDX-FAIXA) TO WS-PONTOS-ANTERIOR.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONSULTAR-TABELA - mostra a tabela vigente na data
      * informada.
      ******************************************************************
       4000-CONSULTAR-TABELA.
           PERFORM 2500-ACEITAR-VIGENCIA THRU 2500-EXIT.
           PERFORM 4100-CARREGAR-TABELA THRU 4100-EXIT.
           IF SEM-TABELA
               DISPLAY "NENHUMA TABELA VIGENTE EM " WS-VIGENCIA-PEDIDA
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "VIGENCIA......: " IPR-VIGENCIA.
           DISPLAY "AVALIACAO.....: " IPR-PONTOS-AVALIACAO " PONTOS".
           DISPLAY "PROGRESSO META: " IPR-PONTOS-PROGRESSO " PONTOS".
           DISPLAY "META ATINGIDA.: " IPR-PONTOS-META-ATINGIDA
               " PONTOS".
           DISPLAY "EXAME NORMAL..: " IPR-PONTOS-EXAME
               " PONTOS POR TIPO".
           PERFORM 4200-MOSTRAR-FAIXA THRU 4200-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 5.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CARREGAR-TABELA - le a tabela de maior vigencia ate
      * WS-VIGENCIA-PEDIDA; ela fica na area do registro.
      ******************************************************************
       4100-CARREGAR-TABELA.
           MOVE "N" TO SW-SEM-TABELA.
           MOVE WS-VIGENCIA-PEDIDA TO IPR-VIGENCIA.
           START PARAMETRO-FILE
               KEY IS LESS THAN OR EQUAL TO IPR-VIGENCIA
               INVALID KEY
                   MOVE "S" TO SW-SEM-TABELA
               NOT INVALID KEY
                   READ PARAMETRO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO SW-SEM-TABELA
                   END-READ
           END-START.
       4100-EXIT.
           EXIT.

       4200-MOSTRAR-FAIXA.
           IF IPR-FAIXA-PONTOS (WS-IDX-FAIXA) > 0
               MOVE IPR-FAIXA-VALOR (WS-IDX-FAIXA) TO WS-VALOR-EDIT
               DISPLAY "FAIXA " WS-IDX-FAIXA ": A PARTIR DE "
                   IPR-FAIXA-PONTOS (WS-IDX-FAIXA) " PONTOS - BONUS "
                   WS-VALOR-EDIT
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-APURAR-TRIMESTRE - pontua cada funcionario ativo no
      * trimestre encerrado, converte em bonus pela tabela vigente no
      * fim do trimestre e registra o incentivo para a proxima folha.
      * Trimestre ja apurado, ou folha de pagamento que ja tem
      * incentivo de outro trimestre aguardando, e recusado.
      ******************************************************************
       5000-APURAR-TRIMESTRE.
           PERFORM 2600-ACEITAR-TRIMESTRE THRU 2600-EXIT.
           COMPUTE WS-INICIO-TRIMESTRE =
               WS-ANO-TRIMESTRE * 10000
               + ((WS-NUM-TRIMESTRE - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-FIM-TRIMESTRE =
               WS-ANO-TRIMESTRE * 10000
               + WS-NUM-TRIMESTRE * 3 * 100 + 31.
           IF WS-FIM-TRIMESTRE >= WS-DATA-HOJE-NUM
               DISPLAY "TRIMESTRE " WS-TRIMESTRE-PEDIDO
                   " AINDA NAO ENCERRADO - EXECUCAO RECUSADA."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-FIM-TRIMESTRE TO WS-VIGENCIA-PEDIDA.
           PERFORM 4100-CARREGAR-TABELA THRU 4100-EXIT.
           IF SEM-TABELA
               DISPLAY "SEM TABELA DE REGRAS VIGENTE EM "
                   WS-FIM-TRIMESTRE " - CADASTRE A TABELA ANTES."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-DEFINIR-PERIODO-PAGAMENTO THRU 5050-EXIT.
           PERFORM 5100-CONFERIR-RODADA THRU 5100-EXIT.
           IF RODADA-RECUSADA
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT IMCHIST-FILE.
           OPEN INPUT META-FILE.
           OPEN INPUT EXAMES-FILE.
           OPEN INPUT CONSENTIMENTO-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE "A" TO ACS-FUNCAO.
           MOVE LNK-OPERADOR TO ACS-OPERADOR.
           MOVE "N" TO ACS-NUTRICIONISTA.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
           MOVE 0 TO WS-QTDE-PREMIADOS.
           MOVE 0 TO WS-QTDE-SEM-BONUS.
           MOVE 0 TO WS-QTDE-SEM-CONSENTIMENTO.
           MOVE 0 TO WS-TOTAL-BONUS.
           STRING "INCENTIVO BEM-ESTAR - TRIMESTRE " WS-TRIMESTRE-PEDIDO
               " - TABELA " IPR-VIGENCIA
               " - PAGO NA FOLHA DE " WS-PERIODO-PAGAMENTO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "------------------------------------------------"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "N" TO SW-FIM-EMPREGADOS.
           MOVE 0 TO Employee-Id.
           START EMPREGADOS-FILE
               KEY IS GREATER THAN OR EQUAL TO Employee-Id
               INVALID KEY
                   MOVE "S" TO SW-FIM-EMPREGADOS
           END-START.
           PERFORM 5200-PROCESSAR-EMPREGADO THRU 5200-EXIT
               UNTIL FIM-EMPREGADOS.
           PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT.
           IF NOT IMCHIST-ARQ-INEXISTENTE
               CLOSE IMCHIST-FILE
           END-IF.
           IF NOT META-ARQ-INEXISTENTE
               CLOSE META-FILE
           END-IF.
           IF NOT EXAMES-ARQ-INEXISTENTE
               CLOSE EXAMES-FILE
           END-IF.
           IF NOT CONSENTIMENTO-ARQ-INEXISTENTE
               CLOSE CONSENTIMENTO-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-INCENTIVO" TO SPL-PROGRAMA.
           MOVE "INCENTIVO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           MOVE "F" TO ACS-FUNCAO.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5050-DEFINIR-PERIODO-PAGAMENTO - o incentivo vai na folha do
      * mes corrente; se ela ja foi gravada em FOLHAREG.DAT, vai na
      * do mes seguinte.
      ******************************************************************
       5050-DEFINIR-PERIODO-PAGAMENTO.
           MOVE WS-PERIODO-ATUAL TO WS-PERIODO-PAGAMENTO.
           OPEN INPUT FOLHAREG-FILE.
           IF FOLHAREG-ARQ-INEXISTENTE
               GO TO 5050-EXIT
           END-IF.
           MOVE WS-PERIODO-ATUAL TO FRG-PERIODO.
           MOVE 0 TO FRG-EMPLOYEE-ID.
           START FOLHAREG-FILE
               KEY IS GREATER THAN OR EQUAL TO FRG-CHAVE
               INVALID KEY
                   MOVE 0 TO FRG-PERIODO
               NOT INVALID KEY
                   READ FOLHAREG-FILE NEXT RECORD
                       AT END
                           MOVE 0 TO FRG-PERIODO
                   END-READ
           END-START.
           IF FRG-PERIODO = WS-PERIODO-ATUAL
               IF WS-MES-HOJE < 12
                   ADD 1 TO WS-PERIODO-PAGAMENTO
               ELSE
                   COMPUTE WS-PERIODO-PAGAMENTO =
                       (WS-ANO-HOJE + 1) * 100 + 1
               END-IF
               DISPLAY "FOLHA DE " WS-PERIODO-ATUAL " JA RODADA - "
                   "INCENTIVO VAI NA FOLHA DE " WS-PERIODO-PAGAMENTO
           END-IF.
           CLOSE FOLHAREG-FILE.
       5050-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CONFERIR-RODADA - percorre INCENTIVOS.DAT procurando o
      * trimestre pedido ou outro incentivo ja destinado a mesma
      * folha (a folha soma um so registro por funcionario).
      ******************************************************************
       5100-CONFERIR-RODADA.
           MOVE "N" TO SW-RODADA-RECUSADA.
           MOVE "N" TO SW-FIM-INCENTIVOS.
           MOVE 0 TO ITV-PERIODO.
           MOVE 0 TO ITV-EMPLOYEE-ID.
           START INCENTIVO-FILE
               KEY IS GREATER THAN OR EQUAL TO ITV-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-INCENTIVOS
           END-START.
           PERFORM 5150-LER-INCENTIVO THRU 5150-EXIT
               UNTIL FIM-INCENTIVOS OR RODADA-RECUSADA.
       5100-EXIT.
           EXIT.

       5150-LER-INCENTIVO.
           READ INCENTIVO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-INCENTIVOS
                   GO TO 5150-EXIT
           END-READ.
           IF ITV-TRIMESTRE = WS-TRIMESTRE-PEDIDO
               DISPLAY "INCENTIVO DO TRIMESTRE " WS-TRIMESTRE-PEDIDO
                   " JA APURADO - EXECUCAO RECUSADA."
               MOVE "S" TO SW-RODADA-RECUSADA
               GO TO 5150-EXIT
           END-IF.
           IF ITV-PERIODO = WS-PERIODO-PAGAMENTO
               DISPLAY "A FOLHA DE " WS-PERIODO-PAGAMENTO
                   " JA TEM O INCENTIVO DO TRIMESTRE " ITV-TRIMESTRE
                   " - RODE APOS ESSA FOLHA."
               MOVE "S" TO SW-RODADA-RECUSADA
           END-IF.
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 5200-PROCESSAR-EMPREGADO - pontua o proximo funcionario
      * ativo que nao recusou o consentimento e registra o incentivo
      * quando a pontuacao alcanca uma faixa da tabela.
      ******************************************************************
       5200-PROCESSAR-EMPREGADO.
           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EMPREGADOS
                   GO TO 5200-EXIT
           END-READ.
           IF Employee-Terminated
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5250-VERIFICAR-CONSENTIMENTO THRU 5250-EXIT.
           IF SEM-CONSENTIMENTO
               ADD 1 TO WS-QTDE-SEM-CONSENTIMENTO
               GO TO 5200-EXIT
           END-IF.
           MOVE 0 TO WS-PONTOS-AVALIACAO.
           MOVE 0 TO WS-PONTOS-META.
           MOVE 0 TO WS-PONTOS-EXAMES.
           PERFORM 5300-BUSCAR-META THRU 5300-EXIT.
           PERFORM 5400-APURAR-AVALIACOES THRU 5400-EXIT.
           PERFORM 5500-APURAR-EXAMES THRU 5500-EXIT.
           COMPUTE WS-PONTOS-TOTAL = WS-PONTOS-AVALIACAO
               + WS-PONTOS-META + WS-PONTOS-EXAMES.
           MOVE 0 TO WS-VALOR-BONUS.
           PERFORM 5700-CONVERTER-PONTOS THRU 5700-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 5.
           IF WS-VALOR-BONUS = 0
               ADD 1 TO WS-QTDE-SEM-BONUS
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5800-GRAVAR-INCENTIVO THRU 5800-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5250-VERIFICAR-CONSENTIMENTO - so a recusa registrada em
      * CONSENTIMENTO.DAT tira o funcionario do incentivo; sem
      * registro ele participa.
      ******************************************************************
       5250-VERIFICAR-CONSENTIMENTO.
           MOVE "N" TO SW-SEM-CONSENTIMENTO.
           IF CONSENTIMENTO-ARQ-INEXISTENTE
               GO TO 5250-EXIT
           END-IF.
           MOVE Employee-Id TO CSN-EMPLOYEE-ID.
           READ CONSENTIMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CSN-RECUSA
                       MOVE "S" TO SW-SEM-CONSENTIMENTO
                   END-IF
           END-READ.
       5250-EXIT.
           EXIT.

      ******************************************************************
      * 5300-BUSCAR-META - guarda a meta mais recente do funcionario
      * combinada ate o fim do trimestre (NUTRIMETA.DAT).
      ******************************************************************
       5300-BUSCAR-META.
           MOVE "N" TO SW-TEM-META.
           MOVE SPACE TO WS-META-TIPO.
           MOVE 0 TO WS-META-ALVO.
           IF META-ARQ-INEXISTENTE
               GO TO 5300-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-METAS.
           MOVE Employee-Id TO MET-EMPLOYEE-ID.
           MOVE 0 TO MET-DATA.
           START META-FILE
               KEY IS GREATER THAN OR EQUAL TO MET-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-METAS
           END-START.
           PERFORM 5350-LER-META THRU 5350-EXIT
               UNTIL FIM-METAS.
       5300-EXIT.
           EXIT.

       5350-LER-META.
           READ META-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-METAS
                   GO TO 5350-EXIT
           END-READ.
           IF MET-EMPLOYEE-ID NOT = Employee-Id
               OR MET-DATA > WS-FIM-TRIMESTRE
               MOVE "S" TO SW-FIM-METAS
               GO TO 5350-EXIT
           END-IF.
           MOVE "S" TO SW-TEM-META.
           MOVE MET-TIPO TO WS-META-TIPO.
           MOVE MET-VALOR-ALVO TO WS-META-ALVO.
       5350-EXIT.
           EXIT.

      ******************************************************************
      * 5400-APURAR-AVALIACOES - percorre as avaliacoes do
      * funcionario ate o fim do trimestre: comparecimento a
      * avaliacao agendada para dentro do trimestre e, havendo meta,
      * a leitura de partida (a ultima antes do trimestre, ou a
      * primeira dentro dele) contra a ultima leitura do trimestre.
      ******************************************************************
       5400-APURAR-AVALIACOES.
           MOVE 0 TO WS-AGENDA-PENDENTE.
           MOVE "N" TO SW-COMPARECEU.
           MOVE "N" TO SW-TEM-INICIO.
           MOVE "N" TO SW-TEM-FIM.
           IF IMCHIST-ARQ-INEXISTENTE
               GO TO 5400-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-LEITURAS.
           MOVE Employee-Id TO IMC-EMPLOYEE-ID.
           MOVE 0 TO IMC-DATA.
           START IMCHIST-FILE
               KEY IS GREATER THAN OR EQUAL TO IMC-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-LEITURAS
           END-START.
           PERFORM 5450-LER-LEITURA THRU 5450-EXIT
               UNTIL FIM-LEITURAS.
           IF COMPARECEU
               MOVE IPR-PONTOS-AVALIACAO TO WS-PONTOS-AVALIACAO
           END-IF.
           IF NOT TEM-META OR NOT TEM-FIM
               GO TO 5400-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-META-ALVO < WS-VALOR-INICIO
                   IF WS-VALOR-FIM <= WS-META-ALVO
                       MOVE IPR-PONTOS-META-ATINGIDA TO WS-PONTOS-META
                   ELSE
                       IF WS-VALOR-FIM < WS-VALOR-INICIO
                           MOVE IPR-PONTOS-PROGRESSO TO WS-PONTOS-META
                       END-IF
                   END-IF
               WHEN WS-META-ALVO > WS-VALOR-INICIO
                   IF WS-VALOR-FIM >= WS-META-ALVO
                       MOVE IPR-PONTOS-META-ATINGIDA TO WS-PONTOS-META
                   ELSE
                       IF WS-VALOR-FIM > WS-VALOR-INICIO
                           MOVE IPR-PONTOS-PROGRESSO TO WS-PONTOS-META
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-VALOR-FIM = WS-META-ALVO
                       MOVE IPR-PONTOS-META-ATINGIDA TO WS-PONTOS-META
                   END-IF
           END-EVALUATE.
       5400-EXIT.
           EXIT.

       5450-LER-LEITURA.
           READ IMCHIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-LEITURAS
                   GO TO 5450-EXIT
           END-READ.
           IF IMC-EMPLOYEE-ID NOT = Employee-Id
               OR IMC-DATA > WS-FIM-TRIMESTRE
               MOVE "S" TO SW-FIM-LEITURAS
               GO TO 5450-EXIT
           END-IF.
           IF WS-META-TIPO = "P"
               MOVE IMC-PESO TO WS-VALOR-LEITURA
           ELSE
               MOVE IMC-VALOR TO WS-VALOR-LEITURA
           END-IF.
           IF IMC-DATA < WS-INICIO-TRIMESTRE
               MOVE WS-VALOR-LEITURA TO WS-VALOR-INICIO
               MOVE "S" TO SW-TEM-INICIO
           ELSE
               IF NOT TEM-INICIO
                   MOVE WS-VALOR-LEITURA TO WS-VALOR-INICIO
                   MOVE "S" TO SW-TEM-INICIO
               END-IF
               MOVE WS-VALOR-LEITURA TO WS-VALOR-FIM
               MOVE "S" TO SW-TEM-FIM
               IF WS-AGENDA-PENDENTE >= WS-INICIO-TRIMESTRE
                   AND WS-AGENDA-PENDENTE <= WS-FIM-TRIMESTRE
                   MOVE "S" TO SW-COMPARECEU
               END-IF
           END-IF.
           MOVE IMC-PROXIMA-AVALIACAO TO WS-AGENDA-PENDENTE.
       5450-EXIT.
           EXIT.

      ******************************************************************
      * 5500-APURAR-EXAMES - situa o ultimo resultado de cada tipo de
      * exame antes do trimestre e o ultimo dentro dele; pontua cada
      * tipo que estava fora da faixa e voltou ao normal.
      ******************************************************************
       5500-APURAR-EXAMES.
           MOVE SPACES TO EXT-TABELA-SITUACAO.
           IF EXAMES-ARQ-INEXISTENTE
               GO TO 5500-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-EXAMES.
           MOVE Employee-Id TO EXA-EMPLOYEE-ID.
           MOVE 0 TO EXA-DATA.
           MOVE SPACES TO EXA-TIPO.
           START EXAMES-FILE
               KEY IS GREATER THAN OR EQUAL TO EXA-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-EXAMES
           END-START.
           PERFORM 5550-LER-EXAME THRU 5550-EXIT
               UNTIL FIM-EXAMES.
           PERFORM 5570-PONTUAR-TIPO THRU 5570-EXIT
               VARYING WS-IDX-EXAME FROM 1 BY 1
               UNTIL WS-IDX-EXAME > 5.
       5500-EXIT.
           EXIT.

       5550-LER-EXAME.
           READ EXAMES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-EXAMES
                   GO TO 5550-EXIT
           END-READ.
           IF EXA-EMPLOYEE-ID NOT = Employee-Id
               OR EXA-DATA > WS-FIM-TRIMESTRE
               MOVE "S" TO SW-FIM-EXAMES
               GO TO 5550-EXIT
           END-IF.
           PERFORM 5560-LOCALIZAR-TIPO THRU 5560-EXIT
               VARYING WS-IDX-EXAME FROM 1 BY 1
               UNTIL WS-IDX-EXAME > 5
                   OR EXT-TIPO (WS-IDX-EXAME) = EXA-TIPO.
           IF WS-IDX-EXAME > 5
               GO TO 5550-EXIT
           END-IF.
           PERFORM 5600-CLASSIFICAR-EXAME THRU 5600-EXIT.
           IF EXA-DATA < WS-INICIO-TRIMESTRE
               MOVE WS-SITUACAO-EXAME TO EXT-ANTES (WS-IDX-EXAME)
           ELSE
               MOVE WS-SITUACAO-EXAME TO EXT-FIM (WS-IDX-EXAME)
           END-IF.
       5550-EXIT.
           EXIT.

       5560-LOCALIZAR-TIPO.
           CONTINUE.
       5560-EXIT.
           EXIT.

       5570-PONTUAR-TIPO.
           IF EXT-ANTES (WS-IDX-EXAME) = "F"
               AND EXT-FIM (WS-IDX-EXAME) = "N"
               ADD IPR-PONTOS-EXAME TO WS-PONTOS-EXAMES
           END-IF.
       5570-EXIT.
           EXIT.

      ******************************************************************
      * 5600-CLASSIFICAR-EXAME - N quando o resultado esta na faixa
      * de referencia do tipo (mg/dL, as mesmas de NUTRI-EXAME), F
      * quando esta fora dela.
      ******************************************************************
       5600-CLASSIFICAR-EXAME.
           EVALUATE EXA-TIPO
               WHEN "GLI"
                   MOVE 70 TO WS-FAIXA-MIN
                   MOVE 99 TO WS-FAIXA-MAX
               WHEN "COL"
                   MOVE 0 TO WS-FAIXA-MIN
                   MOVE 199 TO WS-FAIXA-MAX
               WHEN "HDL"
                   MOVE 40 TO WS-FAIXA-MIN
                   MOVE 999 TO WS-FAIXA-MAX
               WHEN "LDL"
                   MOVE 0 TO WS-FAIXA-MIN
                   MOVE 129 TO WS-FAIXA-MAX
               WHEN OTHER
                   MOVE 0 TO WS-FAIXA-MIN
                   MOVE 149 TO WS-FAIXA-MAX
           END-EVALUATE.
           IF EXA-VALOR < WS-FAIXA-MIN OR EXA-VALOR > WS-FAIXA-MAX
               MOVE "F" TO WS-SITUACAO-EXAME
           ELSE
               MOVE "N" TO WS-SITUACAO-EXAME
           END-IF.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 5700-CONVERTER-PONTOS - fica com o bonus da maior faixa cujos
      * pontos minimos o total alcanca.
      ******************************************************************
       5700-CONVERTER-PONTOS.
           IF IPR-FAIXA-PONTOS (WS-IDX-FAIXA) > 0
               AND WS-PONTOS-TOTAL >= IPR-FAIXA-PONTOS (WS-IDX-FAIXA)
               MOVE IPR-FAIXA-VALOR (WS-IDX-FAIXA) TO WS-VALOR-BONUS
           END-IF.
       5700-EXIT.
           EXIT.

      ******************************************************************
      * 5800-GRAVAR-INCENTIVO - registra o incentivo para a folha e
      * imprime a linha do funcionario, so com pontos e bonus.
      ******************************************************************
       5800-GRAVAR-INCENTIVO.
           MOVE WS-PERIODO-PAGAMENTO TO ITV-PERIODO.
           MOVE Employee-Id TO ITV-EMPLOYEE-ID.
           MOVE WS-TRIMESTRE-PEDIDO TO ITV-TRIMESTRE.
           MOVE WS-PONTOS-TOTAL TO ITV-PONTOS.
           MOVE WS-VALOR-BONUS TO ITV-VALOR.
           MOVE WS-DATA-HOJE-NUM TO ITV-DATA.
           MOVE LNK-OPERADOR TO ITV-OPERADOR.
           WRITE ITV-REGISTRO
               INVALID KEY
                   REWRITE ITV-REGISTRO
           END-WRITE.
           ADD 1 TO WS-QTDE-PREMIADOS.
           ADD WS-VALOR-BONUS TO WS-TOTAL-BONUS.
           MOVE WS-PONTOS-TOTAL TO WS-PONTOS-EDIT.
           MOVE WS-VALOR-BONUS TO WS-VALOR-EDIT.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "CPD-INCENTIVO" TO ACS-PROGRAMA.
           MOVE Employee-Id TO ACS-EMPLOYEE-ID.
           MOVE Employee-Name TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
           STRING Employee-Id " " ACS-NOME-PACIENTE
               " " Employee-Department
               " PONTOS: " WS-PONTOS-EDIT
               " BONUS: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5800-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIMIR-RESUMO - totais do incentivo apurado.
      ******************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE "================================================"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-PREMIADOS TO WS-QTDE-EDIT.
           STRING "FUNCIONARIOS PREMIADOS..: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-SEM-BONUS TO WS-QTDE-EDIT.
           STRING "SEM FAIXA ALCANCADA.....: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-QTDE-SEM-CONSENTIMENTO TO WS-QTDE-EDIT.
           STRING "SEM CONSENTIMENTO.......: " WS-QTDE-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE WS-TOTAL-BONUS TO WS-TOTAL-EDIT.
           STRING "TOTAL DE BONUS..........: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em INCENTIVO.LST.
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
           CLOSE PARAMETRO-FILE.
           CLOSE INCENTIVO-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM CPD-INCENTIVO.
