      *                  to CALCULADORA.LST - retiring the pocket
      *                  HP-12C cross-checks of BANCO-EMPRESTIMO
      *                  quotes.
      * 2026-10-14  RA   EXPRESSAO LIVRE is now a menu that also
      *                  maintains the named formula library
      *                  FORMULAS.DAT (FORMULAREG.cpy): create or
      *                  replace a formula typed as NOME(P1;P2) = CORPO
      *                  with up to 5 parameters and a 120-character
      *                  body, create or replace a variable from an
      *                  expression, list the library to CALCULADORA.LST
      *                  and delete an entry. Expressions may call the
      *                  saved formulas and variables, expanded by
      *                  CALC-AVALIADOR, and its new statuses (nome
      *                  indefinido, definicao recursiva, argumentos
      *                  errados) are shown.
      * 2026-10-15  RA   CALCULADORA.LST is copied to the report spool
      *                  as a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT FORMULAS-FILE ASSIGN TO "FORMULAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FML-NOME
               FILE STATUS IS WS-FORMULAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  FORMULAS-FILE.
           COPY "FORMULAREG.cpy".

       WORKING-STORAGE SECTION.
       01  NUMERO-1                   PIC S9(6)V99.
       01  NUMERO-2                   PIC S9(6)V99.
       01  WS-STATUS-AVALIACAO        PIC X(02).
       01  WS-POSICAO-ERRO            PIC 9(02).

       01  WS-FORMULAS-STATUS         PIC X(02).
           88  FORMULAS-OK                VALUE "00".
           88  FORMULAS-ARQ-INEXISTENTE   VALUE "35".

       01  WS-OPCAO-EXPRESSAO         PIC X(01).
       01  WS-CONFIRMA                PIC X(01).
           88  CONFIRMADO                 VALUE "S".

      * Definicao digitada de uma formula - NOME(P1;P2) = CORPO - e
      * as partes em que ela e separada antes de gravar.
       01  WS-DEFINICAO               PIC X(150).
       01  WS-CABECALHO               PIC X(150).
       01  WS-CABECALHO-COMPACTO      PIC X(80).
       01  WS-CORPO-LIDO              PIC X(150).
       01  WS-CORPO-AJUSTADO          PIC X(150).
       01  WS-NOME-LIDO               PIC X(80).
       01  WS-LISTA-PARAMETROS        PIC X(80).
       01  WS-PARAMETROS-LIDOS.
           05  WS-PARAMETRO-LIDO OCCURS 6 TIMES PIC X(20).
       01  WS-QTDE-PARAMETROS-LIDOS   PIC 9(02) COMP VALUE 0.
       01  WS-QTDE-IGUAIS             PIC 9(03) COMP VALUE 0.
       01  WS-QTDE-BRANCOS            PIC 9(03) COMP VALUE 0.
       01  WS-QTDE-ABRE               PIC 9(03) COMP VALUE 0.
       01  WS-QTDE-FECHA              PIC 9(03) COMP VALUE 0.
       01  WS-TAM-COMPACTO            PIC 9(03) COMP VALUE 0.
       01  WS-TAM-LISTA               PIC 9(03) COMP VALUE 0.
       01  WS-IDX-DEFINICAO           PIC 9(03) COMP VALUE 0.
       01  WS-IDX-PARAMETRO           PIC 9(02) COMP VALUE 0.

       01  WS-NOME-VALIDAR            PIC X(80).
       01  WS-TAM-NOME-VALIDAR        PIC 9(03) COMP VALUE 0.
       01  WS-IDX-NOME                PIC 9(03) COMP VALUE 0.
       01  WS-CARACTER-NOME           PIC X(01).
           88  CARACTER-LETRA             VALUE "A" THRU "Z".
           88  CARACTER-DE-NOME           VALUE "A" THRU "Z"
                                                "0" THRU "9" "_".

       01  WS-NOME-DEFINICAO          PIC X(10).
       01  WS-TIPO-DEFINICAO          PIC X(01).
       01  WS-VALOR-DEFINICAO         PIC S9(8)V99 VALUE 0.

       01  WS-ASSINATURA              PIC X(70).
       01  WS-PONTEIRO                PIC 9(03) COMP VALUE 0.
       01  WS-VALOR-EDIT              PIC -(8)9.99.
       01  WS-QTDE-LISTADAS           PIC 9(05) VALUE 0.

       01  SW-NOME-VALIDO             PIC X(01) VALUE "N".
           88  NOME-VALIDO                VALUE "S".

       01  SW-DEFINICAO-VALIDA        PIC X(01) VALUE "N".
           88  DEFINICAO-VALIDA           VALUE "S".

       01  SW-FIM-FORMULAS            PIC X(01) VALUE "N".
           88  FIM-FORMULAS               VALUE "S".

       01  WS-OPCAO-FINANCEIRA       PIC X(01).
       01  WS-FIN-PRINCIPAL          PIC 9(10)V99 VALUE 0.
       01  WS-FIN-TAXA               PIC 9V9(06) VALUE 0.
       01  SW-FIN-RECUSADO           PIC X(01) VALUE "N".
           88  FIN-RECUSADO              VALUE "S".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           EXIT.

      ******************************************************************
      * 2500-EXPRESSAO-LIVRE - menu do modo de expressao livre: avalia
      * uma expressao e mantem a biblioteca de formulas e variaveis
      * com nome (FORMULAS.DAT) que as expressoes podem chamar.
      ******************************************************************
       2500-EXPRESSAO-LIVRE.
           DISPLAY "=== EXPRESSAO LIVRE ===".
           DISPLAY "1 - AVALIAR EXPRESSAO".
           DISPLAY "2 - CRIAR / ALTERAR FORMULA".
           DISPLAY "3 - CRIAR / ALTERAR VARIAVEL".
           DISPLAY "4 - LISTAR FORMULAS E VARIAVEIS".
           DISPLAY "5 - EXCLUIR FORMULA OU VARIAVEL".
           DISPLAY "6 - VOLTAR".
           DISPLAY "OPCAO".
           ACCEPT WS-OPCAO-EXPRESSAO.
           EVALUATE WS-OPCAO-EXPRESSAO
               WHEN "1"
                   PERFORM 2510-AVALIAR-EXPRESSAO THRU 2510-EXIT
               WHEN "2"
                   PERFORM 2600-DEFINIR-FORMULA THRU 2600-EXIT
               WHEN "3"
                   PERFORM 2700-DEFINIR-VARIAVEL THRU 2700-EXIT
               WHEN "4"
                   PERFORM 2800-LISTAR-BIBLIOTECA THRU 2800-EXIT
               WHEN "5"
                   PERFORM 2900-EXCLUIR-DEFINICAO THRU 2900-EXIT
               WHEN "6"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-AVALIAR-EXPRESSAO - aceita uma expressao de ate 60
      * caracteres com precedencia, parenteses e chamadas de formulas
      * e variaveis da biblioteca, avaliada pelo CALC-AVALIADOR
      * compartilhado com o lote; um erro mostra a posicao do
      * caractere problematico.
      ******************************************************************
       2510-AVALIAR-EXPRESSAO.
           DISPLAY "EXPRESSAO (EX: (2 + 3) * 4 - 1 OU "
               "PRORATA(2500;12)):".
           MOVE SPACES TO WS-EXPRESSAO.
           ACCEPT WS-EXPRESSAO.
           CALL "CALC-AVALIADOR" USING WS-EXPRESSAO RESULTADO
               WS-STATUS-AVALIACAO WS-POSICAO-ERRO.
           PERFORM 2520-EXIBIR-AVALIACAO THRU 2520-EXIT.
           IF WS-STATUS-AVALIACAO = "00"
               MOVE SPACES TO RPT-LINHA
               STRING WS-EXPRESSAO " RESULTADO " RESULTADO
                   DELIMITED BY SIZE INTO RPT-LINHA
               WRITE RPT-REGISTRO
               MOVE SPACES TO RPT-LINHA
               DISPLAY "USAR RESULTADO NA MEMORIA? (S=SOMAR "
                   "R=RECUPERAR C=LIMPAR N=NADA):"
               ACCEPT WS-OPCAO-MEMORIA
               PERFORM 4000-PROCESSAR-MEMORIA THRU 4000-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2520-EXIBIR-AVALIACAO - mostra o resultado ou o motivo do
      * erro devolvido pelo CALC-AVALIADOR.
      ******************************************************************
       2520-EXIBIR-AVALIACAO.
           EVALUATE WS-STATUS-AVALIACAO
               WHEN "00"
                   DISPLAY "O resultado e: " RESULTADO
               WHEN "01"
                   DISPLAY "EXPRESSAO INVALIDA - ERRO NA POSICAO "
                       WS-POSICAO-ERRO "."
               WHEN "02"
                   DISPLAY "Nao e possivel dividir por zero! "
                       "(POSICAO " WS-POSICAO-ERRO ")"
               WHEN "04"
                   DISPLAY "NOME NAO CADASTRADO NA BIBLIOTECA DE "
                       "FORMULAS (POSICAO " WS-POSICAO-ERRO ")."
               WHEN "05"
                   DISPLAY "DEFINICAO RECURSIVA - A FORMULA CHAMA "
                       "A SI MESMA (POSICAO " WS-POSICAO-ERRO ")."
               WHEN "06"
                   DISPLAY "CHAMADA DE FORMULA COM ARGUMENTOS "
                       "ERRADOS (POSICAO " WS-POSICAO-ERRO ")."
               WHEN OTHER
                   DISPLAY "VALOR ESTOUROU A CAPACIDADE DA "
                       "CALCULADORA (POSICAO " WS-POSICAO-ERRO ")."
           END-EVALUATE.
       2520-EXIT.
           EXIT.

      ******************************************************************
      * 2600-DEFINIR-FORMULA - cria ou substitui uma formula digitada
      * como NOME(P1;P2) = CORPO: ate 5 parametros e um corpo de ate
      * 120 caracteres na sintaxe das expressoes, que pode chamar
      * outras formulas e variaveis.
      ******************************************************************
       2600-DEFINIR-FORMULA.
           DISPLAY "DEFINICAO (EX: PRORATA(SAL;DIAS) = SAL / 30 "
               "* DIAS):".
           MOVE SPACES TO WS-DEFINICAO.
           ACCEPT WS-DEFINICAO.
           INSPECT WS-DEFINICAO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-QTDE-IGUAIS.
           INSPECT WS-DEFINICAO TALLYING WS-QTDE-IGUAIS FOR ALL "=".
           IF WS-QTDE-IGUAIS NOT = 1
               DISPLAY "DEFINICAO INVALIDA - USE NOME(PARAMETROS) "
                   "= CORPO."
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO WS-CABECALHO.
           MOVE SPACES TO WS-CORPO-LIDO.
           UNSTRING WS-DEFINICAO DELIMITED BY "="
               INTO WS-CABECALHO WS-CORPO-LIDO.
           MOVE 0 TO WS-QTDE-BRANCOS.
           INSPECT WS-CORPO-LIDO
               TALLYING WS-QTDE-BRANCOS FOR LEADING SPACES.
           IF WS-QTDE-BRANCOS >= 150
               DISPLAY "CORPO DA FORMULA EM BRANCO."
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-CORPO-LIDO (WS-QTDE-BRANCOS + 1:)
               TO WS-CORPO-AJUSTADO.
           IF WS-CORPO-AJUSTADO (121:30) NOT = SPACES
               DISPLAY "CORPO DA FORMULA COM MAIS DE 120 "
                   "CARACTERES."
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO WS-CABECALHO-COMPACTO.
           MOVE 0 TO WS-TAM-COMPACTO.
           PERFORM 2620-COMPACTAR-CARACTER THRU 2620-EXIT
               VARYING WS-IDX-DEFINICAO FROM 1 BY 1
               UNTIL WS-IDX-DEFINICAO > 150.
           IF WS-TAM-COMPACTO > 80
               DISPLAY "NOME E PARAMETROS LONGOS DEMAIS."
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-LIDO.
           MOVE SPACES TO WS-LISTA-PARAMETROS.
           UNSTRING WS-CABECALHO-COMPACTO DELIMITED BY "("
               INTO WS-NOME-LIDO WS-LISTA-PARAMETROS.
           MOVE WS-NOME-LIDO TO WS-NOME-VALIDAR.
           PERFORM 2650-VALIDAR-NOME THRU 2650-EXIT.
           IF NOT NOME-VALIDO
               DISPLAY "NOME DE FORMULA INVALIDO - ATE 10 LETRAS, "
                   "DIGITOS OU _, COMECANDO POR LETRA."
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-NOME-LIDO TO WS-NOME-DEFINICAO.
           MOVE "S" TO SW-DEFINICAO-VALIDA.
           MOVE SPACES TO WS-PARAMETROS-LIDOS.
           MOVE 0 TO WS-QTDE-PARAMETROS-LIDOS.
           MOVE 0 TO WS-QTDE-ABRE.
           INSPECT WS-CABECALHO-COMPACTO
               TALLYING WS-QTDE-ABRE FOR ALL "(".
           IF WS-QTDE-ABRE > 0
               PERFORM 2610-SEPARAR-PARAMETROS THRU 2610-EXIT
           END-IF.
           IF NOT DEFINICAO-VALIDA
               GO TO 2600-EXIT
           END-IF.
           MOVE "F" TO WS-TIPO-DEFINICAO.
           MOVE 0 TO WS-VALOR-DEFINICAO.
           PERFORM 2690-GRAVAR-DEFINICAO THRU 2690-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-SEPARAR-PARAMETROS - a lista entre parenteses, separada
      * por ";": um unico ")" no fim, ate 5 nomes validos e sem
      * repeticao.
      ******************************************************************
       2610-SEPARAR-PARAMETROS.
           MOVE 0 TO WS-QTDE-ABRE.
           MOVE 0 TO WS-QTDE-FECHA.
           INSPECT WS-LISTA-PARAMETROS
               TALLYING WS-QTDE-ABRE FOR ALL "("
                        WS-QTDE-FECHA FOR ALL ")".
           MOVE 0 TO WS-TAM-LISTA.
           INSPECT WS-LISTA-PARAMETROS
               TALLYING WS-TAM-LISTA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-QTDE-ABRE NOT = 0
               OR WS-QTDE-FECHA NOT = 1
               OR WS-TAM-LISTA = 0
               DISPLAY "LISTA DE PARAMETROS INVALIDA - USE "
                   "NOME(P1;P2;...)."
               MOVE "N" TO SW-DEFINICAO-VALIDA
               GO TO 2610-EXIT
           END-IF.
           IF WS-LISTA-PARAMETROS (WS-TAM-LISTA:1) NOT = ")"
               DISPLAY "LISTA DE PARAMETROS INVALIDA - USE "
                   "NOME(P1;P2;...)."
               MOVE "N" TO SW-DEFINICAO-VALIDA
               GO TO 2610-EXIT
           END-IF.
           MOVE SPACE TO WS-LISTA-PARAMETROS (WS-TAM-LISTA:1).
           IF WS-LISTA-PARAMETROS = SPACES
               GO TO 2610-EXIT
           END-IF.
           UNSTRING WS-LISTA-PARAMETROS DELIMITED BY ";"
               INTO WS-PARAMETRO-LIDO (1) WS-PARAMETRO-LIDO (2)
                    WS-PARAMETRO-LIDO (3) WS-PARAMETRO-LIDO (4)
                    WS-PARAMETRO-LIDO (5) WS-PARAMETRO-LIDO (6)
               TALLYING IN WS-QTDE-PARAMETROS-LIDOS
               ON OVERFLOW
                   MOVE 6 TO WS-QTDE-PARAMETROS-LIDOS
           END-UNSTRING.
           IF WS-QTDE-PARAMETROS-LIDOS > 5
               DISPLAY "NO MAXIMO 5 PARAMETROS POR FORMULA."
               MOVE "N" TO SW-DEFINICAO-VALIDA
               GO TO 2610-EXIT
           END-IF.
           PERFORM 2660-VALIDAR-PARAMETRO THRU 2660-EXIT
               VARYING WS-IDX-PARAMETRO FROM 1 BY 1
               UNTIL WS-IDX-PARAMETRO > WS-QTDE-PARAMETROS-LIDOS
                   OR NOT DEFINICAO-VALIDA.
       2610-EXIT.
           EXIT.

       2620-COMPACTAR-CARACTER.
           IF WS-CABECALHO (WS-IDX-DEFINICAO:1) = SPACE
               GO TO 2620-EXIT
           END-IF.
           ADD 1 TO WS-TAM-COMPACTO.
           IF WS-TAM-COMPACTO NOT > 80
               MOVE WS-CABECALHO (WS-IDX-DEFINICAO:1)
                   TO WS-CABECALHO-COMPACTO (WS-TAM-COMPACTO:1)
           END-IF.
       2620-EXIT.
           EXIT.

      ******************************************************************
      * 2650-VALIDAR-NOME - um nome de formula, parametro ou variavel
      * tem de 1 a 10 caracteres, comeca por letra e so tem letras,
      * digitos e "_".
      ******************************************************************
       2650-VALIDAR-NOME.
           MOVE "N" TO SW-NOME-VALIDO.
           MOVE WS-NOME-VALIDAR (1:1) TO WS-CARACTER-NOME.
           IF NOT CARACTER-LETRA
               GO TO 2650-EXIT
           END-IF.
           MOVE 0 TO WS-TAM-NOME-VALIDAR.
           INSPECT WS-NOME-VALIDAR
               TALLYING WS-TAM-NOME-VALIDAR
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TAM-NOME-VALIDAR > 10
               GO TO 2650-EXIT
           END-IF.
           IF WS-NOME-VALIDAR (WS-TAM-NOME-VALIDAR + 1:) NOT = SPACES
               GO TO 2650-EXIT
           END-IF.
           MOVE "S" TO SW-NOME-VALIDO.
           PERFORM 2655-VALIDAR-CARACTER THRU 2655-EXIT
               VARYING WS-IDX-NOME FROM 2 BY 1
               UNTIL WS-IDX-NOME > WS-TAM-NOME-VALIDAR
                   OR NOT NOME-VALIDO.
       2650-EXIT.
           EXIT.

       2655-VALIDAR-CARACTER.
           MOVE WS-NOME-VALIDAR (WS-IDX-NOME:1) TO WS-CARACTER-NOME.
           IF NOT CARACTER-DE-NOME
               MOVE "N" TO SW-NOME-VALIDO
           END-IF.
       2655-EXIT.
           EXIT.

       2660-VALIDAR-PARAMETRO.
           MOVE WS-PARAMETRO-LIDO (WS-IDX-PARAMETRO)
               TO WS-NOME-VALIDAR.
           PERFORM 2650-VALIDAR-NOME THRU 2650-EXIT.
           IF NOT NOME-VALIDO
               DISPLAY "PARAMETRO " WS-IDX-PARAMETRO " INVALIDO - "
                   "ATE 10 LETRAS, DIGITOS OU _, COMECANDO POR "
                   "LETRA."
               MOVE "N" TO SW-DEFINICAO-VALIDA
               GO TO 2660-EXIT
           END-IF.
           PERFORM 2665-PROCURAR-REPETIDO THRU 2665-EXIT
               VARYING WS-IDX-NOME FROM 1 BY 1
               UNTIL WS-IDX-NOME >= WS-IDX-PARAMETRO
                   OR WS-PARAMETRO-LIDO (WS-IDX-NOME)
                       = WS-PARAMETRO-LIDO (WS-IDX-PARAMETRO).
           IF WS-IDX-NOME < WS-IDX-PARAMETRO
               DISPLAY "PARAMETRO "
                   WS-PARAMETRO-LIDO (WS-IDX-PARAMETRO)
                   " REPETIDO."
               MOVE "N" TO SW-DEFINICAO-VALIDA
           END-IF.
       2660-EXIT.
           EXIT.

       2665-PROCURAR-REPETIDO.
           CONTINUE.
       2665-EXIT.
           EXIT.

      ******************************************************************
      * 2690-GRAVAR-DEFINICAO - grava a formula ou variavel montada
      * em FORMULAS.DAT (criado na primeira gravacao), substituindo
      * a definicao anterior de mesmo nome.
      ******************************************************************
       2690-GRAVAR-DEFINICAO.
           OPEN I-O FORMULAS-FILE.
           IF FORMULAS-ARQ-INEXISTENTE
               OPEN OUTPUT FORMULAS-FILE
               CLOSE FORMULAS-FILE
               OPEN I-O FORMULAS-FILE
           END-IF.
           IF NOT FORMULAS-OK
               DISPLAY "*** FORMULAS.DAT INDISPONIVEL - STATUS "
                   WS-FORMULAS-STATUS
               GO TO 2690-EXIT
           END-IF.
           MOVE WS-NOME-DEFINICAO TO FML-NOME.
           READ FORMULAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "NOME JA CADASTRADO - DEFINICAO ANTERIOR "
                       "SUBSTITUIDA."
           END-READ.
           INITIALIZE FML-REGISTRO.
           MOVE WS-NOME-DEFINICAO TO FML-NOME.
           MOVE WS-TIPO-DEFINICAO TO FML-TIPO.
           MOVE WS-QTDE-PARAMETROS-LIDOS TO FML-QTDE-PARAMETROS.
           PERFORM 2695-COPIAR-PARAMETRO THRU 2695-EXIT
               VARYING WS-IDX-PARAMETRO FROM 1 BY 1
               UNTIL WS-IDX-PARAMETRO > WS-QTDE-PARAMETROS-LIDOS.
           IF FML-E-FORMULA
               MOVE WS-CORPO-AJUSTADO TO FML-CORPO
           END-IF.
           MOVE WS-VALOR-DEFINICAO TO FML-VALOR.
           ACCEPT FML-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           REWRITE FML-REGISTRO
               INVALID KEY
                   WRITE FML-REGISTRO
           END-REWRITE.
           CLOSE FORMULAS-FILE.
           DISPLAY "DEFINICAO GRAVADA: " WS-NOME-DEFINICAO.
       2690-EXIT.
           EXIT.

       2695-COPIAR-PARAMETRO.
           MOVE WS-PARAMETRO-LIDO (WS-IDX-PARAMETRO)
               TO FML-PARAMETRO (WS-IDX-PARAMETRO).
       2695-EXIT.
           EXIT.

      ******************************************************************
      * 2700-DEFINIR-VARIAVEL - cria ou substitui uma variavel com
      * nome; o valor e uma expressao (que pode usar a propria
      * biblioteca) avaliada agora e guardado ja calculado.
      ******************************************************************
       2700-DEFINIR-VARIAVEL.
           DISPLAY "NOME DA VARIAVEL:".
           MOVE SPACES TO WS-NOME-VALIDAR.
           ACCEPT WS-NOME-VALIDAR.
           INSPECT WS-NOME-VALIDAR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 2650-VALIDAR-NOME THRU 2650-EXIT.
           IF NOT NOME-VALIDO
               DISPLAY "NOME DE VARIAVEL INVALIDO - ATE 10 LETRAS, "
                   "DIGITOS OU _, COMECANDO POR LETRA."
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-NOME-VALIDAR TO WS-NOME-DEFINICAO.
           DISPLAY "VALOR (NUMERO OU EXPRESSAO):".
           MOVE SPACES TO WS-EXPRESSAO.
           ACCEPT WS-EXPRESSAO.
           CALL "CALC-AVALIADOR" USING WS-EXPRESSAO RESULTADO
               WS-STATUS-AVALIACAO WS-POSICAO-ERRO.
           PERFORM 2520-EXIBIR-AVALIACAO THRU 2520-EXIT.
           IF WS-STATUS-AVALIACAO NOT = "00"
               DISPLAY "VARIAVEL NAO GRAVADA."
               GO TO 2700-EXIT
           END-IF.
           MOVE "V" TO WS-TIPO-DEFINICAO.
           MOVE RESULTADO TO WS-VALOR-DEFINICAO.
           MOVE SPACES TO WS-PARAMETROS-LIDOS.
           MOVE 0 TO WS-QTDE-PARAMETROS-LIDOS.
           PERFORM 2690-GRAVAR-DEFINICAO THRU 2690-EXIT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-LISTAR-BIBLIOTECA - lista as formulas e variaveis em
      * ordem de nome, no console e em CALCULADORA.LST.
      ******************************************************************
       2800-LISTAR-BIBLIOTECA.
           OPEN INPUT FORMULAS-FILE.
           IF NOT FORMULAS-OK
               DISPLAY "NENHUMA FORMULA OU VARIAVEL CADASTRADA."
               GO TO 2800-EXIT
           END-IF.
           MOVE "CALCULADORA - BIBLIOTECA DE FORMULAS E VARIAVEIS"
               TO RPT-LINHA.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           MOVE "N" TO SW-FIM-FORMULAS.
           MOVE 0 TO WS-QTDE-LISTADAS.
           MOVE SPACES TO FML-NOME.
           START FORMULAS-FILE
               KEY IS GREATER THAN OR EQUAL TO FML-NOME
               INVALID KEY
                   MOVE "S" TO SW-FIM-FORMULAS
           END-START.
           PERFORM 2810-LISTAR-DEFINICAO THRU 2810-EXIT
               UNTIL FIM-FORMULAS.
           CLOSE FORMULAS-FILE.
           DISPLAY "DEFINICOES CADASTRADAS: " WS-QTDE-LISTADAS.
       2800-EXIT.
           EXIT.

       2810-LISTAR-DEFINICAO.
           READ FORMULAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-FORMULAS
                   GO TO 2810-EXIT
           END-READ.
           ADD 1 TO WS-QTDE-LISTADAS.
           PERFORM 2850-MONTAR-DEFINICAO THRU 2850-EXIT.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2850-MONTAR-DEFINICAO - imprime a definicao lida: a variavel
      * com o valor guardado; a formula com a assinatura NOME(P1;P2)
      * numa linha e o corpo na seguinte.
      ******************************************************************
       2850-MONTAR-DEFINICAO.
           IF FML-E-VARIAVEL
               MOVE FML-VALOR TO WS-VALOR-EDIT
               STRING "VARIAVEL " FML-NOME " = " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
               GO TO 2850-EXIT
           END-IF.
           MOVE SPACES TO WS-ASSINATURA.
           MOVE 1 TO WS-PONTEIRO.
           STRING FML-NOME DELIMITED BY SPACE
               INTO WS-ASSINATURA WITH POINTER WS-PONTEIRO.
           IF FML-QTDE-PARAMETROS > 0
               STRING "(" DELIMITED BY SIZE
                   INTO WS-ASSINATURA WITH POINTER WS-PONTEIRO
               PERFORM 2855-ACRESCENTAR-PARAMETRO THRU 2855-EXIT
                   VARYING WS-IDX-PARAMETRO FROM 1 BY 1
                   UNTIL WS-IDX-PARAMETRO > FML-QTDE-PARAMETROS
               STRING ")" DELIMITED BY SIZE
                   INTO WS-ASSINATURA WITH POINTER WS-PONTEIRO
           END-IF.
           STRING "FORMULA  " WS-ASSINATURA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
           STRING "         = " FML-CORPO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT.
       2850-EXIT.
           EXIT.

       2855-ACRESCENTAR-PARAMETRO.
           IF WS-IDX-PARAMETRO > 1
               STRING ";" DELIMITED BY SIZE
                   INTO WS-ASSINATURA WITH POINTER WS-PONTEIRO
           END-IF.
           STRING FML-PARAMETRO (WS-IDX-PARAMETRO) DELIMITED BY SPACE
               INTO WS-ASSINATURA WITH POINTER WS-PONTEIRO.
       2855-EXIT.
           EXIT.

      ******************************************************************
      * 2900-EXCLUIR-DEFINICAO - mostra a formula ou variavel pedida
      * e a exclui depois da confirmacao.  Expressoes e formulas que
      * ainda a chamarem passam a ser recusadas como nome indefinido.
      ******************************************************************
       2900-EXCLUIR-DEFINICAO.
           DISPLAY "NOME DA FORMULA OU VARIAVEL A EXCLUIR:".
           MOVE SPACES TO WS-NOME-VALIDAR.
           ACCEPT WS-NOME-VALIDAR.
           INSPECT WS-NOME-VALIDAR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 2650-VALIDAR-NOME THRU 2650-EXIT.
           IF NOT NOME-VALIDO
               DISPLAY "NOME INVALIDO."
               GO TO 2900-EXIT
           END-IF.
           OPEN I-O FORMULAS-FILE.
           IF NOT FORMULAS-OK
               DISPLAY "NENHUMA FORMULA OU VARIAVEL CADASTRADA."
               GO TO 2900-EXIT
           END-IF.
           MOVE WS-NOME-VALIDAR TO FML-NOME.
           READ FORMULAS-FILE
               INVALID KEY
                   DISPLAY "NOME NAO CADASTRADO."
                   CLOSE FORMULAS-FILE
                   GO TO 2900-EXIT
           END-READ.
           PERFORM 2850-MONTAR-DEFINICAO THRU 2850-EXIT.
           DISPLAY "CONFIRMA A EXCLUSAO? (S/N):".
           ACCEPT WS-CONFIRMA.
           IF CONFIRMADO
               DELETE FORMULAS-FILE RECORD
               DISPLAY "DEFINICAO EXCLUIDA: " FML-NOME
           ELSE
               DISPLAY "EXCLUSAO CANCELADA."
           END-IF.
           CLOSE FORMULAS-FILE.
       2900-EXIT.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZAR.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CALCULADORA" TO SPL-PROGRAMA.
           MOVE "CALCULADORA.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

