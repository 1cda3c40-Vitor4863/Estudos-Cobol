      *          Implemented with two explicit stacks (operands and
      *          operators), applying the pending operators whenever
      *          one of lower or equal precedence arrives.
      *          Names in the expression are references to the
      *          formula library FORMULAS.DAT (FORMULAREG.cpy): a
      *          variable is replaced by its stored value and a
      *          formula call such as PRORATA(2500;12) by its body
      *          with each parameter replaced by its argument, both
      *          in parentheses, repeating until no name is left -
      *          so formulas may use other formulas, up to 250
      *          characters once expanded.
      *          LNK-STATUS: "00" ok, "01" erro de sintaxe, "02"
      *          divisao por zero, "03" estouro (valor, pilha ou
      *          expansao), "04" nome indefinido, "05" definicao
      *          recursiva, "06" chamada de formula com argumentos
      *          errados; LNK-POSICAO carries the 1-based character
      *          position, in the expression as received, where the
      *          error was detected (for an error inside a formula,
      *          the position of the reference that called it).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original shared expression evaluator.
      * 2026-10-14  RA   Names in the expression are now expanded from
      *                  the new formula library FORMULAS.DAT
      *                  (FORMULAREG.cpy) before evaluation: stored
      *                  variables become their value and formula calls
      *                  such as PRORATA(SAL;DIAS) become their body
      *                  with the arguments in place of the parameters,
      *                  nested to any depth within 250 characters. New
      *                  statuses 04 nome indefinido, 05 definicao
      *                  recursiva and 06 argumentos errados; error
      *                  positions still point into the expression as
      *                  received.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-AVALIADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMULAS-FILE ASSIGN TO "FORMULAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FML-NOME
               FILE STATUS IS WS-FORMULAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORMULAS-FILE.
           COPY "FORMULAREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FORMULAS-STATUS      PIC X(02).
           88  FORMULAS-OK                  VALUE "00".

       01  SW-FORMULAS-ABERTO      PIC X(01) VALUE "N".
           88  FORMULAS-ABERTO              VALUE "S".

       01  WS-POSICAO              PIC 9(03) COMP VALUE 1.
       01  WS-CARACTER             PIC X(01) VALUE SPACE.
           88  CARACTER-LETRA               VALUE "A" THRU "Z".
           88  CARACTER-DE-NOME             VALUE "A" THRU "Z"
                                                  "0" THRU "9" "_".

       01  WS-EXPRESSAO-MAIUSCULA  PIC X(60).

      * Expressao durante a expansao das referencias: cada caractere
      * guarda a posicao de origem na linha recebida (para apontar o
      * erro) e o no de expansao que o gerou (para achar a definicao
      * recursiva).  Cada passada monta TEXTO-NOVO a partir de
      * TEXTO-EXPANDIDO.
       01  WS-TAM-TEXTO            PIC 9(03) COMP VALUE 0.
       01  TEXTO-EXPANDIDO.
           05  TEX-CASA OCCURS 250 TIMES.
               10  TEX-CARACTER    PIC X(01).
               10  TEX-POSICAO     PIC 9(02) COMP.
               10  TEX-NO          PIC 9(02) COMP.

       01  WS-TAM-NOVO             PIC 9(03) COMP VALUE 0.
       01  TEXTO-NOVO.
           05  TNV-CASA OCCURS 250 TIMES.
               10  TNV-CARACTER    PIC X(01).
               10  TNV-POSICAO     PIC 9(02) COMP.
               10  TNV-NO          PIC 9(02) COMP.

      * Um no por formula expandida: o nome e o no de onde a chamada
      * veio (zero = a propria linha recebida).
       01  WS-QTDE-NOS             PIC 9(02) COMP VALUE 0.
       01  TABELA-NOS.
           05  NOS-ENTRADA OCCURS 50 TIMES.
               10  NOS-NOME        PIC X(10).
               10  NOS-PAI         PIC 9(02) COMP.

       01  WS-IDX-TEXTO            PIC 9(03) COMP VALUE 0.
       01  WS-IDX-REFERENCIA       PIC 9(03) COMP VALUE 0.
       01  WS-IDX-COPIA            PIC 9(03) COMP VALUE 0.
       01  WS-IDX-CORPO            PIC 9(03) COMP VALUE 0.
       01  WS-IDX-NOME-CORPO       PIC 9(03) COMP VALUE 0.
       01  WS-TAM-CORPO            PIC 9(03) COMP VALUE 0.
       01  WS-IDX-PARAMETRO        PIC 9(02) COMP VALUE 0.
       01  WS-IDX-VALOR            PIC 9(02) COMP VALUE 0.
       01  WS-NOME-REFERENCIA      PIC X(10) VALUE SPACES.
       01  WS-NOME-CORPO           PIC X(10) VALUE SPACES.
       01  WS-TAM-NOME             PIC 9(03) COMP VALUE 0.
       01  WS-NO-VERIFICAR         PIC 9(02) COMP VALUE 0.
       01  WS-POSICAO-EMITIR       PIC 9(02) COMP VALUE 0.
       01  WS-NO-EMITIR            PIC 9(02) COMP VALUE 0.
       01  WS-NIVEL-PARENTESE      PIC 9(03) COMP VALUE 0.
       01  WS-VALOR-EDITADO        PIC -(8)9.99.

       01  WS-QTDE-ARGUMENTOS      PIC 9(02) COMP VALUE 0.
       01  TABELA-ARGUMENTOS.
           05  ARG-ENTRADA OCCURS 5 TIMES.
               10  ARG-INICIO      PIC 9(03) COMP.
               10  ARG-FIM         PIC 9(03) COMP.

       01  SW-REFERENCIA-ACHADA    PIC X(01) VALUE "N".
           88  REFERENCIA-ACHADA            VALUE "S".

       01  SW-FIM-NOME             PIC X(01) VALUE "N".
           88  FIM-NOME                     VALUE "S".

       01  SW-FIM-ARGUMENTOS       PIC X(01) VALUE "N".
           88  FIM-ARGUMENTOS               VALUE "S".

       01  WS-TOPO-OPERANDOS       PIC 9(02) COMP VALUE 0.
       01  PILHA-OPERANDOS.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1200-EXPANDIR-REFERENCIAS THRU 1200-EXIT
               UNTIL NOT REFERENCIA-ACHADA OR HOUVE-ERRO.
           IF FORMULAS-ABERTO
               CLOSE FORMULAS-FILE
               MOVE "N" TO SW-FORMULAS-ABERTO
           END-IF.
           IF NOT HOUVE-ERRO
               MOVE 1 TO WS-POSICAO
               PERFORM 2000-VARRER-CARACTER THRU 2000-EXIT
                   UNTIL WS-POSICAO > WS-TAM-TEXTO OR HOUVE-ERRO
           END-IF.
           IF NOT HOUVE-ERRO
               PERFORM 6000-ENCERRAR-AVALIACAO THRU 6000-EXIT
           END-IF.
           IF HOUVE-ERRO
               PERFORM 7500-APONTAR-ORIGEM THRU 7500-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - zera as pilhas e o estado da varredura e
      * carrega a expressao recebida, em maiusculas, no texto que a
      * expansao das referencias vai trabalhar.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 1 TO WS-POSICAO.
           MOVE 0 TO LNK-RESULTADO.
           MOVE "00" TO LNK-STATUS.
           MOVE 0 TO LNK-POSICAO.
           MOVE LNK-EXPRESSAO TO WS-EXPRESSAO-MAIUSCULA.
           INSPECT WS-EXPRESSAO-MAIUSCULA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 1100-CARREGAR-CARACTER THRU 1100-EXIT
               VARYING WS-IDX-TEXTO FROM 1 BY 1
               UNTIL WS-IDX-TEXTO > 60.
           MOVE 60 TO WS-TAM-TEXTO.
           MOVE 0 TO WS-QTDE-NOS.
           MOVE "S" TO SW-REFERENCIA-ACHADA.
       1000-EXIT.
           EXIT.

       1100-CARREGAR-CARACTER.
           MOVE WS-EXPRESSAO-MAIUSCULA (WS-IDX-TEXTO:1)
               TO TEX-CARACTER (WS-IDX-TEXTO).
           MOVE WS-IDX-TEXTO TO TEX-POSICAO (WS-IDX-TEXTO).
           MOVE 0 TO TEX-NO (WS-IDX-TEXTO).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-EXPANDIR-REFERENCIAS - uma passada pelo texto: copia o
      * que nao e nome e troca cada nome pela sua definicao em
      * FORMULAS.DAT.  Os nomes trazidos pelas definicoes ficam para
      * a passada seguinte; a expansao termina na passada que nao
      * encontra mais nenhum nome.
      ******************************************************************
       1200-EXPANDIR-REFERENCIAS.
           MOVE "N" TO SW-REFERENCIA-ACHADA.
           MOVE 0 TO WS-TAM-NOVO.
           MOVE 1 TO WS-IDX-TEXTO.
           PERFORM 1300-COPIAR-OU-EXPANDIR THRU 1300-EXIT
               UNTIL WS-IDX-TEXTO > WS-TAM-TEXTO OR HOUVE-ERRO.
           IF NOT HOUVE-ERRO
               MOVE TEXTO-NOVO TO TEXTO-EXPANDIDO
               MOVE WS-TAM-NOVO TO WS-TAM-TEXTO
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-COPIAR-OU-EXPANDIR - um caractere que nao inicia nome e
      * copiado como esta; um nome e lido, conferido contra a cadeia
      * de formulas que o trouxe e trocado pelo valor da variavel ou
      * pelo corpo da formula.
      ******************************************************************
       1300-COPIAR-OU-EXPANDIR.
           MOVE WS-IDX-TEXTO TO WS-IDX-REFERENCIA.
           MOVE TEX-CARACTER (WS-IDX-TEXTO) TO WS-CARACTER.
           IF NOT CARACTER-LETRA
               MOVE WS-IDX-TEXTO TO WS-IDX-COPIA
               PERFORM 1700-COPIAR-CASA THRU 1700-EXIT
               ADD 1 TO WS-IDX-TEXTO
               GO TO 1300-EXIT
           END-IF.
           MOVE "S" TO SW-REFERENCIA-ACHADA.
           PERFORM 1310-LER-NOME THRU 1310-EXIT.
           IF HOUVE-ERRO
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1320-VERIFICAR-RECURSAO THRU 1320-EXIT.
           IF HOUVE-ERRO
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1330-BUSCAR-DEFINICAO THRU 1330-EXIT.
           IF HOUVE-ERRO
               GO TO 1300-EXIT
           END-IF.
           IF FML-E-VARIAVEL
               PERFORM 1400-EXPANDIR-VARIAVEL THRU 1400-EXIT
           ELSE
               PERFORM 1500-LER-ARGUMENTOS THRU 1500-EXIT
               IF NOT HOUVE-ERRO
                   PERFORM 1600-EXPANDIR-FORMULA THRU 1600-EXIT
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-NOME - le o nome que comeca na posicao corrente
      * (letras, digitos e "_"); um nome de mais de 10 caracteres
      * nao pode estar cadastrado e ja e dado como indefinido.
      ******************************************************************
       1310-LER-NOME.
           MOVE SPACES TO WS-NOME-REFERENCIA.
           MOVE 0 TO WS-TAM-NOME.
           MOVE "N" TO SW-FIM-NOME.
           PERFORM 1315-CONSUMIR-LETRA THRU 1315-EXIT
               UNTIL FIM-NOME.
           IF WS-TAM-NOME > 10
               MOVE "04" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
           END-IF.
       1310-EXIT.
           EXIT.

       1315-CONSUMIR-LETRA.
           IF WS-IDX-TEXTO > WS-TAM-TEXTO
               MOVE "S" TO SW-FIM-NOME
               GO TO 1315-EXIT
           END-IF.
           MOVE TEX-CARACTER (WS-IDX-TEXTO) TO WS-CARACTER.
           IF NOT CARACTER-DE-NOME
               MOVE "S" TO SW-FIM-NOME
               GO TO 1315-EXIT
           END-IF.
           ADD 1 TO WS-TAM-NOME.
           IF WS-TAM-NOME NOT > 10
               MOVE WS-CARACTER TO WS-NOME-REFERENCIA (WS-TAM-NOME:1)
           END-IF.
           ADD 1 TO WS-IDX-TEXTO.
       1315-EXIT.
           EXIT.

      ******************************************************************
      * 1320-VERIFICAR-RECURSAO - sobe a cadeia de formulas que
      * trouxe o nome ate a linha recebida; se o nome ja aparece
      * nela, a definicao chama a si mesma (direta ou indiretamente)
      * e nunca terminaria de expandir.
      ******************************************************************
       1320-VERIFICAR-RECURSAO.
           MOVE TEX-NO (WS-IDX-REFERENCIA) TO WS-NO-VERIFICAR.
           PERFORM 1325-SUBIR-NO THRU 1325-EXIT
               UNTIL WS-NO-VERIFICAR = 0 OR HOUVE-ERRO.
       1320-EXIT.
           EXIT.

       1325-SUBIR-NO.
           IF NOS-NOME (WS-NO-VERIFICAR) = WS-NOME-REFERENCIA
               MOVE "05" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
           ELSE
               MOVE NOS-PAI (WS-NO-VERIFICAR) TO WS-NO-VERIFICAR
           END-IF.
       1325-EXIT.
           EXIT.

      ******************************************************************
      * 1330-BUSCAR-DEFINICAO - le a definicao do nome; a biblioteca
      * e aberta na primeira referencia da chamada e fechada no fim.
      * Biblioteca inexistente ou nome nao cadastrado e nome
      * indefinido.
      ******************************************************************
       1330-BUSCAR-DEFINICAO.
           IF NOT FORMULAS-ABERTO
               OPEN INPUT FORMULAS-FILE
               IF FORMULAS-OK
                   MOVE "S" TO SW-FORMULAS-ABERTO
               END-IF
           END-IF.
           IF NOT FORMULAS-ABERTO
               MOVE "04" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
               GO TO 1330-EXIT
           END-IF.
           MOVE WS-NOME-REFERENCIA TO FML-NOME.
           READ FORMULAS-FILE
               INVALID KEY
                   MOVE "04" TO LNK-STATUS
                   PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
           END-READ.
       1330-EXIT.
           EXIT.

      ******************************************************************
      * 1400-EXPANDIR-VARIAVEL - troca o nome pelo valor guardado,
      * entre parenteses para que um valor negativo continue valendo
      * como um unico operando.
      ******************************************************************
       1400-EXPANDIR-VARIAVEL.
           MOVE TEX-POSICAO (WS-IDX-REFERENCIA) TO WS-POSICAO-EMITIR.
           MOVE TEX-NO (WS-IDX-REFERENCIA) TO WS-NO-EMITIR.
           MOVE FML-VALOR TO WS-VALOR-EDITADO.
           MOVE "(" TO WS-CARACTER.
           PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT.
           PERFORM 1410-EMITIR-DIGITO THRU 1410-EXIT
               VARYING WS-IDX-VALOR FROM 1 BY 1
               UNTIL WS-IDX-VALOR > 12 OR HOUVE-ERRO.
           MOVE ")" TO WS-CARACTER.
           PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT.
       1400-EXIT.
           EXIT.

       1410-EMITIR-DIGITO.
           MOVE WS-VALOR-EDITADO (WS-IDX-VALOR:1) TO WS-CARACTER.
           IF WS-CARACTER NOT = SPACE
               PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT
           END-IF.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LER-ARGUMENTOS - le os argumentos da chamada de uma
      * formula com parametros: "(" logo apos o nome (espacos sao
      * aceitos), argumentos separados por ";" no primeiro nivel de
      * parenteses e o ")" que fecha a chamada.  A quantidade tem de
      * ser a de parametros da formula.
      ******************************************************************
       1500-LER-ARGUMENTOS.
           MOVE 0 TO WS-QTDE-ARGUMENTOS.
           IF FML-QTDE-PARAMETROS = 0
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1505-PULAR-ESPACO THRU 1505-EXIT
               UNTIL WS-IDX-TEXTO > WS-TAM-TEXTO
                   OR TEX-CARACTER (WS-IDX-TEXTO) NOT = SPACE.
           IF WS-IDX-TEXTO > WS-TAM-TEXTO
               OR TEX-CARACTER (WS-IDX-TEXTO) NOT = "("
               MOVE "06" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-IDX-TEXTO.
           MOVE 1 TO WS-NIVEL-PARENTESE.
           MOVE 1 TO WS-QTDE-ARGUMENTOS.
           MOVE WS-IDX-TEXTO TO ARG-INICIO (1).
           MOVE "N" TO SW-FIM-ARGUMENTOS.
           PERFORM 1510-VARRER-ARGUMENTO THRU 1510-EXIT
               UNTIL FIM-ARGUMENTOS OR HOUVE-ERRO.
           IF NOT HOUVE-ERRO
               AND WS-QTDE-ARGUMENTOS NOT = FML-QTDE-PARAMETROS
               MOVE "06" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

       1505-PULAR-ESPACO.
           ADD 1 TO WS-IDX-TEXTO.
       1505-EXIT.
           EXIT.

       1510-VARRER-ARGUMENTO.
           IF WS-IDX-TEXTO > WS-TAM-TEXTO
               MOVE "06" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
               GO TO 1510-EXIT
           END-IF.
           MOVE TEX-CARACTER (WS-IDX-TEXTO) TO WS-CARACTER.
           EVALUATE TRUE
               WHEN WS-CARACTER = "("
                   ADD 1 TO WS-NIVEL-PARENTESE
               WHEN WS-CARACTER = ")"
                   SUBTRACT 1 FROM WS-NIVEL-PARENTESE
                   IF WS-NIVEL-PARENTESE = 0
                       COMPUTE ARG-FIM (WS-QTDE-ARGUMENTOS) =
                           WS-IDX-TEXTO - 1
                       MOVE "S" TO SW-FIM-ARGUMENTOS
                   END-IF
               WHEN WS-CARACTER = ";" AND WS-NIVEL-PARENTESE = 1
                   COMPUTE ARG-FIM (WS-QTDE-ARGUMENTOS) =
                       WS-IDX-TEXTO - 1
                   IF WS-QTDE-ARGUMENTOS >= 5
                       MOVE "06" TO LNK-STATUS
                       PERFORM 1950-MARCAR-ERRO-EXPANSAO
                           THRU 1950-EXIT
                       GO TO 1510-EXIT
                   END-IF
                   ADD 1 TO WS-QTDE-ARGUMENTOS
                   COMPUTE ARG-INICIO (WS-QTDE-ARGUMENTOS) =
                       WS-IDX-TEXTO + 1
           END-EVALUATE.
           ADD 1 TO WS-IDX-TEXTO.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1600-EXPANDIR-FORMULA - abre um no para a formula e troca a
      * chamada pelo corpo entre parenteses; dentro do corpo cada
      * parametro vira o argumento correspondente, tambem entre
      * parenteses.  O corpo e marcado com o no da formula e os
      * argumentos mantem a origem que ja tinham.
      ******************************************************************
       1600-EXPANDIR-FORMULA.
           IF WS-QTDE-NOS >= 50
               MOVE "03" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-NOS.
           MOVE WS-NOME-REFERENCIA TO NOS-NOME (WS-QTDE-NOS).
           MOVE TEX-NO (WS-IDX-REFERENCIA) TO NOS-PAI (WS-QTDE-NOS).
           MOVE TEX-POSICAO (WS-IDX-REFERENCIA) TO WS-POSICAO-EMITIR.
           MOVE WS-QTDE-NOS TO WS-NO-EMITIR.
           INSPECT FML-CORPO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 1605-MEDIR-CORPO THRU 1605-EXIT
               VARYING WS-TAM-CORPO FROM 120 BY -1
               UNTIL WS-TAM-CORPO = 0
                   OR FML-CORPO (WS-TAM-CORPO:1) NOT = SPACE.
           MOVE "(" TO WS-CARACTER.
           PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT.
           MOVE 1 TO WS-IDX-CORPO.
           PERFORM 1610-EMITIR-CORPO THRU 1610-EXIT
               UNTIL WS-IDX-CORPO > WS-TAM-CORPO OR HOUVE-ERRO.
           MOVE ")" TO WS-CARACTER.
           PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT.
       1600-EXIT.
           EXIT.

       1605-MEDIR-CORPO.
           CONTINUE.
       1605-EXIT.
           EXIT.

       1610-EMITIR-CORPO.
           MOVE FML-CORPO (WS-IDX-CORPO:1) TO WS-CARACTER.
           IF NOT CARACTER-LETRA
               PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT
               ADD 1 TO WS-IDX-CORPO
               GO TO 1610-EXIT
           END-IF.
           MOVE WS-IDX-CORPO TO WS-IDX-NOME-CORPO.
           MOVE SPACES TO WS-NOME-CORPO.
           MOVE 0 TO WS-TAM-NOME.
           MOVE "N" TO SW-FIM-NOME.
           PERFORM 1615-CONSUMIR-LETRA-CORPO THRU 1615-EXIT
               UNTIL FIM-NOME.
           PERFORM 1617-PROCURAR-PARAMETRO THRU 1617-EXIT
               VARYING WS-IDX-PARAMETRO FROM 1 BY 1
               UNTIL WS-IDX-PARAMETRO > FML-QTDE-PARAMETROS
                   OR WS-TAM-NOME > 10
                   OR FML-PARAMETRO (WS-IDX-PARAMETRO)
                       = WS-NOME-CORPO.
           IF WS-TAM-NOME NOT > 10
               AND WS-IDX-PARAMETRO NOT > FML-QTDE-PARAMETROS
               PERFORM 1620-EMITIR-ARGUMENTO THRU 1620-EXIT
           ELSE
               PERFORM 1630-EMITIR-NOME-CORPO THRU 1630-EXIT
                   VARYING WS-IDX-NOME-CORPO FROM WS-IDX-NOME-CORPO
                   BY 1 UNTIL WS-IDX-NOME-CORPO = WS-IDX-CORPO
                       OR HOUVE-ERRO
           END-IF.
       1610-EXIT.
           EXIT.

       1615-CONSUMIR-LETRA-CORPO.
           IF WS-IDX-CORPO > WS-TAM-CORPO
               MOVE "S" TO SW-FIM-NOME
               GO TO 1615-EXIT
           END-IF.
           MOVE FML-CORPO (WS-IDX-CORPO:1) TO WS-CARACTER.
           IF NOT CARACTER-DE-NOME
               MOVE "S" TO SW-FIM-NOME
               GO TO 1615-EXIT
           END-IF.
           ADD 1 TO WS-TAM-NOME.
           IF WS-TAM-NOME NOT > 10
               MOVE WS-CARACTER TO WS-NOME-CORPO (WS-TAM-NOME:1)
           END-IF.
           ADD 1 TO WS-IDX-CORPO.
       1615-EXIT.
           EXIT.

       1617-PROCURAR-PARAMETRO.
           CONTINUE.
       1617-EXIT.
           EXIT.

      ******************************************************************
      * 1620-EMITIR-ARGUMENTO - poe o argumento do parametro achado,
      * entre parenteses, no lugar do nome do parametro.
      ******************************************************************
       1620-EMITIR-ARGUMENTO.
           MOVE "(" TO WS-CARACTER.
           PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT.
           PERFORM 1625-COPIAR-DO-ARGUMENTO THRU 1625-EXIT
               VARYING WS-IDX-COPIA
               FROM ARG-INICIO (WS-IDX-PARAMETRO) BY 1
               UNTIL WS-IDX-COPIA > ARG-FIM (WS-IDX-PARAMETRO)
                   OR HOUVE-ERRO.
           MOVE ")" TO WS-CARACTER.
           PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT.
       1620-EXIT.
           EXIT.

       1625-COPIAR-DO-ARGUMENTO.
           PERFORM 1700-COPIAR-CASA THRU 1700-EXIT.
       1625-EXIT.
           EXIT.

       1630-EMITIR-NOME-CORPO.
           MOVE FML-CORPO (WS-IDX-NOME-CORPO:1) TO WS-CARACTER.
           PERFORM 1800-EMITIR-CARACTER THRU 1800-EXIT.
       1630-EXIT.
           EXIT.

      ******************************************************************
      * 1700-COPIAR-CASA - copia para o texto novo o caractere de
      * TEXTO-EXPANDIDO na posicao WS-IDX-COPIA, com a origem e o no
      * que ele ja tinha.
      ******************************************************************
       1700-COPIAR-CASA.
           IF WS-TAM-NOVO >= 250
               MOVE "03" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
               GO TO 1700-EXIT
           END-IF.
           ADD 1 TO WS-TAM-NOVO.
           MOVE TEX-CASA (WS-IDX-COPIA) TO TNV-CASA (WS-TAM-NOVO).
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 1800-EMITIR-CARACTER - acrescenta WS-CARACTER ao texto novo
      * com a origem e o no da expansao corrente.
      ******************************************************************
       1800-EMITIR-CARACTER.
           IF WS-TAM-NOVO >= 250
               MOVE "03" TO LNK-STATUS
               PERFORM 1950-MARCAR-ERRO-EXPANSAO THRU 1950-EXIT
               GO TO 1800-EXIT
           END-IF.
           ADD 1 TO WS-TAM-NOVO.
           MOVE WS-CARACTER TO TNV-CARACTER (WS-TAM-NOVO).
           MOVE WS-POSICAO-EMITIR TO TNV-POSICAO (WS-TAM-NOVO).
           MOVE WS-NO-EMITIR TO TNV-NO (WS-TAM-NOVO).
       1800-EXIT.
           EXIT.

      ******************************************************************
      * 1950-MARCAR-ERRO-EXPANSAO - o erro da expansao aponta para a
      * referencia que a provocou (o status ja vem preenchido).
      ******************************************************************
       1950-MARCAR-ERRO-EXPANSAO.
           MOVE WS-IDX-REFERENCIA TO WS-POSICAO.
           MOVE "S" TO SW-ERRO.
       1950-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VARRER-CARACTER - trata o caractere da vez: espaco e
      * pulado, digito (ou menos unario) inicia um numero, operador e
      * sintaxe na posicao corrente.
      ******************************************************************
       2000-VARRER-CARACTER.
           MOVE TEX-CARACTER (WS-POSICAO) TO WS-CARACTER.
           EVALUATE TRUE
               WHEN WS-CARACTER = SPACE
                   ADD 1 TO WS-POSICAO
               WHEN WS-CARACTER = "-" AND ESPERA-OPERANDO
                   MOVE -1 TO WS-SINAL
                   ADD 1 TO WS-POSICAO
                   IF WS-POSICAO > WS-TAM-TEXTO
                       PERFORM 7000-MARCAR-SINTAXE THRU 7000-EXIT
                   ELSE
                       MOVE TEX-CARACTER (WS-POSICAO) TO WS-CARACTER
                       IF WS-CARACTER >= "0" AND WS-CARACTER <= "9"
                           PERFORM 3000-MONTAR-NUMERO THRU 3000-EXIT
                       ELSE
           EXIT.

       3100-CONSUMIR-DIGITO.
           IF WS-POSICAO > WS-TAM-TEXTO
               MOVE "S" TO SW-FIM-NUMERO
               GO TO 3100-EXIT
           END-IF.
           MOVE TEX-CARACTER (WS-POSICAO) TO WS-CARACTER.
           EVALUATE TRUE
               WHEN WS-CARACTER >= "0" AND WS-CARACTER <= "9"
                   MOVE WS-CARACTER TO WS-DIGITO-CHAR
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7500-APONTAR-ORIGEM - devolve a posicao do erro na expressao
      * como foi recebida; o erro depois do ultimo caractere aponta
      * para a posicao seguinte a ele.
      ******************************************************************
       7500-APONTAR-ORIGEM.
           IF WS-POSICAO > WS-TAM-TEXTO
               COMPUTE LNK-POSICAO = TEX-POSICAO (WS-TAM-TEXTO) + 1
           ELSE
               MOVE TEX-POSICAO (WS-POSICAO) TO LNK-POSICAO
           END-IF.
       7500-EXIT.
           EXIT.

       END PROGRAM CALC-AVALIADOR.
