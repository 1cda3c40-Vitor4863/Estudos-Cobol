      *          DIETAPLANO.DAT, consults the plan in force and
      *          prints the plan the patient takes home to PLANO.LST
      *          - the prescription finally leaves the paper pad.
      *          Meals are built from coded foods of the
      *          NUTRI-ALIMENTO table (ALIMENTOS.DAT) and their
      *          grams, keyed in grams or household measures; the
      *          calories and the protein, carbohydrate, fat and fibre
      *          of each meal are computed and kept in the plan, and
      *          the daily calorie target is their sum.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02  RA   Original diet plan maintenance module.
      * 2026-10-13  RA   Plans built from coded ALIMENTOS.DAT foods
      *                  and grams; meal and daily calories and macro
      *                  split computed instead of typed, the free
      *                  text kept as the meal notes.
      * 2026-10-14  RA   Each patient keyed is logged through
      *                  NUTRI-ACESSO to the health-data access log
      *                  LOGSAUDE.DAT, and the patient header of the
      *                  report carries the name, masked for
      *                  non-nutritionist profiles.
      * 2026-10-15  RA   PLANO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-PLANO.
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-PLANO-STATUS.

           SELECT ALIMENTOS-FILE ASSIGN TO "ALIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CODIGO
               FILE STATUS IS WS-ALIMENTOS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PLANO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  PLANO-FILE.
           COPY "PLANOREG.cpy".

       FD  ALIMENTOS-FILE.
           COPY "ALIMREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

           88  PLANO-OK                     VALUE "00".
           88  PLANO-ARQ-INEXISTENTE        VALUE "35".

       01  WS-ALIMENTOS-STATUS     PIC X(02).
           88  ALIMENTOS-OK                 VALUE "00".
           88  ALIMENTOS-ARQ-INEXISTENTE    VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).
           88  RELATORIO-OK                 VALUE "00".


       01  WS-PLA-DATA             PIC 9(08) VALUE 0.

       01  SW-FIM-REFEICAO         PIC X(01) VALUE "N".
           88  FIM-REFEICAO                 VALUE "S".

      * Item em digitacao e seus nutrientes.
       01  WS-ALIMENTO-PEDIDO      PIC 9(05).
       01  WS-MEDIDA-PEDIDA        PIC 9(01).
       01  WS-QTDE-MEDIDA          PIC 9(02)V9(01).
       01  WS-GRAMAS-ITEM          PIC 9(04).
       01  WS-IDX-ITEM             PIC 9(02) COMP VALUE 0.
       01  WS-IDX-MEDIDA           PIC 9(01) COMP VALUE 0.
       01  WS-ITEM-KCAL            PIC 9(05)V9(01).
       01  WS-ITEM-PROTEINA        PIC 9(05)V9(01).
       01  WS-ITEM-CARBOIDRATO     PIC 9(05)V9(01).
       01  WS-ITEM-GORDURA         PIC 9(05)V9(01).
       01  WS-ITEM-FIBRA           PIC 9(05)V9(01).

      * Totais do dia e divisao das calorias entre os macronutrientes.
       01  WS-DIA-KCAL             PIC 9(05)V9(01).
       01  WS-DIA-PROTEINA         PIC 9(05)V9(01).
       01  WS-DIA-CARBOIDRATO      PIC 9(05)V9(01).
       01  WS-DIA-GORDURA          PIC 9(05)V9(01).
       01  WS-DIA-FIBRA            PIC 9(05)V9(01).
       01  WS-PCT-PROTEINA         PIC 9(03).
       01  WS-PCT-CARBOIDRATO      PIC 9(03).
       01  WS-PCT-GORDURA          PIC 9(03).

       01  WS-KCAL-EDIT            PIC ZZZZ9.9.
       01  WS-GRAMAS-EDIT          PIC ZZZ9.
       01  WS-PROTEINA-EDIT        PIC ZZZZ9.9.
       01  WS-CARBOIDRATO-EDIT     PIC ZZZZ9.9.
       01  WS-GORDURA-EDIT         PIC ZZZZ9.9.
       01  WS-FIBRA-EDIT           PIC ZZZZ9.9.

           COPY "ACESSOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) o arquivo de planos e o
      * impresso do paciente, e a tabela de alimentos para consulta.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
               CLOSE PLANO-FILE
               OPEN I-O PLANO-FILE
           END-IF.
           OPEN INPUT ALIMENTOS-FILE.
           OPEN EXTEND RELATORIO-FILE.
           IF NOT RELATORIO-OK
               OPEN OUTPUT RELATORIO-FILE
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ACEITAR-ID - pede o Employee-Id do paciente e registra a
      * leitura no log de acesso a dados de saude.
      ******************************************************************
       2100-ACEITAR-ID.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2110-SOLICITAR-ID THRU 2110-EXIT
               UNTIL ENTRADA-VALIDA.
           PERFORM 2150-REGISTRAR-ACESSO THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-REGISTRAR-ACESSO - registra no log de saude a leitura do
      * paciente em WS-ID-PEDIDO e obtem o nome a imprimir (mascarado
      * para quem nao e nutricionista).
      ******************************************************************
       2150-REGISTRAR-ACESSO.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "NUTRI-PLANO" TO ACS-PROGRAMA.
           MOVE WS-ID-PEDIDO TO ACS-EMPLOYEE-ID.
           MOVE SPACES TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRESCREVER-PLANO - grava a prescricao do dia e ja
      * imprime o plano para o paciente levar.  As refeicoes sao
      * montadas com os alimentos codificados; a meta de calorias do
      * dia e a soma calculada das refeicoes.
      ******************************************************************
       3000-PRESCREVER-PLANO.
           IF ALIMENTOS-ARQ-INEXISTENTE
               DISPLAY "TABELA DE ALIMENTOS VAZIA - CADASTRE OS "
                   "ALIMENTOS ANTES DE PRESCREVER."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2100-ACEITAR-ID THRU 2100-EXIT.
           MOVE WS-ID-PEDIDO TO PLA-EMPLOYEE-ID.
           MOVE WS-DATA-HOJE TO PLA-DATA.
           MOVE 0 TO PLA-QTDE-ITENS.
           PERFORM 3100-COLETAR-REFEICAO THRU 3100-EXIT
               VARYING WS-IDX-REFEICAO FROM 1 BY 1
               UNTIL WS-IDX-REFEICAO > 4.
           IF PLA-QTDE-ITENS = 0
               DISPLAY "PLANO SEM ALIMENTOS - PRESCRICAO CANCELADA."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 5050-SOMAR-DIA THRU 5050-EXIT.
           COMPUTE PLA-CALORIAS-DIA ROUNDED = WS-DIA-KCAL.
           MOVE WS-DIA-KCAL TO WS-KCAL-EDIT.
           DISPLAY "TOTAL DO DIA: " WS-KCAL-EDIT " KCAL".
           DISPLAY "RESTRICOES:".
           ACCEPT PLA-RESTRICOES.
           DISPLAY "VALIDADE (AAAAMMDD, DATA DO RETORNO):".
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-COLETAR-REFEICAO - os alimentos da refeicao, um a um,
      * ate o codigo 0, e as observacoes da nutricionista.
      ******************************************************************
       3100-COLETAR-REFEICAO.
           PERFORM 3150-NOME-REFEICAO THRU 3150-EXIT.
           DISPLAY WS-NOME-REFEICAO " - ALIMENTOS DA REFEICAO".
           INITIALIZE PLA-TOTAL-REFEICAO (WS-IDX-REFEICAO).
           MOVE "N" TO SW-FIM-REFEICAO.
           PERFORM 3200-COLETAR-ITEM THRU 3200-EXIT
               UNTIL FIM-REFEICAO.
           MOVE PLA-KCAL (WS-IDX-REFEICAO) TO WS-KCAL-EDIT.
           DISPLAY WS-NOME-REFEICAO ": " WS-KCAL-EDIT " KCAL".
           DISPLAY "OBSERVACOES DA REFEICAO:".
           MOVE SPACES TO PLA-REFEICAO (WS-IDX-REFEICAO).
           ACCEPT PLA-REFEICAO (WS-IDX-REFEICAO).
       3100-EXIT.
           EXIT.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COLETAR-ITEM - um alimento da refeicao: codigo da tabela
      * e quantidade; soma os nutrientes no total da refeicao.
      ******************************************************************
       3200-COLETAR-ITEM.
           DISPLAY "ALIMENTO (CODIGO, 0 = FIM DA REFEICAO):".
           ACCEPT WS-ALIMENTO-PEDIDO.
           IF WS-ALIMENTO-PEDIDO IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 3200-EXIT
           END-IF.
           IF WS-ALIMENTO-PEDIDO = 0
               MOVE "S" TO SW-FIM-REFEICAO
               GO TO 3200-EXIT
           END-IF.
           IF PLA-QTDE-ITENS = 24
               DISPLAY "LIMITE DE 24 ALIMENTOS NO PLANO."
               MOVE "S" TO SW-FIM-REFEICAO
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-ALIMENTO-PEDIDO TO ALI-CODIGO.
           READ ALIMENTOS-FILE
               INVALID KEY
                   DISPLAY "ALIMENTO NAO CADASTRADO."
                   GO TO 3200-EXIT
           END-READ.
           DISPLAY ALI-DESCRICAO.
           PERFORM 3300-ACEITAR-QUANTIDADE THRU 3300-EXIT.
           IF WS-GRAMAS-ITEM = 0
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO PLA-QTDE-ITENS.
           MOVE PLA-QTDE-ITENS TO WS-IDX-ITEM.
           MOVE WS-IDX-REFEICAO TO PLA-ITEM-REFEICAO (WS-IDX-ITEM).
           MOVE ALI-CODIGO TO PLA-ITEM-ALIMENTO (WS-IDX-ITEM).
           MOVE WS-GRAMAS-ITEM TO PLA-ITEM-GRAMAS (WS-IDX-ITEM).
           PERFORM 3400-CALCULAR-ITEM THRU 3400-EXIT.
           ADD WS-ITEM-KCAL TO PLA-KCAL (WS-IDX-REFEICAO).
           ADD WS-ITEM-PROTEINA TO PLA-PROTEINA (WS-IDX-REFEICAO).
           ADD WS-ITEM-CARBOIDRATO
               TO PLA-CARBOIDRATO (WS-IDX-REFEICAO).
           ADD WS-ITEM-GORDURA TO PLA-GORDURA (WS-IDX-REFEICAO).
           ADD WS-ITEM-FIBRA TO PLA-FIBRA (WS-IDX-REFEICAO).
           MOVE WS-GRAMAS-ITEM TO WS-GRAMAS-EDIT.
           MOVE WS-ITEM-KCAL TO WS-KCAL-EDIT.
           DISPLAY "  " WS-GRAMAS-EDIT " G = " WS-KCAL-EDIT " KCAL".
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-ACEITAR-QUANTIDADE - a quantidade em gramas ou em uma
      * das medidas caseiras do alimento; devolve WS-GRAMAS-ITEM zero
      * quando a quantidade nao vale e o item e descartado.
      ******************************************************************
       3300-ACEITAR-QUANTIDADE.
           MOVE 0 TO WS-GRAMAS-ITEM.
           PERFORM 3350-MOSTRAR-MEDIDA THRU 3350-EXIT
               VARYING WS-IDX-MEDIDA FROM 1 BY 1
               UNTIL WS-IDX-MEDIDA > 3.
           DISPLAY "MEDIDA (0 = GRAMAS, 1-3 = MEDIDA CASEIRA):".
           ACCEPT WS-MEDIDA-PEDIDA.
           IF WS-MEDIDA-PEDIDA IS NOT NUMERIC
               OR WS-MEDIDA-PEDIDA > 3
               DISPLAY "MEDIDA INVALIDA - ALIMENTO DESCARTADO."
               GO TO 3300-EXIT
           END-IF.
           IF WS-MEDIDA-PEDIDA = 0
               DISPLAY "GRAMAS:"
               ACCEPT WS-GRAMAS-ITEM
               IF WS-GRAMAS-ITEM IS NOT NUMERIC
                   MOVE 0 TO WS-GRAMAS-ITEM
               END-IF
           ELSE
               IF ALI-MEDIDA-NOME (WS-MEDIDA-PEDIDA) = SPACES
                   DISPLAY "MEDIDA INVALIDA - ALIMENTO DESCARTADO."
                   GO TO 3300-EXIT
               END-IF
               DISPLAY "QUANTIDADE DE "
                   ALI-MEDIDA-NOME (WS-MEDIDA-PEDIDA) ":"
               ACCEPT WS-QTDE-MEDIDA
               IF WS-QTDE-MEDIDA IS NOT NUMERIC
                   MOVE 0 TO WS-QTDE-MEDIDA
               END-IF
               COMPUTE WS-GRAMAS-ITEM ROUNDED = WS-QTDE-MEDIDA
                   * ALI-MEDIDA-GRAMAS (WS-MEDIDA-PEDIDA)
                   ON SIZE ERROR
                       MOVE 0 TO WS-GRAMAS-ITEM
               END-COMPUTE
           END-IF.
           IF WS-GRAMAS-ITEM = 0
               DISPLAY "QUANTIDADE INVALIDA - ALIMENTO DESCARTADO."
           END-IF.
       3300-EXIT.
           EXIT.

       3350-MOSTRAR-MEDIDA.
           IF ALI-MEDIDA-NOME (WS-IDX-MEDIDA) NOT = SPACES
               MOVE ALI-MEDIDA-GRAMAS (WS-IDX-MEDIDA) TO WS-GRAMAS-EDIT
               DISPLAY "  " WS-IDX-MEDIDA " - "
                   ALI-MEDIDA-NOME (WS-IDX-MEDIDA) " ("
                   WS-GRAMAS-EDIT " G)"
           END-IF.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CALCULAR-ITEM - nutrientes do item: a composicao por
      * 100 g do alimento lido aplicada as gramas do item.
      ******************************************************************
       3400-CALCULAR-ITEM.
           COMPUTE WS-ITEM-KCAL ROUNDED =
               ALI-KCAL * WS-GRAMAS-ITEM / 100.
           COMPUTE WS-ITEM-PROTEINA ROUNDED =
               ALI-PROTEINA * WS-GRAMAS-ITEM / 100.
           COMPUTE WS-ITEM-CARBOIDRATO ROUNDED =
               ALI-CARBOIDRATO * WS-GRAMAS-ITEM / 100.
           COMPUTE WS-ITEM-GORDURA ROUNDED =
               ALI-GORDURA * WS-GRAMAS-ITEM / 100.
           COMPUTE WS-ITEM-FIBRA ROUNDED =
               ALI-FIBRA * WS-GRAMAS-ITEM / 100.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONSULTAR-PLANO - localiza o plano mais recente do
      * paciente e o imprime.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "SERVICO DE NUTRICAO - PLANO ALIMENTAR" TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "PACIENTE " PLA-EMPLOYEE-ID " " ACS-NOME-PACIENTE
               " PRESCRITO EM " PLA-DATA
               " VALIDO ATE " PLA-VALIDADE
               DELIMITED BY SIZE INTO RPT-LINHA.
           STRING "META DIARIA: " PLA-CALORIAS-DIA " KCAL"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF PLA-QTDE-ITENS IS NOT NUMERIC
               MOVE 0 TO PLA-QTDE-ITENS
           END-IF.
           IF PLA-QTDE-ITENS > 0
               PERFORM 5050-SOMAR-DIA THRU 5050-EXIT
               PERFORM 5070-IMPRIMIR-MACROS THRU 5070-EXIT
           END-IF.
           PERFORM 5100-IMPRIMIR-REFEICAO THRU 5100-EXIT
               VARYING WS-IDX-REFEICAO FROM 1 BY 1
               UNTIL WS-IDX-REFEICAO > 4.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5050-SOMAR-DIA - totais do dia a partir das refeicoes e a
      * parte das calorias que vem de cada macronutriente (4 kcal/g
      * de proteina e de carboidrato, 9 kcal/g de gordura).
      ******************************************************************
       5050-SOMAR-DIA.
           COMPUTE WS-DIA-KCAL = PLA-KCAL (1) + PLA-KCAL (2)
               + PLA-KCAL (3) + PLA-KCAL (4).
           COMPUTE WS-DIA-PROTEINA = PLA-PROTEINA (1)
               + PLA-PROTEINA (2) + PLA-PROTEINA (3)
               + PLA-PROTEINA (4).
           COMPUTE WS-DIA-CARBOIDRATO = PLA-CARBOIDRATO (1)
               + PLA-CARBOIDRATO (2) + PLA-CARBOIDRATO (3)
               + PLA-CARBOIDRATO (4).
           COMPUTE WS-DIA-GORDURA = PLA-GORDURA (1)
               + PLA-GORDURA (2) + PLA-GORDURA (3)
               + PLA-GORDURA (4).
           COMPUTE WS-DIA-FIBRA = PLA-FIBRA (1) + PLA-FIBRA (2)
               + PLA-FIBRA (3) + PLA-FIBRA (4).
           MOVE 0 TO WS-PCT-PROTEINA.
           MOVE 0 TO WS-PCT-CARBOIDRATO.
           MOVE 0 TO WS-PCT-GORDURA.
           IF WS-DIA-KCAL > 0
               COMPUTE WS-PCT-PROTEINA ROUNDED =
                   WS-DIA-PROTEINA * 4 * 100 / WS-DIA-KCAL
               COMPUTE WS-PCT-CARBOIDRATO ROUNDED =
                   WS-DIA-CARBOIDRATO * 4 * 100 / WS-DIA-KCAL
               COMPUTE WS-PCT-GORDURA ROUNDED =
                   WS-DIA-GORDURA * 9 * 100 / WS-DIA-KCAL
           END-IF.
       5050-EXIT.
           EXIT.

       5070-IMPRIMIR-MACROS.
           MOVE WS-DIA-PROTEINA TO WS-PROTEINA-EDIT.
           MOVE WS-DIA-CARBOIDRATO TO WS-CARBOIDRATO-EDIT.
           MOVE WS-DIA-GORDURA TO WS-GORDURA-EDIT.
           MOVE WS-DIA-FIBRA TO WS-FIBRA-EDIT.
           STRING "PROTEINA " WS-PROTEINA-EDIT " G ("
               WS-PCT-PROTEINA "%)  CARBOIDRATO "
               WS-CARBOIDRATO-EDIT " G (" WS-PCT-CARBOIDRATO
               "%)  GORDURA " WS-GORDURA-EDIT " G ("
               WS-PCT-GORDURA "%)  FIBRA " WS-FIBRA-EDIT " G"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5070-EXIT.
           EXIT.

      ******************************************************************
      * 5100-IMPRIMIR-REFEICAO - a refeicao com as calorias, os
      * alimentos com a porcao em gramas e as observacoes.
      ******************************************************************
       5100-IMPRIMIR-REFEICAO.
           PERFORM 3150-NOME-REFEICAO THRU 3150-EXIT.
           IF PLA-QTDE-ITENS = 0
               STRING WS-NOME-REFEICAO ": "
                   PLA-REFEICAO (WS-IDX-REFEICAO)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE PLA-KCAL (WS-IDX-REFEICAO) TO WS-KCAL-EDIT.
           STRING WS-NOME-REFEICAO " (" WS-KCAL-EDIT " KCAL)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 5150-IMPRIMIR-ITEM THRU 5150-EXIT
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > PLA-QTDE-ITENS.
           IF PLA-REFEICAO (WS-IDX-REFEICAO) NOT = SPACES
               STRING "  OBS: " PLA-REFEICAO (WS-IDX-REFEICAO)
                   DELIMITED BY SIZE INTO RPT-LINHA
               PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5150-IMPRIMIR-ITEM.
           IF PLA-ITEM-REFEICAO (WS-IDX-ITEM) NOT = WS-IDX-REFEICAO
               GO TO 5150-EXIT
           END-IF.
           MOVE PLA-ITEM-ALIMENTO (WS-IDX-ITEM) TO ALI-CODIGO.
           READ ALIMENTOS-FILE
               INVALID KEY
                   MOVE SPACES TO ALI-DESCRICAO
                   STRING "ALIMENTO " PLA-ITEM-ALIMENTO (WS-IDX-ITEM)
                       DELIMITED BY SIZE INTO ALI-DESCRICAO
           END-READ.
           MOVE PLA-ITEM-GRAMAS (WS-IDX-ITEM) TO WS-GRAMAS-EDIT.
           STRING "  " WS-GRAMAS-EDIT " G  " ALI-DESCRICAO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em PLANO.LST.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE PLANO-FILE.
           IF NOT ALIMENTOS-ARQ-INEXISTENTE
               CLOSE ALIMENTOS-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-PLANO" TO SPL-PROGRAMA.
           MOVE "PLANO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

