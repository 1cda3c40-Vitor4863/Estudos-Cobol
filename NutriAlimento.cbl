      ******************************************************************
      * Author: R. ALVES
      * Installation: AMBULATORIO - SERVICO DE NUTRICAO
      * Date-Written: 2026-10-13
      * Purpose: Food composition table of the Nutricao service.
      *          Maintains ALIMENTOS.DAT (ALIMREG.cpy): energy (kcal),
      *          protein, carbohydrate, fat and fibre per 100 g of
      *          each food and up to three household measures with
      *          their weight in grams.  The coded diet plans of
      *          NUTRI-PLANO and the 24-hour recalls of
      *          NUTRI-RECORDATORIO are keyed with these codes, and
      *          their nutrients are computed from this table.  The
      *          full table is printed to ALIMENTOS.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-13  RA   Original food composition table module.
      * 2026-10-15  RA   ALIMENTOS.LST is copied to the report spool as
      *                  a dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-ALIMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIMENTOS-FILE ASSIGN TO "ALIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CODIGO
               FILE STATUS IS WS-ALIMENTOS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "ALIMENTOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIMENTOS-FILE.
           COPY "ALIMREG.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ALIMENTOS-STATUS     PIC X(02).
           88  ALIMENTOS-OK                 VALUE "00".
           88  ALIMENTOS-ARQ-INEXISTENTE    VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).
           88  RELATORIO-OK                 VALUE "00".

       01  OPCAO-MENU              PIC X(01).
       01  WS-CODIGO-PEDIDO        PIC 9(05).
       01  WS-KCAL-PEDIDA          PIC 9(04)V9(01).
       01  WS-PROTEINA-PEDIDA      PIC 9(03)V9(01).
       01  WS-CARBOIDRATO-PEDIDO   PIC 9(03)V9(01).
       01  WS-GORDURA-PEDIDA       PIC 9(03)V9(01).
       01  WS-FIBRA-PEDIDA         PIC 9(03)V9(01).
       01  WS-SOMA-GRAMAS          PIC 9(04)V9(01).
       01  WS-MEDIDA-NOME          PIC X(20).
       01  WS-MEDIDA-GRAMAS        PIC 9(04).
       01  WS-IDX-MEDIDA           PIC 9(01) COMP VALUE 0.
       01  WS-QTDE-LISTADOS        PIC 9(05) VALUE 0.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-FIM-ALIMENTOS        PIC X(01) VALUE "N".
           88  FIM-ALIMENTOS                VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-FIM-MEDIDAS          PIC X(01) VALUE "N".
           88  FIM-MEDIDAS                  VALUE "S".

       01  WS-KCAL-EDIT            PIC ZZZ9.9.
       01  WS-NUTRIENTE-EDIT       PIC ZZ9.9.
       01  WS-GRAMAS-EDIT          PIC ZZZ9.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
               UNTIL FIM-PROGRAMA.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) a tabela de alimentos e o
      * relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== TABELA DE ALIMENTOS ===".
           OPEN I-O ALIMENTOS-FILE.
           IF ALIMENTOS-ARQ-INEXISTENTE
               OPEN OUTPUT ALIMENTOS-FILE
               CLOSE ALIMENTOS-FILE
               OPEN I-O ALIMENTOS-FILE
           END-IF.
           OPEN EXTEND RELATORIO-FILE.
           IF NOT RELATORIO-OK
               OPEN OUTPUT RELATORIO-FILE
               CLOSE RELATORIO-FILE
               OPEN EXTEND RELATORIO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu da tabela de alimentos.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - INCLUIR / ALTERAR ALIMENTO".
           DISPLAY "2 - CONSULTAR ALIMENTO".
           DISPLAY "3 - LISTAR TABELA".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-MANTER-ALIMENTO THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-CONSULTAR-ALIMENTO THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-LISTAR-TABELA THRU 5000-EXIT
               WHEN "4"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-ACEITAR-CODIGO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2110-SOLICITAR-CODIGO THRU 2110-EXIT
               UNTIL ENTRADA-VALIDA.
       2100-EXIT.
           EXIT.

       2110-SOLICITAR-CODIGO.
           DISPLAY "CODIGO DO ALIMENTO:".
           ACCEPT WS-CODIGO-PEDIDO.
           IF WS-CODIGO-PEDIDO IS NUMERIC AND WS-CODIGO-PEDIDO > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACEITAR-COMPOSICAO - energia e macronutrientes por 100 g.
      * A soma das gramas de proteina, carboidrato, gordura e fibra
      * nao pode passar de 100 g, nem a energia de 900 kcal (gordura
      * pura).
      ******************************************************************
       2200-ACEITAR-COMPOSICAO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2210-SOLICITAR-COMPOSICAO THRU 2210-EXIT
               UNTIL ENTRADA-VALIDA.
       2200-EXIT.
           EXIT.

       2210-SOLICITAR-COMPOSICAO.
           DISPLAY "KCAL POR 100 G:".
           ACCEPT WS-KCAL-PEDIDA.
           DISPLAY "PROTEINA (G POR 100 G):".
           ACCEPT WS-PROTEINA-PEDIDA.
           DISPLAY "CARBOIDRATO (G POR 100 G):".
           ACCEPT WS-CARBOIDRATO-PEDIDO.
           DISPLAY "GORDURA (G POR 100 G):".
           ACCEPT WS-GORDURA-PEDIDA.
           DISPLAY "FIBRA (G POR 100 G):".
           ACCEPT WS-FIBRA-PEDIDA.
           IF WS-KCAL-PEDIDA IS NOT NUMERIC
               OR WS-PROTEINA-PEDIDA IS NOT NUMERIC
               OR WS-CARBOIDRATO-PEDIDO IS NOT NUMERIC
               OR WS-GORDURA-PEDIDA IS NOT NUMERIC
               OR WS-FIBRA-PEDIDA IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 2210-EXIT
           END-IF.
           IF WS-KCAL-PEDIDA > 900
               DISPLAY "ENERGIA INVALIDA - MAXIMO DE 900 KCAL."
               GO TO 2210-EXIT
           END-IF.
           COMPUTE WS-SOMA-GRAMAS = WS-PROTEINA-PEDIDA
               + WS-CARBOIDRATO-PEDIDO + WS-GORDURA-PEDIDA
               + WS-FIBRA-PEDIDA.
           IF WS-SOMA-GRAMAS > 100
               DISPLAY "COMPOSICAO INVALIDA - MAIS DE 100 G EM 100 G."
               GO TO 2210-EXIT
           END-IF.
           MOVE "S" TO SW-ENTRADA-VALIDA.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ACEITAR-MEDIDA - uma medida caseira e o seu peso; nome
      * em branco encerra as medidas do alimento.
      ******************************************************************
       2300-ACEITAR-MEDIDA.
           MOVE SPACES TO ALI-MEDIDA-NOME (WS-IDX-MEDIDA).
           MOVE 0 TO ALI-MEDIDA-GRAMAS (WS-IDX-MEDIDA).
           IF FIM-MEDIDAS
               GO TO 2300-EXIT
           END-IF.
           DISPLAY "MEDIDA CASEIRA " WS-IDX-MEDIDA
               " (EM BRANCO = NENHUMA OUTRA):".
           MOVE SPACES TO WS-MEDIDA-NOME.
           ACCEPT WS-MEDIDA-NOME.
           IF WS-MEDIDA-NOME = SPACES
               MOVE "S" TO SW-FIM-MEDIDAS
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2310-SOLICITAR-GRAMAS THRU 2310-EXIT
               UNTIL ENTRADA-VALIDA.
           MOVE WS-MEDIDA-NOME TO ALI-MEDIDA-NOME (WS-IDX-MEDIDA).
           MOVE WS-MEDIDA-GRAMAS TO ALI-MEDIDA-GRAMAS (WS-IDX-MEDIDA).
       2300-EXIT.
           EXIT.

       2310-SOLICITAR-GRAMAS.
           DISPLAY "GRAMAS DA MEDIDA:".
           ACCEPT WS-MEDIDA-GRAMAS.
           IF WS-MEDIDA-GRAMAS IS NUMERIC AND WS-MEDIDA-GRAMAS > 0
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MANTER-ALIMENTO - inclui um alimento ou altera a
      * descricao, a composicao e as medidas de um existente.  Os
      * planos ja prescritos guardam os nutrientes calculados na
      * prescricao e nao mudam com a alteracao.
      ******************************************************************
       3000-MANTER-ALIMENTO.
           PERFORM 2100-ACEITAR-CODIGO THRU 2100-EXIT.
           MOVE WS-CODIGO-PEDIDO TO ALI-CODIGO.
           READ ALIMENTOS-FILE
               INVALID KEY
                   DISPLAY "ALIMENTO NOVO."
                   MOVE SPACES TO ALI-DESCRICAO
               NOT INVALID KEY
                   PERFORM 4100-EXIBIR-ALIMENTO THRU 4100-EXIT
           END-READ.
           MOVE WS-CODIGO-PEDIDO TO ALI-CODIGO.
           DISPLAY "DESCRICAO:".
           ACCEPT ALI-DESCRICAO.
           IF ALI-DESCRICAO = SPACES
               DISPLAY "ALIMENTO NAO GRAVADO."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2200-ACEITAR-COMPOSICAO THRU 2200-EXIT.
           MOVE WS-KCAL-PEDIDA TO ALI-KCAL.
           MOVE WS-PROTEINA-PEDIDA TO ALI-PROTEINA.
           MOVE WS-CARBOIDRATO-PEDIDO TO ALI-CARBOIDRATO.
           MOVE WS-GORDURA-PEDIDA TO ALI-GORDURA.
           MOVE WS-FIBRA-PEDIDA TO ALI-FIBRA.
           MOVE "N" TO SW-FIM-MEDIDAS.
           PERFORM 2300-ACEITAR-MEDIDA THRU 2300-EXIT
               VARYING WS-IDX-MEDIDA FROM 1 BY 1
               UNTIL WS-IDX-MEDIDA > 3.
           REWRITE ALI-REGISTRO
               INVALID KEY
                   WRITE ALI-REGISTRO
           END-REWRITE.
           DISPLAY "ALIMENTO GRAVADO.".
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONSULTAR-ALIMENTO - mostra a composicao e as medidas.
      ******************************************************************
       4000-CONSULTAR-ALIMENTO.
           PERFORM 2100-ACEITAR-CODIGO THRU 2100-EXIT.
           MOVE WS-CODIGO-PEDIDO TO ALI-CODIGO.
           READ ALIMENTOS-FILE
               INVALID KEY
                   DISPLAY "ALIMENTO NAO CADASTRADO."
               NOT INVALID KEY
                   PERFORM 4100-EXIBIR-ALIMENTO THRU 4100-EXIT
           END-READ.
       4000-EXIT.
           EXIT.

       4100-EXIBIR-ALIMENTO.
           MOVE ALI-KCAL TO WS-KCAL-EDIT.
           DISPLAY ALI-CODIGO " " ALI-DESCRICAO " " WS-KCAL-EDIT
               " KCAL/100 G".
           MOVE ALI-PROTEINA TO WS-NUTRIENTE-EDIT.
           DISPLAY "  PROTEINA....: " WS-NUTRIENTE-EDIT " G".
           MOVE ALI-CARBOIDRATO TO WS-NUTRIENTE-EDIT.
           DISPLAY "  CARBOIDRATO.: " WS-NUTRIENTE-EDIT " G".
           MOVE ALI-GORDURA TO WS-NUTRIENTE-EDIT.
           DISPLAY "  GORDURA.....: " WS-NUTRIENTE-EDIT " G".
           MOVE ALI-FIBRA TO WS-NUTRIENTE-EDIT.
           DISPLAY "  FIBRA.......: " WS-NUTRIENTE-EDIT " G".
           PERFORM 4150-EXIBIR-MEDIDA THRU 4150-EXIT
               VARYING WS-IDX-MEDIDA FROM 1 BY 1
               UNTIL WS-IDX-MEDIDA > 3.
       4100-EXIT.
           EXIT.

       4150-EXIBIR-MEDIDA.
           IF ALI-MEDIDA-NOME (WS-IDX-MEDIDA) = SPACES
               GO TO 4150-EXIT
           END-IF.
           MOVE ALI-MEDIDA-GRAMAS (WS-IDX-MEDIDA) TO WS-GRAMAS-EDIT.
           DISPLAY "  MEDIDA " WS-IDX-MEDIDA ": "
               ALI-MEDIDA-NOME (WS-IDX-MEDIDA) " = "
               WS-GRAMAS-EDIT " G".
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR-TABELA - imprime a tabela inteira em
      * ALIMENTOS.LST, um alimento por linha com as medidas.
      ******************************************************************
       5000-LISTAR-TABELA.
           MOVE "SERVICO DE NUTRICAO - TABELA DE ALIMENTOS (POR 100 G)"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "CODIGO DESCRICAO                        KCAL"
               "  PROT  CARB  GORD FIBRA MEDIDAS CASEIRAS"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "N" TO SW-FIM-ALIMENTOS.
           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE 0 TO ALI-CODIGO.
           START ALIMENTOS-FILE
               KEY IS GREATER THAN OR EQUAL TO ALI-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIM-ALIMENTOS
           END-START.
           PERFORM 5100-LISTAR-ALIMENTO THRU 5100-EXIT
               UNTIL FIM-ALIMENTOS.
           DISPLAY "ALIMENTOS CADASTRADOS: " WS-QTDE-LISTADOS.
       5000-EXIT.
           EXIT.

       5100-LISTAR-ALIMENTO.
           READ ALIMENTOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-ALIMENTOS
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-QTDE-LISTADOS.
           MOVE ALI-CODIGO TO RPT-LINHA (2:5).
           MOVE ALI-DESCRICAO TO RPT-LINHA (8:30).
           MOVE ALI-KCAL TO WS-KCAL-EDIT.
           MOVE WS-KCAL-EDIT TO RPT-LINHA (39:6).
           MOVE ALI-PROTEINA TO WS-NUTRIENTE-EDIT.
           MOVE WS-NUTRIENTE-EDIT TO RPT-LINHA (46:5).
           MOVE ALI-CARBOIDRATO TO WS-NUTRIENTE-EDIT.
           MOVE WS-NUTRIENTE-EDIT TO RPT-LINHA (52:5).
           MOVE ALI-GORDURA TO WS-NUTRIENTE-EDIT.
           MOVE WS-NUTRIENTE-EDIT TO RPT-LINHA (58:5).
           MOVE ALI-FIBRA TO WS-NUTRIENTE-EDIT.
           MOVE WS-NUTRIENTE-EDIT TO RPT-LINHA (64:5).
           IF ALI-MEDIDA-NOME (1) NOT = SPACES
               MOVE ALI-MEDIDA-GRAMAS (1) TO WS-GRAMAS-EDIT
               STRING ALI-MEDIDA-NOME (1) DELIMITED BY "  "
                   " = " WS-GRAMAS-EDIT " G"
                   DELIMITED BY SIZE INTO RPT-LINHA (70:)
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 5150-LISTAR-MEDIDA THRU 5150-EXIT
               VARYING WS-IDX-MEDIDA FROM 2 BY 1
               UNTIL WS-IDX-MEDIDA > 3.
       5100-EXIT.
           EXIT.

       5150-LISTAR-MEDIDA.
           IF ALI-MEDIDA-NOME (WS-IDX-MEDIDA) = SPACES
               GO TO 5150-EXIT
           END-IF.
           MOVE ALI-MEDIDA-GRAMAS (WS-IDX-MEDIDA) TO WS-GRAMAS-EDIT.
           STRING ALI-MEDIDA-NOME (WS-IDX-MEDIDA) DELIMITED BY "  "
               " = " WS-GRAMAS-EDIT " G"
               DELIMITED BY SIZE INTO RPT-LINHA (70:).
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em ALIMENTOS.LST.
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
           CLOSE ALIMENTOS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-ALIMENTO" TO SPL-PROGRAMA.
           MOVE "ALIMENTOS.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

       END PROGRAM NUTRI-ALIMENTO.
