      ******************************************************************
      * Author: R. ALVES
      * Installation: AMBULATORIO - SERVICO DE NUTRICAO
      * Date-Written: 2026-10-13
      * Purpose: 24-hour dietary recall (recordatorio alimentar de 24
      *          horas) per patient and recalled day, kept in
      *          RECORDATORIO.DAT (RECORDAT.cpy) with the same
      *          ALIMENTOS.DAT food codes and meals as the coded diet
      *          plan of NUTRI-PLANO, and the intake report: what the
      *          patient reported eating against the plan in force on
      *          that day (DIETAPLANO.DAT), per meal and for the whole
      *          day, with the percent of each target (kcal, protein,
      *          carbohydrate, fat and fibre) reached, next to the
      *          latest IMCHIST.DAT evaluation.  Output in
      *          INGESTAO.LST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-13  RA   Original 24-hour recall and intake module.
      * 2026-10-14  RA   Each patient keyed is logged through
      *                  NUTRI-ACESSO to the health-data access log
      *                  LOGSAUDE.DAT, and the patient header of the
      *                  report carries the name, masked for
      *                  non-nutritionist profiles.
      * 2026-10-15  RA   INGESTAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-RECORDATORIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORDATORIO-FILE ASSIGN TO "RECORDATORIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCD-CHAVE
               FILE STATUS IS WS-RECORDATORIO-STATUS.

           SELECT ALIMENTOS-FILE ASSIGN TO "ALIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CODIGO
               FILE STATUS IS WS-ALIMENTOS-STATUS.

           SELECT PLANO-FILE ASSIGN TO "DIETAPLANO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-PLANO-STATUS.

           SELECT IMCHIST-FILE ASSIGN TO "IMCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMC-CHAVE
               FILE STATUS IS WS-IMCHIST-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "INGESTAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECORDATORIO-FILE.
           COPY "RECORDAT.cpy".

       FD  ALIMENTOS-FILE.
           COPY "ALIMREG.cpy".

       FD  PLANO-FILE.
           COPY "PLANOREG.cpy".

       FD  IMCHIST-FILE.
           COPY "IMCHIST.cpy".

       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RECORDATORIO-STATUS  PIC X(02).
           88  RECORDATORIO-OK              VALUE "00".
           88  RECORDATORIO-ARQ-INEXISTENTE VALUE "35".

       01  WS-ALIMENTOS-STATUS     PIC X(02).
           88  ALIMENTOS-OK                 VALUE "00".
           88  ALIMENTOS-ARQ-INEXISTENTE    VALUE "35".

       01  WS-PLANO-STATUS         PIC X(02).
           88  PLANO-OK                     VALUE "00".
           88  PLANO-ARQ-INEXISTENTE        VALUE "35".

       01  WS-IMCHIST-STATUS       PIC X(02).
           88  IMCHIST-OK                   VALUE "00".
           88  IMCHIST-ARQ-INEXISTENTE      VALUE "35".

       01  WS-RELATORIO-STATUS     PIC X(02).
           88  RELATORIO-OK                 VALUE "00".

       01  OPCAO-MENU              PIC X(01).
       01  WS-CONFIRMA             PIC X(01).
           88  CONFIRMADO                   VALUE "S".
       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-DATA-PEDIDA          PIC 9(08).
       01  WS-DATA-HOJE            PIC 9(08).
       01  WS-IDX-REFEICAO         PIC 9(01) COMP VALUE 0.
       01  WS-NOME-REFEICAO        PIC X(15) VALUE SPACES.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

       01  SW-FIM-REFEICAO         PIC X(01) VALUE "N".
           88  FIM-REFEICAO                 VALUE "S".

       01  SW-FIM-PLANOS           PIC X(01) VALUE "N".
           88  FIM-PLANOS                   VALUE "S".

       01  SW-PLANO-ACHADO         PIC X(01) VALUE "N".
           88  PLANO-ACHADO                 VALUE "S".

       01  SW-FIM-MEDIDAS          PIC X(01) VALUE "N".
           88  FIM-MEDIDAS                  VALUE "S".

       01  SW-MEDIDA-ACHADA        PIC X(01) VALUE "N".
           88  MEDIDA-ACHADA                VALUE "S".

       01  WS-PLA-DATA             PIC 9(08) VALUE 0.
       01  WS-IMC-DATA             PIC 9(08) VALUE 0.

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

      * Ingerido e planejado por refeicao (1-4) e no dia (5), nas
      * colunas kcal, proteina, carboidrato, gordura e fibra - o
      * layout de RCD-TOTAL-REFEICAO e PLA-TOTAL-REFEICAO.
       01  WS-TABELA-INGERIDO.
           05  WS-ING-LINHA OCCURS 5 TIMES.
               10  WS-ING-VALOR    PIC 9(05)V9(01) OCCURS 5 TIMES.
       01  WS-TABELA-PLANO.
           05  WS-PLN-LINHA OCCURS 5 TIMES.
               10  WS-PLN-VALOR    PIC 9(05)V9(01) OCCURS 5 TIMES.
       01  WS-IDX-LINHA            PIC 9(01) COMP VALUE 0.
       01  WS-IDX-NUTRIENTE        PIC 9(01) COMP VALUE 0.
       01  WS-COLUNA               PIC 9(03) COMP VALUE 0.
       01  WS-PERCENTUAL           PIC 9(04) VALUE 0.

       01  WS-KCAL-EDIT            PIC ZZZZ9.9.
       01  WS-GRAMAS-EDIT          PIC ZZZ9.
       01  WS-VALOR-EDIT           PIC ZZZZ9.9.
       01  WS-PERCENTUAL-EDIT      PIC ZZZ9.
       01  WS-PESO-EDIT            PIC ZZ9.9.
       01  WS-IMC-EDIT             PIC Z9.99.

           COPY "ACESSOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
               UNTIL FIM-PROGRAMA.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - abre (ou cria) o arquivo de recordatorios e
      * o relatorio, e abre para consulta a tabela de alimentos, os
      * planos e o historico de avaliacoes.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE "N" TO SW-FIM-PROGRAMA.
           DISPLAY "=== RECORDATORIO ALIMENTAR 24 HORAS ===".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O RECORDATORIO-FILE.
           IF RECORDATORIO-ARQ-INEXISTENTE
               OPEN OUTPUT RECORDATORIO-FILE
               CLOSE RECORDATORIO-FILE
               OPEN I-O RECORDATORIO-FILE
           END-IF.
           OPEN INPUT ALIMENTOS-FILE.
           OPEN INPUT PLANO-FILE.
           OPEN INPUT IMCHIST-FILE.
           OPEN EXTEND RELATORIO-FILE.
           IF NOT RELATORIO-OK
               OPEN OUTPUT RELATORIO-FILE
               CLOSE RELATORIO-FILE
               OPEN EXTEND RELATORIO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-MENU - menu do recordatorio.
      ******************************************************************
       2000-PROCESSAR-MENU.
           DISPLAY "1 - REGISTRAR RECORDATORIO 24 HORAS".
           DISPLAY "2 - RELATORIO DE INGESTAO X PLANO".
           DISPLAY "3 - SAIR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM 3000-REGISTRAR-RECORDATORIO THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-CONSULTAR-INGESTAO THRU 4000-EXIT
               WHEN "3"
                   MOVE "S" TO SW-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
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

       2110-SOLICITAR-ID.
           DISPLAY "EMPLOYEE-ID DO PACIENTE:".
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO IS NUMERIC
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-REGISTRAR-ACESSO - registra no log de saude a leitura do
      * paciente em WS-ID-PEDIDO e obtem o nome a imprimir (mascarado
      * para quem nao e nutricionista).
      ******************************************************************
       2150-REGISTRAR-ACESSO.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "NUTRI-RECORDATORIO" TO ACS-PROGRAMA.
           MOVE WS-ID-PEDIDO TO ACS-EMPLOYEE-ID.
           MOVE SPACES TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       2150-EXIT.
           EXIT.

       2200-ACEITAR-DATA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 2210-SOLICITAR-DATA THRU 2210-EXIT
               UNTIL ENTRADA-VALIDA.
       2200-EXIT.
           EXIT.

       2210-SOLICITAR-DATA.
           DISPLAY "DIA RECORDADO (AAAAMMDD):".
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA IS NOT NUMERIC
               OR WS-DATA-PEDIDA = 0
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 2210-EXIT
           END-IF.
           IF WS-DATA-PEDIDA > WS-DATA-HOJE
               DISPLAY "DATA INVALIDA - DIA AINDA NAO OCORRIDO."
               GO TO 2210-EXIT
           END-IF.
           MOVE "S" TO SW-ENTRADA-VALIDA.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTRAR-RECORDATORIO - o que o paciente relata ter
      * comido no dia, refeicao por refeicao, com os codigos da
      * tabela de alimentos.  Um recordatorio ja registrado para o
      * mesmo dia so e substituido com confirmacao.  Gravado, o
      * relatorio de ingestao sai em seguida.
      ******************************************************************
       3000-REGISTRAR-RECORDATORIO.
           IF ALIMENTOS-ARQ-INEXISTENTE
               DISPLAY "TABELA DE ALIMENTOS VAZIA - CADASTRE OS "
                   "ALIMENTOS ANTES DO RECORDATORIO."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2100-ACEITAR-ID THRU 2100-EXIT.
           PERFORM 2200-ACEITAR-DATA THRU 2200-EXIT.
           MOVE WS-ID-PEDIDO TO RCD-EMPLOYEE-ID.
           MOVE WS-DATA-PEDIDA TO RCD-DATA.
           READ RECORDATORIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "JA HA RECORDATORIO DESTE DIA, REGISTRADO"
                       " EM " RCD-DATA-ENTREVISTA
                       ". SUBSTITUIR? (S/N):"
                   ACCEPT WS-CONFIRMA
                   IF NOT CONFIRMADO
                       DISPLAY "RECORDATORIO MANTIDO."
                       GO TO 3000-EXIT
                   END-IF
           END-READ.
           MOVE WS-ID-PEDIDO TO RCD-EMPLOYEE-ID.
           MOVE WS-DATA-PEDIDA TO RCD-DATA.
           MOVE WS-DATA-HOJE TO RCD-DATA-ENTREVISTA.
           MOVE 0 TO RCD-QTDE-ITENS.
           PERFORM 3100-COLETAR-REFEICAO THRU 3100-EXIT
               VARYING WS-IDX-REFEICAO FROM 1 BY 1
               UNTIL WS-IDX-REFEICAO > 4.
           IF RCD-QTDE-ITENS = 0
               DISPLAY "RECORDATORIO SEM ALIMENTOS - NAO GRAVADO."
               GO TO 3000-EXIT
           END-IF.
           WRITE RCD-REGISTRO
               INVALID KEY
                   REWRITE RCD-REGISTRO
           END-WRITE.
           DISPLAY "RECORDATORIO DE " RCD-DATA " GRAVADO.".
           PERFORM 5000-IMPRIMIR-INGESTAO THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-COLETAR-REFEICAO - os alimentos relatados na refeicao,
      * um a um, ate o codigo 0.
      ******************************************************************
       3100-COLETAR-REFEICAO.
           PERFORM 3150-NOME-REFEICAO THRU 3150-EXIT.
           DISPLAY WS-NOME-REFEICAO " - ALIMENTOS CONSUMIDOS".
           INITIALIZE RCD-TOTAL-REFEICAO (WS-IDX-REFEICAO).
           MOVE "N" TO SW-FIM-REFEICAO.
           PERFORM 3200-COLETAR-ITEM THRU 3200-EXIT
               UNTIL FIM-REFEICAO.
           MOVE RCD-KCAL (WS-IDX-REFEICAO) TO WS-KCAL-EDIT.
           DISPLAY WS-NOME-REFEICAO ": " WS-KCAL-EDIT " KCAL".
       3100-EXIT.
           EXIT.

       3150-NOME-REFEICAO.
           EVALUATE WS-IDX-REFEICAO
               WHEN 1
                   MOVE "CAFE DA MANHA" TO WS-NOME-REFEICAO
               WHEN 2
                   MOVE "ALMOCO" TO WS-NOME-REFEICAO
               WHEN 3
                   MOVE "LANCHE" TO WS-NOME-REFEICAO
               WHEN 4
                   MOVE "JANTAR" TO WS-NOME-REFEICAO
               WHEN OTHER
                   MOVE "TOTAL DO DIA" TO WS-NOME-REFEICAO
           END-EVALUATE.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COLETAR-ITEM - um alimento relatado: codigo da tabela e
      * quantidade; soma os nutrientes no total da refeicao.
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
           IF RCD-QTDE-ITENS = 30
               DISPLAY "LIMITE DE 30 ALIMENTOS NO RECORDATORIO."
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
           ADD 1 TO RCD-QTDE-ITENS.
           MOVE RCD-QTDE-ITENS TO WS-IDX-ITEM.
           MOVE WS-IDX-REFEICAO TO RCD-ITEM-REFEICAO (WS-IDX-ITEM).
           MOVE ALI-CODIGO TO RCD-ITEM-ALIMENTO (WS-IDX-ITEM).
           MOVE WS-GRAMAS-ITEM TO RCD-ITEM-GRAMAS (WS-IDX-ITEM).
           PERFORM 3400-CALCULAR-ITEM THRU 3400-EXIT.
           ADD WS-ITEM-KCAL TO RCD-KCAL (WS-IDX-REFEICAO).
           ADD WS-ITEM-PROTEINA TO RCD-PROTEINA (WS-IDX-REFEICAO).
           ADD WS-ITEM-CARBOIDRATO
               TO RCD-CARBOIDRATO (WS-IDX-REFEICAO).
           ADD WS-ITEM-GORDURA TO RCD-GORDURA (WS-IDX-REFEICAO).
           ADD WS-ITEM-FIBRA TO RCD-FIBRA (WS-IDX-REFEICAO).
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
      * 4000-CONSULTAR-INGESTAO - relatorio de um recordatorio ja
      * registrado.
      ******************************************************************
       4000-CONSULTAR-INGESTAO.
           PERFORM 2100-ACEITAR-ID THRU 2100-EXIT.
           PERFORM 2200-ACEITAR-DATA THRU 2200-EXIT.
           MOVE WS-ID-PEDIDO TO RCD-EMPLOYEE-ID.
           MOVE WS-DATA-PEDIDA TO RCD-DATA.
           READ RECORDATORIO-FILE
               INVALID KEY
                   DISPLAY "NENHUM RECORDATORIO DO PACIENTE "
                       WS-ID-PEDIDO " NO DIA " WS-DATA-PEDIDA "."
               NOT INVALID KEY
                   PERFORM 5000-IMPRIMIR-INGESTAO THRU 5000-EXIT
           END-READ.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-BUSCAR-PLANO-VIGENTE - o plano em vigor no dia recordado
      * e o mais recente prescrito ate aquele dia.
      ******************************************************************
       4100-BUSCAR-PLANO-VIGENTE.
           MOVE "N" TO SW-PLANO-ACHADO.
           MOVE 0 TO WS-PLA-DATA.
           IF PLANO-ARQ-INEXISTENTE
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-PLANOS.
           MOVE RCD-EMPLOYEE-ID TO PLA-EMPLOYEE-ID.
           MOVE 0 TO PLA-DATA.
           START PLANO-FILE
               KEY IS GREATER THAN OR EQUAL TO PLA-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-PLANOS
           END-START.
           PERFORM 4150-LER-PLANO THRU 4150-EXIT
               UNTIL FIM-PLANOS.
           IF NOT PLANO-ACHADO
               GO TO 4100-EXIT
           END-IF.
           MOVE RCD-EMPLOYEE-ID TO PLA-EMPLOYEE-ID.
           MOVE WS-PLA-DATA TO PLA-DATA.
           READ PLANO-FILE
               INVALID KEY
                   MOVE "N" TO SW-PLANO-ACHADO
           END-READ.
       4100-EXIT.
           EXIT.

       4150-LER-PLANO.
           READ PLANO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-PLANOS
                   GO TO 4150-EXIT
           END-READ.
           IF PLA-EMPLOYEE-ID NOT = RCD-EMPLOYEE-ID
               OR PLA-DATA > RCD-DATA
               MOVE "S" TO SW-FIM-PLANOS
           ELSE
               MOVE "S" TO SW-PLANO-ACHADO
               MOVE PLA-DATA TO WS-PLA-DATA
           END-IF.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-BUSCAR-ULTIMA-MEDIDA - a avaliacao mais recente do
      * paciente em IMCHIST.DAT.
      ******************************************************************
       4200-BUSCAR-ULTIMA-MEDIDA.
           MOVE "N" TO SW-MEDIDA-ACHADA.
           MOVE 0 TO WS-IMC-DATA.
           IF IMCHIST-ARQ-INEXISTENTE
               GO TO 4200-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-MEDIDAS.
           MOVE RCD-EMPLOYEE-ID TO IMC-EMPLOYEE-ID.
           MOVE 0 TO IMC-DATA.
           START IMCHIST-FILE
               KEY IS GREATER THAN OR EQUAL TO IMC-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-MEDIDAS
           END-START.
           PERFORM 4250-LER-MEDIDA THRU 4250-EXIT
               UNTIL FIM-MEDIDAS.
           IF NOT MEDIDA-ACHADA
               GO TO 4200-EXIT
           END-IF.
           MOVE RCD-EMPLOYEE-ID TO IMC-EMPLOYEE-ID.
           MOVE WS-IMC-DATA TO IMC-DATA.
           READ IMCHIST-FILE
               INVALID KEY
                   MOVE "N" TO SW-MEDIDA-ACHADA
           END-READ.
       4200-EXIT.
           EXIT.

       4250-LER-MEDIDA.
           READ IMCHIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-MEDIDAS
                   GO TO 4250-EXIT
           END-READ.
           IF IMC-EMPLOYEE-ID NOT = RCD-EMPLOYEE-ID
               MOVE "S" TO SW-FIM-MEDIDAS
           ELSE
               MOVE "S" TO SW-MEDIDA-ACHADA
               MOVE IMC-DATA TO WS-IMC-DATA
           END-IF.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIMIR-INGESTAO - relatorio do recordatorio do buffer:
      * cabecalho com o plano em vigor e a ultima avaliacao, e uma
      * linha por refeicao e o total do dia com o consumido, o
      * planejado e o percentual da meta atingido em cada coluna.
      ******************************************************************
       5000-IMPRIMIR-INGESTAO.
           PERFORM 4100-BUSCAR-PLANO-VIGENTE THRU 4100-EXIT.
           PERFORM 4200-BUSCAR-ULTIMA-MEDIDA THRU 4200-EXIT.
           INITIALIZE WS-TABELA-INGERIDO.
           INITIALIZE WS-TABELA-PLANO.
           PERFORM 5100-CARREGAR-REFEICAO THRU 5100-EXIT
               VARYING WS-IDX-LINHA FROM 1 BY 1
               UNTIL WS-IDX-LINHA > 4.
           MOVE "====================================================="
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           MOVE "SERVICO DE NUTRICAO - RECORDATORIO 24 HORAS X PLANO"
               TO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "PACIENTE " RCD-EMPLOYEE-ID " " ACS-NOME-PACIENTE
               " DIA RECORDADO " RCD-DATA
               " ENTREVISTA EM " RCD-DATA-ENTREVISTA
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF PLANO-ACHADO
               STRING "PLANO EM VIGOR: PRESCRITO EM " PLA-DATA
                   " VALIDO ATE " PLA-VALIDADE
                   " META DIARIA " PLA-CALORIAS-DIA " KCAL"
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               MOVE "SEM PLANO ALIMENTAR EM VIGOR NO DIA - SEM METAS."
                   TO RPT-LINHA
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           IF MEDIDA-ACHADA
               MOVE IMC-PESO TO WS-PESO-EDIT
               MOVE IMC-VALOR TO WS-IMC-EDIT
               STRING "ULTIMA AVALIACAO EM " IMC-DATA ": PESO "
                   WS-PESO-EDIT " KG  IMC " WS-IMC-EDIT " "
                   IMC-CLASSIFICACAO
                   DELIMITED BY SIZE INTO RPT-LINHA
           ELSE
               MOVE "PACIENTE SEM AVALIACAO REGISTRADA." TO RPT-LINHA
           END-IF.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "                   ENERGIA (KCAL)    "
               "     PROTEINA (G)     "
               "   CARBOIDRATO (G)    "
               "     GORDURA (G)      "
               "      FIBRA (G)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "REFEICAO       "
               " CONSUM.   PLANO    % "
               " CONSUM.   PLANO    % "
               " CONSUM.   PLANO    % "
               " CONSUM.   PLANO    % "
               " CONSUM.   PLANO    %"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           PERFORM 5500-IMPRIMIR-LINHA THRU 5500-EXIT
               VARYING WS-IDX-LINHA FROM 1 BY 1
               UNTIL WS-IDX-LINHA > 5.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CARREGAR-REFEICAO - ingerido e planejado da refeicao e a
      * soma de cada coluna na linha do dia.
      ******************************************************************
       5100-CARREGAR-REFEICAO.
           MOVE RCD-TOTAL-REFEICAO (WS-IDX-LINHA)
               TO WS-ING-LINHA (WS-IDX-LINHA).
           IF PLANO-ACHADO
               IF PLA-QTDE-ITENS IS NUMERIC
                   AND PLA-QTDE-ITENS > 0
                   MOVE PLA-TOTAL-REFEICAO (WS-IDX-LINHA)
                       TO WS-PLN-LINHA (WS-IDX-LINHA)
               END-IF
           END-IF.
           PERFORM 5150-SOMAR-DIA THRU 5150-EXIT
               VARYING WS-IDX-NUTRIENTE FROM 1 BY 1
               UNTIL WS-IDX-NUTRIENTE > 5.
       5100-EXIT.
           EXIT.

       5150-SOMAR-DIA.
           ADD WS-ING-VALOR (WS-IDX-LINHA, WS-IDX-NUTRIENTE)
               TO WS-ING-VALOR (5, WS-IDX-NUTRIENTE).
           ADD WS-PLN-VALOR (WS-IDX-LINHA, WS-IDX-NUTRIENTE)
               TO WS-PLN-VALOR (5, WS-IDX-NUTRIENTE).
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 5500-IMPRIMIR-LINHA - uma refeicao (ou o dia): para cada
      * coluna, 22 posicoes com consumido, planejado e percentual.
      ******************************************************************
       5500-IMPRIMIR-LINHA.
           MOVE WS-IDX-LINHA TO WS-IDX-REFEICAO.
           PERFORM 3150-NOME-REFEICAO THRU 3150-EXIT.
           MOVE WS-NOME-REFEICAO TO RPT-LINHA.
           PERFORM 5550-IMPRIMIR-COLUNA THRU 5550-EXIT
               VARYING WS-IDX-NUTRIENTE FROM 1 BY 1
               UNTIL WS-IDX-NUTRIENTE > 5.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5500-EXIT.
           EXIT.

       5550-IMPRIMIR-COLUNA.
           COMPUTE WS-COLUNA = 16 + (WS-IDX-NUTRIENTE - 1) * 22.
           MOVE WS-ING-VALOR (WS-IDX-LINHA, WS-IDX-NUTRIENTE)
               TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO RPT-LINHA (WS-COLUNA + 1:7).
           IF WS-PLN-VALOR (WS-IDX-LINHA, WS-IDX-NUTRIENTE) = 0
               MOVE "-" TO RPT-LINHA (WS-COLUNA + 15:1)
               GO TO 5550-EXIT
           END-IF.
           MOVE WS-PLN-VALOR (WS-IDX-LINHA, WS-IDX-NUTRIENTE)
               TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO RPT-LINHA (WS-COLUNA + 9:7).
           COMPUTE WS-PERCENTUAL ROUNDED =
               WS-ING-VALOR (WS-IDX-LINHA, WS-IDX-NUTRIENTE) * 100
               / WS-PLN-VALOR (WS-IDX-LINHA, WS-IDX-NUTRIENTE)
               ON SIZE ERROR
                   MOVE 9999 TO WS-PERCENTUAL
           END-COMPUTE.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-EDIT.
           MOVE WS-PERCENTUAL-EDIT TO RPT-LINHA (WS-COLUNA + 17:4).
           MOVE "%" TO RPT-LINHA (WS-COLUNA + 21:1).
       5550-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em INGESTAO.LST.
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
           CLOSE RECORDATORIO-FILE.
           IF NOT ALIMENTOS-ARQ-INEXISTENTE
               CLOSE ALIMENTOS-FILE
           END-IF.
           IF NOT PLANO-ARQ-INEXISTENTE
               CLOSE PLANO-FILE
           END-IF.
           IF NOT IMCHIST-ARQ-INEXISTENTE
               CLOSE IMCHIST-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-RECORDATORIO" TO SPL-PROGRAMA.
           MOVE "INGESTAO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

       END PROGRAM NUTRI-RECORDATORIO.
