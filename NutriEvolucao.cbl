      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-08-22  RA   Original per-patient evolution report.
      * 2026-10-14  RA   The patient read is logged through NUTRI-ACESSO
      *                  to the health-data access log LOGSAUDE.DAT,
      *                  under LOTE when run from the batch side, and
      *                  the report header carries the name,
      *                  masked for non-nutritionist profiles.
      * 2026-10-15  RA   EVOLUCAO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRI-EVOLUCAO.
       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "ACESSOLNK.cpy".

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o paciente, registra a leitura
      * no log de acesso a dados de saude e abre o historico e o
      * relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "=== EVOLUCAO DO PACIENTE ===".
           PERFORM 1100-ACEITAR-ID THRU 1100-EXIT.
           PERFORM 1200-REGISTRAR-ACESSO THRU 1200-EXIT.
           OPEN INPUT IMCHIST-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           STRING "EVOLUCAO DO PACIENTE " WS-ID-PEDIDO
               " " ACS-NOME-PACIENTE
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       1000-EXIT.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-REGISTRAR-ACESSO - registra no log de saude a leitura do
      * paciente e obtem o nome a imprimir; rodado fora do menu de
      * nutricao, o leitor e registrado como LOTE e o nome sai
      * mascarado.
      ******************************************************************
       1200-REGISTRAR-ACESSO.
           MOVE "R" TO ACS-FUNCAO.
           MOVE "NUTRI-EVOLUCAO" TO ACS-PROGRAMA.
           MOVE WS-ID-PEDIDO TO ACS-EMPLOYEE-ID.
           MOVE SPACES TO ACS-NOME-PACIENTE.
           CALL "NUTRI-ACESSO" USING ACS-PARAMETROS.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-POSICIONAR-PACIENTE - posiciona o historico na primeira
      * avaliacao do paciente.
               CLOSE IMCHIST-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "NUTRI-EVOLUCAO" TO SPL-PROGRAMA.
           MOVE "EVOLUCAO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

