      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-10-15
      * Purpose: Online/batch state of the bank suite.  The only
      *          writer of ESTADO.DAT (ESTADOREG.cpy) and of the
      *          teller session table SESSOES.DAT (SESSAOREG.cpy).
      *          CALLed with SIS-PARAMETROS (see ESTADOLNK.cpy):
      *          SISTEMA-BANCO and GESTAO-PAGAMENTOS log their
      *          operator on and off and ask the state before every
      *          change to CONTAS.DAT; OPERACAO-NOTURNA opens the
      *          batch window before its first step - refused while
      *          any teller is still logged on - and reopens online
      *          when the run completes; the administrator menu of
      *          MENU-PRINCIPAL shows the state, clears a session
      *          left behind and forces online open again.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  RA   Original online/batch state service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-ESTADO-SISTEMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO-FILE ASSIGN TO "ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.

           SELECT SESSOES-FILE ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-OPERADOR
               FILE STATUS IS WS-SESSOES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTADO-FILE.
           COPY "ESTADOREG.cpy".

       FD  SESSOES-FILE.
           COPY "SESSAOREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-STATUS        PIC X(02).
           88  ESTADO-OK                    VALUE "00".
           88  ESTADO-ARQ-INEXISTENTE       VALUE "35".

       01  WS-SESSOES-STATUS       PIC X(02).
           88  SESSOES-OK                   VALUE "00".
           88  SESSOES-ARQ-INEXISTENTE      VALUE "35".

      * Estado lido de ESTADO.DAT, guardado para a listagem.
       01  WS-ESTADO-DATA          PIC 9(08) VALUE 0.
       01  WS-ESTADO-HORA          PIC 9(08) VALUE 0.
       01  WS-ESTADO-RESPONSAVEL   PIC X(10) VALUE SPACES.

       01  WS-NOVA-SITUACAO        PIC X(01).
       01  WS-RESPONSAVEL          PIC X(10).

       01  SW-FIM-SESSOES          PIC X(01) VALUE "N".
           88  FIM-SESSOES                  VALUE "S".

       01  SW-LISTAR-SESSOES       PIC X(01) VALUE "N".
           88  LISTAR-SESSOES               VALUE "S".

       LINKAGE SECTION.
           COPY "ESTADOLNK.cpy".

       PROCEDURE DIVISION USING SIS-PARAMETROS.

       0000-MAINLINE.
           MOVE 0 TO SIS-RETORNO.
           MOVE "N" TO SW-LISTAR-SESSOES.
           EVALUATE TRUE
               WHEN SIS-ENTRAR-SESSAO
                   PERFORM 2000-ENTRAR-SESSAO THRU 2000-EXIT
               WHEN SIS-SAIR-SESSAO
                   PERFORM 2100-SAIR-SESSAO THRU 2100-EXIT
               WHEN SIS-ENCERRAR-SESSAO
                   PERFORM 2200-ENCERRAR-SESSAO THRU 2200-EXIT
               WHEN SIS-ABRIR-JANELA-LOTE
                   PERFORM 3000-ABRIR-JANELA-LOTE THRU 3000-EXIT
               WHEN SIS-REABRIR-ONLINE
                   PERFORM 3100-REABRIR-ONLINE THRU 3100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 1000-LER-ESTADO THRU 1000-EXIT.
           IF SIS-MOSTRAR-ESTADO
               PERFORM 4000-MOSTRAR-ESTADO THRU 4000-EXIT
               MOVE "S" TO SW-LISTAR-SESSOES
           END-IF.
           PERFORM 1100-CONTAR-SESSOES THRU 1100-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-LER-ESTADO - le a situacao gravada; sem o controle (ou
      * com conteudo desconhecido) o online esta aberto.
      ******************************************************************
       1000-LER-ESTADO.
           MOVE "O" TO SIS-SITUACAO.
           MOVE 0 TO WS-ESTADO-DATA.
           MOVE 0 TO WS-ESTADO-HORA.
           MOVE SPACES TO WS-ESTADO-RESPONSAVEL.
           OPEN INPUT ESTADO-FILE.
           IF NOT ESTADO-OK
               GO TO 1000-EXIT
           END-IF.
           READ ESTADO-FILE
               AT END
                   MOVE "O" TO ONL-SITUACAO
           END-READ.
           IF ONL-JANELA-LOTE
               MOVE "L" TO SIS-SITUACAO
           END-IF.
           IF ESTADO-OK
               MOVE ONL-DATA TO WS-ESTADO-DATA
               MOVE ONL-HORA TO WS-ESTADO-HORA
               MOVE ONL-RESPONSAVEL TO WS-ESTADO-RESPONSAVEL
           END-IF.
           CLOSE ESTADO-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CONTAR-SESSOES - soma os terminais ainda logados; com
      * SW-LISTAR-SESSOES cada sessao aberta vai para o console.
      ******************************************************************
       1100-CONTAR-SESSOES.
           MOVE 0 TO SIS-QTDE-SESSOES.
           OPEN INPUT SESSOES-FILE.
           IF NOT SESSOES-OK
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO SW-FIM-SESSOES.
           PERFORM 1150-LER-SESSAO THRU 1150-EXIT
               UNTIL FIM-SESSOES.
           CLOSE SESSOES-FILE.
       1100-EXIT.
           EXIT.

       1150-LER-SESSAO.
           READ SESSOES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-SESSOES
                   GO TO 1150-EXIT
           END-READ.
           IF SES-QTDE = 0
               GO TO 1150-EXIT
           END-IF.
           IF SIS-ABRIR-JANELA-LOTE AND SIS-QTDE-SESSOES = 0
               MOVE SES-OPERADOR TO SIS-OPERADOR
           END-IF.
           ADD SES-QTDE TO SIS-QTDE-SESSOES.
           IF LISTAR-SESSOES
               DISPLAY "  SESSAO ABERTA: " SES-OPERADOR
                   " TERMINAIS " SES-QTDE
                   " DESDE " SES-DATA " " SES-HORA (1:6)
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ENTRAR-SESSAO - registra mais um terminal do operador.
      ******************************************************************
       2000-ENTRAR-SESSAO.
           PERFORM 2900-ABRIR-SESSOES THRU 2900-EXIT.
           IF NOT SESSOES-OK
               GO TO 2000-EXIT
           END-IF.
           MOVE SIS-OPERADOR TO SES-OPERADOR.
           READ SESSOES-FILE
               INVALID KEY
                   MOVE SIS-OPERADOR TO SES-OPERADOR
                   MOVE 1 TO SES-QTDE
                   ACCEPT SES-DATA FROM DATE YYYYMMDD
                   ACCEPT SES-HORA FROM TIME
                   WRITE SES-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO SES-QTDE
                   REWRITE SES-REGISTRO
           END-READ.
           CLOSE SESSOES-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SAIR-SESSAO - o operador encerra um terminal; o registro
      * sai da tabela quando nao resta nenhum.
      ******************************************************************
       2100-SAIR-SESSAO.
           PERFORM 2900-ABRIR-SESSOES THRU 2900-EXIT.
           IF NOT SESSOES-OK
               GO TO 2100-EXIT
           END-IF.
           MOVE SIS-OPERADOR TO SES-OPERADOR.
           READ SESSOES-FILE
               INVALID KEY
                   MOVE 4 TO SIS-RETORNO
               NOT INVALID KEY
                   IF SES-QTDE > 1
                       SUBTRACT 1 FROM SES-QTDE
                       REWRITE SES-REGISTRO
                   ELSE
                       DELETE SESSOES-FILE RECORD
                   END-IF
           END-READ.
           CLOSE SESSOES-FILE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ENCERRAR-SESSAO - o administrador retira todas as sessoes
      * do operador (terminal derrubado sem sair do sistema).
      ******************************************************************
       2200-ENCERRAR-SESSAO.
           PERFORM 2900-ABRIR-SESSOES THRU 2900-EXIT.
           IF NOT SESSOES-OK
               GO TO 2200-EXIT
           END-IF.
           MOVE SIS-OPERADOR TO SES-OPERADOR.
           READ SESSOES-FILE
               INVALID KEY
                   MOVE 4 TO SIS-RETORNO
               NOT INVALID KEY
                   DELETE SESSOES-FILE RECORD
           END-READ.
           CLOSE SESSOES-FILE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2900-ABRIR-SESSOES - abre a tabela de sessoes para atualizar,
      * criando-a na primeira vez.
      ******************************************************************
       2900-ABRIR-SESSOES.
           OPEN I-O SESSOES-FILE.
           IF SESSOES-ARQ-INEXISTENTE
               OPEN OUTPUT SESSOES-FILE
               CLOSE SESSOES-FILE
               OPEN I-O SESSOES-FILE
           END-IF.
           IF NOT SESSOES-OK
               MOVE 8 TO SIS-RETORNO
               DISPLAY "*** SESSOES.DAT INDISPONIVEL - STATUS "
                   WS-SESSOES-STATUS
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ABRIR-JANELA-LOTE - so abre a janela de lote com nenhum
      * caixa logado; havendo sessoes, lista-as no console e devolve
      * o primeiro operador encontrado.
      ******************************************************************
       3000-ABRIR-JANELA-LOTE.
           MOVE SIS-OPERADOR TO WS-RESPONSAVEL.
           MOVE "S" TO SW-LISTAR-SESSOES.
           PERFORM 1100-CONTAR-SESSOES THRU 1100-EXIT.
           MOVE "N" TO SW-LISTAR-SESSOES.
           IF SIS-QTDE-SESSOES > 0
               MOVE 4 TO SIS-RETORNO
               GO TO 3000-EXIT
           END-IF.
           MOVE "L" TO WS-NOVA-SITUACAO.
           PERFORM 3500-GRAVAR-ESTADO THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-REABRIR-ONLINE.
           MOVE SIS-OPERADOR TO WS-RESPONSAVEL.
           MOVE "O" TO WS-NOVA-SITUACAO.
           PERFORM 3500-GRAVAR-ESTADO THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-GRAVAR-ESTADO - regrava o registro unico de ESTADO.DAT.
      ******************************************************************
       3500-GRAVAR-ESTADO.
           OPEN OUTPUT ESTADO-FILE.
           IF NOT ESTADO-OK
               MOVE 8 TO SIS-RETORNO
               DISPLAY "*** ESTADO.DAT INDISPONIVEL - STATUS "
                   WS-ESTADO-STATUS
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-NOVA-SITUACAO TO ONL-SITUACAO.
           ACCEPT ONL-DATA FROM DATE YYYYMMDD.
           ACCEPT ONL-HORA FROM TIME.
           MOVE WS-RESPONSAVEL TO ONL-RESPONSAVEL.
           WRITE ONL-REGISTRO.
           CLOSE ESTADO-FILE.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MOSTRAR-ESTADO - cabecalho da consulta do administrador;
      * as sessoes sao listadas em seguida pela contagem.
      ******************************************************************
       4000-MOSTRAR-ESTADO.
           IF SIS-JANELA-LOTE
               DISPLAY "SITUACAO: JANELA DE LOTE"
           ELSE
               DISPLAY "SITUACAO: ONLINE ABERTO"
           END-IF.
           IF WS-ESTADO-DATA > 0
               DISPLAY "  DESDE " WS-ESTADO-DATA " "
                   WS-ESTADO-HORA (1:6) " POR " WS-ESTADO-RESPONSAVEL
           END-IF.
       4000-EXIT.
           EXIT.

       END PROGRAM BANCO-ESTADO-SISTEMA.
