      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-08  RA   Added ESTORNOS (option 16): a posted deposito
      *                  or retirada is reversed by its TRN-CHAVE
      *                  through ESTORNOS.DAT under the same four-eyes
      *                  rule as the transfer liberacao; the approved
      *                  reversal posts TRN-TIPO "E" (debit) or "K"
      *                  (credit) pointing at the original in TRN-
      *                  ESTORNO-REF, and a second reversal of the same
      *                  posting is refused.  The online extrato now
      *                  shows TRN-SEQ, the key the estorno asks for.
      * 2026-09-09  RA   Added BLOQUEIOS JUDICIAIS (option 17): CALLs
      *                  the new BANCO-BLOQUEIOS module.  Retirada,
      *                  transfer (and its liberacao), external payment
      *                  and estorno debits now test the value against
      *                  saldo + limite less the active court holds of
      *                  the account (BANCO-SALDO-BLOQUEADO); the saldo
      *                  inquiry shows the amount held.
      * 2026-09-10  RA   Added APLICACOES (option 18): CALLs the new
      *                  BANCO-APLICACOES time deposit module.  The
      *                  extrato shows the deposit number on aplicacao
      *                  (I) and resgate (S) postings.
      * 2026-09-15  RA   Added CASOS PLD (option 19): CALLs the new
      *                  BANCO-CASOS-PLD module, where compliance closes
      *                  the suspicious-movement cases opened by BANCO-
      *                  MONITOR-PLD.
      * 2026-09-16  RA   Customer data quality: the cadastro now checks
      *                  the CPF check digits (BANCO-VALIDA-CPF) and
      *                  refuses a CPF already held by another active
      *                  customer (CPF 0 abandons the entry). Option 5
      *                  of CLIENTES merges a duplicate CLI-ID into the
      *                  surviving customer, moving its accounts and
      *                  retiring it (CLI-SITUACAO "I"), with one
      *                  CLIAUDIT.DAT entry per change; ABRIR CONTA
      *                  refuses a retired customer.
      * 2026-09-17  RA   Daily outgoing-money limits: retirada,
      *                  transferencia and pagamento externo are checked
      *                  against the account's daily ceiling through
      *                  BANCO-LIMITE-DIARIO before posting; new option
      *                  20 calls the BANCO-LIMITES maintenance module.
      * 2026-09-18  RA   Joint accounts: co-titulares and procuradores
      *                  are linked to an account in TITULARES.DAT
      *                  (customer menu options 6 and 7, with a validity
      *                  period); CONTAS DO CLIENTE lists every holder;
      *                  closing an account and changing its cheque
      *                  especial limit now need the primeiro titular,
      *                  and a procurador outside the term is refused.
      *                  The duplicate merge also moves the duplicate's
      *                  links.
      * 2026-09-21  RA   Account history shows the originating bank of
      *                  an inbound TED/DOC credit (TRN-TIPO B, BANCO-
      *                  TED-RECEBIDO).
      * 2026-10-07  RA   External payments captured at the teller zero
      *                  the new EXT-TITULO, which only the payment run
      *                  GESTAO-PAGAMENTOS fills in.
      * 2026-10-15  RA   Record locking on CONTAS.DAT: every posting
      *                  path (movements, transfers and approvals, bill
      *                  payments, closing, blocking and reactivation,
      *                  duplicate merge) rereads the account WITH LOCK
      *                  just before the update, revalidates it and
      *                  unlocks after the REWRITE; an account held by
      *                  another terminal is refused with CONTA EM USO,
      *                  TENTE NOVAMENTE instead of losing a posting.
      *                  The teller session is registered with
      *                  BANCO-ESTADO-SISTEMA at entry and exit, and
      *                  postings are refused while the batch window is
      *                  open.
      * 2026-10-15  RA   SALDO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      * 2026-10-15  RA   Closing checks balance and first holder before
      *                  locking; merge audits links after the outcome
      *                  (VINCULO-EXC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTEMA-BANCO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNC-CHAVE
               FILE STATUS IS WS-TITULARES-STATUS.

           SELECT CLIAUDIT-FILE ASSIGN TO "CLIAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLIAUDIT-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXT-NUMERO
               FILE STATUS IS WS-EXTPAG-STATUS.

           SELECT ESTORNOS-FILE ASSIGN TO "ESTORNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-ESTORNOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
       FD  CLIENTES-FILE.
           COPY "CLIREG.cpy".

       FD  TITULARES-FILE.
           COPY "VINCREG.cpy".

       FD  CLIAUDIT-FILE.
           COPY "CLIAUDIT.cpy".

       FD  DATAMOV-FILE.
           COPY "DATAMOV.cpy".

       FD  EXTPAG-FILE.
           COPY "EXTPAGREG.cpy".

       FD  ESTORNOS-FILE.
           COPY "ESTORNREG.cpy".

       WORKING-STORAGE SECTION.
       01  NOME-CLIENTE            PIC X(30).
       01  CONTA-CLIENTE           PIC 9(5).
       01  LIMITE-ESPECIAL         PIC 9(10)V99.
       01  LIMITE-UTILIZADO        PIC 9(10)V99.
       01  LIMITE-DISPONIVEL       PIC S9(11)V99.
       01  VALOR-BLOQUEADO         PIC 9(10)V99 VALUE 0.
       01  SALDO-EDITADO           PIC -ZZZZZZZZZ9.99.
       01  DISPONIVEL-EDITADO      PIC -ZZZZZZZZZ9.99.

           88  CONTAS-OK                    VALUE "00".
           88  CONTAS-NAO-ENCONTRADA        VALUE "23".
           88  CONTAS-ARQUIVO-INEXISTENTE   VALUE "35".
           88  CONTAS-EM-USO                VALUE "51".

      * Trava de registro da conta a alterar e estado online/lote.
       01  SW-CONTA-TRAVADA        PIC X(01) VALUE "N".
           88  CONTA-TRAVADA                 VALUE "S".
           COPY "ESTADOLNK.cpy".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".
           88  CLIENTES-OK                  VALUE "00".
           88  CLIENTES-ARQUIVO-INEXISTENTE VALUE "35".

       01  WS-TITULARES-STATUS     PIC X(02).
           88  TITULARES-OK                 VALUE "00".
           88  TITULARES-ARQ-INEXISTENTE    VALUE "35".

       01  WS-CLIAUDIT-STATUS      PIC X(02).
           88  CLIAUDIT-OK                  VALUE "00".

       01  WS-DATAMOV-STATUS       PIC X(02).
           88  DATAMOV-ARQUIVO-INEXISTENTE  VALUE "35".

           88  EXTPAG-OK                    VALUE "00".
           88  EXTPAG-ARQ-INEXISTENTE       VALUE "35".

       01  WS-ESTORNOS-STATUS      PIC X(02).
           88  ESTORNOS-OK                  VALUE "00".
           88  ESTORNOS-ARQ-INEXISTENTE     VALUE "35".

       01  OPCAO-ESTORNO           PIC X(01).
       01  DATA-ESTORNADA          PIC 9(08).
       01  SEQ-ESTORNADA           PIC 9(04).
       01  MOTIVO-ESTORNO          PIC X(30).
       01  ESTORNOS-LISTADOS       PIC 9(03) VALUE 0.
       01  SW-ESTORNO-OK           PIC X(01) VALUE "N".
           88  ESTORNO-OK                    VALUE "S".
       01  SW-ESTORNO-NOVO         PIC X(01) VALUE "N".
           88  ESTORNO-NOVO                  VALUE "S".

       01  OPCAO-EXTERNO           PIC X(01).
       01  EXTERNOS-LISTADOS       PIC 9(03) VALUE 0.
       01  BANCO-DESTINO-EXT       PIC 9(03) VALUE 0.
       01  CONTAS-DO-CLIENTE       PIC 9(03) VALUE 0.
       01  SW-CLIENTE-OK           PIC X(01) VALUE "N".
           88  CLIENTE-OK                    VALUE "S".
       01  CLIENTE-SALVO.
           05  SALVO-CLI-ID        PIC 9(05).
           05  FILLER              PIC X(30).
           05  SALVO-CLI-CPF       PIC 9(11).
           05  FILLER              PIC X(83).
       01  CPF-RESULTADO           PIC X(01).
       01  CLIENTE-CPF-REPETIDO    PIC 9(5) VALUE 0.
       01  SW-CADASTRO-CANCELADO   PIC X(01) VALUE "N".
           88  CADASTRO-CANCELADO            VALUE "S".
       01  CLIENTE-DUPLICADO       PIC 9(5) VALUE 0.
       01  CLIENTE-SUCESSOR        PIC 9(5) VALUE 0.
       01  CPF-DO-SUCESSOR         PIC 9(11) VALUE 0.
       01  CONFIRMA-INCORPORACAO   PIC X(01).
       01  CONTAS-MOVIDAS          PIC 9(03) VALUE 0.

       01  PAPEL-VINCULO           PIC X(01).
           88  PAPEL-VALIDO                  VALUES "C" "R".
       01  PAPEL-EDITADO           PIC X(17).
       01  DATA-PEDIDA             PIC 9(08) VALUE 0.
       01  DATA-INICIO-VINCULO     PIC 9(08) VALUE 0.
       01  DATA-FIM-VINCULO        PIC 9(08) VALUE 0.
       01  VINCULO-SALVO           PIC X(45).
       01  IDX-TITULAR             PIC 9(02) COMP VALUE 0.
       01  SW-TITULAR-DA-CONTA     PIC X(01) VALUE "N".
           88  TITULAR-DA-CONTA              VALUE "S".
       01  SW-PRIMEIRO-TITULAR     PIC X(01) VALUE "N".
           88  PRIMEIRO-TITULAR              VALUE "S".
       01  SW-VINCULO-NOVO         PIC X(01) VALUE "N".
           88  VINCULO-NOVO                  VALUE "S".
       01  SW-FIM-VINCULOS         PIC X(01) VALUE "N".
           88  FIM-VINCULOS                  VALUE "S".
           COPY "VINCTAB.cpy".

       01  SW-LIMITE-OK            PIC X(01) VALUE "S".
           88  LIMITE-OK                     VALUE "S".
       01  PACOTE-LIMITE           PIC 9(02) VALUE 0.
       01  MODALIDADE-LIMITE       PIC X(01).
       01  PENDENTE-LIMITE         PIC 9(10)V99 VALUE 0.
       01  LIMITE-DIA              PIC 9(10)V99 VALUE 0.
       01  USADO-DIA               PIC 9(10)V99 VALUE 0.

       01  SW-FIM-PROGRAMA         PIC X(01) VALUE "N".
           88  FIM-PROGRAMA                 VALUE "S".

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(10).

               CLOSE EXTPAG-FILE
               OPEN I-O EXTPAG-FILE
           END-IF.
           OPEN I-O ESTORNOS-FILE.
           IF ESTORNOS-ARQ-INEXISTENTE
               OPEN OUTPUT ESTORNOS-FILE
               CLOSE ESTORNOS-FILE
               OPEN I-O ESTORNOS-FILE
           END-IF.
           OPEN I-O TITULARES-FILE.
           IF TITULARES-ARQ-INEXISTENTE
               OPEN OUTPUT TITULARES-FILE
               CLOSE TITULARES-FILE
               OPEN I-O TITULARES-FILE
           END-IF.
           PERFORM 0950-LER-LIMITE-ALCADA THRU 0950-EXIT.
           PERFORM 0900-LER-DATA-MOVIMENTO THRU 0900-EXIT.
           PERFORM 0960-ENTRAR-SESSAO THRU 0960-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 0960-ENTRAR-SESSAO - registra o caixa em SESSOES.DAT, para que
      * a rodada noturna nao abra a janela de lote com ele logado, e
      * avisa quando a janela ja estiver aberta.
      ******************************************************************
       0960-ENTRAR-SESSAO.
           MOVE "E" TO SIS-FUNCAO.
           MOVE LNK-OPERADOR TO SIS-OPERADOR.
           CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS.
           IF SIS-JANELA-LOTE
               DISPLAY "ATENCAO: SISTEMA NA JANELA DE LOTE - "
                   "SOMENTE CONSULTAS ATE A REABERTURA DO ONLINE."
           END-IF.
       0960-EXIT.
           EXIT.

      ******************************************************************
      * 0900-LER-DATA-MOVIMENTO - le a data de movimento do controle
      * DATAMOV.DAT; sem o controle, cai na data da maquina como nas
           DISPLAY "13 - LIBERACAO DE TRANSFERENCIAS".
           DISPLAY "14 - PAGAMENTOS EXTERNOS".
           DISPLAY "15 - CHEQUES".
           DISPLAY "16 - ESTORNOS".
           DISPLAY "17 - BLOQUEIOS JUDICIAIS".
           DISPLAY "18 - APLICACOES".
           DISPLAY "19 - CASOS PLD (MOVIMENTACAO SUSPEITA)".
           DISPLAY "20 - LIMITES DIARIOS".
           DISPLAY "----------------------".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-MENU.
                   PERFORM 4900-MENU-EXTERNOS THRU 4900-EXIT
               WHEN "15"
                   PERFORM 6810-CHAMAR-CHEQUES THRU 6810-EXIT
               WHEN "16"
                   PERFORM 4600-MENU-ESTORNOS THRU 4600-EXIT
               WHEN "17"
                   PERFORM 6820-CHAMAR-BLOQUEIOS THRU 6820-EXIT
               WHEN "18"
                   PERFORM 6830-CHAMAR-APLICACOES THRU 6830-EXIT
               WHEN "19"
                   PERFORM 6840-CHAMAR-CASOS-PLD THRU 6840-EXIT
               WHEN "20"
                   PERFORM 6845-CHAMAR-LIMITES THRU 6845-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
                   ELSE
                       MOVE 0 TO LIMITE-UTILIZADO
                   END-IF
                   PERFORM 4090-OBTER-BLOQUEADO THRU 4090-EXIT
                   COMPUTE LIMITE-DISPONIVEL =
                       SALDO-CLIENTE + CTA-LIMITE-ESPECIAL
                       - VALOR-BLOQUEADO
                   MOVE LIMITE-DISPONIVEL TO DISPONIVEL-EDITADO
                   DISPLAY "LIMITE CHEQUE ESPECIAL: R$ "
                       LIMITE-ESPECIAL
                   DISPLAY "LIMITE UTILIZADO......: R$ "
                       LIMITE-UTILIZADO
                   IF VALOR-BLOQUEADO > 0
                       DISPLAY "BLOQUEIO JUDICIAL.....: R$ "
                           VALOR-BLOQUEADO
                   END-IF
                   DISPLAY "DISPONIVEL PARA SAQUE..: R$ "
                       DISPONIVEL-EDITADO
                   STRING "CONSULTA CONTA " CONTA-CLIENTE
      * valor informado ao saldo gravado e regrava o registro.
      ******************************************************************
       4000-REALIZAR-TRANSACAO.
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           MOVE CONTA-CLIENTE TO CTA-CONTA.
           READ CONTAS-FILE
      ******************************************************************
      * 4100-LANCAR-MOVIMENTO - com a conta ja lida e ativa, pede tipo
      * e valor, aplica o movimento ao saldo e regrava o registro.
      * Digitados tipo e valor, a conta e relida com trava e o saldo
      * validado e lancado e o dessa releitura.
      ******************************************************************
       4100-LANCAR-MOVIMENTO.
           MOVE CTA-NOME  TO NOME-CLIENTE.
           DISPLAY "SALDO-ATUAL : R$ " SALDO-EDITADO.
           PERFORM 4150-ACEITAR-TIPO-VALIDO THRU 4150-EXIT.
           PERFORM 4200-ACEITAR-VALOR-VALIDO THRU 4200-EXIT.
           PERFORM 4050-TRAVAR-CONTA THRU 4050-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 4100-EXIT
           END-IF.
           PERFORM 2550-CONFERIR-CONTA-ATIVA THRU 2550-EXIT.
           IF NOT CONTA-ATIVA
               PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE CTA-SALDO TO SALDO-CLIENTE.
           MOVE "N" TO SW-SALDO-INSUFICIENTE.
           PERFORM 4090-OBTER-BLOQUEADO THRU 4090-EXIT.
           IF TRANSACAO-RETIRADA
               AND VALOR-TRANSAÇÃO >
                   SALDO-CLIENTE + CTA-LIMITE-ESPECIAL
                   - VALOR-BLOQUEADO
               MOVE "S" TO SW-SALDO-INSUFICIENTE
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA A RETIRADA"
               PERFORM 4095-AVISAR-BLOQUEIO THRU 4095-EXIT
           END-IF.
           MOVE "S" TO SW-LIMITE-OK.
           IF TRANSACAO-RETIRADA AND NOT SALDO-INSUFICIENTE
               MOVE "R" TO MODALIDADE-LIMITE
               MOVE CTA-PACOTE TO PACOTE-LIMITE
               PERFORM 4080-CONFERIR-LIMITE-DIARIO THRU 4080-EXIT
           END-IF.
           IF NOT SALDO-INSUFICIENTE AND LIMITE-OK
               IF TRANSACAO-RETIRADA
                   COMPUTE SALDO-ATUAL =
                       SALDO-CLIENTE - VALOR-TRANSAÇÃO
               PERFORM 4500-REGISTRAR-LANCAMENTO
                   THRU 4500-EXIT
           END-IF.
           PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4040-CONFERIR-JANELA - nenhuma alteracao de CONTAS.DAT e feita
      * com a janela de lote aberta pela rodada noturna.
      ******************************************************************
       4040-CONFERIR-JANELA.
           MOVE "C" TO SIS-FUNCAO.
           MOVE LNK-OPERADOR TO SIS-OPERADOR.
           CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS.
           IF SIS-JANELA-LOTE
               DISPLAY "SISTEMA NA JANELA DE LOTE - OPERACAO RECUSADA."
               DISPLAY "AGUARDE A REABERTURA DO ONLINE."
           END-IF.
       4040-EXIT.
           EXIT.

      ******************************************************************
      * 4050-TRAVAR-CONTA - rele a conta de CTA-CONTA com trava de
      * registro logo antes de altera-la, para que o saldo usado seja
      * o gravado agora e nenhum outro terminal a regrave por cima
      * ate a liberacao (4055).  Conta travada por outro terminal nao
      * espera: o caixa e avisado para tentar novamente.  Com a
      * janela de lote aberta nada e travado.
      ******************************************************************
       4050-TRAVAR-CONTA.
           MOVE "N" TO SW-CONTA-TRAVADA.
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 4050-EXIT
           END-IF.
           READ CONTAS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " CTA-CONTA
           END-READ.
           IF CONTAS-EM-USO
               DISPLAY "CONTA " CTA-CONTA " EM USO, TENTE NOVAMENTE."
           END-IF.
           IF CONTAS-OK
               MOVE "S" TO SW-CONTA-TRAVADA
           END-IF.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * 4055-LIBERAR-CONTAS - solta as contas travadas pelo terminal.
      ******************************************************************
       4055-LIBERAR-CONTAS.
           UNLOCK CONTAS-FILE RECORDS.
       4055-EXIT.
           EXIT.

      ******************************************************************
      * 4080-CONFERIR-LIMITE-DIARIO - confere o teto diario da
      * modalidade MODALIDADE-LIMITE (R, T, P) para CTA-CONTA com o
      * pacote em PACOTE-LIMITE; a recusa fica registrada pelo
      * BANCO-LIMITE-DIARIO em LIMRECUSA.DAT.
      ******************************************************************
       4080-CONFERIR-LIMITE-DIARIO.
           MOVE 0 TO PENDENTE-LIMITE.
           CALL "BANCO-LIMITE-DIARIO" USING CTA-CONTA
                                            PACOTE-LIMITE
                                            WS-DATA-MOVIMENTO
                                            MODALIDADE-LIMITE
                                            VALOR-TRANSAÇÃO
                                            PENDENTE-LIMITE
                                            LNK-OPERADOR
                                            SW-LIMITE-OK
                                            LIMITE-DIA
                                            USADO-DIA.
           IF NOT LIMITE-OK
               DISPLAY "LIMITE DIARIO EXCEDIDO - TETO R$ " LIMITE-DIA
                   " JA UTILIZADO R$ " USADO-DIA
           END-IF.
       4080-EXIT.
           EXIT.

      ******************************************************************
      * 4090-OBTER-BLOQUEADO - soma em VALOR-BLOQUEADO os bloqueios
      * judiciais ativos da conta do buffer; todo debito compara o
      * valor com CTA-SALDO + CTA-LIMITE-ESPECIAL - VALOR-BLOQUEADO.
      ******************************************************************
       4090-OBTER-BLOQUEADO.
           CALL "BANCO-SALDO-BLOQUEADO" USING CTA-CONTA
                                              VALOR-BLOQUEADO.
       4090-EXIT.
           EXIT.

       4095-AVISAR-BLOQUEIO.
           IF VALOR-BLOQUEADO > 0
               DISPLAY "CONTA COM BLOQUEIO JUDICIAL DE R$ "
                   VALOR-BLOQUEADO
           END-IF.
       4095-EXIT.
           EXIT.

      ******************************************************************
      * 2550-CONFERIR-CONTA-ATIVA - confere a situacao do registro de
      * conta corrente no buffer e informa o motivo da recusa quando a
           MOVE SALDO-ATUAL     TO TRN-SALDO-APOS.
           MOVE WS-DATA-MOVIMENTO TO TRN-DATA.
           MOVE CONTA-CONTRAPARTE TO TRN-CONTAPARTE.
           MOVE 0 TO TRN-ESTORNO-REF.
           PERFORM 4550-GRAVAR-HISTORICO THRU 4550-EXIT.
       4500-EXIT.
           EXIT.
       4560-EXIT.
           EXIT.

      ******************************************************************
      * 4600-MENU-ESTORNOS - estorno controlado de um lancamento ja
      * postado: o caixa solicita o estorno pela chave do lancamento
      * (conta, data, sequencia do extrato) e um segundo operador
      * aprova ou rejeita, como na liberacao de transferencias.  O
      * lancamento compensatorio ("E"/"K") aponta o original e nao se
      * confunde com movimento real do cliente.
      ******************************************************************
       4600-MENU-ESTORNOS.
           DISPLAY "=== ESTORNOS ===".
           DISPLAY "1 - SOLICITAR ESTORNO".
           DISPLAY "2 - LISTAR PENDENTES".
           DISPLAY "3 - APROVAR/REJEITAR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-ESTORNO.
           EVALUATE OPCAO-ESTORNO
               WHEN "1"
                   PERFORM 4610-SOLICITAR-ESTORNO THRU 4610-EXIT
               WHEN "2"
                   PERFORM 4620-LISTAR-ESTORNOS THRU 4620-EXIT
               WHEN "3"
                   PERFORM 4630-DECIDIR-ESTORNO THRU 4630-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4610-SOLICITAR-ESTORNO - localiza o lancamento original pela
      * TRN-CHAVE e captura o pedido de estorno em ESTORNOS.DAT.  So
      * deposito e retirada de caixa podem ser estornados; um
      * lancamento com estorno pendente ou ja aprovado e recusado.
      ******************************************************************
       4610-SOLICITAR-ESTORNO.
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           PERFORM 4640-ACEITAR-CHAVE-LANCAMENTO THRU 4640-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO 4610-EXIT
           END-IF.
           MOVE CONTA-CLIENTE  TO TRN-CONTA.
           MOVE DATA-ESTORNADA TO TRN-DATA.
           MOVE SEQ-ESTORNADA  TO TRN-SEQ.
           READ TRANSACOES-FILE
               INVALID KEY
                   DISPLAY "LANCAMENTO NAO ENCONTRADO: " CONTA-CLIENTE
                       " " DATA-ESTORNADA " SEQ " SEQ-ESTORNADA
                   GO TO 4610-EXIT
           END-READ.
           IF NOT TRN-DEPOSITO AND NOT TRN-RETIRADA
               DISPLAY "SOMENTE DEPOSITO OU RETIRADA PODE SER "
                   "ESTORNADO - TIPO DO LANCAMENTO: " TRN-TIPO
               GO TO 4610-EXIT
           END-IF.
           DISPLAY "LANCAMENTO " TRN-DATA " SEQ " TRN-SEQ
               " TIPO " TRN-TIPO " VALOR " TRN-VALOR
               " POR " TRN-OPERADOR.
           MOVE "N" TO SW-ESTORNO-NOVO.
           MOVE TRN-CHAVE TO EST-CHAVE.
           READ ESTORNOS-FILE
               INVALID KEY
                   MOVE "S" TO SW-ESTORNO-NOVO
           END-READ.
           IF NOT ESTORNO-NOVO
               IF EST-PENDENTE
                   DISPLAY "ESTORNO JA SOLICITADO EM " EST-DATA-CAPTURA
                       " POR " EST-OPERADOR-CAPTURA
                       " - AGUARDANDO APROVACAO."
                   GO TO 4610-EXIT
               END-IF
               IF EST-APROVADO
                   DISPLAY "LANCAMENTO JA ESTORNADO EM "
                       EST-DATA-ESTORNO " SEQ " EST-SEQ-ESTORNO
                       " - SEGUNDO ESTORNO NAO PERMITIDO."
                   GO TO 4610-EXIT
               END-IF
           END-IF.
           DISPLAY "MOTIVO DO ESTORNO:".
           ACCEPT MOTIVO-ESTORNO.
           MOVE TRN-CHAVE         TO EST-CHAVE.
           MOVE TRN-TIPO          TO EST-TIPO-ORIGINAL.
           MOVE TRN-VALOR         TO EST-VALOR.
           MOVE MOTIVO-ESTORNO    TO EST-MOTIVO.
           MOVE WS-DATA-MOVIMENTO TO EST-DATA-CAPTURA.
           MOVE LNK-OPERADOR      TO EST-OPERADOR-CAPTURA.
           MOVE "P"               TO EST-SITUACAO.
           MOVE 0                 TO EST-DATA-DECISAO.
           MOVE SPACES            TO EST-OPERADOR-DECISAO.
           MOVE 0                 TO EST-DATA-ESTORNO.
           MOVE 0                 TO EST-SEQ-ESTORNO.
           IF ESTORNO-NOVO
               WRITE EST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO CAPTURAR O ESTORNO"
                       GO TO 4610-EXIT
               END-WRITE
           ELSE
               REWRITE EST-REGISTRO
           END-IF.
           DISPLAY "ESTORNO CAPTURADO - AGUARDANDO APROVACAO DE OUTRO "
               "OPERADOR.".
       4610-EXIT.
           EXIT.

      ******************************************************************
      * 4620-LISTAR-ESTORNOS - lista os pedidos de estorno pendentes.
      ******************************************************************
       4620-LISTAR-ESTORNOS.
           MOVE 0 TO ESTORNOS-LISTADOS.
           MOVE LOW-VALUES TO EST-CHAVE.
           START ESTORNOS-FILE KEY IS GREATER THAN EST-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF ESTORNOS-OK
               PERFORM 4625-LER-ESTORNO THRU 4625-EXIT
                   UNTIL WS-ESTORNOS-STATUS NOT = "00"
           END-IF.
           IF ESTORNOS-LISTADOS = 0
               DISPLAY "NENHUM ESTORNO PENDENTE."
           END-IF.
       4620-EXIT.
           EXIT.

       4625-LER-ESTORNO.
           READ ESTORNOS-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF EST-PENDENTE
                       DISPLAY "CONTA " EST-CONTA
                           " LANC " EST-DATA-ORIGINAL
                           " SEQ " EST-SEQ-ORIGINAL
                           " TIPO " EST-TIPO-ORIGINAL
                           " VALOR " EST-VALOR
                           " POR " EST-OPERADOR-CAPTURA
                       DISPLAY "   MOTIVO: " EST-MOTIVO
                       ADD 1 TO ESTORNOS-LISTADOS
                   END-IF
           END-READ.
       4625-EXIT.
           EXIT.

      ******************************************************************
      * 4630-DECIDIR-ESTORNO - segundo operador decide o estorno
      * pendente: quem solicitou nao pode aprovar (quatro olhos).  A
      * aprovacao lanca o estorno na hora; a rejeicao so marca o
      * pedido, que fica para a auditoria.
      ******************************************************************
       4630-DECIDIR-ESTORNO.
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           PERFORM 4640-ACEITAR-CHAVE-LANCAMENTO THRU 4640-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO 4630-EXIT
           END-IF.
           MOVE CONTA-CLIENTE  TO EST-CONTA.
           MOVE DATA-ESTORNADA TO EST-DATA-ORIGINAL.
           MOVE SEQ-ESTORNADA  TO EST-SEQ-ORIGINAL.
           READ ESTORNOS-FILE
               INVALID KEY
                   DISPLAY "PEDIDO DE ESTORNO NAO ENCONTRADO."
                   GO TO 4630-EXIT
           END-READ.
           IF NOT EST-PENDENTE
               DISPLAY "ESTORNO JA DECIDIDO: " EST-SITUACAO
               GO TO 4630-EXIT
           END-IF.
           IF EST-OPERADOR-CAPTURA = LNK-OPERADOR
               DISPLAY "QUEM SOLICITOU NAO PODE APROVAR - "
                   "CHAME OUTRO OPERADOR."
               GO TO 4630-EXIT
           END-IF.
           DISPLAY "ESTORNO CONTA " EST-CONTA
               " LANC " EST-DATA-ORIGINAL " SEQ " EST-SEQ-ORIGINAL
               " TIPO " EST-TIPO-ORIGINAL " VALOR " EST-VALOR
               " POR " EST-OPERADOR-CAPTURA.
           DISPLAY "MOTIVO: " EST-MOTIVO.
           DISPLAY "DECISAO (A-APROVAR / R-REJEITAR):".
           ACCEPT OPCAO-DECISAO.
           EVALUATE OPCAO-DECISAO
               WHEN "A"
                   PERFORM 4650-APROVAR-ESTORNO THRU 4650-EXIT
               WHEN "R"
                   MOVE "R" TO EST-SITUACAO
                   MOVE WS-DATA-MOVIMENTO TO EST-DATA-DECISAO
                   MOVE LNK-OPERADOR TO EST-OPERADOR-DECISAO
                   REWRITE EST-REGISTRO
                   DISPLAY "ESTORNO REJEITADO."
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       4630-EXIT.
           EXIT.

      ******************************************************************
      * 4640-ACEITAR-CHAVE-LANCAMENTO - pede a data e a sequencia do
      * lancamento (como mostradas no extrato); ENTRADA-VALIDA fica
      * desligada quando o operador digita algo nao numerico.
      ******************************************************************
       4640-ACEITAR-CHAVE-LANCAMENTO.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           DISPLAY "DATA DO LANCAMENTO (AAAAMMDD):".
           ACCEPT DATA-ESTORNADA.
           DISPLAY "SEQUENCIA DO LANCAMENTO (VIDE EXTRATO):".
           ACCEPT SEQ-ESTORNADA.
           IF DATA-ESTORNADA IS NUMERIC AND SEQ-ESTORNADA IS NUMERIC
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       4640-EXIT.
           EXIT.

      ******************************************************************
      * 4650-APROVAR-ESTORNO - revalida o lancamento original e a
      * conta e lanca o estorno: um deposito estornado debita a conta
      * ("E"), uma retirada estornada credita ("K"), com a chave do
      * original em TRN-ESTORNO-REF.  Se a validacao falhar o pedido
      * permanece pendente para nova tentativa apos a regularizacao.
      * A conta e validada ja travada, ate o estorno ser lancado.
      ******************************************************************
       4650-APROVAR-ESTORNO.
           MOVE "S" TO SW-ESTORNO-OK.
           MOVE EST-CHAVE TO TRN-CHAVE.
           READ TRANSACOES-FILE
               INVALID KEY
                   DISPLAY "LANCAMENTO ORIGINAL NAO ESTA NO HISTORICO "
                       "VIVO."
                   MOVE "N" TO SW-ESTORNO-OK
           END-READ.
           IF ESTORNO-OK
               MOVE EST-CONTA TO CTA-CONTA
               PERFORM 4050-TRAVAR-CONTA THRU 4050-EXIT
               IF CONTA-TRAVADA
                   PERFORM 2550-CONFERIR-CONTA-ATIVA THRU 2550-EXIT
                   IF NOT CONTA-ATIVA
                       MOVE "N" TO SW-ESTORNO-OK
                   END-IF
               ELSE
                   MOVE "N" TO SW-ESTORNO-OK
               END-IF
           END-IF.
           IF ESTORNO-OK AND EST-TIPO-ORIGINAL = "D"
               PERFORM 4090-OBTER-BLOQUEADO THRU 4090-EXIT
               IF EST-VALOR > CTA-SALDO + CTA-LIMITE-ESPECIAL
                   - VALOR-BLOQUEADO
                   DISPLAY "SALDO E LIMITE INSUFICIENTES PARA "
                       "ESTORNAR O DEPOSITO."
                   PERFORM 4095-AVISAR-BLOQUEIO THRU 4095-EXIT
                   MOVE "N" TO SW-ESTORNO-OK
               END-IF
           END-IF.
           IF NOT ESTORNO-OK
               PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT
               DISPLAY "ESTORNO PERMANECE PENDENTE."
               GO TO 4650-EXIT
           END-IF.
           PERFORM 4660-LANCAR-ESTORNO THRU 4660-EXIT.
           PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT.
       4650-EXIT.
           EXIT.

       4660-LANCAR-ESTORNO.
           MOVE EST-CONTA     TO CONTA-CLIENTE.
           MOVE EST-VALOR     TO VALOR-TRANSAÇÃO.
           IF EST-TIPO-ORIGINAL = "D"
               COMPUTE SALDO-ATUAL = CTA-SALDO - EST-VALOR
               MOVE "E" TO TRN-TIPO
           ELSE
               COMPUTE SALDO-ATUAL = CTA-SALDO + EST-VALOR
               MOVE "K" TO TRN-TIPO
           END-IF.
           MOVE SALDO-ATUAL TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           MOVE EST-CONTA         TO TRN-CONTA.
           MOVE WS-DATA-MOVIMENTO TO TRN-DATA.
           MOVE EST-VALOR         TO TRN-VALOR.
           MOVE SALDO-ATUAL       TO TRN-SALDO-APOS.
           MOVE 0                 TO TRN-CONTAPARTE.
           MOVE EST-DATA-ORIGINAL TO TRN-REF-DATA.
           MOVE EST-SEQ-ORIGINAL  TO TRN-REF-SEQ.
           PERFORM 4550-GRAVAR-HISTORICO THRU 4550-EXIT.
           MOVE "A"               TO EST-SITUACAO.
           MOVE WS-DATA-MOVIMENTO TO EST-DATA-DECISAO.
           MOVE LNK-OPERADOR      TO EST-OPERADOR-DECISAO.
           MOVE TRN-DATA          TO EST-DATA-ESTORNO.
           MOVE TRN-SEQ           TO EST-SEQ-ESTORNO.
           REWRITE EST-REGISTRO.
           MOVE SALDO-ATUAL TO SALDO-EDITADO.
           DISPLAY "ESTORNO LANCADO - NOVO SALDO: R$ " SALDO-EDITADO.
           STRING "ESTORNO CONTA " EST-CONTA
               " LANC " EST-DATA-ORIGINAL " SEQ " EST-SEQ-ORIGINAL
               " SALDO-ATUAL R$ " SALDO-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT.
       4660-EXIT.
           EXIT.

      ******************************************************************
      * 4700-TRANSFERIR - transfere um valor entre duas contas da
      * propria agencia: debita a conta de origem e credita a conta de
      ******************************************************************
       4700-TRANSFERIR.
           DISPLAY "=== TRANSFERENCIA ENTRE CONTAS ===".
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 4700-EXIT
           END-IF.
           MOVE "S" TO SW-TRANSF-OK.
           DISPLAY "CONTA DE ORIGEM".
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
                   IF CONTA-ATIVA
                       MOVE CTA-SALDO TO SALDO-ORIGEM
                       MOVE CTA-LIMITE-ESPECIAL TO LIMITE-ESPECIAL
                       MOVE CTA-PACOTE TO PACOTE-LIMITE
                       PERFORM 4090-OBTER-BLOQUEADO THRU 4090-EXIT
                   ELSE
                       MOVE "N" TO SW-TRANSF-OK
                   END-IF
           IF TRANSF-OK
               PERFORM 4200-ACEITAR-VALOR-VALIDO THRU 4200-EXIT
               IF VALOR-TRANSAÇÃO > SALDO-ORIGEM + LIMITE-ESPECIAL
                   - VALOR-BLOQUEADO
                   DISPLAY "SALDO E LIMITE INSUFICIENTES PARA A "
                       "TRANSFERENCIA"
                   PERFORM 4095-AVISAR-BLOQUEIO THRU 4095-EXIT
                   MOVE "N" TO SW-TRANSF-OK
               END-IF
           END-IF.
           IF TRANSF-OK
               MOVE CONTA-ORIGEM TO CTA-CONTA
               MOVE "T" TO MODALIDADE-LIMITE
               PERFORM 4080-CONFERIR-LIMITE-DIARIO THRU 4080-EXIT
               IF NOT LIMITE-OK
                   MOVE "N" TO SW-TRANSF-OK
               END-IF
           END-IF.
                   IF CONTA-ATIVA
                       MOVE CTA-SALDO TO SALDO-ORIGEM
                       MOVE CTA-LIMITE-ESPECIAL TO LIMITE-ESPECIAL
                       MOVE CTA-PACOTE TO PACOTE-LIMITE
                       PERFORM 4090-OBTER-BLOQUEADO THRU 4090-EXIT
                   ELSE
                       MOVE "N" TO SW-TRANSF-OK
                   END-IF
           END-IF.
           IF TRANSF-OK
               AND VALOR-TRANSAÇÃO > SALDO-ORIGEM + LIMITE-ESPECIAL
                   - VALOR-BLOQUEADO
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA A "
                   "TRANSFERENCIA"
               PERFORM 4095-AVISAR-BLOQUEIO THRU 4095-EXIT
               MOVE "N" TO SW-TRANSF-OK
           END-IF.
           IF TRANSF-OK
               PERFORM 4760-EFETIVAR-TRANSFERENCIA THRU 4760-EXIT
           END-IF.
           IF TRANSF-OK
               MOVE PENDENTE-PEDIDA TO PEN-NUMERO
               READ PENDENTES-FILE
               MOVE "A" TO PEN-SITUACAO
      ******************************************************************
      * 4760-EFETIVAR-TRANSFERENCIA - aplica as duas pernas da
      * transferencia ja validada: regrava as duas contas e lanca um
      * registro de historico para cada perna.  As duas contas sao
      * travadas antes de qualquer regravacao e o saldo da origem e
      * conferido de novo com a releitura; conta em uso ou saldo que
      * ja nao cobre o valor devolvem TRANSF-OK desligado sem lancar
      * nenhuma das pernas.
      ******************************************************************
       4760-EFETIVAR-TRANSFERENCIA.
           MOVE CONTA-DESTINO TO CTA-CONTA.
           PERFORM 4050-TRAVAR-CONTA THRU 4050-EXIT.
           IF NOT CONTA-TRAVADA
               MOVE "N" TO SW-TRANSF-OK
               GO TO 4760-EXIT
           END-IF.
           MOVE CTA-SALDO TO SALDO-DESTINO.
           MOVE CONTA-ORIGEM TO CTA-CONTA.
           PERFORM 4050-TRAVAR-CONTA THRU 4050-EXIT.
           IF NOT CONTA-TRAVADA
               PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT
               MOVE "N" TO SW-TRANSF-OK
               GO TO 4760-EXIT
           END-IF.
           MOVE CTA-SALDO TO SALDO-ORIGEM.
           IF VALOR-TRANSAÇÃO > SALDO-ORIGEM + LIMITE-ESPECIAL
               - VALOR-BLOQUEADO
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA A "
                   "TRANSFERENCIA"
               PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT
               MOVE "N" TO SW-TRANSF-OK
               GO TO 4760-EXIT
           END-IF.
           COMPUTE SALDO-ATUAL = SALDO-ORIGEM - VALOR-TRANSAÇÃO.
           MOVE SALDO-ATUAL TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
               " VALOR R$ " VALOR-TRANSAÇÃO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT.
           PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT.
       4760-EXIT.
           EXIT.

           MOVE CONTA-CLIENTE TO TRN-CONTA.
           MOVE 0 TO TRN-DATA.
           MOVE 0 TO TRN-SEQ.
           DISPLAY "DATA     SEQ   TIPO  VALOR        SALDO APOS".
           START TRANSACOES-FILE
               KEY IS GREATER THAN OR EQUAL TO TRN-CHAVE
               INVALID KEY
                   IF TRN-CONTA = CONTA-CLIENTE
                       MOVE "S" TO SW-TEM-LANCAMENTO
                       MOVE TRN-SALDO-APOS TO SALDO-EDITADO
                       EVALUATE TRUE
                           WHEN TRN-TRANSF-DEBITO OR TRN-TRANSF-CREDITO
                               DISPLAY TRN-DATA " " TRN-SEQ "  "
                                   TRN-TIPO "     "
                                   TRN-VALOR "    " SALDO-EDITADO
                                   "  CONTRAPARTE " TRN-CONTAPARTE
                           WHEN TRN-CHEQUE
                               DISPLAY TRN-DATA " " TRN-SEQ "  "
                                   TRN-TIPO "     "
                                   TRN-VALOR "    " SALDO-EDITADO
                                   "  CHEQUE " TRN-CONTAPARTE
                           WHEN TRN-ESTORNO-DEBITO
                               OR TRN-ESTORNO-CREDITO
                               DISPLAY TRN-DATA " " TRN-SEQ "  "
                                   TRN-TIPO "     "
                                   TRN-VALOR "    " SALDO-EDITADO
                                   "  ESTORNO DE " TRN-REF-DATA
                                   " SEQ " TRN-REF-SEQ
                           WHEN TRN-APLICACAO OR TRN-RESGATE
                               DISPLAY TRN-DATA " " TRN-SEQ "  "
                                   TRN-TIPO "     "
                                   TRN-VALOR "    " SALDO-EDITADO
                                   "  APLICACAO " TRN-CONTAPARTE
                           WHEN TRN-CRED-INTERBANC
                               DISPLAY TRN-DATA " " TRN-SEQ "  "
                                   TRN-TIPO "     "
                                   TRN-VALOR "    " SALDO-EDITADO
                                   "  BANCO ORIGEM " TRN-CONTAPARTE
                           WHEN OTHER
                               DISPLAY TRN-DATA " " TRN-SEQ "  "
                                   TRN-TIPO "     "
                                   TRN-VALOR "    " SALDO-EDITADO
                       END-EVALUATE
                   END-IF
           END-READ.
       5100-EXIT.
      * 4910-INCLUIR-EXTERNO - captura a ordem de pagamento externo:
      * valida a conta e o saldo, debita a conta (TRN-TIPO "P") e
      * grava a ordem capturada aguardando a remessa da noite.
      * Digitado o favorecido, a conta e relida com trava e o saldo
      * conferido de novo antes da captura.
      ******************************************************************
       4910-INCLUIR-EXTERNO.
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 4910-EXIT
           END-IF.
           DISPLAY "CONTA DE DEBITO".
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           MOVE CONTA-CLIENTE TO CTA-CONTA.
               GO TO 4910-EXIT
           END-IF.
           PERFORM 4200-ACEITAR-VALOR-VALIDO THRU 4200-EXIT.
           PERFORM 4090-OBTER-BLOQUEADO THRU 4090-EXIT.
           IF VALOR-TRANSAÇÃO > CTA-SALDO + CTA-LIMITE-ESPECIAL
               - VALOR-BLOQUEADO
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA O PAGAMENTO."
               PERFORM 4095-AVISAR-BLOQUEIO THRU 4095-EXIT
               GO TO 4910-EXIT
           END-IF.
           MOVE "P" TO MODALIDADE-LIMITE.
           MOVE CTA-PACOTE TO PACOTE-LIMITE.
           PERFORM 4080-CONFERIR-LIMITE-DIARIO THRU 4080-EXIT.
           IF NOT LIMITE-OK
               GO TO 4910-EXIT
           END-IF.
           DISPLAY "BANCO DE DESTINO (3 DIGITOS):".
           ACCEPT CONTA-DESTINO-EXT.
           DISPLAY "NOME DO FAVORECIDO:".
           ACCEPT FAVORECIDO-EXT.
           PERFORM 4050-TRAVAR-CONTA THRU 4050-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 4910-EXIT
           END-IF.
           PERFORM 2550-CONFERIR-CONTA-ATIVA THRU 2550-EXIT.
           IF NOT CONTA-ATIVA
               PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT
               GO TO 4910-EXIT
           END-IF.
           IF VALOR-TRANSAÇÃO > CTA-SALDO + CTA-LIMITE-ESPECIAL
               - VALOR-BLOQUEADO
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA O PAGAMENTO."
               PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT
               GO TO 4910-EXIT
           END-IF.
           PERFORM 4930-PROXIMO-EXTERNO THRU 4930-EXIT.
           MOVE BANCO-DESTINO-EXT   TO EXT-BANCO-DESTINO.
           MOVE AGENCIA-DESTINO-EXT TO EXT-AGENCIA-DESTINO.
           MOVE WS-DATA-MOVIMENTO TO EXT-DATA-CAPTURA.
           MOVE "C"               TO EXT-SITUACAO.
           MOVE 0                 TO EXT-DATA-RETORNO.
           MOVE 0                 TO EXT-TITULO.
           WRITE EXT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CAPTURAR O PAGAMENTO"
                   PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT
                   GO TO 4910-EXIT
           END-WRITE.
           COMPUTE SALDO-ATUAL = CTA-SALDO - VALOR-TRANSAÇÃO.
           MOVE SALDO-ATUAL TO CTA-SALDO.
           REWRITE CTA-REGISTRO.
           PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT.
           MOVE CONTA-CLIENTE TO TRN-CONTA.
           MOVE "P"           TO TRN-TIPO.
           MOVE VALOR-TRANSAÇÃO TO TRN-VALOR.
           MOVE SALDO-ATUAL   TO TRN-SALDO-APOS.
           MOVE WS-DATA-MOVIMENTO TO TRN-DATA.
           MOVE 0             TO TRN-CONTAPARTE.
           MOVE 0             TO TRN-ESTORNO-REF.
           PERFORM 4550-GRAVAR-HISTORICO THRU 4550-EXIT.
           DISPLAY "PAGAMENTO EXTERNO " EXT-NUMERO
               " CAPTURADO E DEBITADO.".
      ******************************************************************
       6000-ABRIR-CONTA.
           DISPLAY "=== ABERTURA DE CONTA ===".
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-PROXIMA-CONTA THRU 6100-EXIT.
           DISPLAY "CONTA ATRIBUIDA: " CTA-CONTA.
           DISPLAY "NOME DO CLIENTE:".
                           DISPLAY "CLIENTE NAO CADASTRADO: "
                               CLIENTE-ID
                       NOT INVALID KEY
                           PERFORM 6085-CONFERIR-TITULAR
                               THRU 6085-EXIT
                   END-READ
               END-IF
           END-IF.
       6080-EXIT.
           EXIT.

      ******************************************************************
      * 6085-CONFERIR-TITULAR - cadastro incorporado a outro nao
      * recebe conta nova; o operador e remetido ao sobrevivente.
      ******************************************************************
       6085-CONFERIR-TITULAR.
           IF CLI-INCORPORADO
               DISPLAY "CLIENTE " CLIENTE-ID " INCORPORADO AO CLI-ID "
                   CLI-ID-SUCESSOR " - USE O CADASTRO SOBREVIVENTE."
           ELSE
               DISPLAY "TITULAR: " CLI-NOME
               MOVE "S" TO SW-CLIENTE-OK
           END-IF.
       6085-EXIT.
           EXIT.

      ******************************************************************
      * 6100-PROXIMA-CONTA - posiciona no maior numero de conta
      * gravado e devolve o proximo numero livre em CTA-CONTA.
      ******************************************************************
      * 6500-ALTERAR-SITUACAO - bloqueia, desbloqueia ou encerra a
      * conta informada.  O encerramento so e permitido com saldo
      * zerado, para nao perder dinheiro de vista, e a pedido do
      * primeiro titular; o historico da conta permanece em
      * TRANSACOES.DAT.
      ******************************************************************
       6500-ALTERAR-SITUACAO.
           DISPLAY "=== SITUACAO DA CONTA ===".
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 6500-EXIT
           END-IF.
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           MOVE CONTA-CLIENTE TO CTA-CONTA.
           READ CONTAS-FILE
           DISPLAY "3 - ENCERRAR".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-SITUACAO.
           IF OPCAO-SITUACAO = "3"
               IF CTA-SALDO NOT = 0
                   DISPLAY "ENCERRAMENTO EXIGE SALDO ZERADO. "
                       "SALDO-ATUAL: R$ " CTA-SALDO
                   GO TO 6510-EXIT
               END-IF
               PERFORM 6960-CONFERIR-PRIMEIRO-TITULAR THRU 6960-EXIT
               IF NOT PRIMEIRO-TITULAR
                   GO TO 6510-EXIT
               END-IF
           END-IF.
           PERFORM 4050-TRAVAR-CONTA THRU 4050-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 6510-EXIT
           END-IF.
           EVALUATE OPCAO-SITUACAO
               WHEN "1"
                   IF CTA-ENCERRADA
                       REWRITE CTA-REGISTRO
                       DISPLAY "CONTA " CTA-CONTA " ENCERRADA."
                   ELSE
                       DISPLAY "SALDO ALTERADO NESTE INTERVALO - "
                           "ENCERRAMENTO RECUSADO. "
                           "SALDO-ATUAL: R$ " CTA-SALDO
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT.
       6510-EXIT.
           EXIT.

      ******************************************************************
      * 6600-MENU-CLIENTES - submenu de manutencao do cadastro de
      * clientes: cadastrar, alterar, consultar, listar as contas de
      * um cliente, incorporar um cadastro duplicado ao sobrevivente
      * e vincular co-titulares e procuradores as contas.
      ******************************************************************
       6600-MENU-CLIENTES.
           DISPLAY "=== CADASTRO DE CLIENTES ===".
           DISPLAY "2 - ALTERAR CLIENTE".
           DISPLAY "3 - CONSULTAR CLIENTE".
           DISPLAY "4 - CONTAS DO CLIENTE".
           DISPLAY "5 - INCORPORAR CLIENTE DUPLICADO".
           DISPLAY "6 - VINCULAR TITULAR A CONTA".
           DISPLAY "7 - DESVINCULAR TITULAR DA CONTA".
           DISPLAY "OPCAO".
           ACCEPT OPCAO-CLIENTE.
           EVALUATE OPCAO-CLIENTE
                   PERFORM 6630-CONSULTAR-CLIENTE THRU 6630-EXIT
               WHEN "4"
                   PERFORM 6640-LISTAR-CONTAS-CLIENTE THRU 6640-EXIT
               WHEN "5"
                   PERFORM 6900-INCORPORAR-CLIENTE THRU 6900-EXIT
               WHEN "6"
                   PERFORM 6930-VINCULAR-TITULAR THRU 6930-EXIT
               WHEN "7"
                   PERFORM 6940-DESVINCULAR-TITULAR THRU 6940-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      ******************************************************************
      * 6610-CADASTRAR-CLIENTE - inclui um cliente novo, atribuindo
      * automaticamente o proximo CLI-ID livre.  CPF 0 na coleta
      * desiste da inclusao.
      ******************************************************************
       6610-CADASTRAR-CLIENTE.
           PERFORM 6660-PROXIMO-CLIENTE THRU 6660-EXIT.
           DISPLAY "CLI-ID ATRIBUIDO: " CLI-ID.
           MOVE SPACES TO CLI-SITUACAO.
           MOVE 0 TO CLI-ID-SUCESSOR.
           PERFORM 6670-COLETAR-DADOS-CLIENTE THRU 6670-EXIT.
           IF CADASTRO-CANCELADO
               DISPLAY "CADASTRO CANCELADO."
               GO TO 6610-EXIT
           END-IF.
           WRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CADASTRAR O CLIENTE"

      ******************************************************************
      * 6620-ALTERAR-CLIENTE - le o cliente pelo CLI-ID, pede os novos
      * dados e regrava o registro.  Cadastro incorporado nao se
      * altera mais; CPF 0 na coleta desiste da alteracao.
      ******************************************************************
       6620-ALTERAR-CLIENTE.
           PERFORM 6650-ACEITAR-CLIENTE-VALIDO THRU 6650-EXIT.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " CLIENTE-ID
                   GO TO 6620-EXIT
           END-READ.
           IF CLI-INCORPORADO
               DISPLAY "CLIENTE INCORPORADO AO CLI-ID " CLI-ID-SUCESSOR
                   " - ALTERE O CADASTRO SOBREVIVENTE."
               GO TO 6620-EXIT
           END-IF.
           DISPLAY "NOME ATUAL: " CLI-NOME.
           PERFORM 6670-COLETAR-DADOS-CLIENTE THRU 6670-EXIT.
           IF CADASTRO-CANCELADO
               DISPLAY "ALTERACAO CANCELADA."
               GO TO 6620-EXIT
           END-IF.
           MOVE CLIENTE-ID TO CLI-ID.
           REWRITE CLI-REGISTRO.
           DISPLAY "CLIENTE ALTERADO COM SUCESSO.".
       6620-EXIT.
           EXIT.

                   DISPLAY "ENDERECO.: " CLI-ENDERECO
                   DISPLAY "CIDADE...: " CLI-CIDADE " UF: " CLI-UF
                   DISPLAY "TELEFONE.: " CLI-TELEFONE
                   IF CLI-INCORPORADO
                       DISPLAY "SITUACAO.: INCORPORADO AO CLI-ID "
                           CLI-ID-SUCESSOR
                   END-IF
           END-READ.
       6630-EXIT.
           EXIT.

      ******************************************************************
      * 6640-LISTAR-CONTAS-CLIENTE - percorre o cadastro de contas e
      * lista todas as contas de que o cliente informado e titular -
      * pelo CTA-CLIENTE-ID ou por vinculo em TITULARES.DAT - cada
      * uma com todos os seus titulares.
      ******************************************************************
       6640-LISTAR-CONTAS-CLIENTE.
           PERFORM 6650-ACEITAR-CLIENTE-VALIDO THRU 6650-EXIT.
       6645-LER-CONTA-CLIENTE.
           READ CONTAS-FILE NEXT RECORD
               AT END
                   GO TO 6645-EXIT
           END-READ.
           MOVE "N" TO SW-TITULAR-DA-CONTA.
           IF CTA-CLIENTE-ID = CLIENTE-ID
               MOVE "S" TO SW-TITULAR-DA-CONTA
           ELSE
               MOVE CTA-CONTA  TO VNC-CONTA
               MOVE CLIENTE-ID TO VNC-CLIENTE-ID
               READ TITULARES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-TITULAR-DA-CONTA
               END-READ
           END-IF.
           IF TITULAR-DA-CONTA
               DISPLAY "CONTA " CTA-CONTA " " CTA-NOME
                   " SALDO R$ " CTA-SALDO
               PERFORM 6950-MOSTRAR-TITULARES THRU 6950-EXIT
               ADD 1 TO CONTAS-DO-CLIENTE
           END-IF.
       6645-EXIT.
           EXIT.

      ******************************************************************
      * 6670-COLETAR-DADOS-CLIENTE - coleta os dados cadastrais do
      * cliente (nome, CPF, endereco e contato) para inclusao ou
      * alteracao.  CPF 0 desiste e deixa o restante sem pedir.
      ******************************************************************
       6670-COLETAR-DADOS-CLIENTE.
           MOVE "N" TO SW-CADASTRO-CANCELADO.
           DISPLAY "NOME:".
           ACCEPT CLI-NOME.
           PERFORM 6680-ACEITAR-CPF-VALIDO THRU 6680-EXIT.
           IF CADASTRO-CANCELADO
               GO TO 6670-EXIT
           END-IF.
           DISPLAY "ENDERECO:".
           ACCEPT CLI-ENDERECO.
           DISPLAY "CIDADE:".
       6680-EXIT.
           EXIT.

      ******************************************************************
      * 6690-SOLICITAR-CPF - o CPF precisa ser numerico, ter os
      * digitos verificadores corretos (BANCO-VALIDA-CPF) e nao
      * pertencer a outro cliente ativo.  CPF 0 desiste do cadastro.
      ******************************************************************
       6690-SOLICITAR-CPF.
           DISPLAY "CPF (SOMENTE NUMEROS, 0 PARA DESISTIR):".
           ACCEPT CLI-CPF.
           IF CLI-CPF IS NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
               GO TO 6690-EXIT
           END-IF.
           IF CLI-CPF = 0
               MOVE "S" TO SW-CADASTRO-CANCELADO
               MOVE "S" TO SW-ENTRADA-VALIDA
               GO TO 6690-EXIT
           END-IF.
           CALL "BANCO-VALIDA-CPF" USING CLI-CPF CPF-RESULTADO.
           IF CPF-RESULTADO NOT = "S"
               DISPLAY "CPF INVALIDO - DIGITO VERIFICADOR NAO CONFERE."
               GO TO 6690-EXIT
           END-IF.
           PERFORM 6692-PROCURAR-CPF-REPETIDO THRU 6692-EXIT.
           IF CLIENTE-CPF-REPETIDO NOT = 0
               DISPLAY "CPF JA CADASTRADO PARA O CLI-ID "
                   CLIENTE-CPF-REPETIDO "."
               GO TO 6690-EXIT
           END-IF.
           MOVE "S" TO SW-ENTRADA-VALIDA.
       6690-EXIT.
           EXIT.

      ******************************************************************
      * 6692-PROCURAR-CPF-REPETIDO - percorre o cadastro atras de
      * outro cliente ativo com o CPF digitado.  O registro em
      * edicao e guardado antes da leitura e devolvido ao final;
      * CLIENTE-CPF-REPETIDO volta zero quando o CPF e inedito.
      ******************************************************************
       6692-PROCURAR-CPF-REPETIDO.
           MOVE CLI-REGISTRO TO CLIENTE-SALVO.
           MOVE 0 TO CLIENTE-CPF-REPETIDO.
           MOVE 0 TO CLI-ID.
           START CLIENTES-FILE KEY IS GREATER THAN CLI-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF CLIENTES-OK
               PERFORM 6694-COMPARAR-CPF THRU 6694-EXIT
                   UNTIL WS-CLIENTES-STATUS NOT = "00"
                   OR CLIENTE-CPF-REPETIDO NOT = 0
           END-IF.
           MOVE CLIENTE-SALVO TO CLI-REGISTRO.
       6692-EXIT.
           EXIT.

       6694-COMPARAR-CPF.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF CLI-CPF = SALVO-CLI-CPF
                       AND CLI-ID NOT = SALVO-CLI-ID
                       AND NOT CLI-INCORPORADO
                       MOVE CLI-ID TO CLIENTE-CPF-REPETIDO
                   END-IF
           END-READ.
       6694-EXIT.
           EXIT.

      ******************************************************************
      * 6700-ALTERAR-LIMITE - define o limite de cheque especial da
      * conta informada, a pedido do primeiro titular.  Conta
      * encerrada nao recebe limite.
      ******************************************************************
       6700-ALTERAR-LIMITE.
           DISPLAY "=== LIMITE CHEQUE ESPECIAL ===".
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 6700-EXIT
           END-IF.
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           MOVE CONTA-CLIENTE TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " CONTA-CLIENTE
                   GO TO 6700-EXIT
           END-READ.
           IF CTA-ENCERRADA
               DISPLAY "CONTA ENCERRADA NAO RECEBE LIMITE."
               GO TO 6700-EXIT
           END-IF.
           PERFORM 6960-CONFERIR-PRIMEIRO-TITULAR THRU 6960-EXIT.
           IF NOT PRIMEIRO-TITULAR
               GO TO 6700-EXIT
           END-IF.
           DISPLAY "LIMITE ATUAL: R$ " CTA-LIMITE-ESPECIAL.
           PERFORM 6710-ACEITAR-LIMITE-VALIDO THRU 6710-EXIT.
           PERFORM 4050-TRAVAR-CONTA THRU 4050-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 6700-EXIT
           END-IF.
           MOVE LIMITE-ESPECIAL TO CTA-LIMITE-ESPECIAL.
           REWRITE CTA-REGISTRO.
           PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT.
           DISPLAY "LIMITE ATUALIZADO: R$ " CTA-LIMITE-ESPECIAL.
       6700-EXIT.
           EXIT.

      * encerrada nao recebe pacote.
      ******************************************************************
       6780-DEFINIR-PACOTE-CONTA.
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 6780-EXIT
           END-IF.
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           MOVE CONTA-CLIENTE TO CTA-CONTA.
           READ CONTAS-FILE
                           " VALOR R$ " PAC-VALOR
               END-READ
           END-IF.
           MOVE CONTA-CLIENTE TO CTA-CONTA.
           PERFORM 4050-TRAVAR-CONTA THRU 4050-EXIT.
           IF NOT CONTA-TRAVADA
               GO TO 6780-EXIT
           END-IF.
           MOVE PACOTE-PEDIDO TO CTA-PACOTE.
           REWRITE CTA-REGISTRO.
           PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT.
           DISPLAY "CONTA " CTA-CONTA " NO PACOTE " CTA-PACOTE ".".
       6780-EXIT.
           EXIT.
       6810-EXIT.
           EXIT.

      ******************************************************************
      * 6820-CHAMAR-BLOQUEIOS - libera os mestres compartilhados e
      * chama o modulo de bloqueios judiciais, reabrindo-os na volta.
      ******************************************************************
       6820-CHAMAR-BLOQUEIOS.
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CALL "BANCO-BLOQUEIOS" USING LNK-OPERADOR.
           OPEN I-O CONTAS-FILE.
           OPEN I-O TRANSACOES-FILE.
       6820-EXIT.
           EXIT.

      ******************************************************************
      * 6830-CHAMAR-APLICACOES - libera os mestres compartilhados e
      * chama o modulo de aplicacoes a prazo, reabrindo-os na volta.
      ******************************************************************
       6830-CHAMAR-APLICACOES.
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CALL "BANCO-APLICACOES" USING LNK-OPERADOR.
           OPEN I-O CONTAS-FILE.
           OPEN I-O TRANSACOES-FILE.
       6830-EXIT.
           EXIT.

      ******************************************************************
      * 6840-CHAMAR-CASOS-PLD - chama o modulo de casos de
      * movimentacao suspeita; o analista logado assina a decisao.
      ******************************************************************
       6840-CHAMAR-CASOS-PLD.
           CALL "BANCO-CASOS-PLD" USING LNK-OPERADOR.
       6840-EXIT.
           EXIT.

      ******************************************************************
      * 6845-CHAMAR-LIMITES - libera os mestres compartilhados e chama
      * o modulo de limites diarios, reabrindo-os na volta.
      ******************************************************************
       6845-CHAMAR-LIMITES.
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CALL "BANCO-LIMITES" USING LNK-OPERADOR.
           OPEN I-O CONTAS-FILE.
           OPEN I-O TRANSACOES-FILE.
       6845-EXIT.
           EXIT.

      ******************************************************************
      * 6850-MENU-PROGRAMADAS - submenu de manutencao das
      * transferencias programadas (ordens permanentes): incluir,
       6895-EXIT.
           EXIT.

      ******************************************************************
      * 6900-INCORPORAR-CLIENTE - funde um cadastro duplicado no
      * cliente sobrevivente: toda conta cujo CTA-CLIENTE-ID aponta
      * o duplicado passa ao sobrevivente e o duplicado fica com
      * CLI-SITUACAO "I" e CLI-ID-SUCESSOR preenchido.  Cada conta
      * movida, cada vinculo de titularidade passado ao sobrevivente
      * e a retirada do duplicado deixam uma entrada em
      * CLIAUDIT.DAT com o operador.  CPFs diferentes sao apenas
      * avisados - o operador decide na confirmacao.
      ******************************************************************
       6900-INCORPORAR-CLIENTE.
           DISPLAY "=== INCORPORAR CLIENTE DUPLICADO ===".
           PERFORM 4040-CONFERIR-JANELA THRU 4040-EXIT.
           IF SIS-JANELA-LOTE
               GO TO 6900-EXIT
           END-IF.
           DISPLAY "CLIENTE DUPLICADO (SERA RETIRADO)".
           PERFORM 6650-ACEITAR-CLIENTE-VALIDO THRU 6650-EXIT.
           MOVE CLIENTE-ID TO CLIENTE-DUPLICADO.
           DISPLAY "CLIENTE SOBREVIVENTE".
           PERFORM 6650-ACEITAR-CLIENTE-VALIDO THRU 6650-EXIT.
           MOVE CLIENTE-ID TO CLIENTE-SUCESSOR.
           IF CLIENTE-DUPLICADO = CLIENTE-SUCESSOR
               DISPLAY "DUPLICADO E SOBREVIVENTE DEVEM SER DIFERENTES."
               GO TO 6900-EXIT
           END-IF.
           MOVE CLIENTE-SUCESSOR TO CLI-ID.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " CLIENTE-SUCESSOR
                   GO TO 6900-EXIT
           END-READ.
           IF CLI-INCORPORADO
               DISPLAY "SOBREVIVENTE JA INCORPORADO AO CLI-ID "
                   CLI-ID-SUCESSOR
               GO TO 6900-EXIT
           END-IF.
           DISPLAY "SOBREVIVENTE: " CLI-ID " " CLI-NOME " CPF "
               CLI-CPF.
           MOVE CLI-CPF TO CPF-DO-SUCESSOR.
           MOVE CLIENTE-DUPLICADO TO CLI-ID.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " CLIENTE-DUPLICADO
                   GO TO 6900-EXIT
           END-READ.
           IF CLI-INCORPORADO
               DISPLAY "DUPLICADO JA INCORPORADO AO CLI-ID "
                   CLI-ID-SUCESSOR
               GO TO 6900-EXIT
           END-IF.
           DISPLAY "DUPLICADO...: " CLI-ID " " CLI-NOME " CPF "
               CLI-CPF.
           IF CLI-CPF NOT = CPF-DO-SUCESSOR
               DISPLAY "ATENCAO: OS DOIS CADASTROS TEM CPF DIFERENTE."
           END-IF.
           DISPLAY "CONFIRMA A INCORPORACAO (S/N)?".
           ACCEPT CONFIRMA-INCORPORACAO.
           IF CONFIRMA-INCORPORACAO NOT = "S"
               DISPLAY "INCORPORACAO CANCELADA."
               GO TO 6900-EXIT
           END-IF.
           OPEN EXTEND CLIAUDIT-FILE.
           IF NOT CLIAUDIT-OK
               OPEN OUTPUT CLIAUDIT-FILE
               CLOSE CLIAUDIT-FILE
               OPEN EXTEND CLIAUDIT-FILE
           END-IF.
           MOVE 0 TO CONTAS-MOVIDAS.
           MOVE 0 TO CTA-CONTA.
           START CONTAS-FILE KEY IS GREATER THAN CTA-CONTA
               INVALID KEY
                   CONTINUE
           END-START.
           IF CONTAS-OK
               PERFORM 6910-MOVER-CONTA-CLIENTE THRU 6910-EXIT
                   UNTIL WS-CONTAS-STATUS NOT = "00"
           END-IF.
           IF CONTAS-EM-USO
               PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT
               CLOSE CLIAUDIT-FILE
               DISPLAY "INCORPORACAO INTERROMPIDA - CONTAS MOVIDAS: "
                   CONTAS-MOVIDAS
               DISPLAY "REPITA A INCORPORACAO PARA CONCLUIR."
               GO TO 6900-EXIT
           END-IF.
           PERFORM 4055-LIBERAR-CONTAS THRU 4055-EXIT.
           PERFORM 6970-MOVER-VINCULOS-CLIENTE THRU 6970-EXIT.
           MOVE "I" TO CLI-SITUACAO.
           MOVE CLIENTE-SUCESSOR TO CLI-ID-SUCESSOR.
           REWRITE CLI-REGISTRO.
           MOVE "INCORPORADO" TO CLA-OPERACAO.
           MOVE 0 TO CLA-CONTA.
           PERFORM 6920-GRAVAR-AUDITORIA-CLIENTE THRU 6920-EXIT.
           CLOSE CLIAUDIT-FILE.
           DISPLAY "CLIENTE " CLIENTE-DUPLICADO " INCORPORADO AO "
               CLIENTE-SUCESSOR " - CONTAS MOVIDAS: " CONTAS-MOVIDAS.
       6900-EXIT.
           EXIT.

      ******************************************************************
      * 6910-MOVER-CONTA-CLIENTE - passa ao sobrevivente a proxima
      * conta do duplicado, travada ate o fim da incorporacao.  Uma
      * conta em uso por outro terminal interrompe a varredura com
      * CONTAS-EM-USO; o duplicado so e retirado com todas movidas.
      ******************************************************************
       6910-MOVER-CONTA-CLIENTE.
           READ CONTAS-FILE NEXT RECORD
               AT END
                   GO TO 6910-EXIT
           END-READ.
           IF CTA-CLIENTE-ID NOT = CLIENTE-DUPLICADO
               GO TO 6910-EXIT
           END-IF.
           READ CONTAS-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CONTAS-OK
               DISPLAY "CONTA " CTA-CONTA " EM USO, TENTE NOVAMENTE."
               GO TO 6910-EXIT
           END-IF.
           MOVE CLIENTE-SUCESSOR TO CTA-CLIENTE-ID.
           REWRITE CTA-REGISTRO.
           MOVE "CONTA-MOVID" TO CLA-OPERACAO.
           MOVE CTA-CONTA TO CLA-CONTA.
           PERFORM 6920-GRAVAR-AUDITORIA-CLIENTE THRU 6920-EXIT.
           DISPLAY "CONTA " CTA-CONTA " MOVIDA.".
           ADD 1 TO CONTAS-MOVIDAS.
           PERFORM 6915-EXCLUIR-VINCULO-SUCESSOR THRU 6915-EXIT.
       6910-EXIT.
           EXIT.

      ******************************************************************
      * 6915-EXCLUIR-VINCULO-SUCESSOR - o sobrevivente passou a
      * primeiro titular da conta movida; um vinculo dele na mesma
      * conta ficaria repetido e e excluido.
      ******************************************************************
       6915-EXCLUIR-VINCULO-SUCESSOR.
           MOVE CTA-CONTA        TO VNC-CONTA.
           MOVE CLIENTE-SUCESSOR TO VNC-CLIENTE-ID.
           READ TITULARES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE TITULARES-FILE RECORD
           END-READ.
       6915-EXIT.
           EXIT.

      ******************************************************************
      * 6920-GRAVAR-AUDITORIA-CLIENTE - completa e grava a entrada de
      * CLIAUDIT.DAT; quem chama ja preencheu a operacao e a conta.
      ******************************************************************
       6920-GRAVAR-AUDITORIA-CLIENTE.
           MOVE LNK-OPERADOR      TO CLA-OPERADOR.
           MOVE WS-DATA-MOVIMENTO TO CLA-DATA.
           ACCEPT CLA-HORA FROM TIME.
           MOVE CLIENTE-DUPLICADO TO CLA-CLI-DUPLICADO.
           MOVE CLIENTE-SUCESSOR  TO CLA-CLI-SUCESSOR.
           WRITE CLA-REGISTRO.
       6920-EXIT.
           EXIT.

      ******************************************************************
      * 6930-VINCULAR-TITULAR - vincula um co-titular ou procurador a
      * conta, com o periodo de vigencia; um vinculo ja existente do
      * mesmo cliente e regravado (renovacao de procuracao).  O
      * primeiro titular e o CTA-CLIENTE-ID e nao se vincula.
      ******************************************************************
       6930-VINCULAR-TITULAR.
           DISPLAY "=== VINCULAR TITULAR A CONTA ===".
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           MOVE CONTA-CLIENTE TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA: " CONTA-CLIENTE
                   GO TO 6930-EXIT
           END-READ.
           IF CTA-ENCERRADA
               DISPLAY "CONTA ENCERRADA NAO RECEBE TITULAR."
               GO TO 6930-EXIT
           END-IF.
           DISPLAY "CLIENTE A VINCULAR".
           PERFORM 6650-ACEITAR-CLIENTE-VALIDO THRU 6650-EXIT.
           IF CLIENTE-ID = CTA-CLIENTE-ID
               DISPLAY "CLIENTE JA E O PRIMEIRO TITULAR DA CONTA."
               GO TO 6930-EXIT
           END-IF.
           MOVE CLIENTE-ID TO CLI-ID.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " CLIENTE-ID
                   GO TO 6930-EXIT
           END-READ.
           IF CLI-INCORPORADO
               DISPLAY "CLIENTE INCORPORADO AO CLI-ID "
                   CLI-ID-SUCESSOR " - USE O SOBREVIVENTE."
               GO TO 6930-EXIT
           END-IF.
           DISPLAY "PAPEL (C-CO-TITULAR R-PROCURADOR):".
           ACCEPT PAPEL-VINCULO.
           IF NOT PAPEL-VALIDO
               DISPLAY "ENTRADA INVALIDA - DIGITE C OU R."
               GO TO 6930-EXIT
           END-IF.
           DISPLAY "INICIO DA VIGENCIA AAAAMMDD (0 = HOJE):".
           PERFORM 6935-ACEITAR-DATA-VALIDA THRU 6935-EXIT.
           IF DATA-PEDIDA = 0
               MOVE WS-DATA-MOVIMENTO TO DATA-PEDIDA
           END-IF.
           MOVE DATA-PEDIDA TO DATA-INICIO-VINCULO.
           DISPLAY "FIM DA VIGENCIA AAAAMMDD (0 = SEM PRAZO):".
           PERFORM 6935-ACEITAR-DATA-VALIDA THRU 6935-EXIT.
           MOVE DATA-PEDIDA TO DATA-FIM-VINCULO.
           IF DATA-FIM-VINCULO > 0
               AND DATA-FIM-VINCULO < DATA-INICIO-VINCULO
               DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO."
               GO TO 6930-EXIT
           END-IF.
           MOVE "S" TO SW-VINCULO-NOVO.
           MOVE CTA-CONTA  TO VNC-CONTA.
           MOVE CLIENTE-ID TO VNC-CLIENTE-ID.
           READ TITULARES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO SW-VINCULO-NOVO
           END-READ.
           MOVE CTA-CONTA           TO VNC-CONTA.
           MOVE CLIENTE-ID          TO VNC-CLIENTE-ID.
           MOVE PAPEL-VINCULO       TO VNC-PAPEL.
           MOVE DATA-INICIO-VINCULO TO VNC-DATA-INICIO.
           MOVE DATA-FIM-VINCULO    TO VNC-DATA-FIM.
           MOVE WS-DATA-MOVIMENTO   TO VNC-DATA-INCLUSAO.
           MOVE LNK-OPERADOR        TO VNC-OPERADOR.
           IF VINCULO-NOVO
               WRITE VNC-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O VINCULO"
                       GO TO 6930-EXIT
               END-WRITE
               DISPLAY "VINCULO INCLUIDO."
           ELSE
               REWRITE VNC-REGISTRO
               DISPLAY "VINCULO ATUALIZADO."
           END-IF.
           PERFORM 6950-MOSTRAR-TITULARES THRU 6950-EXIT.
       6930-EXIT.
           EXIT.

       6935-ACEITAR-DATA-VALIDA.
           MOVE "N" TO SW-ENTRADA-VALIDA.
           PERFORM 6937-SOLICITAR-DATA THRU 6937-EXIT
               UNTIL ENTRADA-VALIDA.
       6935-EXIT.
           EXIT.

       6937-SOLICITAR-DATA.
           ACCEPT DATA-PEDIDA.
           IF DATA-PEDIDA IS NUMERIC
               MOVE "S" TO SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE SOMENTE NUMEROS."
           END-IF.
       6937-EXIT.
           EXIT.

      ******************************************************************
      * 6940-DESVINCULAR-TITULAR - exclui o vinculo de um co-titular
      * ou procurador com a conta.
      ******************************************************************
       6940-DESVINCULAR-TITULAR.
           DISPLAY "=== DESVINCULAR TITULAR DA CONTA ===".
           PERFORM 2500-ACEITAR-CONTA-VALIDA THRU 2500-EXIT.
           DISPLAY "CLIENTE A DESVINCULAR".
           PERFORM 6650-ACEITAR-CLIENTE-VALIDO THRU 6650-EXIT.
           MOVE CONTA-CLIENTE TO VNC-CONTA.
           MOVE CLIENTE-ID    TO VNC-CLIENTE-ID.
           READ TITULARES-FILE
               INVALID KEY
                   DISPLAY "VINCULO NAO ENCONTRADO."
                   GO TO 6940-EXIT
           END-READ.
           DELETE TITULARES-FILE RECORD.
           DISPLAY "CLIENTE " CLIENTE-ID " DESVINCULADO DA CONTA "
               CONTA-CLIENTE ".".
       6940-EXIT.
           EXIT.

      ******************************************************************
      * 6950-MOSTRAR-TITULARES - lista todos os titulares da conta do
      * buffer (BANCO-TITULARES-CONTA), marcando os vinculos fora da
      * vigencia na data de movimento.
      ******************************************************************
       6950-MOSTRAR-TITULARES.
           CALL "BANCO-TITULARES-CONTA" USING CTA-CONTA
                                              WS-DATA-MOVIMENTO
                                              VTB-TITULARES.
           PERFORM 6955-MOSTRAR-TITULAR THRU 6955-EXIT
               VARYING IDX-TITULAR FROM 1 BY 1
               UNTIL IDX-TITULAR > VTB-QTDE-TITULARES.
       6950-EXIT.
           EXIT.

       6955-MOSTRAR-TITULAR.
           EVALUATE VTB-PAPEL (IDX-TITULAR)
               WHEN "P"
                   MOVE "PRIMEIRO TITULAR:" TO PAPEL-EDITADO
               WHEN "C"
                   MOVE "CO-TITULAR......:" TO PAPEL-EDITADO
               WHEN OTHER
                   MOVE "PROCURADOR......:" TO PAPEL-EDITADO
           END-EVALUATE.
           DISPLAY "  " PAPEL-EDITADO " " VTB-CLIENTE-ID (IDX-TITULAR)
               " " VTB-NOME (IDX-TITULAR).
           IF VTB-PAPEL (IDX-TITULAR) NOT = "P"
               DISPLAY "    VIGENCIA " VTB-DATA-INICIO (IDX-TITULAR)
                   " A " VTB-DATA-FIM (IDX-TITULAR)
           END-IF.
           IF VTB-VIGENTE (IDX-TITULAR) = "N"
               DISPLAY "    *** FORA DA VIGENCIA ***"
           END-IF.
       6955-EXIT.
           EXIT.

      ******************************************************************
      * 6960-CONFERIR-PRIMEIRO-TITULAR - pede o cliente que solicita a
      * operacao na conta do buffer e so a libera ao primeiro
      * titular.  Procurador fora da vigencia e recusado como tal.
      ******************************************************************
       6960-CONFERIR-PRIMEIRO-TITULAR.
           MOVE "N" TO SW-PRIMEIRO-TITULAR.
           DISPLAY "CLIENTE SOLICITANTE".
           PERFORM 6650-ACEITAR-CLIENTE-VALIDO THRU 6650-EXIT.
           CALL "BANCO-TITULARES-CONTA" USING CTA-CONTA
                                              WS-DATA-MOVIMENTO
                                              VTB-TITULARES.
           PERFORM 6965-LOCALIZAR-TITULAR THRU 6965-EXIT
               VARYING IDX-TITULAR FROM 1 BY 1
               UNTIL IDX-TITULAR > VTB-QTDE-TITULARES
                   OR VTB-CLIENTE-ID (IDX-TITULAR) = CLIENTE-ID.
           IF IDX-TITULAR > VTB-QTDE-TITULARES
               DISPLAY "CLIENTE " CLIENTE-ID " NAO E TITULAR DA CONTA"
                   " - SOLICITACAO RECUSADA."
               GO TO 6960-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN VTB-PAPEL (IDX-TITULAR) = "P"
                   MOVE "S" TO SW-PRIMEIRO-TITULAR
               WHEN VTB-PAPEL (IDX-TITULAR) = "R"
                   AND VTB-VIGENTE (IDX-TITULAR) = "N"
                   DISPLAY "PROCURACAO FORA DA VIGENCIA ("
                       VTB-DATA-INICIO (IDX-TITULAR) " A "
                       VTB-DATA-FIM (IDX-TITULAR)
                       ") - SOLICITACAO RECUSADA."
               WHEN OTHER
                   DISPLAY "SOMENTE O PRIMEIRO TITULAR PODE SOLICITAR"
                       " - SOLICITACAO RECUSADA."
           END-EVALUATE.
       6960-EXIT.
           EXIT.

       6965-LOCALIZAR-TITULAR.
           CONTINUE.
       6965-EXIT.
           EXIT.

      ******************************************************************
      * 6970-MOVER-VINCULOS-CLIENTE - na incorporacao, passa ao
      * sobrevivente os vinculos do duplicado em TITULARES.DAT; onde
      * o sobrevivente ja e titular da conta (primeiro titular ou
      * ja vinculado a ela) o vinculo so e excluido.  A auditoria e
      * gravada depois do resultado: VINCULO-MOV quando o vinculo
      * foi regravado para o sobrevivente, VINCULO-EXC quando so foi
      * excluido.
      ******************************************************************
       6970-MOVER-VINCULOS-CLIENTE.
           MOVE 0 TO VNC-CONTA.
           MOVE 0 TO VNC-CLIENTE-ID.
           MOVE "N" TO SW-FIM-VINCULOS.
           START TITULARES-FILE
               KEY IS GREATER THAN OR EQUAL TO VNC-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-VINCULOS
           END-START.
           PERFORM 6975-MOVER-VINCULO THRU 6975-EXIT
               UNTIL FIM-VINCULOS.
       6970-EXIT.
           EXIT.

       6975-MOVER-VINCULO.
           READ TITULARES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-VINCULOS
                   GO TO 6975-EXIT
           END-READ.
           IF VNC-CLIENTE-ID NOT = CLIENTE-DUPLICADO
               GO TO 6975-EXIT
           END-IF.
           MOVE VNC-REGISTRO TO VINCULO-SALVO.
           DELETE TITULARES-FILE RECORD
               INVALID KEY
                   DISPLAY "VINCULO NA CONTA " VNC-CONTA
                       " NAO EXCLUIDO - STATUS " WS-TITULARES-STATUS
                   GO TO 6975-EXIT
           END-DELETE.
           MOVE "VINCULO-EXC" TO CLA-OPERACAO.
           PERFORM 6976-REGRAVAR-VINCULO THRU 6976-EXIT.
           MOVE VINCULO-SALVO TO VNC-REGISTRO.
           MOVE VNC-CONTA TO CLA-CONTA.
           PERFORM 6920-GRAVAR-AUDITORIA-CLIENTE THRU 6920-EXIT.
           IF CLA-OPERACAO = "VINCULO-MOV"
               DISPLAY "VINCULO NA CONTA " VNC-CONTA " MOVIDO."
           ELSE
               DISPLAY "VINCULO NA CONTA " VNC-CONTA " EXCLUIDO - "
                   "SOBREVIVENTE JA E TITULAR."
           END-IF.
       6975-EXIT.
           EXIT.

      ******************************************************************
      * 6976-REGRAVAR-VINCULO - regrava o vinculo excluido em nome do
      * sobrevivente; so entao a operacao passa a VINCULO-MOV.
      ******************************************************************
       6976-REGRAVAR-VINCULO.
           MOVE VNC-CONTA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   GO TO 6976-EXIT
           END-READ.
           IF CTA-CLIENTE-ID = CLIENTE-SUCESSOR
               GO TO 6976-EXIT
           END-IF.
           MOVE VINCULO-SALVO TO VNC-REGISTRO.
           MOVE CLIENTE-SUCESSOR TO VNC-CLIENTE-ID.
           WRITE VNC-REGISTRO
               INVALID KEY
                   GO TO 6976-EXIT
           END-WRITE.
           MOVE "VINCULO-MOV" TO CLA-OPERACAO.
       6976-EXIT.
           EXIT.

      ******************************************************************
      * 7000-GRAVAR-RELATORIO - arquiva em SALDO.LST a linha montada
      * em RPT-LINHA, para que o saldo consultado ou lancado possa ser
           CLOSE CONTAS-FILE.
           CLOSE TRANSACOES-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "SISTEMA-BANCO" TO SPL-PROGRAMA.
           MOVE "SALDO.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           CLOSE CLIENTES-FILE.
           CLOSE PERMANENTES-FILE.
           CLOSE PACOTES-FILE.
           CLOSE PENDENTES-FILE.
           CLOSE EXTPAG-FILE.
           CLOSE ESTORNOS-FILE.
           CLOSE TITULARES-FILE.
           MOVE "CONTAS" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
           MOVE "S" TO SIS-FUNCAO.
           MOVE LNK-OPERADOR TO SIS-OPERADOR.
           CALL "BANCO-ESTADO-SISTEMA" USING SIS-PARAMETROS.
       8000-EXIT.
           EXIT.

