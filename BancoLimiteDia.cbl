      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-17
      * Purpose: Daily-limit service shared by every outgoing-money
      *          path (saque, transferencia, pagamento externo and
      *          cheque).  Given an account, its package, the
      *          business day, the modality (the TRN-TIPO code R, T,
      *          P or Q) and the value about to be debited, finds the
      *          ceiling in force in LIMITES.DAT (see LIMITREG.cpy:
      *          the account's own record, else its package's, with
      *          the gerente's raise for that single day), sums what
      *          the account already used in that modality on that
      *          day in TRANSACOES.DAT, and answers "N" when the new
      *          debit would go over the ceiling.  Every refusal is
      *          logged in LIMRECUSA.DAT.  LNK-PENDENTE carries any
      *          amount already committed that day but not yet
      *          posted (the batch edit's accepted records); the
      *          teller passes zero.  No ceiling (missing file,
      *          missing record or zero) always answers "S".
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-17  RA   Original daily-limit service.
      * 2026-10-15  RA   The "T" leg of a court-ordered transfer to the
      *                  judicial deposit account (BANCO-BLOQUEIOS,
      *                  BLOQUEIOS.DAT hold transferred that day) no
      *                  longer counts against the customer's daily
      *                  transfer ceiling.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-LIMITE-DIARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES-FILE ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS WS-LIMITES-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-CHAVE
               FILE STATUS IS WS-TRANSACOES-STATUS.

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT RECUSAS-FILE ASSIGN TO "LIMRECUSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECUSAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITES-FILE.
           COPY "LIMITREG.cpy".

       FD  TRANSACOES-FILE.
           COPY "TRANREG.cpy".

       FD  BLOQUEIOS-FILE.
           COPY "BLOQREG.cpy".

       FD  RECUSAS-FILE.
           COPY "LIMRECUS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LIMITES-STATUS       PIC X(02).
           88  LIMITES-OK                   VALUE "00".

       01  WS-TRANSACOES-STATUS    PIC X(02).
           88  TRANSACOES-OK                VALUE "00".

       01  WS-RECUSAS-STATUS       PIC X(02).
           88  RECUSAS-OK                   VALUE "00".

       01  WS-BLOQUEIOS-STATUS     PIC X(02).
           88  BLOQUEIOS-OK                 VALUE "00".

       01  SW-ACHOU-LIMITE         PIC X(01) VALUE "N".
           88  ACHOU-LIMITE                 VALUE "S".

       01  SW-FIM-DIA              PIC X(01) VALUE "N".
           88  FIM-DIA                      VALUE "S".

      * Transferencias ao deposito judicial feitas no dia por
      * BANCO-BLOQUEIOS: sao ordem do juizo, nao do cliente, e nao
      * consomem o limite de transferencia.
       01  TABELA-JUDICIAL.
           05  JUD-ENTRADA OCCURS 20 TIMES.
               10  JUD-CONTA-DEPOSITO PIC 9(05).
               10  JUD-VALOR       PIC 9(10)V99.
               10  JUD-USADA       PIC X(01).
       01  WS-QTDE-JUDICIAL        PIC 9(02) COMP VALUE 0.
       01  WS-IDX-JUDICIAL         PIC 9(02) COMP VALUE 0.
       01  SW-FIM-BLOQUEIOS        PIC X(01) VALUE "N".
           88  FIM-BLOQUEIOS                VALUE "S".
       01  SW-TRANSF-JUDICIAL      PIC X(01) VALUE "N".
           88  TRANSF-JUDICIAL              VALUE "S".

       LINKAGE SECTION.
       01  LNK-CONTA               PIC 9(05).
       01  LNK-PACOTE              PIC 9(02).
       01  LNK-DATA                PIC 9(08).
       01  LNK-MODALIDADE          PIC X(01).
       01  LNK-VALOR               PIC 9(10)V99.
       01  LNK-PENDENTE            PIC 9(10)V99.
       01  LNK-OPERADOR            PIC X(10).
       01  LNK-LIMITE-OK           PIC X(01).
       01  LNK-LIMITE-DIA          PIC 9(10)V99.
       01  LNK-USADO-DIA           PIC 9(10)V99.

       PROCEDURE DIVISION USING LNK-CONTA LNK-PACOTE LNK-DATA
                                LNK-MODALIDADE LNK-VALOR
                                LNK-PENDENTE LNK-OPERADOR
                                LNK-LIMITE-OK LNK-LIMITE-DIA
                                LNK-USADO-DIA.

       0000-MAINLINE.
           MOVE "S" TO LNK-LIMITE-OK.
           MOVE 0 TO LNK-LIMITE-DIA.
           MOVE LNK-PENDENTE TO LNK-USADO-DIA.
           OPEN INPUT LIMITES-FILE.
           IF NOT LIMITES-OK
               GOBACK
           END-IF.
           PERFORM 2000-OBTER-LIMITE THRU 2000-EXIT.
           CLOSE LIMITES-FILE.
           IF LNK-LIMITE-DIA = 0
               GOBACK
           END-IF.
           PERFORM 3000-SOMAR-USO-DIA THRU 3000-EXIT.
           IF LNK-USADO-DIA + LNK-VALOR > LNK-LIMITE-DIA
               MOVE "N" TO LNK-LIMITE-OK
               PERFORM 4000-REGISTRAR-RECUSA THRU 4000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 2000-OBTER-LIMITE - le o registro da conta; sem ele, o do
      * pacote da conta.  O aumento do gerente so vale no dia
      * LIM-EXC-DATA e so no registro da conta.
      ******************************************************************
       2000-OBTER-LIMITE.
           MOVE "N" TO SW-ACHOU-LIMITE.
           MOVE "C" TO LIM-TIPO-CHAVE.
           MOVE LNK-CONTA TO LIM-CODIGO.
           READ LIMITES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-ACHOU-LIMITE
           END-READ.
           IF NOT ACHOU-LIMITE
               MOVE "P" TO LIM-TIPO-CHAVE
               MOVE LNK-PACOTE TO LIM-CODIGO
               READ LIMITES-FILE
                   INVALID KEY
                       GO TO 2000-EXIT
               END-READ
               MOVE 0 TO LIM-EXC-DATA
           END-IF.
           EVALUATE LNK-MODALIDADE
               WHEN "R"
                   MOVE LIM-SAQUE-DIA TO LNK-LIMITE-DIA
               WHEN "T"
                   MOVE LIM-TRANSF-DIA TO LNK-LIMITE-DIA
               WHEN "P"
                   MOVE LIM-EXTERNO-DIA TO LNK-LIMITE-DIA
               WHEN "Q"
                   MOVE LIM-CHEQUE-DIA TO LNK-LIMITE-DIA
           END-EVALUATE.
           IF LIM-EXC-DATA NOT = LNK-DATA
               GO TO 2000-EXIT
           END-IF.
           EVALUATE LNK-MODALIDADE
               WHEN "R"
                   IF LIM-EXC-SAQUE > 0
                       MOVE LIM-EXC-SAQUE TO LNK-LIMITE-DIA
                   END-IF
               WHEN "T"
                   IF LIM-EXC-TRANSF > 0
                       MOVE LIM-EXC-TRANSF TO LNK-LIMITE-DIA
                   END-IF
               WHEN "P"
                   IF LIM-EXC-EXTERNO > 0
                       MOVE LIM-EXC-EXTERNO TO LNK-LIMITE-DIA
                   END-IF
               WHEN "Q"
                   IF LIM-EXC-CHEQUE > 0
                       MOVE LIM-EXC-CHEQUE TO LNK-LIMITE-DIA
                   END-IF
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SOMAR-USO-DIA - posiciona no primeiro lancamento da conta
      * no dia e soma os da modalidade pedida.  Estornos ("E"/"K")
      * nao devolvem limite.  Em transferencia, a perna "T" da
      * transferencia judicial do dia fica de fora.
      ******************************************************************
       3000-SOMAR-USO-DIA.
           MOVE 0 TO WS-QTDE-JUDICIAL.
           IF LNK-MODALIDADE = "T"
               PERFORM 3500-CARREGAR-JUDICIAIS THRU 3500-EXIT
           END-IF.
           OPEN INPUT TRANSACOES-FILE.
           IF NOT TRANSACOES-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE LNK-CONTA TO TRN-CONTA.
           MOVE LNK-DATA  TO TRN-DATA.
           MOVE 0         TO TRN-SEQ.
           MOVE "N" TO SW-FIM-DIA.
           START TRANSACOES-FILE
               KEY IS GREATER THAN OR EQUAL TO TRN-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-DIA
           END-START.
           PERFORM 3100-LER-LANCAMENTO THRU 3100-EXIT
               UNTIL FIM-DIA.
           CLOSE TRANSACOES-FILE.
       3000-EXIT.
           EXIT.

       3100-LER-LANCAMENTO.
           READ TRANSACOES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-DIA
               NOT AT END
                   IF TRN-CONTA NOT = LNK-CONTA
                       OR TRN-DATA NOT = LNK-DATA
                       MOVE "S" TO SW-FIM-DIA
                   ELSE
                       IF TRN-TIPO = LNK-MODALIDADE
                           PERFORM 3200-SOMAR-LANCAMENTO
                               THRU 3200-EXIT
                       END-IF
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-SOMAR-LANCAMENTO - soma o lancamento ao uso do dia, salvo
      * a perna "T" de uma transferencia judicial (mesma conta de
      * deposito e mesmo valor; cada transferencia casa uma vez so).
      ******************************************************************
       3200-SOMAR-LANCAMENTO.
           MOVE "N" TO SW-TRANSF-JUDICIAL.
           IF TRN-TIPO = "T"
               PERFORM 3250-CASAR-JUDICIAL THRU 3250-EXIT
                   VARYING WS-IDX-JUDICIAL FROM 1 BY 1
                   UNTIL WS-IDX-JUDICIAL > WS-QTDE-JUDICIAL
                      OR TRANSF-JUDICIAL
           END-IF.
           IF NOT TRANSF-JUDICIAL
               ADD TRN-VALOR TO LNK-USADO-DIA
           END-IF.
       3200-EXIT.
           EXIT.

       3250-CASAR-JUDICIAL.
           IF JUD-USADA (WS-IDX-JUDICIAL) = "N"
               AND JUD-CONTA-DEPOSITO (WS-IDX-JUDICIAL) = TRN-CONTAPARTE
               AND JUD-VALOR (WS-IDX-JUDICIAL) = TRN-VALOR
               MOVE "S" TO JUD-USADA (WS-IDX-JUDICIAL)
               MOVE "S" TO SW-TRANSF-JUDICIAL
           END-IF.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CARREGAR-JUDICIAIS - guarda os bloqueios da conta
      * transferidos ao deposito judicial no dia pedido.  Sem
      * BLOQUEIOS.DAT nao ha transferencia judicial.
      ******************************************************************
       3500-CARREGAR-JUDICIAIS.
           OPEN INPUT BLOQUEIOS-FILE.
           IF NOT BLOQUEIOS-OK
               GO TO 3500-EXIT
           END-IF.
           MOVE LNK-CONTA TO BLQ-CONTA.
           MOVE LOW-VALUES TO BLQ-ORDEM.
           MOVE "N" TO SW-FIM-BLOQUEIOS.
           START BLOQUEIOS-FILE
               KEY IS GREATER THAN OR EQUAL TO BLQ-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-BLOQUEIOS
           END-START.
           PERFORM 3600-LER-BLOQUEIO THRU 3600-EXIT
               UNTIL FIM-BLOQUEIOS.
           CLOSE BLOQUEIOS-FILE.
       3500-EXIT.
           EXIT.

       3600-LER-BLOQUEIO.
           READ BLOQUEIOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-BLOQUEIOS
               NOT AT END
                   IF BLQ-CONTA NOT = LNK-CONTA
                       MOVE "S" TO SW-FIM-BLOQUEIOS
                   ELSE
                       IF BLQ-TRANSFERIDO
                           AND BLQ-DATA-BAIXA = LNK-DATA
                           AND WS-QTDE-JUDICIAL < 20
                           ADD 1 TO WS-QTDE-JUDICIAL
                           MOVE BLQ-CONTA-DEPOSITO
                               TO JUD-CONTA-DEPOSITO (WS-QTDE-JUDICIAL)
                           MOVE BLQ-VALOR
                               TO JUD-VALOR (WS-QTDE-JUDICIAL)
                           MOVE "N" TO JUD-USADA (WS-QTDE-JUDICIAL)
                       END-IF
                   END-IF
           END-READ.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REGISTRAR-RECUSA - acrescenta a tentativa recusada ao
      * log LIMRECUSA.DAT, criando-o na primeira recusa.
      ******************************************************************
       4000-REGISTRAR-RECUSA.
           OPEN EXTEND RECUSAS-FILE.
           IF NOT RECUSAS-OK
               OPEN OUTPUT RECUSAS-FILE
               CLOSE RECUSAS-FILE
               OPEN EXTEND RECUSAS-FILE
           END-IF.
           MOVE LNK-DATA       TO LRC-DATA.
           ACCEPT LRC-HORA FROM TIME.
           MOVE LNK-CONTA      TO LRC-CONTA.
           MOVE LNK-MODALIDADE TO LRC-MODALIDADE.
           MOVE LNK-VALOR      TO LRC-VALOR.
           MOVE LNK-USADO-DIA  TO LRC-USADO.
           MOVE LNK-LIMITE-DIA TO LRC-LIMITE.
           MOVE LNK-OPERADOR   TO LRC-OPERADOR.
           WRITE LRC-REGISTRO.
           CLOSE RECUSAS-FILE.
       4000-EXIT.
           EXIT.

       END PROGRAM BANCO-LIMITE-DIARIO.
