      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-09
      * Purpose: Held-balance service shared by every debit path.
      *          Given an account, returns the sum of its active
      *          court-ordered holds in BLOQUEIOS.DAT (see
      *          BLOQREG.cpy), so the caller can test a debit
      *          against CTA-SALDO + CTA-LIMITE-ESPECIAL - holds.
      *          A missing BLOQUEIOS.DAT means nothing is held.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-09  RA   Original held-balance service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-SALDO-BLOQUEADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEIOS-FILE.
           COPY "BLOQREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BLOQUEIOS-STATUS     PIC X(02).
           88  BLOQUEIOS-OK                 VALUE "00".
           88  BLOQUEIOS-ARQ-INEXISTENTE    VALUE "35".

       01  SW-FIM-BLOQUEIOS        PIC X(01) VALUE "N".
           88  FIM-BLOQUEIOS                VALUE "S".

       LINKAGE SECTION.
       01  LNK-CONTA               PIC 9(05).
       01  LNK-VALOR-BLOQUEADO     PIC 9(10)V99.

       PROCEDURE DIVISION USING LNK-CONTA LNK-VALOR-BLOQUEADO.

       0000-MAINLINE.
           MOVE 0 TO LNK-VALOR-BLOQUEADO.
           OPEN INPUT BLOQUEIOS-FILE.
           IF BLOQUEIOS-OK
               PERFORM 2000-SOMAR-BLOQUEIOS THRU 2000-EXIT
               CLOSE BLOQUEIOS-FILE
           END-IF.
           GOBACK.

      ******************************************************************
      * 2000-SOMAR-BLOQUEIOS - posiciona no primeiro bloqueio da conta
      * e soma os que ainda estao ativos.
      ******************************************************************
       2000-SOMAR-BLOQUEIOS.
           MOVE LNK-CONTA TO BLQ-CONTA.
           MOVE LOW-VALUES TO BLQ-ORDEM.
           START BLOQUEIOS-FILE
               KEY IS GREATER THAN OR EQUAL TO BLQ-CHAVE
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           MOVE "N" TO SW-FIM-BLOQUEIOS.
           PERFORM 2100-LER-BLOQUEIO THRU 2100-EXIT
               UNTIL FIM-BLOQUEIOS.
       2000-EXIT.
           EXIT.

       2100-LER-BLOQUEIO.
           READ BLOQUEIOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-BLOQUEIOS
               NOT AT END
                   IF BLQ-CONTA NOT = LNK-CONTA
                       MOVE "S" TO SW-FIM-BLOQUEIOS
                   ELSE
                       IF BLQ-ATIVO
                           ADD BLQ-VALOR TO LNK-VALOR-BLOQUEADO
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       END PROGRAM BANCO-SALDO-BLOQUEADO.
