      ******************************************************************
      * Author: R. ALVES
      * Installation: AGENCIA CENTRAL - INFORMATICA
      * Date-Written: 2026-09-18
      * Purpose: Account-holder service shared by the teller menu,
      *          the consolidated position and the monthly statement.
      *          Given an account and a reference date, returns in
      *          VTB-TITULARES (see VINCTAB.cpy) every holder of the
      *          account: the primeiro titular from CTA-CLIENTE-ID
      *          and each co-titular / procurador linked in
      *          TITULARES.DAT (see VINCREG.cpy), with the customer
      *          name and whether the link covers the reference date.
      *          Account not on file returns no holders.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-18  RA   Original account-holder service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-TITULARES-CONTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNC-CHAVE
               FILE STATUS IS WS-TITULARES-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".

       FD  TITULARES-FILE.
           COPY "VINCREG.cpy".

       FD  CLIENTES-FILE.
           COPY "CLIREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONTAS-STATUS        PIC X(02).
           88  CONTAS-OK                    VALUE "00".

       01  WS-TITULARES-STATUS     PIC X(02).
           88  TITULARES-OK                 VALUE "00".

       01  WS-CLIENTES-STATUS      PIC X(02).
           88  CLIENTES-OK                  VALUE "00".

       01  WS-IDX-TITULAR          PIC 9(02) COMP VALUE 0.

       01  SW-CLIENTES-ABERTO      PIC X(01) VALUE "N".
           88  CLIENTES-ABERTO              VALUE "S".

       01  SW-FIM-VINCULOS         PIC X(01) VALUE "N".
           88  FIM-VINCULOS                 VALUE "S".

       LINKAGE SECTION.
       01  LNK-CONTA               PIC 9(05).
       01  LNK-DATA                PIC 9(08).
           COPY "VINCTAB.cpy".

       PROCEDURE DIVISION USING LNK-CONTA LNK-DATA VTB-TITULARES.

       0000-MAINLINE.
           MOVE 0 TO VTB-QTDE-TITULARES.
           OPEN INPUT CONTAS-FILE.
           IF NOT CONTAS-OK
               GOBACK
           END-IF.
           MOVE LNK-CONTA TO CTA-CONTA.
           READ CONTAS-FILE
               INVALID KEY
                   CLOSE CONTAS-FILE
                   GOBACK
           END-READ.
           CLOSE CONTAS-FILE.
           MOVE "N" TO SW-CLIENTES-ABERTO.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-OK
               MOVE "S" TO SW-CLIENTES-ABERTO
           END-IF.
           MOVE 1 TO WS-IDX-TITULAR.
           MOVE CTA-CLIENTE-ID TO VTB-CLIENTE-ID (WS-IDX-TITULAR).
           MOVE "P"            TO VTB-PAPEL (WS-IDX-TITULAR).
           MOVE 0              TO VTB-DATA-INICIO (WS-IDX-TITULAR).
           MOVE 0              TO VTB-DATA-FIM (WS-IDX-TITULAR).
           MOVE "S"            TO VTB-VIGENTE (WS-IDX-TITULAR).
           PERFORM 3000-OBTER-NOME THRU 3000-EXIT.
           MOVE 1 TO VTB-QTDE-TITULARES.
           PERFORM 2000-LER-VINCULOS THRU 2000-EXIT.
           IF CLIENTES-ABERTO
               CLOSE CLIENTES-FILE
           END-IF.
           GOBACK.

      ******************************************************************
      * 2000-LER-VINCULOS - posiciona no primeiro vinculo da conta e
      * acrescenta cada um a tabela, ate mudar a conta.
      ******************************************************************
       2000-LER-VINCULOS.
           OPEN INPUT TITULARES-FILE.
           IF NOT TITULARES-OK
               GO TO 2000-EXIT
           END-IF.
           MOVE LNK-CONTA TO VNC-CONTA.
           MOVE 0         TO VNC-CLIENTE-ID.
           MOVE "N" TO SW-FIM-VINCULOS.
           START TITULARES-FILE
               KEY IS GREATER THAN OR EQUAL TO VNC-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-FIM-VINCULOS
           END-START.
           PERFORM 2100-LER-VINCULO THRU 2100-EXIT
               UNTIL FIM-VINCULOS.
           CLOSE TITULARES-FILE.
       2000-EXIT.
           EXIT.

       2100-LER-VINCULO.
           READ TITULARES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIM-VINCULOS
                   GO TO 2100-EXIT
           END-READ.
           IF VNC-CONTA NOT = LNK-CONTA
               OR VTB-QTDE-TITULARES >= 10
               MOVE "S" TO SW-FIM-VINCULOS
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO VTB-QTDE-TITULARES.
           MOVE VTB-QTDE-TITULARES TO WS-IDX-TITULAR.
           MOVE VNC-CLIENTE-ID  TO VTB-CLIENTE-ID (WS-IDX-TITULAR).
           MOVE VNC-PAPEL       TO VTB-PAPEL (WS-IDX-TITULAR).
           MOVE VNC-DATA-INICIO TO VTB-DATA-INICIO (WS-IDX-TITULAR).
           MOVE VNC-DATA-FIM    TO VTB-DATA-FIM (WS-IDX-TITULAR).
           IF VNC-DATA-INICIO > LNK-DATA
               OR (VNC-DATA-FIM > 0 AND VNC-DATA-FIM < LNK-DATA)
               MOVE "N" TO VTB-VIGENTE (WS-IDX-TITULAR)
           ELSE
               MOVE "S" TO VTB-VIGENTE (WS-IDX-TITULAR)
           END-IF.
           PERFORM 3000-OBTER-NOME THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OBTER-NOME - nome do cliente da entrada WS-IDX-TITULAR.
      ******************************************************************
       3000-OBTER-NOME.
           MOVE SPACES TO VTB-NOME (WS-IDX-TITULAR).
           IF NOT CLIENTES-ABERTO
               GO TO 3000-EXIT
           END-IF.
           MOVE VTB-CLIENTE-ID (WS-IDX-TITULAR) TO CLI-ID.
           READ CLIENTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-NOME TO VTB-NOME (WS-IDX-TITULAR)
           END-READ.
       3000-EXIT.
           EXIT.

       END PROGRAM BANCO-TITULARES-CONTA.
