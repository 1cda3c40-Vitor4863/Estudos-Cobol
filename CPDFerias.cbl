      *                  in the right months, survives fechamento
      *                  reruns and stops CPD-PONTO-EXCECAO flagging
      *                  vacation days as missing punches.
      * 2026-09-22  RA   The ferias payment computes the employer FGTS
      *                  (8% of ferias plus the one-third), prints it on
      *                  the recibo and records it in FGTS.DAT (origem
      *                  V, payment month) for CPD-FGTS-MENSAL.
      * 2026-10-15  RA   FERIAS.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-FERIAS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT FGTS-FILE ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FGTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE.
       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  FGTS-FILE.
           COPY "FGTSREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".
       01  WS-RELATORIO-STATUS     PIC X(02).
           88  RELATORIO-OK                 VALUE "00".

       01  WS-FGTS-STATUS          PIC X(02).
           88  FGTS-OK                      VALUE "00".
           88  FGTS-ARQ-INEXISTENTE         VALUE "35".

       01  OPCAO-MENU              PIC X(01).
       01  WS-ID-PEDIDO            PIC 9(05).
       01  WS-DATA-INICIO          PIC 9(08).
       01  WS-DESCONTO-INSS        PIC 9(06)V99 VALUE 0.
       01  WS-DESCONTO-IRRF        PIC 9(06)V99 VALUE 0.
       01  WS-LIQUIDO-FERIAS       PIC 9(08)V99 VALUE 0.
       01  WS-TAXA-FGTS            PIC 9V9(04) VALUE 0.0800.
       01  WS-FGTS-FERIAS          PIC 9(06)V99 VALUE 0.
       01  WS-PERIODO-GOZO         PIC 9(06) VALUE 0.
       01  WS-RESTO-PERIODO        PIC 9(02) VALUE 0.

       01  SW-ENTRADA-VALIDA       PIC X(01) VALUE "N".
           88  ENTRADA-VALIDA               VALUE "S".

           COPY "SPOOLLNK.cpy".

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(10).

           PERFORM 5200-CALCULAR-DESCONTOS THRU 5200-EXIT.
           COMPUTE WS-LIQUIDO-FERIAS =
               WS-BRUTO-FERIAS - WS-DESCONTO-INSS - WS-DESCONTO-IRRF.
           COMPUTE WS-FGTS-FERIAS ROUNDED =
               WS-BRUTO-FERIAS * WS-TAXA-FGTS.
           DIVIDE FER-DATA-INICIO BY 100
               GIVING WS-PERIODO-GOZO
               REMAINDER WS-RESTO-PERIODO.
           PERFORM 5300-IMPRIMIR-RECIBO THRU 5300-EXIT.
           PERFORM 5400-EMITIR-CREDITO THRU 5400-EXIT.
           PERFORM 5500-LANCAR-DIAS-PONTO THRU 5500-EXIT.
           PERFORM 5700-GRAVAR-FGTS THRU 5700-EXIT.
           DISPLAY "FERIAS PAGAS. LIQUIDO: R$ " WS-LIQUIDO-FERIAS.
       5000-EXIT.
           EXIT.
           STRING "LIQUIDO......: " WS-LIQUIDO-FERIAS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "FGTS.........: " WS-FGTS-FERIAS
               " (DEPOSITO DO EMPREGADOR)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5300-EXIT.
           EXIT.

       5650-EXIT.
           EXIT.

      ******************************************************************
      * 5700-GRAVAR-FGTS - grava no registro de FGTS o deposito do
      * empregador sobre o bruto das ferias (com o terco), no mes do
      * pagamento.  Dois pagamentos do mesmo funcionario no mesmo
      * mes somam no mesmo registro.
      ******************************************************************
       5700-GRAVAR-FGTS.
           OPEN I-O FGTS-FILE.
           IF FGTS-ARQ-INEXISTENTE
               OPEN OUTPUT FGTS-FILE
               CLOSE FGTS-FILE
               OPEN I-O FGTS-FILE
           END-IF.
           COMPUTE FGT-PERIODO = WS-ANO-HOJE * 100 + WS-MES-HOJE.
           MOVE Employee-Id TO FGT-EMPLOYEE-ID.
           MOVE "V" TO FGT-ORIGEM.
           READ FGTS-FILE
               INVALID KEY
                   MOVE Employee-Department TO FGT-DEPARTAMENTO
                   MOVE WS-BRUTO-FERIAS TO FGT-BASE
                   MOVE WS-FGTS-FERIAS TO FGT-DEPOSITO
                   WRITE FGT-REGISTRO
               NOT INVALID KEY
                   ADD WS-BRUTO-FERIAS TO FGT-BASE
                   ADD WS-FGTS-FERIAS TO FGT-DEPOSITO
                   REWRITE FGT-REGISTRO
           END-READ.
           CLOSE FGTS-FILE.
       5700-EXIT.
           EXIT.

      ******************************************************************
      * 7900-GRAVAR-LINHA - grava a linha montada em RPT-LINHA tanto
      * no console quanto em FERIAS.LST.
           CLOSE EMPREGADOS-FILE.
           CLOSE FERIAS-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-FERIAS" TO SPL-PROGRAMA.
           MOVE "FERIAS.LST" TO SPL-RELATORIO.
           MOVE "E" TO SPL-MODO.
           MOVE LNK-OPERADOR TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
       8000-EXIT.
           EXIT.

