      *                  CONTROLE.DAT through OPERACAO-CTL-APURA
      *                  at finalizar, for the integrity
      *                  verifier OPERACAO-CONTROLE.
      * 2026-09-22  RA   Computes the employer FGTS (8%) on each 13o,
      *                  prints it on the holerite and records it in
      *                  FGTS.DAT (origem D, payment month) for CPD-
      *                  FGTS-MENSAL.
      * 2026-09-24  RA   Zeroes the dependents deduction and salario-
      *                  familia fields added to FOLHAREG on the AAAA13
      *                  record.
      * 2026-10-15  RA   DECIMO.LST is copied to the report spool as a
      *                  dated generation after it is closed
      *                  (OPERACAO-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-DECIMO-TERCEIRO.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-EMPREGADOS-STATUS.

           SELECT FGTS-FILE ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WS-FGTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHAREG-FILE.
       FD  RELATORIO-FILE.
           COPY "RELATLINH.cpy".

       FD  EMPREGADOS-FILE.
           COPY "EMPREG.cpy".

       FD  FGTS-FILE.
           COPY "FGTSREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FOLHAREG-STATUS      PIC X(02).
           88  FOLHAREG-OK                  VALUE "00".

       01  WS-RELATORIO-STATUS     PIC X(02).

       01  WS-EMPREGADOS-STATUS    PIC X(02).
           88  EMPREGADOS-OK                VALUE "00".

       01  WS-FGTS-STATUS          PIC X(02).
           88  FGTS-OK                      VALUE "00".
           88  FGTS-ARQ-INEXISTENTE         VALUE "35".

       01  WS-ANO-PEDIDO           PIC 9(04).
       01  WS-PERIODO-INICIO       PIC 9(06).
       01  WS-PERIODO-FIM          PIC 9(06).
       01  WS-IRRF-13              PIC 9(06)V99 VALUE 0.
       01  WS-NETO-13              PIC 9(06)V99 VALUE 0.
       01  WS-TOTAL-PAGO           PIC 9(10)V99 VALUE 0.
       01  WS-TAXA-FGTS            PIC 9V9(04) VALUE 0.0800.
       01  WS-FGTS-13              PIC 9(06)V99 VALUE 0.
       01  WS-TOTAL-FGTS           PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-FUNCIONARIOS   PIC 9(05) COMP VALUE 0.
       01  WS-FUNCIONARIOS-EDIT    PIC 9(05) VALUE 0.
       01  WS-MESES-EDIT           PIC 9(02) VALUE 0.

       01  WS-CTL-ARQUIVO          PIC X(12) VALUE SPACES.

           COPY "SPOOLLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
                       "DO ANO ANTES."
               ELSE
                   OPEN OUTPUT RELATORIO-FILE
                   OPEN INPUT EMPREGADOS-FILE
                   OPEN I-O FGTS-FILE
                   IF FGTS-ARQ-INEXISTENTE
                       OPEN OUTPUT FGTS-FILE
                       CLOSE FGTS-FILE
                       OPEN I-O FGTS-FILE
                   END-IF
                   MOVE WS-PERIODO-INICIO TO FRG-PERIODO
                   MOVE 0 TO FRG-EMPLOYEE-ID
                   START FOLHAREG-FILE
           PERFORM 4500-CALCULAR-DESCONTOS THRU 4500-EXIT.
           COMPUTE WS-NETO-13 =
               WS-BRUTO-13 - WS-INSS-13 - WS-IRRF-13.
           COMPUTE WS-FGTS-13 ROUNDED = WS-BRUTO-13 * WS-TAXA-FGTS.
           PERFORM 5000-IMPRIMIR-HOLERITE THRU 5000-EXIT.
           MOVE WS-PERIODO-DECIMO TO FRG-PERIODO.
           MOVE ACU-EMPLOYEE-ID (WS-IDX-EMP) TO FRG-EMPLOYEE-ID.
           MOVE WS-IRRF-13 TO FRG-DESCONTO-IRRF.
           MOVE 0 TO FRG-DESCONTO-BENEF.
           MOVE WS-NETO-13 TO FRG-SALARIO-NETO.
           MOVE 0 TO FRG-DEDUCAO-DEPEND.
           MOVE 0 TO FRG-SALARIO-FAMILIA.
           REWRITE FRG-REGISTRO
               INVALID KEY
                   WRITE FRG-REGISTRO
           END-REWRITE.
           PERFORM 4600-GRAVAR-FGTS THRU 4600-EXIT.
           ADD 1 TO WS-TOTAL-FUNCIONARIOS.
           ADD WS-NETO-13 TO WS-TOTAL-PAGO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4600-GRAVAR-FGTS - grava no registro de FGTS o deposito do
      * empregador sobre o 13o, no mes em que o 13o e pago; o
      * departamento vem do cadastro (espacos se nao encontrado).
      ******************************************************************
       4600-GRAVAR-FGTS.
           MOVE ACU-EMPLOYEE-ID (WS-IDX-EMP) TO Employee-Id.
           READ EMPREGADOS-FILE
               INVALID KEY
                   MOVE SPACES TO Employee-Department
           END-READ.
           COMPUTE FGT-PERIODO = WS-DATA-HOJE / 100.
           MOVE ACU-EMPLOYEE-ID (WS-IDX-EMP) TO FGT-EMPLOYEE-ID.
           MOVE "D" TO FGT-ORIGEM.
           MOVE Employee-Department TO FGT-DEPARTAMENTO.
           MOVE WS-BRUTO-13 TO FGT-BASE.
           MOVE WS-FGTS-13 TO FGT-DEPOSITO.
           REWRITE FGT-REGISTRO
               INVALID KEY
                   WRITE FGT-REGISTRO
           END-REWRITE.
           ADD WS-FGTS-13 TO WS-TOTAL-FGTS.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CALCULAR-DESCONTOS - aplica sobre o bruto do 13o as
      * mesmas faixas e aliquotas da folha mensal.
           STRING "13o LIQUIDO..: " WS-NETO-13
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "FGTS DO 13o..: " WS-FGTS-13
               " (DEPOSITO DO EMPREGADOR)"
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

           STRING "TOTAL LIQUIDO PAGO......: " WS-TOTAL-PAGO
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
           STRING "TOTAL FGTS DO 13o.......: " WS-TOTAL-FGTS
               DELIMITED BY SIZE INTO RPT-LINHA.
           PERFORM 7900-GRAVAR-LINHA THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE FOLHAREG-FILE.
           CLOSE RELATORIO-FILE.
           MOVE "G" TO SPL-FUNCAO.
           MOVE "CPD-DECIMO-TERCEIRO" TO SPL-PROGRAMA.
           MOVE "DECIMO.LST" TO SPL-RELATORIO.
           MOVE "N" TO SPL-MODO.
           MOVE SPACES TO SPL-OPERADOR.
           CALL "OPERACAO-SPOOL" USING SPL-PARAMETROS.
           CLOSE EMPREGADOS-FILE.
           CLOSE FGTS-FILE.
           MOVE "FOLHAREG" TO WS-CTL-ARQUIVO.
           CALL "OPERACAO-CTL-APURA" USING WS-CTL-ARQUIVO.
       8000-EXIT.
