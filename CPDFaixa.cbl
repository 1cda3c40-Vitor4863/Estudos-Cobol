      ******************************************************************
      * Author: R. ALVES
      * Installation: SETOR DE PESSOAL - CPD
      * Date-Written: 2026-09-29
      * Purpose: Salary band service shared by the CPD maintenance
      *          screen, CPD-ADMISSAO, the dissidio batch and the
      *          band-compliance report.  Given a cargo and a salary
      *          in FXA-PARAMETROS (see FAIXALNK.cpy), reads the
      *          cargo on CARGOS.DAT (CARGOREG.cpy) and returns its
      *          title, level and band, whether the salary is
      *          inside, below or above it, and the salary's
      *          position in the band as a percentage.  Cargo not
      *          on file (or CARGOS.DAT not yet created) returns
      *          result 9.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-29  RA   Original salary band service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPD-FAIXA-SALARIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WS-CARGOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGOS-FILE.
           COPY "CARGOREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CARGOS-STATUS        PIC X(02).
           88  CARGOS-OK                    VALUE "00".

       01  WS-AMPLITUDE            PIC 9(06) VALUE 0.

       LINKAGE SECTION.
           COPY "FAIXALNK.cpy".

       PROCEDURE DIVISION USING FXA-PARAMETROS.

       0000-MAINLINE.
           MOVE 9      TO FXA-RESULTADO.
           MOVE SPACES TO FXA-TITULO.
           MOVE 0      TO FXA-NIVEL.
           MOVE 0      TO FXA-MINIMO.
           MOVE 0      TO FXA-MAXIMO.
           MOVE 0      TO FXA-POSICAO.
           OPEN INPUT CARGOS-FILE.
           IF NOT CARGOS-OK
               GOBACK
           END-IF.
           MOVE FXA-CARGO TO CRG-CODIGO.
           READ CARGOS-FILE
               INVALID KEY
                   CLOSE CARGOS-FILE
                   GOBACK
           END-READ.
           CLOSE CARGOS-FILE.
           MOVE CRG-TITULO         TO FXA-TITULO.
           MOVE CRG-NIVEL          TO FXA-NIVEL.
           MOVE CRG-SALARIO-MINIMO TO FXA-MINIMO.
           MOVE CRG-SALARIO-MAXIMO TO FXA-MAXIMO.
           PERFORM 2000-CLASSIFICAR THRU 2000-EXIT.
           PERFORM 3000-CALCULAR-POSICAO THRU 3000-EXIT.
           GOBACK.

      ******************************************************************
      * 2000-CLASSIFICAR - situa o salario dentro, abaixo ou acima da
      * faixa do cargo.
      ******************************************************************
       2000-CLASSIFICAR.
           IF FXA-SALARIO < FXA-MINIMO
               MOVE 1 TO FXA-RESULTADO
           ELSE
               IF FXA-SALARIO > FXA-MAXIMO
                   MOVE 2 TO FXA-RESULTADO
               ELSE
                   MOVE 0 TO FXA-RESULTADO
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CALCULAR-POSICAO - posicao percentual do salario na
      * faixa: 0 no minimo, 100 no maximo.  Faixa de valor unico
      * coloca quem esta nela em 100.
      ******************************************************************
       3000-CALCULAR-POSICAO.
           IF FXA-MAXIMO NOT > FXA-MINIMO
               IF FXA-DENTRO-FAIXA
                   MOVE 100 TO FXA-POSICAO
               ELSE
                   IF FXA-ABAIXO-MINIMO
                       MOVE 0 TO FXA-POSICAO
                   ELSE
                       MOVE 100 TO FXA-POSICAO
                   END-IF
               END-IF
               GO TO 3000-EXIT
           END-IF.
           SUBTRACT FXA-MINIMO FROM FXA-MAXIMO GIVING WS-AMPLITUDE.
           COMPUTE FXA-POSICAO ROUNDED =
               (FXA-SALARIO - FXA-MINIMO) * 100 / WS-AMPLITUDE
               ON SIZE ERROR
                   IF FXA-ABAIXO-MINIMO
                       MOVE -9999.9 TO FXA-POSICAO
                   ELSE
                       MOVE 9999.9 TO FXA-POSICAO
                   END-IF
           END-COMPUTE.
       3000-EXIT.
           EXIT.

       END PROGRAM CPD-FAIXA-SALARIAL.
