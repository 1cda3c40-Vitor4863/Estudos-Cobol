      ******************************************************************
      * SPOOLCAT.CPY
      * Report spool catalogue (SPOOLCAT.DAT), one record per
      * generation of a report, keyed by report name, business date
      * (DATAMOV.DAT, machine date as fallback) and a sequence within
      * the day - e.g. FECHAMENTO.LST 20261015 002 is the second
      * fechamento of that business day.  The lines themselves are
      * in SPOOL.DAT (SPOOLLIN.cpy) under the same key.  Written only
      * by OPERACAO-SPOOL; listed, reprinted and purged by
      * OPERACAO-SPOOL-CONSULTA.
      * SCT-RODADA is the date and time of the RODADA.LOG run the
      * report belonged to (zero when run outside the esteira).
      * SCT-SUBSISTEMA (B banco, C CPD, G gestao, N nutricao,
      * K calculadora, O operacao) and SCT-DADOS-PESSOAIS come from
      * the report table (SPOOLTAB.cpy) at cataloguing time: a
      * report with personal data is only reprinted for a user
      * holding that subsystem in the profile.
      * SCT-LINHAS-ARQUIVO is how many lines the .LST had when
      * catalogued - where the next generation of a report the
      * program appends to (OPEN EXTEND) starts.
      ******************************************************************
       01  SCT-REGISTRO.
           05  SCT-CHAVE.
               10  SCT-RELATORIO       PIC X(16).
               10  SCT-DATA-MOVIMENTO  PIC 9(08).
               10  SCT-SEQUENCIA       PIC 9(03).
           05  SCT-PROGRAMA            PIC X(30).
           05  SCT-OPERADOR            PIC X(10).
           05  SCT-DATA-EXECUCAO       PIC 9(08).
           05  SCT-HORA-EXECUCAO       PIC 9(06).
           05  SCT-QTDE-LINHAS         PIC 9(07).
           05  SCT-QTDE-PAGINAS        PIC 9(05).
           05  SCT-RODADA              PIC 9(14).
           05  SCT-SUBSISTEMA          PIC X(01).
           05  SCT-DADOS-PESSOAIS      PIC X(01).
               88  SCT-E-PESSOAL               VALUE "S".
           05  SCT-LINHAS-ARQUIVO      PIC 9(07).
