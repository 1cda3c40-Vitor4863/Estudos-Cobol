      ******************************************************************
      * SPOOLLNK.CPY
      * Parameter block of the CALLable OPERACAO-SPOOL, the only
      * writer of the report spool (SPOOLCAT.DAT catalogue,
      * SPOOLCAT.cpy, and SPOOL.DAT generation lines, SPOOLLIN.cpy).
      * SPL-FUNCAO "G" catalogues a report the caller has just
      * CLOSEd: SPL-PROGRAMA and SPL-RELATORIO (the .LST name) say
      * what it is, SPL-MODO "N" means the run rewrote the file
      * (OPEN OUTPUT) and "E" that it appended to it (OPEN EXTEND),
      * so only the lines added since the last generation are taken.
      * SPL-OPERADOR is who ran it; spaces take the sign-on session
      * or, outside one, LOTE.  The generation comes back in
      * SPL-DATA-MOVIMENTO/SPL-SEQUENCIA with its page count.
      * "S" opens the sign-on session (MENU-PRINCIPAL passes the
      * operator and USR-PERFIL in SPL-PERFIL), "F" closes it and
      * "Q" answers them back (SPL-RETORNO 4 when there is none).
      * "R" marks the start of a nightly run (SPL-RODADA = date and
      * time of the "RODADA DE" line of RODADA.LOG) and "T" its end;
      * every generation catalogued in between carries the run.
      * SPL-RETORNO: 0 done, 4 nothing to catalogue (empty report)
      * or no session, 8 the spool could not be written.
      ******************************************************************
       01  SPL-PARAMETROS.
           05  SPL-FUNCAO              PIC X(01).
               88  SPL-CATALOGAR               VALUE "G".
               88  SPL-ABRIR-SESSAO            VALUE "S".
               88  SPL-FECHAR-SESSAO           VALUE "F".
               88  SPL-CONSULTAR-SESSAO        VALUE "Q".
               88  SPL-INICIAR-RODADA          VALUE "R".
               88  SPL-TERMINAR-RODADA         VALUE "T".
           05  SPL-PROGRAMA            PIC X(30).
           05  SPL-RELATORIO           PIC X(16).
           05  SPL-MODO                PIC X(01).
               88  SPL-ARQUIVO-NOVO            VALUE "N".
               88  SPL-ARQUIVO-ESTENDIDO       VALUE "E".
           05  SPL-OPERADOR            PIC X(10).
           05  SPL-PERFIL.
               10  SPL-AUT-BANCO       PIC X(01).
               10  SPL-AUT-CPD         PIC X(01).
               10  SPL-AUT-GESTAO      PIC X(01).
               10  SPL-AUT-NUTRI       PIC X(01).
               10  SPL-AUT-CALC        PIC X(01).
           05  SPL-RODADA              PIC 9(14).
           05  SPL-DATA-MOVIMENTO      PIC 9(08).
           05  SPL-SEQUENCIA           PIC 9(03).
           05  SPL-QTDE-PAGINAS        PIC 9(05).
           05  SPL-RETORNO             PIC 9(02).
               88  SPL-OK                      VALUE 0.
               88  SPL-NADA-A-CATALOGAR        VALUE 4.
               88  SPL-SPOOL-INDISPONIVEL      VALUE 8.
