      ******************************************************************
      * SPOOLLIN.CPY
      * Report spool lines (SPOOL.DAT): every print line of every
      * catalogued generation, keyed by the generation (same key as
      * SPOOLCAT.cpy) and the line number within it.  A spool page
      * is 60 lines (the page count in the catalogue and the page
      * range of a reprint are counted that way).
      ******************************************************************
       01  SPO-REGISTRO.
           05  SPO-CHAVE.
               10  SPO-GERACAO.
                   15  SPO-RELATORIO   PIC X(16).
                   15  SPO-DATA-MOVIMENTO
                                       PIC 9(08).
                   15  SPO-SEQUENCIA   PIC 9(03).
               10  SPO-NUMERO-LINHA    PIC 9(07).
           05  SPO-LINHA               PIC X(132).
