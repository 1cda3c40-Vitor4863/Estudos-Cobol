      ******************************************************************
      * ESTADOLNK.CPY
      * Parameter block of the CALLable BANCO-ESTADO-SISTEMA, the only
      * writer of the online/batch state of the bank suite
      * (ESTADO.DAT, ESTADOREG.cpy) and of the teller session table
      * (SESSOES.DAT, SESSAOREG.cpy).  Every call answers the current
      * state in SIS-SITUACAO ("O" online open, "L" batch window) and
      * the number of teller sessions still logged on in
      * SIS-QTDE-SESSOES.
      * SIS-FUNCAO:
      *   "C" only answers the state.
      *   "E" / "S" - a teller program (SISTEMA-BANCO,
      *       GESTAO-PAGAMENTOS) logs SIS-OPERADOR on / off.
      *   "L" - OPERACAO-NOTURNA opens the batch window before its
      *       first step, under SIS-OPERADOR as responsible.  Refused
      *       with SIS-RETORNO 4 while any session is logged on; the
      *       first such operator comes back in SIS-OPERADOR and the
      *       sessions are listed on the console.
      *   "O" - reopens online (end of a clean run, or the
      *       administrator forcing it after an aborted one).
      *   "D" - the administrator clears the session of SIS-OPERADOR
      *       left behind by a terminal that was not signed off.
      *   "M" - lists the state and the open sessions on the console.
      * SIS-RETORNO: 0 done, 4 refused (sessions open / session not
      * found), 8 the control files could not be written.
      ******************************************************************
       01  SIS-PARAMETROS.
           05  SIS-FUNCAO          PIC X(01).
               88  SIS-CONSULTAR           VALUE "C".
               88  SIS-ENTRAR-SESSAO       VALUE "E".
               88  SIS-SAIR-SESSAO         VALUE "S".
               88  SIS-ABRIR-JANELA-LOTE   VALUE "L".
               88  SIS-REABRIR-ONLINE      VALUE "O".
               88  SIS-ENCERRAR-SESSAO     VALUE "D".
               88  SIS-MOSTRAR-ESTADO      VALUE "M".
           05  SIS-OPERADOR        PIC X(10).
           05  SIS-SITUACAO        PIC X(01).
               88  SIS-ONLINE-ABERTO       VALUE "O".
               88  SIS-JANELA-LOTE         VALUE "L".
           05  SIS-QTDE-SESSOES    PIC 9(03).
           05  SIS-RETORNO         PIC 9(02).
               88  SIS-OK                  VALUE 0.
               88  SIS-RECUSADO            VALUE 4.
               88  SIS-ARQUIVO-INDISPONIVEL VALUE 8.
