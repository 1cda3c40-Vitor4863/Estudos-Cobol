      ******************************************************************
      * ACESSOLNK.CPY
      * Parameter block of the CALLable NUTRI-ACESSO, the only writer
      * of the health-data access log LOGSAUDE.DAT (LOGSAUDE.cpy).
      * ACS-FUNCAO "A" opens the session: NUTRICAO (and CPD-INCENTIVO
      * for its award run) passes the signed-on operator and whether
      * the profile is a nutritionist; "F" closes it.
      * "R" records that ACS-PROGRAMA is showing patient
      * ACS-EMPLOYEE-ID and answers, in ACS-OPERADOR and
      * ACS-NUTRICIONISTA, who the session belongs to (outside a
      * session: "LOTE", never a nutritionist).
      * It also returns in ACS-NOME-PACIENTE the name to print - the
      * caller's, or the one on EMPREGADOS.DAT when the caller passes
      * spaces - masked (first letter of each word kept) unless the
      * profile is a nutritionist.
      * ACS-RETORNO: 0 done, 8 the log could not be written.
      ******************************************************************
       01  ACS-PARAMETROS.
           05  ACS-FUNCAO          PIC X(01).
               88  ACS-ABRIR-SESSAO        VALUE "A".
               88  ACS-REGISTRAR-LEITURA   VALUE "R".
               88  ACS-FECHAR-SESSAO       VALUE "F".
           05  ACS-OPERADOR        PIC X(10).
           05  ACS-NUTRICIONISTA   PIC X(01).
               88  ACS-E-NUTRICIONISTA     VALUE "S".
           05  ACS-PROGRAMA        PIC X(30).
           05  ACS-EMPLOYEE-ID     PIC 9(05).
           05  ACS-NOME-PACIENTE   PIC X(20).
           05  ACS-RETORNO         PIC 9(02).
               88  ACS-OK                  VALUE 0.
               88  ACS-LOG-INDISPONIVEL    VALUE 8.
