      ******************************************************************
      * CLIAUDIT.CPY
      * One entry per change made by the duplicate-customer merge,
      * appended to CLIAUDIT.DAT by SISTEMA-BANCO: who, when, which
      * duplicate CLI-ID was folded into which surviving CLI-ID, and
      * the account moved (zero on the entry that retires the
      * duplicate itself).
      * CLA-OPERACAO: "CONTA-MOVID" for each account repointed,
      * "VINCULO-MOV" for each TITULARES.DAT link of the duplicate
      * (see VINCREG.cpy) passed to the survivor, "VINCULO-EXC" for
      * a link of the duplicate only deleted because the survivor
      * already holds the account, "INCORPORADO" for the retired
      * customer record.
      ******************************************************************
       01  CLA-REGISTRO.
           05  CLA-OPERADOR        PIC X(10).
           05  CLA-DATA            PIC 9(08).
           05  CLA-HORA            PIC 9(06).
           05  CLA-OPERACAO        PIC X(11).
           05  CLA-CLI-DUPLICADO   PIC 9(05).
           05  CLA-CLI-SUCESSOR    PIC 9(05).
           05  CLA-CONTA           PIC 9(05).
