      ******************************************************************
      * VINCTAB.CPY
      * Every holder of one account as returned by the CALLable
      * BANCO-TITULARES-CONTA: the primeiro titular (CTA-CLIENTE-ID,
      * papel "P") first, then each link of TITULARES.DAT (see
      * VINCREG.cpy) in CLI-ID order.  VTB-VIGENTE is "S" when the
      * link covers the reference date passed by the caller; the
      * primeiro titular is always vigente.  VTB-NOME is spaces when
      * the CLI-ID is not on CLIENTES.DAT.  At most ten holders are
      * returned.
      ******************************************************************
       01  VTB-TITULARES.
           05  VTB-QTDE-TITULARES  PIC 9(02).
           05  VTB-ENTRADA OCCURS 10 TIMES.
               10  VTB-CLIENTE-ID  PIC 9(05).
               10  VTB-PAPEL       PIC X(01).
               10  VTB-NOME        PIC X(30).
               10  VTB-DATA-INICIO PIC 9(08).
               10  VTB-DATA-FIM    PIC 9(08).
               10  VTB-VIGENTE     PIC X(01).
