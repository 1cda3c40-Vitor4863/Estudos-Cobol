      ******************************************************************
      * VINCREG.CPY
      * Account-holder relationship file (TITULARES.DAT), keyed by
      * conta + CLI-ID and maintained from the customer menu of
      * SISTEMA-BANCO.  Links further customers to an account that
      * is already owned by its CTA-CLIENTE-ID.
      * VNC-PAPEL: "C" co-titular, "R" procurador.  The primeiro
      * titular is always the account master's CTA-CLIENTE-ID and is
      * never recorded here, so accounts opened before the file
      * existed need no conversion; BANCO-TITULARES-CONTA returns it
      * with papel "P" together with the linked holders.
      * VNC-DATA-INICIO / VNC-DATA-FIM bound the link (a power of
      * attorney's term); VNC-DATA-FIM zero means no end date.
      * Outside that period the link stays on file but the holder
      * does not act on the account.
      ******************************************************************
       01  VNC-REGISTRO.
           05  VNC-CHAVE.
               10  VNC-CONTA       PIC 9(05).
               10  VNC-CLIENTE-ID  PIC 9(05).
           05  VNC-PAPEL           PIC X(01).
               88  VNC-COTITULAR       VALUE "C".
               88  VNC-PROCURADOR      VALUE "R".
           05  VNC-DATA-INICIO     PIC 9(08).
           05  VNC-DATA-FIM        PIC 9(08).
           05  VNC-DATA-INCLUSAO   PIC 9(08).
           05  VNC-OPERADOR        PIC X(10).
