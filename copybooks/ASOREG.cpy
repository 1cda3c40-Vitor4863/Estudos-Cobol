      ******************************************************************
      * ASOREG.CPY
      * Occupational health exams (ASO - atestado de saude
      * ocupacional), one record per employee, exam date and type
      * (ASO.DAT), keyed by Employee-Id + date + type and kept by
      * CPD-EXAMES-OCUPACIONAIS.  Separate from the laboratory
      * results of EXAMES.DAT (EXAMEREG.cpy).
      * ASO-TIPO: "A" admissional, "P" periodico, "R" retorno ao
      * trabalho, "D" demissional.  ASO-RESULTADO: "A" apto, "I"
      * inapto.  ASO-PROXIMO is the date the next periodic exam is
      * due (zero for the demissional).  An admission exam may be
      * recorded before the Employee-Id exists on EMPREGADOS.DAT:
      * CPD-ADMISSAO refuses the hire without an apto one, and
      * CPD-RESCISAO warns when the demissional is missing.
      ******************************************************************
       01  ASO-REGISTRO.
           05  ASO-CHAVE.
               10  ASO-EMPLOYEE-ID PIC 9(05).
               10  ASO-DATA        PIC 9(08).
               10  ASO-TIPO        PIC X(01).
                   88  ASO-ADMISSIONAL     VALUE "A".
                   88  ASO-PERIODICO       VALUE "P".
                   88  ASO-RETORNO         VALUE "R".
                   88  ASO-DEMISSIONAL     VALUE "D".
                   88  ASO-TIPO-VALIDO     VALUE "A" "P" "R" "D".
           05  ASO-RESULTADO       PIC X(01).
               88  ASO-APTO            VALUE "A".
               88  ASO-INAPTO          VALUE "I".
               88  ASO-RESULTADO-VALIDO VALUE "A" "I".
           05  ASO-PROXIMO         PIC 9(08).
           05  ASO-MEDICO          PIC X(20).
