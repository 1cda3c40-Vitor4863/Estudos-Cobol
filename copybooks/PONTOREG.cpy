      * the hours worked), "F" falta injustificada, "J" falta
      * justificada, "M" atestado medico, "A" abono, "S" suspensao,
      * "V" dia de gozo de ferias (one record per leave day, written
      * by CPD-FERIAS when the ferias are paid), "C" dia de
      * compensacao do banco de horas (debits the daily jornada from
      * the hour bank, BHORASREG.cpy; for an employee outside the
      * hour-bank regime the closing counts it as a falta).
      * "F", "S" and "V" count against PTM-FALTAS in the monthly
      * closing and so cut pay in the folha - for "V" because the
      * ferias payment already covered the day; atestado, abono and
               88  PON-ABONO               VALUE "A".
               88  PON-SUSPENSAO           VALUE "S".
               88  PON-FERIAS              VALUE "V".
               88  PON-COMPENSACAO         VALUE "C".
           05  PON-HORAS               PIC 9(02)V99.
