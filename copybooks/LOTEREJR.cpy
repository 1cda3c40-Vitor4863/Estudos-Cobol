      *   05  conta nao ativa (bloqueada/encerrada)
      *   06  saldo e limite insuficientes
      *   07  contraparte invalida (transferencia)
      *   08  saldo e limite cobrem o valor, mas nao descontados os
      *       bloqueios judiciais ativos da conta (BLOQREG.cpy)
      *   09  limite diario da conta excedido (LIMITREG.cpy), somado
      *       o ja lancado no dia e o ja aceito no mesmo lote
      ******************************************************************
       01  REJ-REGISTRO.
           05  REJ-MOTIVO          PIC X(02).
