      *> Layout do pedido de reabertura de competencia: empresa,
      *> competencia (AAAAMM), o nome de quem autoriza e o motivo.
      *> Sem operador nominal ou sem motivo a reabertura e
      *> recusada.
       01 REG-REABERTURA.
           05 REAB-EMPRESA             PIC 9(3).
           05 REAB-COMPETENCIA         PIC 9(6).
           05 REAB-OPERADOR            PIC X(20).
           05 REAB-MOTIVO              PIC X(60).
