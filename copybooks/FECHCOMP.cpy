      *> Layout do controle de fechamento de competencia: um
      *> registro por empresa e competencia, gravado pelo retorno
      *> bancario quando o banco confirma a remessa da folha. Com
      *> a competencia fechada a folha so aceita complementar; a
      *> reabertura exige operador nominal e motivo, guardados
      *> aqui e na auditoria.
       01 REG-FECHAMENTO.
           05 FEC-CHAVE.
               10 FEC-EMPRESA          PIC 9(3).
               10 FEC-COMPETENCIA      PIC 9(6).
           05 FEC-SITUACAO             PIC X(1).
               88 COMPETENCIA-FECHADA  VALUE "F".
               88 COMPETENCIA-REABERTA VALUE "R".
           05 FEC-DATA-FECHAMENTO      PIC 9(8).
           05 FEC-HORA-FECHAMENTO      PIC 9(6).
           05 FEC-OPERADOR-FECHAMENTO  PIC X(20).
           05 FEC-QTD-CONFIRMADOS      PIC 9(5).
           05 FEC-VALOR-CONFIRMADO     PIC 9(11)V99.
           05 FEC-QTD-REABERTURAS      PIC 9(3).
           05 FEC-DATA-REABERTURA      PIC 9(8).
           05 FEC-OPERADOR-REABERTURA  PIC X(20).
           05 FEC-MOTIVO-REABERTURA    PIC X(60).
