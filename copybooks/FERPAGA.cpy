      *> Layout do registro de ferias pagas: o modulo de ferias
      *> grava um registro por pagamento, com as verbas brutas, e
      *> a provisao mensal baixa os dias no periodo aquisitivo e
      *> estorna da provisao os valores pagos na competencia do
      *> inicio do gozo. O gozo e o seu terco sao tributaveis; o
      *> abono e o terco sobre o abono, isentos.
       01 REG-FERIAS-PAGA.
           05 PAG-CHAVE.
               10 PAG-MATRICULA        PIC 9(5).
               10 PAG-DATA-INICIO      PIC 9(8).
           05 PAG-COMPETENCIA          PIC 9(6).
           05 PAG-EMPRESA              PIC 9(3).
           05 PAG-CENTRO-CUSTO         PIC 9(4).
           05 PAG-DIAS-GOZO            PIC 9(2).
           05 PAG-DIAS-ABONO           PIC 9(2).
           05 PAG-VALOR-TRIBUTAVEL     PIC 9(7)V99.
           05 PAG-VALOR-ISENTO         PIC 9(7)V99.
           05 PAG-DATA-CREDITO         PIC 9(8).
           05 PAG-SITUACAO             PIC X(1).
               88 PAG-PENDENTE         VALUE "P".
               88 PAG-BAIXADA          VALUE "B".
      *> Primeiro periodo aquisitivo de onde os dias sairam.
           05 PAG-INICIO-PERIODO       PIC 9(8).
