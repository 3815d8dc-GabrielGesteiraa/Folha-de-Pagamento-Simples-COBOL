      *> Layout do registro de rescisoes calculadas: o calculo
      *> confirmado guarda as verbas do termo por matricula e data
      *> de desligamento, para o evento de desligamento do eSocial
      *> e para consultas posteriores sem refazer o calculo.
       01 REG-RESCISAO.
           05 RESC-CHAVE.
               10 RESC-MATRICULA       PIC 9(5).
               10 RESC-DATA-DESLIGAMENTO PIC 9(8).
           05 RESC-EMPRESA             PIC 9(3).
           05 RESC-TIPO-AVISO          PIC X(1).
               88 RESC-TIPO-TRABALHADO  VALUE "T".
               88 RESC-TIPO-INDENIZADO  VALUE "I".
           05 RESC-DIAS-AVISO          PIC 9(3).
           05 RESC-SALDO-SALARIO       PIC 9(7)V99.
           05 RESC-AVISO-INDENIZADO    PIC 9(7)V99.
           05 RESC-FERIAS-PROPORCIONAIS PIC 9(7)V99.
           05 RESC-TERCO-FERIAS        PIC 9(7)V99.
           05 RESC-DECIMO-TERCEIRO     PIC 9(7)V99.
           05 RESC-FGTS-MULTA          PIC 9(7)V99.
           05 RESC-TOTAL               PIC 9(7)V99.
           05 RESC-DATA-CALCULO        PIC 9(8).
           05 RESC-OPERADOR            PIC X(20).
