      *> Layout do arquivo-fonte de dados (AFD) exportado pelos
      *> relogios de ponto (REP), no leiaute da Portaria 1510: um
      *> cabecalho (tipo 1), a inclusao ou alteracao da empresa
      *> (2), as marcacoes (3), o ajuste do relogio (4), a
      *> inclusao ou alteracao de empregado (5) e o trailer (9).
      *> Cada registro comeca pelo numero sequencial do REP (NSR)
      *> e pelo tipo; o trailer traz noves no NSR e o tipo no fim
      *> do registro. So as marcacoes interessam ao movimento.
       01 REG-AFD.
           05 AFD-NSR               PIC 9(9).
           05 AFD-TIPO-REGISTRO     PIC X(1).
               88 AFD-CABECALHO     VALUE "1".
               88 AFD-MARCACAO      VALUE "3".
           05 AFD-DADOS             PIC X(222).
           05 AFD-DADOS-MARCACAO REDEFINES AFD-DADOS.
               10 AFD-DATA-MARCACAO.
                   15 AFD-DIA       PIC 9(2).
                   15 AFD-MES       PIC 9(2).
                   15 AFD-ANO       PIC 9(4).
               10 AFD-HORA-MARCACAO.
                   15 AFD-HORA      PIC 9(2).
                   15 AFD-MINUTO    PIC 9(2).
               10 AFD-PIS           PIC 9(12).
               10 FILLER            PIC X(198).
