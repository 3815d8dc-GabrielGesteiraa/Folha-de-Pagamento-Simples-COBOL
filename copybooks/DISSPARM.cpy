      *> Layout do registro de parametros do dissidio coletivo
      *> (DISSIDIO.DAT), preparado pelo RH a partir da convencao
      *> assinada: modo da corrida, percentual de reajuste,
      *> competencia da data-base (AAAAMM), selecao por empresa e
      *> centro de custo (zeros = todos) e os limites opcionais
      *> sobre o salario mensal (zeros = sem limite).
       01 REG-DISSIDIO.
      *> A simulacao so emite a listagem de antes e depois para
      *> aprovacao; a efetivacao grava historico, mestre e
      *> diferencas retroativas.
           05 DISS-MODO             PIC X(1).
               88 DISS-SIMULACAO    VALUE "S".
               88 DISS-EFETIVACAO   VALUE "E".
           05 DISS-PERCENTUAL       PIC 9V9(4).
           05 DISS-DATA-BASE        PIC 9(6).
           05 DISS-EMPRESA          PIC 9(3).
           05 DISS-CENTRO-CUSTO     PIC 9(4).
      *> Piso: salario mensal minimo depois do reajuste. Teto:
      *> salario ate o qual o percentual se aplica; acima dele o
      *> reajuste e a parcela fixa calculada sobre o teto.
           05 DISS-PISO             PIC 9(7)V99.
           05 DISS-TETO             PIC 9(7)V99.
