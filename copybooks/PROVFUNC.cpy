      *> Layout do registro de provisao mensal por funcionario:
      *> saldo acumulado de ferias + 1/3 e de 13o salario no fim
      *> da competencia, os encargos sobre cada saldo e o que foi
      *> baixado no mes por pagamento. A competencia seguinte
      *> contabiliza so a diferenca contra este saldo.
       01 REG-PROVISAO.
           05 PRV-CHAVE.
               10 PRV-MATRICULA        PIC 9(5).
               10 PRV-COMPETENCIA      PIC 9(6).
           05 PRV-EMPRESA              PIC 9(3).
           05 PRV-CENTRO-CUSTO         PIC 9(4).
           05 PRV-SALARIO-BASE         PIC 9(7)V99.
           05 PRV-DIAS-FERIAS          PIC 9(3)V99.
           05 PRV-AVOS-DECIMO          PIC 9(2).
           05 PRV-SALDO-FERIAS         PIC 9(7)V99.
           05 PRV-SALDO-DECIMO         PIC 9(7)V99.
           05 PRV-ENCARGOS-FERIAS      PIC 9(7)V99.
           05 PRV-ENCARGOS-DECIMO      PIC 9(7)V99.
           05 PRV-BAIXA-FERIAS         PIC 9(7)V99.
           05 PRV-BAIXA-DECIMO         PIC 9(7)V99.
           05 PRV-BAIXA-ENC-FERIAS     PIC 9(7)V99.
           05 PRV-BAIXA-ENC-DECIMO     PIC 9(7)V99.
           05 PRV-DATA-CALCULO         PIC 9(8).
           05 PRV-OPERADOR             PIC X(20).
