      *> Layout do registro do banco de horas: um lancamento por
      *> matricula, competencia e tipo. O credito guarda as horas
      *> extras levadas ao banco e a competencia em que vencem; o
      *> debito, as horas folgadas em compensacao; os pagamentos
      *> registram o saldo vencido pago com o adicional de hora
      *> extra e a quitacao do saldo na rescisao. O saldo de cada
      *> credito nao e gravado: deriva da reproducao dos
      *> lancamentos em ordem de chave, com as compensacoes
      *> consumindo primeiro os creditos mais antigos.
       01 REG-BANCO-HORAS.
           05 BH-CHAVE.
               10 BH-MATRICULA      PIC 9(5).
               10 BH-COMPETENCIA    PIC 9(6).
               10 BH-TIPO           PIC X(1).
                   88 BH-CREDITO      VALUE "C".
                   88 BH-DEBITO       VALUE "D".
                   88 BH-PAGO-RESCISAO VALUE "R".
                   88 BH-PAGO-VENCIDO VALUE "V".
           05 BH-HORAS              PIC 9(3).
      *> Natureza da hora extra creditada (N normal, F feriado):
      *> define o adicional aplicado quando o saldo e pago.
           05 BH-TIPO-HORA          PIC X(1).
               88 BH-HORA-NORMAL    VALUE "N".
               88 BH-HORA-FERIADO   VALUE "F".
           05 BH-VENCIMENTO         PIC 9(6).
           05 BH-VALOR              PIC 9(7)V99.
