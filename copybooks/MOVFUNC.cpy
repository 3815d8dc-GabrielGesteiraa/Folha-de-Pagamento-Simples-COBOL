               88 AFAST-ACIDENTE         VALUE "A".
               88 AFAST-SEM-REMUNERACAO  VALUE "S".
               88 AFAST-NAO-INFORMADO    VALUE SPACE.
      *> Horas de relogio trabalhadas entre 22h e 5h, ja contidas
      *> nas horas trabalhadas e extras; a folha converte para a
      *> hora noturna reduzida e paga o adicional.
           05 MOV-HORAS-NOTURNAS       PIC 9(3).
      *> Banco de horas: parte das horas extras que vai para o
      *> banco em vez de ser paga, e horas folgadas no mes em
      *> compensacao, abatidas do saldo do banco.
           05 MOV-HORAS-EXTRAS-BANCO   PIC 9(3).
           05 MOV-HORAS-COMPENSADAS    PIC 9(3).
      *> Horas extras em domingos e feriados apuradas pelo ponto
      *> eletronico separadamente das demais: sao pagas sempre com
      *> o adicional de feriado, qualquer que seja o tipo das
      *> horas extras acima.
           05 MOV-HORAS-EXTRAS-FERIADO PIC 9(3).
