      *> Layout do calendario de feriados (FERIADOS.DAT): uma data
      *> por registro, mantida pelo RH a cada ano com os feriados
      *> nacionais e os locais dos estabelecimentos. A importacao
      *> do ponto trata o trabalho nessas datas como hora extra de
      *> feriado e nao cobra falta de quem nao marcou o ponto.
       01 REG-FERIADO.
           05 FRD-DATA.
               10 FRD-AAAAMM        PIC 9(6).
               10 FRD-DIA           PIC 9(2).
           05 FRD-DESCRICAO         PIC X(30).
