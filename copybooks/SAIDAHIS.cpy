      *> Layout do historico de saidas por empresa: no fechamento
      *> da competencia o retorno bancario copia para cada empresa
      *> as linhas da remessa, do adiantamento, da GPS, da relacao
      *> do FGTS e dos lancamentos contabeis, que a corrida do mes
      *> seguinte sobrescreve. O arquivamento anual separa o
      *> historico por ano.
       01 REG-SAIDA-HIST.
           05 SAI-COMPETENCIA          PIC 9(6).
           05 SAI-COMPETENCIA-R REDEFINES SAI-COMPETENCIA.
               10 SAI-ANO              PIC 9(4).
               10 SAI-MES              PIC 9(2).
           05 SAI-TIPO                 PIC X(3).
           05 SAI-LINHA                PIC X(240).
