      *> Layout do registro de informes emitidos: o informe de
      *> rendimentos acrescenta uma linha por emissao com o
      *> ano-base, e o arquivamento anual so move um ano depois
      *> de encontrar aqui a emissao do informe daquele ano.
       01 REG-INFORME-EMITIDO.
           05 INF-ANO-BASE             PIC 9(4).
           05 INF-DATA-EMISSAO         PIC 9(8).
           05 INF-HORA-EMISSAO         PIC 9(6).
           05 INF-OPERADOR             PIC X(20).
           05 INF-QTD-INFORMES         PIC 9(5).
