      *> Layout do controle de eventos do eSocial: um registro por
      *> evento gerado, chaveado por empresa, evento, matricula
      *> (zerada nos eventos do empregador), periodo de apuracao e
      *> ocorrencia (inicio ou fim do afastamento). Guarda o Id da
      *> ultima versao gerada, a situacao devolvida pelo governo e
      *> o recibo da ultima versao aceita, que a retificacao cita.
       01 REG-ESOCIAL.
           05 ESC-CHAVE.
               10 ESC-EMPRESA          PIC 9(3).
               10 ESC-EVENTO           PIC X(6).
               10 ESC-MATRICULA        PIC 9(5).
               10 ESC-PERIODO          PIC 9(6).
               10 ESC-OCORRENCIA       PIC X(1).
                   88 ESC-INICIO-AFASTAMENTO VALUE "I".
                   88 ESC-FIM-AFASTAMENTO    VALUE "F".
           05 ESC-ID-EVENTO            PIC X(36).
           05 ESC-SITUACAO             PIC X(1).
               88 ESC-GERADO           VALUE "G".
               88 ESC-ACEITO           VALUE "A".
               88 ESC-REJEITADO        VALUE "R".
           05 ESC-RECIBO               PIC X(23).
      *> Conteudo informado na ultima versao: uma nova geracao so
      *> retifica o evento quando algum destes dados mudou.
           05 ESC-CONTEUDO.
               10 ESC-VALOR-BASE       PIC 9(9)V99.
               10 ESC-VALOR-DESCONTOS  PIC 9(9)V99.
               10 ESC-VALOR-LIQUIDO    PIC 9(9)V99.
               10 ESC-DATA-REFERENCIA  PIC 9(8).
               10 ESC-CODIGO-REFERENCIA PIC X(2).
           05 ESC-DATA-GERACAO         PIC 9(8).
           05 ESC-QTD-VERSOES          PIC 9(3).
      *> Ocorrencia da ultima rejeicao, listada para correcao.
           05 ESC-ERRO-CODIGO          PIC X(4).
           05 ESC-ERRO-DESCRICAO       PIC X(60).
