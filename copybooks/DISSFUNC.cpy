      *> Layout do registro de diferencas retroativas do dissidio
      *> coletivo: o programa de dissidio grava, por matricula e
      *> data-base, a soma das diferencas das competencias ja
      *> pagas com o salario antigo, e a folha da competencia de
      *> pagamento lanca o total numa linha so do holerite. O INSS
      *> e o FGTS da diferenca ja vem apurados competencia a
      *> competencia, com as tabelas vigentes em cada uma.
       01 REG-DIF-DISSIDIO.
           05 DIS-CHAVE.
               10 DIS-MATRICULA     PIC 9(5).
               10 DIS-DATA-BASE     PIC 9(6).
           05 DIS-COMPETENCIA-PAGTO PIC 9(6).
           05 DIS-PERCENTUAL        PIC 9V9(4).
           05 DIS-QTD-COMPETENCIAS  PIC 9(2).
           05 DIS-DIF-BRUTO         PIC 9(7)V99.
           05 DIS-DIF-INSS          PIC 9(5)V99.
           05 DIS-DIF-FGTS          PIC 9(7)V99.
