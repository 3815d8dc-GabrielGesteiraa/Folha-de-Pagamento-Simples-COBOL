      *> Layout do registro de periodo aquisitivo de ferias: um
      *> registro por funcionario e inicio do periodo (12 meses a
      *> partir da admissao). As faltas injustificadas reduzem os
      *> dias de direito pela escala da CLT; o afastamento pelo
      *> INSS acima de seis meses no periodo tira o direito. O
      *> gozo tem de terminar ate a data limite do periodo
      *> concessivo, depois dela as ferias sao devidas em dobro.
       01 REG-PERIODO-AQUISITIVO.
           05 PAQ-CHAVE.
               10 PAQ-MATRICULA        PIC 9(5).
               10 PAQ-DATA-INICIO      PIC 9(8).
           05 PAQ-DATA-FIM             PIC 9(8).
           05 PAQ-DATA-LIMITE          PIC 9(8).
           05 PAQ-DIAS-FALTAS          PIC 9(3).
           05 PAQ-DIAS-AFASTAMENTO     PIC 9(3).
           05 PAQ-DIAS-DIREITO         PIC 9(2).
           05 PAQ-DIAS-PERDIDOS        PIC 9(2).
           05 PAQ-DIAS-GOZADOS         PIC 9(2).
           05 PAQ-SITUACAO             PIC X(1).
               88 PAQ-EM-AQUISICAO     VALUE "A".
               88 PAQ-ADQUIRIDO        VALUE "C".
               88 PAQ-QUITADO          VALUE "Q".
               88 PAQ-PERDIDO          VALUE "X".
               88 PAQ-INDENIZADO       VALUE "I".
      *> Ultima competencia do movimento somada ao periodo e o
      *> que ela trouxe, para o reprocessamento do mesmo mes
      *> substituir em vez de somar de novo.
           05 PAQ-ULT-COMPETENCIA      PIC 9(6).
           05 PAQ-FALTAS-ULT-COMP      PIC 9(2).
           05 PAQ-AFAST-ULT-COMP       PIC 9(2).
