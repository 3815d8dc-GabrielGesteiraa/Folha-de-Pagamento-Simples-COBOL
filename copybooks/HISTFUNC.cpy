           05 HIST-SALARIO-HORA     PIC 9(5)V99.
           05 HIST-VT-PERC          PIC 9V99.
           05 HIST-VALE-REFEICAO    PIC 9(3)V99.
      *> Adicionais de risco em vigor na versao (mesmos codigos do
      *> cadastro mestre). Versoes gravadas antes desses campos
      *> existirem trazem brancos: vale o cadastro mestre.
           05 HIST-GRAU-INSALUBRIDADE PIC X(1).
               88 HIST-GRAU-INSALUB-OK  VALUE "0" "1" "2" "3".
           05 HIST-PERICULOSIDADE   PIC X(1).
               88 HIST-PERICULOSIDADE-OK VALUE "S" "N".
