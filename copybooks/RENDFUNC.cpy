           05 REND-DECIMO-TERCEIRO  PIC 9(7)V99.
           05 REND-BENEFICIOS       PIC 9(5)V99.
           05 REND-LIQUIDO          PIC 9(7)V99.
      *> Cotas de salario-familia pagas na competencia: somam ao
      *> liquido, mas nao sao rendimento tributavel nem base de
      *> INSS e FGTS, e voltam para a empresa como deducao na GPS.
           05 REND-SALARIO-FAMILIA  PIC 9(5)V99.
