      *> Layout do registro do cadastro de dependentes: um registro
      *> por dependente, chaveado pela matricula do funcionario e
      *> por uma sequencia. As marcas de IRRF e salario-familia
      *> dizem para que fins o dependente vale; a critica confere
      *> a idade na competencia e a folha deduz da base do IRRF e
      *> paga as cotas apenas dos dependentes aprovados.
       01 REG-DEPENDENTE.
           05 DEP-CHAVE.
               10 DEP-MATRICULA     PIC 9(5).
               10 DEP-SEQUENCIA     PIC 9(2).
           05 DEP-NOME              PIC X(30).
           05 DEP-DATA-NASCIMENTO   PIC 9(8).
      *> Filhos, enteados e menores sob guarda tem limite de idade
      *> para o IRRF e dao direito a cota de salario-familia;
      *> conjuge e ascendentes valem apenas para o IRRF.
           05 DEP-PARENTESCO        PIC X(1).
               88 DEP-FILHO         VALUE "F".
               88 DEP-ENTEADO       VALUE "E".
               88 DEP-TUTELADO      VALUE "T".
               88 DEP-CONJUGE       VALUE "C".
               88 DEP-ASCENDENTE    VALUE "A".
               88 DEP-PARENTESCO-OK VALUE "F" "E" "T" "C" "A".
               88 DEP-DESCENDENTE   VALUE "F" "E" "T".
      *> Universitario estende o limite de idade do IRRF; o
      *> incapaz para o trabalho nao tem limite de idade.
           05 DEP-CONDICAO          PIC X(1).
               88 DEP-COND-NORMAL   VALUE "N".
               88 DEP-UNIVERSITARIO VALUE "U".
               88 DEP-INCAPAZ       VALUE "I".
           05 DEP-DEDUZ-IRRF        PIC X(1).
               88 DEP-IRRF-SIM      VALUE "S".
               88 DEP-IRRF-NAO      VALUE "N".
           05 DEP-SALARIO-FAMILIA   PIC X(1).
               88 DEP-SALFAM-SIM    VALUE "S".
               88 DEP-SALFAM-NAO    VALUE "N".
