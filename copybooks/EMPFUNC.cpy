      *> (EMPRESAS.DAT); segrega remessa, guias e contabilidade
      *> por CNPJ no fechamento.
           05 FUNC-EMPRESA             PIC 9(3).
      *> Adicionais de risco do contrato. O grau de insalubridade
      *> paga 10, 20 ou 40% do salario minimo; a periculosidade
      *> paga 30% do salario base. A lei nao permite acumular os
      *> dois: o funcionario opta por um deles.
           05 FUNC-GRAU-INSALUBRIDADE  PIC X(1).
               88 FUNC-SEM-INSALUBRIDADE VALUE "0".
               88 FUNC-INSALUBRE-MINIMO  VALUE "1".
               88 FUNC-INSALUBRE-MEDIO   VALUE "2".
               88 FUNC-INSALUBRE-MAXIMO  VALUE "3".
               88 FUNC-GRAU-INSALUB-OK   VALUE "0" "1" "2" "3".
           05 FUNC-PERICULOSIDADE      PIC X(1).
               88 FUNC-PERICULOSO        VALUE "S".
               88 FUNC-NAO-PERICULOSO    VALUE "N".
      *> Inscricao PIS/PASEP do trabalhador, que identifica as
      *> marcacoes no arquivo do relogio de ponto (AFD) e o
      *> trabalhador nos eventos do eSocial.
           05 FUNC-PIS                 PIC 9(11).
      *> CPF do trabalhador, que o identifica nos eventos do
      *> eSocial (cpfTrab e cpfBenef).
           05 FUNC-CPF                 PIC 9(11).
