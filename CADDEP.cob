       IDENTIFICATION DIVISION.
       PROGRAM-ID. Caddep.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Cadastro de dependentes mantido pelo RH: a critica confere
      *> idade e matricula a cada competencia e a folha usa os
      *> aprovados na deducao do IRRF e no salario-familia.
           SELECT OPTIONAL ARQ-DEPENDENTES
               ASSIGN TO "data/DEPENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTES.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEPENDENTES
           LABEL RECORDS ARE STANDARD.
           COPY DEPFUNC.

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       WORKING-STORAGE SECTION.
       01 WS-FS-DEPENDENTES  PIC X(2).
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-OPCAO           PIC X(1).
           88 OPCAO-INCLUIR     VALUE "I".
           88 OPCAO-ALTERAR     VALUE "A".
           88 OPCAO-EXCLUIR     VALUE "X".
           88 OPCAO-CONSULTAR   VALUE "C".
           88 OPCAO-FIM         VALUE "F".
       01 WS-DADOS-OK        PIC X(1).
           88 DADOS-OK          VALUE "S".

      *> Campos de digitacao: recebidos como texto e criticados
      *> antes de mover para o registro, como no cadastro mestre.
       01 WS-ENT-MATRICULA   PIC X(5).
       01 WS-ENT-MATRICULA-9 REDEFINES WS-ENT-MATRICULA
                             PIC 9(5).
       01 WS-ENT-SEQUENCIA   PIC X(2).
       01 WS-ENT-SEQUENCIA-9 REDEFINES WS-ENT-SEQUENCIA
                             PIC 9(2).
       01 WS-ENT-NOME        PIC X(30).
       01 WS-ENT-NASCIMENTO  PIC X(8).
       01 WS-ENT-NASCIMENTO-R REDEFINES WS-ENT-NASCIMENTO.
           05 WS-ENT-NASC-ANO PIC 9(4).
           05 WS-ENT-NASC-MES PIC 9(2).
           05 WS-ENT-NASC-DIA PIC 9(2).
       01 WS-ENT-NASCIMENTO-9 REDEFINES WS-ENT-NASCIMENTO
                             PIC 9(8).
       01 WS-ENT-PARENTESCO  PIC X(1).
           88 ENT-PARENTESCO-OK  VALUE "F" "E" "T" "C" "A".
           88 ENT-DESCENDENTE    VALUE "F" "E" "T".
       01 WS-ENT-CONDICAO    PIC X(1).
           88 ENT-CONDICAO-OK    VALUE "N" "U" "I".
       01 WS-ENT-IRRF        PIC X(1).
           88 ENT-SIM-NAO-IRRF   VALUE "S" "N".
       01 WS-ENT-SALFAM      PIC X(1).
           88 ENT-SALFAM-SIM     VALUE "S".
           88 ENT-SIM-NAO-SALFAM VALUE "S" "N".

       PROCEDURE DIVISION.
       0000-MANTER-DEPENDENTES.
           DISPLAY "Cadastro de Dependentes".
           OPEN I-O ARQ-DEPENDENTES
           IF WS-FS-DEPENDENTES NOT = "00" AND
              WS-FS-DEPENDENTES NOT = "05"
               DISPLAY "Erro ao abrir o cadastro de dependentes: ",
                   WS-FS-DEPENDENTES
               STOP RUN
           END-IF
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir o cadastro mestre: ",
                   WS-FS-FUNCIONARIOS
               CLOSE ARQ-DEPENDENTES
               STOP RUN
           END-IF
           PERFORM 1000-EXIBIR-MENU
           PERFORM UNTIL OPCAO-FIM
               EVALUATE TRUE
                   WHEN OPCAO-INCLUIR   PERFORM 2000-INCLUIR
                   WHEN OPCAO-ALTERAR   PERFORM 3000-ALTERAR
                   WHEN OPCAO-EXCLUIR   PERFORM 4000-EXCLUIR
                   WHEN OPCAO-CONSULTAR PERFORM 5000-CONSULTAR
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
               PERFORM 1000-EXIBIR-MENU
           END-PERFORM
           CLOSE ARQ-DEPENDENTES
           CLOSE ARQ-FUNCIONARIOS
           STOP RUN.

       1000-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=== Manutencao de Dependentes ===".
           DISPLAY "I - Incluir dependente".
           DISPLAY "A - Alterar dependente".
           DISPLAY "X - Excluir dependente".
           DISPLAY "C - Consultar dependente".
           DISPLAY "F - Fim".
           DISPLAY "Opcao: ".
           ACCEPT WS-OPCAO.

       2000-INCLUIR.
           PERFORM 6000-SOLICITAR-CHAVE
           IF DADOS-OK
               MOVE WS-ENT-MATRICULA-9 TO FUNC-MATRICULA
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "Funcionario nao encontrado no ",
                           "cadastro."
                       MOVE "N" TO WS-DADOS-OK
               END-READ
           END-IF
           IF DADOS-OK
               PERFORM 6100-SOLICITAR-DADOS
           END-IF
           IF DADOS-OK
               PERFORM 6200-MONTAR-REGISTRO
               WRITE REG-DEPENDENTE
                   INVALID KEY
                       DISPLAY "Ja existe dependente com esta ",
                           "sequencia para a matricula: use a ",
                           "alteracao."
                   NOT INVALID KEY
                       DISPLAY "Dependente incluido."
               END-WRITE
           ELSE
               DISPLAY "Inclusao cancelada."
           END-IF.

       3000-ALTERAR.
           PERFORM 6000-SOLICITAR-CHAVE
           IF DADOS-OK
               PERFORM 6300-LER-POR-CHAVE
           END-IF
           IF DADOS-OK
               PERFORM 7000-EXIBIR-DEPENDENTE
               PERFORM 6100-SOLICITAR-DADOS
           END-IF
           IF DADOS-OK
               PERFORM 6200-MONTAR-REGISTRO
               REWRITE REG-DEPENDENTE
                   INVALID KEY
                       DISPLAY "Erro na regravacao: ",
                           WS-FS-DEPENDENTES
                   NOT INVALID KEY
                       DISPLAY "Dependente alterado."
               END-REWRITE
           ELSE
               DISPLAY "Alteracao cancelada."
           END-IF.

      *> A exclusao vale a partir da proxima critica: competencias
      *> ja fechadas guardam no acumulador de rendimentos o que foi
      *> deduzido e pago.
       4000-EXCLUIR.
           PERFORM 6000-SOLICITAR-CHAVE
           IF DADOS-OK
               PERFORM 6300-LER-POR-CHAVE
           END-IF
           IF DADOS-OK
               PERFORM 7000-EXIBIR-DEPENDENTE
               DELETE ARQ-DEPENDENTES
                   INVALID KEY
                       DISPLAY "Erro na exclusao: ",
                           WS-FS-DEPENDENTES
                   NOT INVALID KEY
                       DISPLAY "Dependente excluido."
               END-DELETE
           ELSE
               DISPLAY "Exclusao cancelada."
           END-IF.

       5000-CONSULTAR.
           PERFORM 6000-SOLICITAR-CHAVE
           IF DADOS-OK
               PERFORM 6300-LER-POR-CHAVE
           END-IF
           IF DADOS-OK
               PERFORM 7000-EXIBIR-DEPENDENTE
           END-IF.

       6000-SOLICITAR-CHAVE.
           MOVE "S" TO WS-DADOS-OK
           DISPLAY "Matricula (5 digitos): ".
           ACCEPT WS-ENT-MATRICULA.
           IF WS-ENT-MATRICULA NOT NUMERIC
            OR WS-ENT-MATRICULA-9 = ZEROS
               DISPLAY "Matricula invalida: deve ser numerica ",
                   "e maior que zero."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "Sequencia do dependente (2 digitos): ".
           ACCEPT WS-ENT-SEQUENCIA.
           IF WS-ENT-SEQUENCIA NOT NUMERIC
            OR WS-ENT-SEQUENCIA-9 = ZEROS
               DISPLAY "Sequencia invalida: deve ser numerica ",
                   "e maior que zero."
               MOVE "N" TO WS-DADOS-OK
           END-IF.

       6100-SOLICITAR-DADOS.
           DISPLAY "Nome do dependente: ".
           ACCEPT WS-ENT-NOME.
           IF WS-ENT-NOME = SPACES
               DISPLAY "Nome em branco."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "Data de nascimento (AAAAMMDD): ".
           ACCEPT WS-ENT-NASCIMENTO.
           IF WS-ENT-NASCIMENTO NOT NUMERIC
               DISPLAY "Data de nascimento invalida."
               MOVE "N" TO WS-DADOS-OK
           ELSE
               IF WS-ENT-NASC-MES < 01 OR WS-ENT-NASC-MES > 12
                OR WS-ENT-NASC-DIA < 01 OR WS-ENT-NASC-DIA > 31
                OR WS-ENT-NASC-ANO < 1900
                   DISPLAY "Data de nascimento invalida."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
           END-IF
           DISPLAY "Parentesco (F-Filho E-Enteado T-Tutelado/guarda ",
               "C-Conjuge A-Ascendente): ".
           ACCEPT WS-ENT-PARENTESCO.
           IF NOT ENT-PARENTESCO-OK
               DISPLAY "Parentesco invalido: use F, E, T, C ou A."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "Condicao (N-Normal U-Universitario ",
               "I-Incapaz para o trabalho): ".
           ACCEPT WS-ENT-CONDICAO.
           IF NOT ENT-CONDICAO-OK
               DISPLAY "Condicao invalida: use N, U ou I."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "Deduz na base do IRRF (S/N): ".
           ACCEPT WS-ENT-IRRF.
           IF NOT ENT-SIM-NAO-IRRF
               DISPLAY "Informe S ou N para o IRRF."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "Recebe salario-familia (S/N): ".
           ACCEPT WS-ENT-SALFAM.
           IF NOT ENT-SIM-NAO-SALFAM
               DISPLAY "Informe S ou N para o salario-familia."
               MOVE "N" TO WS-DADOS-OK
           END-IF
      *> A cota do salario-familia e devida por filho, enteado ou
      *> menor sob guarda; conjuge e ascendente nao geram cota.
           IF ENT-SALFAM-SIM AND ENT-PARENTESCO-OK
            AND NOT ENT-DESCENDENTE
               DISPLAY "Salario-familia so para filho, enteado ou ",
                   "menor sob guarda."
               MOVE "N" TO WS-DADOS-OK
           END-IF.

       6200-MONTAR-REGISTRO.
           MOVE WS-ENT-MATRICULA-9 TO DEP-MATRICULA
           MOVE WS-ENT-SEQUENCIA-9 TO DEP-SEQUENCIA
           MOVE WS-ENT-NOME TO DEP-NOME
           MOVE WS-ENT-NASCIMENTO-9 TO DEP-DATA-NASCIMENTO
           MOVE WS-ENT-PARENTESCO TO DEP-PARENTESCO
           MOVE WS-ENT-CONDICAO TO DEP-CONDICAO
           MOVE WS-ENT-IRRF TO DEP-DEDUZ-IRRF
           MOVE WS-ENT-SALFAM TO DEP-SALARIO-FAMILIA.

       6300-LER-POR-CHAVE.
           MOVE WS-ENT-MATRICULA-9 TO DEP-MATRICULA
           MOVE WS-ENT-SEQUENCIA-9 TO DEP-SEQUENCIA
           READ ARQ-DEPENDENTES
               INVALID KEY
                   DISPLAY "Dependente nao encontrado."
                   MOVE "N" TO WS-DADOS-OK
           END-READ.

       7000-EXIBIR-DEPENDENTE.
           DISPLAY "Matricula ........: ", DEP-MATRICULA.
           DISPLAY "Sequencia ........: ", DEP-SEQUENCIA.
           DISPLAY "Nome .............: ", DEP-NOME.
           DISPLAY "Nascimento .......: ", DEP-DATA-NASCIMENTO.
           DISPLAY "Parentesco .......: ", DEP-PARENTESCO.
           DISPLAY "Condicao .........: ", DEP-CONDICAO.
           DISPLAY "Deduz IRRF .......: ", DEP-DEDUZ-IRRF.
           DISPLAY "Salario-familia ..: ", DEP-SALARIO-FAMILIA.
