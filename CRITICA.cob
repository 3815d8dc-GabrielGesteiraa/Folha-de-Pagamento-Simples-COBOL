           SELECT ARQ-EMPRESAS ASSIGN TO "data/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESAS.
      *> Cadastro de dependentes: a critica confere a matricula e a
      *> idade de cada dependente na competencia e gera
      *> DEPENDENTES.OK so com os aprovados, que a folha le por
      *> chave na deducao do IRRF e no salario-familia.
           SELECT OPTIONAL ARQ-DEPENDENTES
               ASSIGN TO "data/DEPENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTES.
           SELECT ARQ-DEP-APROVADO ASSIGN TO "DEPENDENTES.OK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPOK-CHAVE
               FILE STATUS IS WS-FS-DEP-APROVADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE

       FD  ARQ-APROVADOS
           LABEL RECORDS ARE STANDARD.
       01 REG-APROVADO            PIC X(120).

       FD  ARQ-MOVIMENTO
           LABEL RECORDS ARE STANDARD.
           05 MOVOK-CHAVE.
               10 MOVOK-MATRICULA      PIC 9(5).
               10 MOVOK-COMPETENCIA    PIC 9(6).
           05 FILLER                   PIC X(24).

       FD  ARQ-ERROS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY EMPRESA.

       FD  ARQ-DEPENDENTES
           LABEL RECORDS ARE STANDARD.
           COPY DEPFUNC.

       FD  ARQ-DEP-APROVADO
           LABEL RECORDS ARE STANDARD.
       01 REG-DEP-APROVADO.
           05 DEPOK-CHAVE.
               10 DEPOK-MATRICULA      PIC 9(5).
               10 DEPOK-SEQUENCIA      PIC 9(2).
           05 FILLER                   PIC X(42).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPRESAS     PIC X(2).
       01 WS-FIM-EMPRESAS    PIC X(1) VALUE "N".
           05 WS-DAT-ANO     PIC 9(4).
           05 WS-DAT-MES     PIC 9(2).
           05 FILLER         PIC X(2).
      *> Digito verificador do PIS: pesos de 3 a 2 sobre os dez
      *> primeiros digitos, modulo 11.
       01 WS-PESOS-PIS-TXT   PIC X(10) VALUE "3298765432".
       01 WS-PESOS-PIS REDEFINES WS-PESOS-PIS-TXT.
           05 WS-PESO-PIS    PIC 9(1) OCCURS 10 TIMES.
       01 WS-PIS-APOIO       PIC 9(11).
       01 WS-PIS-APOIO-R REDEFINES WS-PIS-APOIO.
           05 WS-PIS-DIG     PIC 9(1) OCCURS 11 TIMES.
       01 WS-IDX-PIS         PIC 9(2).
       01 WS-SOMA-PIS        PIC 9(4).
       01 WS-QUOC-PIS        PIC 9(4).
       01 WS-RESTO-PIS       PIC 9(2).
       01 WS-DV-PIS          PIC 9(2).
      *> Digitos verificadores do CPF, modulo 11: o primeiro sobre
      *> os nove primeiros digitos com pesos de 10 a 2, o segundo
      *> sobre os dez primeiros com pesos de 11 a 2; resto menor
      *> que 2 da digito zero. Digitos todos iguais passam no
      *> calculo mas nao sao CPF.
       01 WS-CPF-APOIO       PIC 9(11).
       01 WS-CPF-APOIO-R REDEFINES WS-CPF-APOIO.
           05 WS-CPF-DIG     PIC 9(1) OCCURS 11 TIMES.
       01 WS-IDX-CPF         PIC 9(2).
       01 WS-SOMA-CPF        PIC 9(4).
       01 WS-QUOC-CPF        PIC 9(4).
       01 WS-RESTO-CPF       PIC 9(2).
       01 WS-DV-CPF          PIC 9(2).
       01 WS-QTD-DIG-IGUAIS  PIC 9(2).
       01 WS-CPF-VALIDO      PIC X(1).
           88 CPF-VALIDO     VALUE "S".
       01 WS-DESLIGADO-ANTES PIC X(1).
           88 DESLIGADO-ANTES-DA-COMP VALUE "S".
       01 WS-FS-DEPENDENTES  PIC X(2).
       01 WS-FS-DEP-APROVADO PIC X(2).
       01 WS-FIM-DEPENDENTES PIC X(1) VALUE "N".
           88 FIM-DEPENDENTES VALUE "S".

      *> Idade em que cada direito cessa: a cota do salario-familia
      *> vai ate os 14 anos e a deducao do IRRF por filho, enteado
      *> ou menor sob guarda ate os 21, ou 24 se universitario. O
      *> dependente incapaz para o trabalho nao tem limite.
       01 WS-IDADE-LIMITE-SALFAM PIC 9(2) VALUE 14.
       01 WS-IDADE-LIMITE-IRRF   PIC 9(2) VALUE 21.
       01 WS-IDADE-LIMITE-UNIV   PIC 9(2) VALUE 24.
       01 WS-IDADE-DEPENDENTE    PIC 9(3).
       01 WS-IRRF-VENCIDO        PIC X(1).
           88 IRRF-VENCIDO       VALUE "S".
       01 WS-SALFAM-VENCIDO      PIC X(1).
           88 SALFAM-VENCIDO     VALUE "S".

      *> Teto legal de horas no mes: 220 contratuais e 44 extras
      *> (2 horas por dia util), acima disso o registro e rejeitado.
           05 WS-QTD-MOV-LIDOS      PIC 9(5) VALUE 0.
           05 WS-QTD-MOV-APROVADOS  PIC 9(5) VALUE 0.
           05 WS-QTD-MOV-REJEITADOS PIC 9(5) VALUE 0.
           05 WS-QTD-DEP-LIDOS      PIC 9(5) VALUE 0.
           05 WS-QTD-DEP-APROVADOS  PIC 9(5) VALUE 0.
           05 WS-QTD-DEP-REJEITADOS PIC 9(5) VALUE 0.
           05 WS-QTD-DEP-AJUSTADOS  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-CRITICAR-CADASTRO.
           OPEN OUTPUT ARQ-ERROS
           PERFORM 2000-LER-FUNCIONARIO
           PERFORM 3000-CRITICAR-REGISTRO UNTIL FIM-DE-ARQUIVO
           CLOSE ARQ-FUNCIONARIOS
           PERFORM 6000-CRITICAR-MOVIMENTO-MENSAL
           PERFORM 7000-CRITICAR-DEPENDENTES
           PERFORM 8000-EMITIR-RESUMO
      *> Rejeicoes nao derrubam a corrida, mas devolvem codigo 4
      *> para o escalonador apontar a conferencia.
           IF WS-QTD-REJEITADOS > 0 OR WS-QTD-MOV-REJEITADOS > 0
            OR WS-QTD-DEP-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARQ-APROVADOS
           CLOSE ARQ-ERROS
           STOP RUN.
                       MOVE "S" TO WS-DESLIGADO-ANTES
                   END-IF
               END-IF
           END-IF
           IF NOT FUNC-GRAU-INSALUB-OK
               MOVE "GRAU DE INSALUBRIDADE INVALIDO (0 A 3)"
                   TO WS-MOTIVO-ERRO
               PERFORM 5100-GRAVAR-ERRO
           END-IF
           IF NOT FUNC-PERICULOSO AND NOT FUNC-NAO-PERICULOSO
               MOVE "PERICULOSIDADE INVALIDA (USE S OU N)"
                   TO WS-MOTIVO-ERRO
               PERFORM 5100-GRAVAR-ERRO
           END-IF
      *> Insalubridade e periculosidade nao se acumulam.
           IF FUNC-PERICULOSO AND FUNC-GRAU-INSALUB-OK
            AND NOT FUNC-SEM-INSALUBRIDADE
               MOVE "INSALUBRIDADE E PERICULOSIDADE JUNTAS"
                   TO WS-MOTIVO-ERRO
               PERFORM 5100-GRAVAR-ERRO
           END-IF
      *> O PIS identifica o trabalhador no relogio de ponto e no
      *> eSocial; um digito errado perde as marcacoes do mes.
           IF FUNC-PIS NOT NUMERIC OR FUNC-PIS = ZEROS
               MOVE "PIS NAO INFORMADO" TO WS-MOTIVO-ERRO
               PERFORM 5100-GRAVAR-ERRO
           ELSE
               PERFORM 4100-CONFERIR-DV-PIS
               IF WS-DV-PIS NOT = WS-PIS-DIG(11)
                   MOVE "PIS COM DIGITO VERIFICADOR INVALIDO"
                       TO WS-MOTIVO-ERRO
                   PERFORM 5100-GRAVAR-ERRO
               END-IF
           END-IF
      *> O CPF identifica o trabalhador nos eventos do eSocial.
           IF FUNC-CPF NOT NUMERIC OR FUNC-CPF = ZEROS
               MOVE "CPF NAO INFORMADO" TO WS-MOTIVO-ERRO
               PERFORM 5100-GRAVAR-ERRO
           ELSE
               PERFORM 4200-CONFERIR-DV-CPF
               IF NOT CPF-VALIDO
                   MOVE "CPF INVALIDO" TO WS-MOTIVO-ERRO
                   PERFORM 5100-GRAVAR-ERRO
               END-IF
           END-IF.

       4100-CONFERIR-DV-PIS.
           MOVE FUNC-PIS TO WS-PIS-APOIO
           MOVE 0 TO WS-SOMA-PIS
           PERFORM VARYING WS-IDX-PIS FROM 1 BY 1
                   UNTIL WS-IDX-PIS > 10
               COMPUTE WS-SOMA-PIS = WS-SOMA-PIS +
                   WS-PIS-DIG(WS-IDX-PIS) * WS-PESO-PIS(WS-IDX-PIS)
           END-PERFORM
           DIVIDE WS-SOMA-PIS BY 11 GIVING WS-QUOC-PIS
               REMAINDER WS-RESTO-PIS
           COMPUTE WS-DV-PIS = 11 - WS-RESTO-PIS
           IF WS-DV-PIS > 9
               MOVE 0 TO WS-DV-PIS
           END-IF.

       4200-CONFERIR-DV-CPF.
           MOVE FUNC-CPF TO WS-CPF-APOIO
           MOVE "N" TO WS-CPF-VALIDO
           MOVE 0 TO WS-QTD-DIG-IGUAIS
           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                   UNTIL WS-IDX-CPF > 11
               IF WS-CPF-DIG(WS-IDX-CPF) = WS-CPF-DIG(1)
                   ADD 1 TO WS-QTD-DIG-IGUAIS
               END-IF
           END-PERFORM
           IF WS-QTD-DIG-IGUAIS < 11
               MOVE 0 TO WS-SOMA-CPF
               PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                       UNTIL WS-IDX-CPF > 9
                   COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
                       WS-CPF-DIG(WS-IDX-CPF) * (11 - WS-IDX-CPF)
               END-PERFORM
               PERFORM 4210-CALCULAR-DV-CPF
               IF WS-DV-CPF = WS-CPF-DIG(10)
                   MOVE 0 TO WS-SOMA-CPF
                   PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                           UNTIL WS-IDX-CPF > 10
                       COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
                           WS-CPF-DIG(WS-IDX-CPF) * (12 - WS-IDX-CPF)
                   END-PERFORM
                   PERFORM 4210-CALCULAR-DV-CPF
                   IF WS-DV-CPF = WS-CPF-DIG(11)
                       MOVE "S" TO WS-CPF-VALIDO
                   END-IF
               END-IF
           END-IF.

       4210-CALCULAR-DV-CPF.
           DIVIDE WS-SOMA-CPF BY 11 GIVING WS-QUOC-CPF
               REMAINDER WS-RESTO-CPF
           IF WS-RESTO-CPF < 2
               MOVE 0 TO WS-DV-CPF
           ELSE
               COMPUTE WS-DV-CPF = 11 - WS-RESTO-CPF
           END-IF.

       5000-GRAVAR-ERRO-MATRICULA.
                   PERFORM 6500-GRAVAR-ERRO-MOV
               END-IF
           END-IF
           IF MOV-HORAS-EXTRAS-FERIADO NOT NUMERIC
               MOVE "HORAS EXTRAS EM FERIADO NAO NUMERICAS"
                   TO WS-MOTIVO-ERRO
               PERFORM 6500-GRAVAR-ERRO-MOV
           ELSE
               IF MOV-HORAS-EXTRAS NUMERIC
                AND MOV-HORAS-EXTRAS NOT > WS-TETO-HORAS-EXTRAS
                AND MOV-HORAS-EXTRAS + MOV-HORAS-EXTRAS-FERIADO
                    > WS-TETO-HORAS-EXTRAS
                   MOVE "HORAS EXTRAS ACIMA DO TETO LEGAL"
                       TO WS-MOTIVO-ERRO
                   PERFORM 6500-GRAVAR-ERRO-MOV
               END-IF
           END-IF
           IF NOT MOV-HORA-EXTRA-NORMAL
            AND NOT MOV-HORA-EXTRA-FERIADO
               MOVE "TIPO DE HORA EXTRA INVALIDO (USE N OU F)"
                   TO WS-MOTIVO-ERRO
               PERFORM 6500-GRAVAR-ERRO-MOV
           END-IF
      *> As horas noturnas sao parte das horas trabalhadas e
      *> extras, nunca alem delas.
           IF MOV-HORAS-NOTURNAS NOT NUMERIC
               MOVE "HORAS NOTURNAS NAO NUMERICAS" TO WS-MOTIVO-ERRO
               PERFORM 6500-GRAVAR-ERRO-MOV
           ELSE
               IF MOV-HORAS-TRABALHADAS NUMERIC
                AND MOV-HORAS-EXTRAS NUMERIC
                AND MOV-HORAS-EXTRAS-FERIADO NUMERIC
                AND MOV-HORAS-NOTURNAS >
                    MOV-HORAS-TRABALHADAS + MOV-HORAS-EXTRAS
                        + MOV-HORAS-EXTRAS-FERIADO
                   MOVE "HORAS NOTURNAS ACIMA DAS TRABALHADAS"
                       TO WS-MOTIVO-ERRO
                   PERFORM 6500-GRAVAR-ERRO-MOV
               END-IF
           END-IF
           IF MOV-HORAS-EXTRAS-BANCO NOT NUMERIC
               MOVE "HORAS PARA O BANCO NAO NUMERICAS"
                   TO WS-MOTIVO-ERRO
               PERFORM 6500-GRAVAR-ERRO-MOV
           ELSE
               IF MOV-HORAS-EXTRAS NUMERIC
                AND MOV-HORAS-EXTRAS-BANCO > MOV-HORAS-EXTRAS
                   MOVE "HORAS PARA O BANCO ACIMA DAS EXTRAS"
                       TO WS-MOTIVO-ERRO
                   PERFORM 6500-GRAVAR-ERRO-MOV
               END-IF
           END-IF
           IF MOV-HORAS-COMPENSADAS NOT NUMERIC
            OR MOV-HORAS-COMPENSADAS > WS-TETO-HORAS-NORMAIS
               MOVE "HORAS COMPENSADAS INVALIDAS" TO WS-MOTIVO-ERRO
               PERFORM 6500-GRAVAR-ERRO-MOV
           END-IF
           IF MOV-FALTAS NOT NUMERIC OR MOV-FALTAS > 31
               MOVE "FALTAS INVALIDAS" TO WS-MOTIVO-ERRO
               PERFORM 6500-GRAVAR-ERRO-MOV
               INTO REG-ERRO
           WRITE REG-ERRO.

      *> Dependentes confrontados com o cadastro mestre por
      *> casamento de dois arquivos ordenados por matricula, como
      *> no confronto de movimentos da folha: dependente de
      *> matricula inexistente ou fora do limite de idade na
      *> competencia fica fora de DEPENDENTES.OK.
       7000-CRITICAR-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES
           IF WS-FS-DEPENDENTES NOT = "00" AND
              WS-FS-DEPENDENTES NOT = "05"
               DISPLAY "Erro ao abrir o cadastro de dependentes: ",
                   WS-FS-DEPENDENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao reabrir o cadastro mestre para o ",
                   "confronto de dependentes: ", WS-FS-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-DEP-APROVADO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 2000-LER-FUNCIONARIO
           PERFORM 7100-LER-DEPENDENTE
           PERFORM 7200-CRITICAR-DEPENDENTE UNTIL FIM-DEPENDENTES
           CLOSE ARQ-DEP-APROVADO
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-DEPENDENTES.

       7100-LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END MOVE "S" TO WS-FIM-DEPENDENTES
           END-READ.

       7150-AVANCAR-CADASTRO.
           PERFORM 2000-LER-FUNCIONARIO.

       7200-CRITICAR-DEPENDENTE.
           ADD 1 TO WS-QTD-DEP-LIDOS
           MOVE "S" TO WS-REGISTRO-OK
           PERFORM 7150-AVANCAR-CADASTRO
               UNTIL FIM-DE-ARQUIVO
                OR FUNC-MATRICULA NOT < DEP-MATRICULA
           IF FIM-DE-ARQUIVO
            OR FUNC-MATRICULA NOT = DEP-MATRICULA
               MOVE "MATRICULA FORA DO CADASTRO" TO WS-MOTIVO-ERRO
               PERFORM 7500-GRAVAR-ERRO-DEP
           END-IF
           PERFORM 7300-VALIDAR-DEPENDENTE
           IF REGISTRO-OK
               MOVE REG-DEPENDENTE TO REG-DEP-APROVADO
               WRITE REG-DEP-APROVADO
                   INVALID KEY
                       MOVE "DEPENDENTE DUPLICADO NO ARQUIVO"
                           TO WS-MOTIVO-ERRO
                       PERFORM 7500-GRAVAR-ERRO-DEP
                       ADD 1 TO WS-QTD-DEP-REJEITADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-DEP-APROVADOS
               END-WRITE
           ELSE
               ADD 1 TO WS-QTD-DEP-REJEITADOS
           END-IF
           PERFORM 7100-LER-DEPENDENTE.

       7300-VALIDAR-DEPENDENTE.
           IF DEP-NOME = SPACES
               MOVE "NOME DO DEPENDENTE EM BRANCO" TO WS-MOTIVO-ERRO
               PERFORM 7500-GRAVAR-ERRO-DEP
           END-IF
           IF NOT DEP-PARENTESCO-OK
               MOVE "PARENTESCO INVALIDO (USE F/E/T/C/A)"
                   TO WS-MOTIVO-ERRO
               PERFORM 7500-GRAVAR-ERRO-DEP
           END-IF
           IF NOT DEP-COND-NORMAL AND NOT DEP-UNIVERSITARIO
            AND NOT DEP-INCAPAZ
               MOVE "CONDICAO INVALIDA (USE N, U OU I)"
                   TO WS-MOTIVO-ERRO
               PERFORM 7500-GRAVAR-ERRO-DEP
           END-IF
           IF NOT DEP-IRRF-SIM AND NOT DEP-IRRF-NAO
            OR NOT DEP-SALFAM-SIM AND NOT DEP-SALFAM-NAO
               MOVE "MARCA DE IRRF OU SAL-FAMILIA INVALIDA"
                   TO WS-MOTIVO-ERRO
               PERFORM 7500-GRAVAR-ERRO-DEP
           END-IF
           IF DEP-SALFAM-SIM AND NOT DEP-DESCENDENTE
               MOVE "SAL-FAMILIA SO PARA FILHO/ENTEADO"
                   TO WS-MOTIVO-ERRO
               PERFORM 7500-GRAVAR-ERRO-DEP
           END-IF
           IF DEP-DATA-NASCIMENTO NOT NUMERIC
            OR DEP-DATA-NASCIMENTO = ZEROS
               MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-MOTIVO-ERRO
               PERFORM 7500-GRAVAR-ERRO-DEP
           ELSE
               MOVE DEP-DATA-NASCIMENTO TO WS-DATA-APOIO
               IF WS-DAT-MES < 01 OR WS-DAT-MES > 12
                OR WS-DAT-DIA < 01 OR WS-DAT-DIA > 31
                   MOVE "DATA DE NASCIMENTO INVALIDA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 7500-GRAVAR-ERRO-DEP
               ELSE
                   IF WS-DAT-AAAAMM > WS-COMPETENCIA-AAAAMM
                       MOVE "NASCIMENTO POSTERIOR A COMPETENCIA"
                           TO WS-MOTIVO-ERRO
                       PERFORM 7500-GRAVAR-ERRO-DEP
                   ELSE
                       PERFORM 7400-CONFERIR-IDADE
                   END-IF
               END-IF
           END-IF.

      *> Idade em anos completos no mes da competencia: no mes do
      *> aniversario a idade nova ja vale. O dependente que passou
      *> do limite de um dos direitos segue aprovado pelo outro,
      *> com a marca vencida desligada e aviso no relatorio; so e
      *> rejeitado quando nenhum direito marcado resta.
       7400-CONFERIR-IDADE.
           COMPUTE WS-IDADE-DEPENDENTE = WS-COMP-ANO - WS-DAT-ANO
           IF WS-COMP-MES < WS-DAT-MES
               SUBTRACT 1 FROM WS-IDADE-DEPENDENTE
           END-IF
           MOVE "N" TO WS-IRRF-VENCIDO
           MOVE "N" TO WS-SALFAM-VENCIDO
           IF DEP-DESCENDENTE AND NOT DEP-INCAPAZ
               IF DEP-IRRF-SIM
                   IF DEP-UNIVERSITARIO
                       IF WS-IDADE-DEPENDENTE NOT <
                          WS-IDADE-LIMITE-UNIV
                           MOVE "S" TO WS-IRRF-VENCIDO
                       END-IF
                   ELSE
                       IF WS-IDADE-DEPENDENTE NOT <
                          WS-IDADE-LIMITE-IRRF
                           MOVE "S" TO WS-IRRF-VENCIDO
                       END-IF
                   END-IF
               END-IF
               IF DEP-SALFAM-SIM
                AND WS-IDADE-DEPENDENTE NOT < WS-IDADE-LIMITE-SALFAM
                   MOVE "S" TO WS-SALFAM-VENCIDO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN IRRF-VENCIDO AND DEP-SALFAM-SIM
                AND NOT SALFAM-VENCIDO
                   MOVE "N" TO DEP-DEDUZ-IRRF
                   MOVE "FIM DO DIREITO AO IRRF: SO SAL-FAMILIA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 7550-GRAVAR-AVISO-DEP
               WHEN SALFAM-VENCIDO AND DEP-IRRF-SIM
                AND NOT IRRF-VENCIDO
                   MOVE "N" TO DEP-SALARIO-FAMILIA
                   MOVE "FIM DO DIREITO AO SAL-FAMILIA: SO IRRF"
                       TO WS-MOTIVO-ERRO
                   PERFORM 7550-GRAVAR-AVISO-DEP
               WHEN IRRF-VENCIDO
                   MOVE "IDADE ACIMA DO LIMITE DO IRRF"
                       TO WS-MOTIVO-ERRO
                   PERFORM 7500-GRAVAR-ERRO-DEP
               WHEN SALFAM-VENCIDO
                   MOVE "IDADE ACIMA DO LIMITE DO SAL-FAMILIA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 7500-GRAVAR-ERRO-DEP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7500-GRAVAR-ERRO-DEP.
           MOVE "N" TO WS-REGISTRO-OK
           MOVE SPACES TO REG-ERRO
           STRING "DEPENDENTE MATRICULA " DELIMITED BY SIZE
               DEP-MATRICULA DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               DEP-SEQUENCIA DELIMITED BY SIZE
               " MOTIVO: " DELIMITED BY SIZE
               WS-MOTIVO-ERRO DELIMITED BY SIZE
               INTO REG-ERRO
           WRITE REG-ERRO.

      *> Aviso nao reprova o registro: so informa o RH.
       7550-GRAVAR-AVISO-DEP.
           ADD 1 TO WS-QTD-DEP-AJUSTADOS
           MOVE SPACES TO REG-ERRO
           STRING "DEPENDENTE MATRICULA " DELIMITED BY SIZE
               DEP-MATRICULA DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               DEP-SEQUENCIA DELIMITED BY SIZE
               " AVISO: " DELIMITED BY SIZE
               WS-MOTIVO-ERRO DELIMITED BY SIZE
               INTO REG-ERRO
           WRITE REG-ERRO.

       8000-EMITIR-RESUMO.
           DISPLAY "=== Resumo da Critica ==="
           DISPLAY "Registros lidos ....: ", WS-QTD-LIDOS
           DISPLAY "Movimentos lidos ...: ", WS-QTD-MOV-LIDOS
           DISPLAY "Movimentos aprovados: ", WS-QTD-MOV-APROVADOS
           DISPLAY "Movimentos rejeit. .: ", WS-QTD-MOV-REJEITADOS
           DISPLAY "Dependentes lidos ..: ", WS-QTD-DEP-LIDOS
           DISPLAY "Dependentes aprov. .: ", WS-QTD-DEP-APROVADOS
           DISPLAY "Dependentes rejeit. : ", WS-QTD-DEP-REJEITADOS
           DISPLAY "Dependentes ajust. .: ", WS-QTD-DEP-AJUSTADOS
           MOVE SPACES TO REG-ERRO
           STRING "RESUMO: LIDOS=" DELIMITED BY SIZE
               WS-QTD-LIDOS DELIMITED BY SIZE
