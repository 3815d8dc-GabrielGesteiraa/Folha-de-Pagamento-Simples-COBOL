       IDENTIFICATION DIVISION.
       PROGRAM-ID. VariacaoFolha.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conferencia da folha antes da remessa ao banco: compara o
      *> que o acumulador de rendimentos registra na competencia
      *> do controle de execucao com a competencia anterior, por
      *> funcionario e por centro de custo, e aponta a causa
      *> provavel de cada variacao acima da tolerancia.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-PARAMETROS ASSIGN TO "data/TABPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.
      *> Ano ja arquivado fica em RENDIMENTOS-AAAA.DAT, de mesmo
      *> leiaute. Quando a competencia anterior e de outro ano e
      *> esse ano foi arquivado, o arquivo dele e lido junto, em
      *> ordem de chave com o da competencia.
           SELECT OPTIONAL ARQ-RENDIMENTOS
               ASSIGN USING WS-NOME-ARQ-RENDIMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REND-CHAVE
               FILE STATUS IS WS-FS-RENDIMENTOS.
           SELECT OPTIONAL ARQ-REND-ANTERIOR
               ASSIGN USING WS-NOME-ARQ-REND-ANTERIOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RANT-CHAVE
               FILE STATUS IS WS-FS-REND-ANTERIOR.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
      *> Arquivos consultados so para explicar as variacoes: a
      *> ausencia de qualquer um deles apenas deixa de apontar a
      *> causa correspondente.
           SELECT OPTIONAL ARQ-HISTORICO
               ASSIGN TO "data/HISTSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT OPTIONAL ARQ-MOVIMENTO ASSIGN TO "MOVIMENTO.OK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT OPTIONAL ARQ-FERIAS ASSIGN TO "data/FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-MATRICULA
               FILE STATUS IS WS-FS-FERIAS.
           SELECT OPTIONAL ARQ-DESCONTOS
               ASSIGN TO "data/DESCONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DESC-CHAVE
               FILE STATUS IS WS-FS-DESCONTOS.
           SELECT OPTIONAL ARQ-ADIANTAMENTO
               ASSIGN TO "data/ADIANTAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-FS-ADIANTAMENTO.
           SELECT OPTIONAL ARQ-DISSIDIO
               ASSIGN TO "data/DISSIDIO-DIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-FS-DISSIDIO.
           SELECT OPTIONAL ARQ-BANCO-HORAS
               ASSIGN TO "data/BANCOHORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-FS-BANCO-HORAS.
           SELECT ARQ-RELATORIO ASSIGN TO "VARIACAO-FOLHA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-PARAMETROS
           LABEL RECORDS ARE STANDARD.
           COPY TABPARAM.

       FD  ARQ-RENDIMENTOS
           LABEL RECORDS ARE STANDARD.
           COPY RENDFUNC.

       FD  ARQ-REND-ANTERIOR
           LABEL RECORDS ARE STANDARD.
       01 REG-REND-ANTERIOR.
           05 RANT-CHAVE            PIC X(11).
           05 FILLER                PIC X(94).

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       FD  ARQ-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY HISTFUNC.

       FD  ARQ-MOVIMENTO
           LABEL RECORDS ARE STANDARD.
           COPY MOVFUNC.

       FD  ARQ-FERIAS
           LABEL RECORDS ARE STANDARD.
           COPY FERFUNC.

       FD  ARQ-DESCONTOS
           LABEL RECORDS ARE STANDARD.
           COPY DESCFUNC.

       FD  ARQ-ADIANTAMENTO
           LABEL RECORDS ARE STANDARD.
           COPY ADTFUNC.

       FD  ARQ-DISSIDIO
           LABEL RECORDS ARE STANDARD.
           COPY DISSFUNC.

       FD  ARQ-BANCO-HORAS
           LABEL RECORDS ARE STANDARD.
           COPY BHORFUNC.

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01 REG-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-PARAMETROS   PIC X(2).
       01 WS-FIM-PARAMETROS  PIC X(1) VALUE "N".
           88 FIM-PARAMETROS VALUE "S".
       01 WS-FS-RENDIMENTOS  PIC X(2).
       01 WS-FS-REND-ANTERIOR PIC X(2).
       01 WS-NOME-ARQ-RENDIMENTOS   PIC X(30).
       01 WS-NOME-ARQ-REND-ANTERIOR PIC X(30).
       01 WS-USA-REND-ANTERIOR PIC X(1) VALUE "N".
           88 USA-REND-ANTERIOR VALUE "S".
      *> Proximo registro de cada arquivo do acumulador: a
      *> leitura entrega o de menor chave.
       01 WS-REND-CORRENTE.
           05 WS-RCOR-CHAVE  PIC X(11).
           05 FILLER         PIC X(94).
       01 WS-REND-ARQUIVADO.
           05 WS-RARQ-CHAVE  PIC X(11).
           05 FILLER         PIC X(94).
       01 WS-REND-ESCOLHIDO  PIC X(105).
       01 WS-FIM-CORRENTE    PIC X(1) VALUE "N".
           88 FIM-CORRENTE   VALUE "S".
       01 WS-FIM-ARQUIVADO   PIC X(1) VALUE "S".
           88 FIM-ARQUIVADO  VALUE "S".
       01 WS-FIM-ARQUIVO     PIC X(1) VALUE "N".
           88 FIM-DE-ARQUIVO VALUE "S".
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FS-HISTORICO    PIC X(2).
       01 WS-FS-MOVIMENTO    PIC X(2).
       01 WS-FS-FERIAS       PIC X(2).
       01 WS-FS-DESCONTOS    PIC X(2).
       01 WS-FS-ADIANTAMENTO PIC X(2).
       01 WS-FS-DISSIDIO     PIC X(2).
       01 WS-FIM-DISSIDIO    PIC X(1).
           88 FIM-DISSIDIO   VALUE "S".
       01 WS-FS-BANCO-HORAS  PIC X(2).
       01 WS-OPERADOR        PIC X(20).
       01 WS-COMPETENCIA     PIC X(7).
       01 WS-COMPETENCIA-NUM.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-COMPETENCIA-AAAAMM REDEFINES WS-COMPETENCIA-NUM
                             PIC 9(6).
      *> Competencia anterior, base da comparacao.
       01 WS-ANTERIOR-NUM.
           05 WS-ANT-ANO     PIC 9(4).
           05 WS-ANT-MES     PIC 9(2).
       01 WS-ANTERIOR-AAAAMM REDEFINES WS-ANTERIOR-NUM PIC 9(6).
       01 WS-COMP-ANTERIOR   PIC X(7).

      *> Tolerancia da conferencia (PARM seq 13): a variacao so e
      *> apontada quando passa ao mesmo tempo do valor minimo em
      *> reais e do percentual sobre o valor da competencia
      *> anterior, para centavos de arredondamento no IRRF nao
      *> esconderem as diferencas que importam.
       01 WS-VIG-TOLERANCIA  PIC 9(6) VALUE 0.
       01 WS-TOL-VALOR       PIC 9(7)V99 VALUE 0.
       01 WS-TOL-PERCENTUAL  PIC 9V9(4) VALUE 0.

      *> Valores do funcionario (ou do centro de custo) nas duas
      *> competencias, na ordem bruto, IRRF, INSS, FGTS e liquido.
       01 WS-TAB-VALORES.
           05 WS-VALOR-ENT OCCURS 5 TIMES.
               10 WS-VAL-ROTULO    PIC X(7).
               10 WS-VAL-ANTERIOR  PIC 9(11)V99.
               10 WS-VAL-ATUAL     PIC 9(11)V99.
               10 WS-VAL-ACIMA     PIC X(1).
                   88 VALOR-ACIMA  VALUE "S".
       01 WS-IDX-VALOR       PIC 9(1).
       01 WS-QTD-ACIMA       PIC 9(1).
       01 WS-IMPRIMIR-TODOS  PIC X(1) VALUE "N".
           88 IMPRIMIR-TODOS VALUE "S".
       01 WS-DIFERENCA       PIC S9(11)V99.
       01 WS-DIF-ABSOLUTA    PIC 9(11)V99.
       01 WS-LIMITE-PERC     PIC 9(11)V99.
       01 WS-PERC-VARIACAO   PIC S9(5)V99.
       01 WS-PERC-TEXTO      PIC X(10).
       01 WS-MARCA-ACIMA     PIC X(10).

      *> Funcionario em apuracao: o acumulador vem em ordem de
      *> matricula e competencia, e a quebra de matricula fecha a
      *> comparacao do funcionario anterior.
       01 WS-TEM-FUNCIONARIO PIC X(1) VALUE "N".
           88 TEM-FUNCIONARIO VALUE "S".
       01 WS-MATRICULA-FUNC  PIC 9(5).
       01 WS-NOME-FUNC       PIC X(30).
       01 WS-TEM-ATUAL       PIC X(1).
           88 TEM-ATUAL      VALUE "S".
       01 WS-TEM-ANTERIOR    PIC X(1).
           88 TEM-ANTERIOR   VALUE "S".
       01 WS-TEM-CADASTRO    PIC X(1).
           88 TEM-CADASTRO   VALUE "S".
       01 WS-DATA-ADMISSAO-R.
           05 WS-ADM-AAAAMM  PIC 9(6).
           05 WS-ADM-DIA     PIC 9(2).
       01 WS-DATA-DESLIG-R.
           05 WS-DES-AAAAMM  PIC 9(6).
           05 WS-DES-DIA     PIC 9(2).
       01 WS-OCORRENCIA      PIC X(50).
       01 WS-CAUSA           PIC X(100).
       01 WS-QTD-CAUSAS      PIC 9(2).
       01 WS-JUSTIFICADA     PIC X(1).
           88 PRESENCA-JUSTIFICADA VALUE "S".

      *> Apontamentos do movimento aprovado nas duas competencias,
      *> quando o MOVIMENTO.OK ainda traz a anterior.
       01 WS-MOV-COMPARACAO.
           05 WS-MOV-ATU-ACHADO  PIC X(1).
               88 MOV-ATU-ACHADO VALUE "S".
           05 WS-MOV-ATU-EXTRAS  PIC 9(4).
           05 WS-MOV-ATU-FALTAS  PIC 9(2).
           05 WS-MOV-ATU-AFAST   PIC 9(2).
           05 WS-MOV-ATU-TIPO    PIC X(1).
           05 WS-MOV-ANT-ACHADO  PIC X(1).
               88 MOV-ANT-ACHADO VALUE "S".
           05 WS-MOV-ANT-EXTRAS  PIC 9(4).
           05 WS-MOV-ANT-FALTAS  PIC 9(2).
           05 WS-MOV-ANT-AFAST   PIC 9(2).
           05 WS-MOV-ANT-TIPO    PIC X(1).
       01 WS-TIPO-AFAST-TEXTO PIC X(16).
       01 WS-ADTO-ATUAL      PIC 9(7)V99.
       01 WS-ADTO-ANTERIOR   PIC 9(7)V99.
      *> Pagamentos avulsos que entram no bruto: retroativo de
      *> dissidio e saldo do banco de horas pago no vencimento ou
      *> na rescisao.
       01 WS-DISS-ATUAL      PIC 9(7)V99.
       01 WS-DISS-ANTERIOR   PIC 9(7)V99.
       01 WS-BH-COMP-CAUSA   PIC 9(6).
       01 WS-BH-QUANDO       PIC X(25).

       01 WS-DATA-TRAB.
           05 WS-DT-ANO      PIC 9(4).
           05 WS-DT-MES      PIC 9(2).
           05 WS-DT-DIA      PIC 9(2).
       01 WS-DATA-TRAB-9 REDEFINES WS-DATA-TRAB PIC 9(8).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05 WS-DT-AAAAMM   PIC 9(6).
           05 FILLER         PIC 9(2).
       01 WS-DATA-ED         PIC X(10).

      *> Totais das duas competencias por empresa e centro de
      *> custo, com a mesma tolerancia aplicada ao centro.
       01 WS-TAB-CCUSTO.
           05 WS-QTD-CCUSTO      PIC 9(3) VALUE 0.
           05 WS-CCUSTO-ENT OCCURS 50 TIMES.
               10 WS-CC-EMPRESA      PIC 9(3).
               10 WS-CC-CODIGO       PIC 9(4).
               10 WS-CC-QTD-ANTERIOR PIC 9(5).
               10 WS-CC-QTD-ATUAL    PIC 9(5).
               10 WS-CC-VALOR OCCURS 5 TIMES.
                   15 WS-CC-VAL-ANTERIOR PIC 9(11)V99.
                   15 WS-CC-VAL-ATUAL    PIC 9(11)V99.
       01 WS-IDX-CCUSTO      PIC 9(3).
       01 WS-CCUSTO-ATUAL    PIC 9(3).

       01 WS-CONTADORES.
           05 WS-QTD-FUNCIONARIOS PIC 9(5) VALUE 0.
           05 WS-QTD-VARIACOES    PIC 9(5) VALUE 0.
           05 WS-QTD-INCLUSOES    PIC 9(5) VALUE 0.
           05 WS-QTD-AUSENCIAS    PIC 9(5) VALUE 0.
           05 WS-QTD-PENDENTES    PIC 9(5) VALUE 0.
           05 WS-QTD-CC-VARIACAO  PIC 9(3) VALUE 0.

       01 VALOR-ED           PIC ZZZZZZZZZZ9,99.
       01 VALOR2-ED          PIC ZZZZZZZZZZ9,99.
       01 DIF-ED             PIC -ZZZZZZZZZZ9,99.
       01 PERC-ED            PIC -ZZZZ9,99.
       01 PERC-DESC-ED       PIC 9,9999.
       01 SALARIO-HORA-ED    PIC ZZZZ9,99.
       01 QTD-ED             PIC ZZZZ9.
       01 QTD2-ED            PIC ZZZZ9.
       01 TOL-VALOR-ED       PIC ZZZZZZ9,99.
       01 TOL-PERC-ED        PIC ZZ9,99.
       01 WS-TOL-PERC-100    PIC 9(3)V99.

       PROCEDURE DIVISION.
       0000-EMITIR-VARIACAO.
           DISPLAY "Relatorio de Variacao da Folha".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           PERFORM 1000-PREPARAR-COMPETENCIA
           PERFORM 1100-CARREGAR-TOLERANCIA
           PERFORM 1400-ABRIR-RENDIMENTOS
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir o cadastro de funcionarios: ",
                   WS-FS-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-HISTORICO
           IF WS-FS-HISTORICO NOT = "00" AND
              WS-FS-HISTORICO NOT = "05"
               DISPLAY "Erro ao abrir o historico salarial: ",
                   WS-FS-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MOVIMENTO
           IF WS-FS-MOVIMENTO NOT = "00" AND
              WS-FS-MOVIMENTO NOT = "05"
               DISPLAY "Erro ao abrir o movimento mensal: ",
                   WS-FS-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-FERIAS
           IF WS-FS-FERIAS NOT = "00" AND WS-FS-FERIAS NOT = "05"
               DISPLAY "Erro ao abrir o controle de ferias: ",
                   WS-FS-FERIAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DESCONTOS
           IF WS-FS-DESCONTOS NOT = "00" AND
              WS-FS-DESCONTOS NOT = "05"
               DISPLAY "Erro ao abrir o arquivo de descontos: ",
                   WS-FS-DESCONTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ADIANTAMENTO
           IF WS-FS-ADIANTAMENTO NOT = "00" AND
              WS-FS-ADIANTAMENTO NOT = "05"
               DISPLAY "Erro ao abrir o registro de adiantamentos: ",
                   WS-FS-ADIANTAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DISSIDIO
           IF WS-FS-DISSIDIO NOT = "00" AND
              WS-FS-DISSIDIO NOT = "05"
               DISPLAY "Erro ao abrir as diferencas de dissidio: ",
                   WS-FS-DISSIDIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-BANCO-HORAS
           IF WS-FS-BANCO-HORAS NOT = "00" AND
              WS-FS-BANCO-HORAS NOT = "05"
               DISPLAY "Erro ao abrir o banco de horas: ",
                   WS-FS-BANCO-HORAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM 1300-GRAVAR-CABECALHO
           PERFORM 2000-LER-RENDIMENTO
           PERFORM 3000-SEPARAR-RENDIMENTO UNTIL FIM-DE-ARQUIVO
           IF TEM-FUNCIONARIO
               PERFORM 4000-ANALISAR-FUNCIONARIO
           END-IF
           PERFORM 6000-EMITIR-RESUMO-CCUSTO
           PERFORM 8000-EMITIR-RESUMO
      *> Qualquer apontamento devolve codigo 4: a folha so segue
      *> para a remessa depois da conferencia assinada.
           IF WS-QTD-VARIACOES > 0 OR WS-QTD-PENDENTES > 0
            OR WS-QTD-CC-VARIACAO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARQ-RENDIMENTOS
           IF USA-REND-ANTERIOR
               CLOSE ARQ-REND-ANTERIOR
           END-IF
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-MOVIMENTO
           CLOSE ARQ-FERIAS
           CLOSE ARQ-DESCONTOS
           CLOSE ARQ-ADIANTAMENTO
           CLOSE ARQ-DISSIDIO
           CLOSE ARQ-BANCO-HORAS
           CLOSE ARQ-RELATORIO
           STOP RUN.

      *> Operador e competencia vem do arquivo de controle
      *> preparado de vespera; sem controle valido o programa
      *> recusa a execucao com codigo 8.
       0900-LER-CONTROLE-EXECUCAO.
           OPEN INPUT ARQ-CONTROLE
           IF WS-FS-CONTROLE NOT = "00"
               DISPLAY "Arquivo de controle de execucao ausente ",
                   "ou invalido: ", WS-FS-CONTROLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQ-CONTROLE
               AT END MOVE "S" TO WS-FIM-CONTROLE
           END-READ
           IF FIM-CONTROLE
               DISPLAY "Arquivo de controle de execucao vazio."
               CLOSE ARQ-CONTROLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CTL-OPERADOR TO WS-OPERADOR
           MOVE CTL-COMPETENCIA TO WS-COMPETENCIA
           CLOSE ARQ-CONTROLE
           DISPLAY "Operador do controle ...: ", WS-OPERADOR
           DISPLAY "Competencia do controle : ", WS-COMPETENCIA.

       1000-PREPARAR-COMPETENCIA.
           MOVE WS-COMPETENCIA(4:4) TO WS-COMP-ANO
           MOVE WS-COMPETENCIA(1:2) TO WS-COMP-MES
           IF WS-COMPETENCIA-AAAAMM NOT NUMERIC
            OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
               DISPLAY "Competencia invalida: informe MM/AAAA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-COMP-ANO TO WS-ANT-ANO
           MOVE WS-COMP-MES TO WS-ANT-MES
           IF WS-ANT-MES = 01
               MOVE 12 TO WS-ANT-MES
               SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF
           MOVE SPACES TO WS-COMP-ANTERIOR
           STRING WS-ANT-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ANT-ANO DELIMITED BY SIZE
               INTO WS-COMP-ANTERIOR
           MOVE "BRUTO" TO WS-VAL-ROTULO(1)
           MOVE "IRRF" TO WS-VAL-ROTULO(2)
           MOVE "INSS" TO WS-VAL-ROTULO(3)
           MOVE "FGTS" TO WS-VAL-ROTULO(4)
           MOVE "LIQUIDO" TO WS-VAL-ROTULO(5).

      *> Vale a tolerancia de vigencia mais recente que nao passe
      *> da competencia, no mesmo criterio da folha; sem ela o
      *> relatorio nao tem como separar variacao de ruido e recusa
      *> a execucao.
       1100-CARREGAR-TOLERANCIA.
           OPEN INPUT ARQ-PARAMETROS
           IF WS-FS-PARAMETROS NOT = "00"
               DISPLAY "Erro ao abrir a tabela de parametros: ",
                   WS-FS-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LER-PARAMETRO
           PERFORM 1120-AVALIAR-PARAMETRO UNTIL FIM-PARAMETROS
           CLOSE ARQ-PARAMETROS
           IF WS-VIG-TOLERANCIA = ZEROS
               DISPLAY "Nao ha tolerancia de variacao vigente ",
                   "para a competencia ", WS-COMPETENCIA,
                   ": atualize a tabela de parametros."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-LER-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END MOVE "S" TO WS-FIM-PARAMETROS
           END-READ.

       1120-AVALIAR-PARAMETRO.
           IF PARAM-TIPO = "PARM" AND PARAM-SEQ = 13
            AND PARAM-VIGENCIA NOT > WS-COMPETENCIA-AAAAMM
            AND PARAM-VIGENCIA > WS-VIG-TOLERANCIA
               MOVE PARAM-VIGENCIA TO WS-VIG-TOLERANCIA
               MOVE PARAM-LIMITE TO WS-TOL-VALOR
               MOVE PARAM-ALIQUOTA TO WS-TOL-PERCENTUAL
           END-IF
           PERFORM 1110-LER-PARAMETRO.

       1300-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "VARIACAO DA FOLHA - COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               " CONTRA " DELIMITED BY SIZE
               WS-COMP-ANTERIOR DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOL-VALOR TO TOL-VALOR-ED
           COMPUTE WS-TOL-PERC-100 = WS-TOL-PERCENTUAL * 100
           MOVE WS-TOL-PERC-100 TO TOL-PERC-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "TOLERANCIA: DIFERENCA ACIMA DE R$ "
               DELIMITED BY SIZE
               TOL-VALOR-ED DELIMITED BY SIZE
               " E DE " DELIMITED BY SIZE
               TOL-PERC-ED DELIMITED BY SIZE
               "% DO VALOR ANTERIOR" DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *> Acumulador do ano da competencia, arquivado ou corrente.
      *> A competencia anterior so vem de outro arquivo quando e
      *> de outro ano: o do ano dela, se arquivado, ou o corrente,
      *> se o da competencia e um arquivo anual.
       1400-ABRIR-RENDIMENTOS.
           MOVE SPACES TO WS-NOME-ARQ-RENDIMENTOS
           STRING "RENDIMENTOS-" DELIMITED BY SIZE
               WS-COMP-ANO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-RENDIMENTOS
           OPEN INPUT ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS = "05"
               CLOSE ARQ-RENDIMENTOS
               MOVE "RENDIMENTOS.DAT" TO WS-NOME-ARQ-RENDIMENTOS
               OPEN INPUT ARQ-RENDIMENTOS
           END-IF
           IF WS-FS-RENDIMENTOS NOT = "00"
               DISPLAY "Erro ao abrir o acumulador de rendimentos: ",
                   WS-FS-RENDIMENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Rendimentos lidos de ...: ", WS-NOME-ARQ-RENDIMENTOS
           IF WS-ANT-ANO NOT = WS-COMP-ANO
               MOVE SPACES TO WS-NOME-ARQ-REND-ANTERIOR
               STRING "RENDIMENTOS-" DELIMITED BY SIZE
                   WS-ANT-ANO DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOME-ARQ-REND-ANTERIOR
               OPEN INPUT ARQ-REND-ANTERIOR
               IF WS-FS-REND-ANTERIOR = "05"
                   CLOSE ARQ-REND-ANTERIOR
                   IF WS-NOME-ARQ-RENDIMENTOS NOT = "RENDIMENTOS.DAT"
                       MOVE "RENDIMENTOS.DAT"
                           TO WS-NOME-ARQ-REND-ANTERIOR
                       OPEN INPUT ARQ-REND-ANTERIOR
                       MOVE "S" TO WS-USA-REND-ANTERIOR
                   END-IF
               ELSE
                   MOVE "S" TO WS-USA-REND-ANTERIOR
               END-IF
           END-IF
           IF USA-REND-ANTERIOR
               IF WS-FS-REND-ANTERIOR NOT = "00" AND
                  WS-FS-REND-ANTERIOR NOT = "05"
                   DISPLAY "Erro ao abrir o acumulador de ",
                       "rendimentos ", WS-NOME-ARQ-REND-ANTERIOR,
                       ": ", WS-FS-REND-ANTERIOR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Competencia anterior de : ",
                   WS-NOME-ARQ-REND-ANTERIOR
               MOVE "N" TO WS-FIM-ARQUIVADO
               PERFORM 2020-LER-ARQUIVADO
           END-IF
           PERFORM 2010-LER-CORRENTE.

       2000-LER-RENDIMENTO.
           EVALUATE TRUE
               WHEN FIM-CORRENTE AND FIM-ARQUIVADO
                   MOVE "S" TO WS-FIM-ARQUIVO
               WHEN FIM-ARQUIVADO
                   MOVE WS-REND-CORRENTE TO WS-REND-ESCOLHIDO
                   PERFORM 2010-LER-CORRENTE
               WHEN NOT FIM-CORRENTE
                AND WS-RCOR-CHAVE NOT > WS-RARQ-CHAVE
                   MOVE WS-REND-CORRENTE TO WS-REND-ESCOLHIDO
                   PERFORM 2010-LER-CORRENTE
               WHEN OTHER
                   MOVE WS-REND-ARQUIVADO TO WS-REND-ESCOLHIDO
                   PERFORM 2020-LER-ARQUIVADO
           END-EVALUATE
           IF NOT FIM-DE-ARQUIVO
               MOVE WS-REND-ESCOLHIDO TO REG-RENDIMENTO
           END-IF.

       2010-LER-CORRENTE.
           READ ARQ-RENDIMENTOS INTO WS-REND-CORRENTE
               AT END MOVE "S" TO WS-FIM-CORRENTE
           END-READ.

       2020-LER-ARQUIVADO.
           READ ARQ-REND-ANTERIOR INTO WS-REND-ARQUIVADO
               AT END MOVE "S" TO WS-FIM-ARQUIVADO
           END-READ.

      *> So as duas competencias comparadas interessam; as demais
      *> linhas do acumulador passam direto.
       3000-SEPARAR-RENDIMENTO.
           IF REND-COMPETENCIA = WS-COMPETENCIA-AAAAMM
            OR REND-COMPETENCIA = WS-ANTERIOR-AAAAMM
               IF TEM-FUNCIONARIO
                AND REND-MATRICULA NOT = WS-MATRICULA-FUNC
                   PERFORM 4000-ANALISAR-FUNCIONARIO
                   MOVE "N" TO WS-TEM-FUNCIONARIO
               END-IF
               IF NOT TEM-FUNCIONARIO
                   PERFORM 3100-INICIAR-FUNCIONARIO
               END-IF
               MOVE REND-NOME TO WS-NOME-FUNC
               IF REND-COMPETENCIA = WS-COMPETENCIA-AAAAMM
                   PERFORM 3200-GUARDAR-ATUAL
               ELSE
                   PERFORM 3300-GUARDAR-ANTERIOR
               END-IF
           END-IF
           PERFORM 2000-LER-RENDIMENTO.

       3100-INICIAR-FUNCIONARIO.
           MOVE REND-MATRICULA TO WS-MATRICULA-FUNC
           MOVE "N" TO WS-TEM-ATUAL
           MOVE "N" TO WS-TEM-ANTERIOR
           PERFORM 3110-ZERAR-VALOR
               VARYING WS-IDX-VALOR FROM 1 BY 1
               UNTIL WS-IDX-VALOR > 5
           MOVE "S" TO WS-TEM-FUNCIONARIO.

       3110-ZERAR-VALOR.
           MOVE 0 TO WS-VAL-ANTERIOR(WS-IDX-VALOR)
           MOVE 0 TO WS-VAL-ATUAL(WS-IDX-VALOR)
           MOVE "N" TO WS-VAL-ACIMA(WS-IDX-VALOR).

       3200-GUARDAR-ATUAL.
           MOVE "S" TO WS-TEM-ATUAL
           MOVE REND-BRUTO TO WS-VAL-ATUAL(1)
           MOVE REND-IRRF TO WS-VAL-ATUAL(2)
           MOVE REND-INSS TO WS-VAL-ATUAL(3)
           MOVE REND-FGTS TO WS-VAL-ATUAL(4)
           MOVE REND-LIQUIDO TO WS-VAL-ATUAL(5).

       3300-GUARDAR-ANTERIOR.
           MOVE "S" TO WS-TEM-ANTERIOR
           MOVE REND-BRUTO TO WS-VAL-ANTERIOR(1)
           MOVE REND-IRRF TO WS-VAL-ANTERIOR(2)
           MOVE REND-INSS TO WS-VAL-ANTERIOR(3)
           MOVE REND-FGTS TO WS-VAL-ANTERIOR(4)
           MOVE REND-LIQUIDO TO WS-VAL-ANTERIOR(5).

       4000-ANALISAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-FUNCIONARIOS
           PERFORM 4010-LER-CADASTRO
           PERFORM 5000-ACUMULAR-CCUSTO
           EVALUATE TRUE
               WHEN TEM-ATUAL AND TEM-ANTERIOR
                   PERFORM 4100-COMPARAR-FUNCIONARIO
               WHEN TEM-ATUAL
                   PERFORM 4200-APONTAR-SEM-ANTERIOR
               WHEN OTHER
                   PERFORM 4300-APONTAR-SEM-ATUAL
           END-EVALUATE.

      *> Matricula que sumiu do mestre ainda entra na comparacao,
      *> sob empresa e centro de custo zerados.
       4010-LER-CADASTRO.
           MOVE WS-MATRICULA-FUNC TO FUNC-MATRICULA
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE "N" TO WS-TEM-CADASTRO
                   MOVE ZEROS TO FUNC-EMPRESA
                   MOVE ZEROS TO FUNC-CENTRO-CUSTO
                   MOVE ZEROS TO FUNC-DATA-ADMISSAO
                   MOVE ZEROS TO FUNC-DATA-DESLIGAMENTO
                   MOVE SPACE TO FUNC-SITUACAO
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-CADASTRO
           END-READ
           MOVE FUNC-DATA-ADMISSAO TO WS-DATA-ADMISSAO-R
           MOVE FUNC-DATA-DESLIGAMENTO TO WS-DATA-DESLIG-R.

       4100-COMPARAR-FUNCIONARIO.
           MOVE 0 TO WS-QTD-ACIMA
           PERFORM 4110-COMPARAR-VALOR
               VARYING WS-IDX-VALOR FROM 1 BY 1
               UNTIL WS-IDX-VALOR > 5
           IF WS-QTD-ACIMA > 0
               ADD 1 TO WS-QTD-VARIACOES
               MOVE "VARIACAO ACIMA DA TOLERANCIA" TO WS-OCORRENCIA
               PERFORM 4900-IMPRIMIR-FUNCIONARIO
               MOVE "N" TO WS-IMPRIMIR-TODOS
               PERFORM 4120-IMPRIMIR-VALOR
                   VARYING WS-IDX-VALOR FROM 1 BY 1
                   UNTIL WS-IDX-VALOR > 5
               PERFORM 4500-APURAR-CAUSAS
               IF WS-QTD-CAUSAS = 0
                   MOVE SPACES TO WS-CAUSA
                   STRING "NAO IDENTIFICADA: CONFERIR O SALARIO NO "
                           DELIMITED BY SIZE
                       "CADASTRO E O MOVIMENTO DO MES"
                           DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
           END-IF.

      *> A diferenca precisa passar do valor minimo e do
      *> percentual; sem valor anterior vale so o valor minimo.
       4110-COMPARAR-VALOR.
           MOVE "N" TO WS-VAL-ACIMA(WS-IDX-VALOR)
           COMPUTE WS-DIFERENCA = WS-VAL-ATUAL(WS-IDX-VALOR)
               - WS-VAL-ANTERIOR(WS-IDX-VALOR)
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIF-ABSOLUTA = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIF-ABSOLUTA
           END-IF
           COMPUTE WS-LIMITE-PERC ROUNDED =
               WS-VAL-ANTERIOR(WS-IDX-VALOR) * WS-TOL-PERCENTUAL
           IF WS-DIF-ABSOLUTA > WS-TOL-VALOR
            AND WS-DIF-ABSOLUTA > WS-LIMITE-PERC
               MOVE "S" TO WS-VAL-ACIMA(WS-IDX-VALOR)
               ADD 1 TO WS-QTD-ACIMA
           END-IF.

       4120-IMPRIMIR-VALOR.
           IF VALOR-ACIMA(WS-IDX-VALOR) OR IMPRIMIR-TODOS
               COMPUTE WS-DIFERENCA = WS-VAL-ATUAL(WS-IDX-VALOR)
                   - WS-VAL-ANTERIOR(WS-IDX-VALOR)
               IF WS-VAL-ANTERIOR(WS-IDX-VALOR) > 0
                   COMPUTE WS-PERC-VARIACAO ROUNDED =
                       WS-DIFERENCA * 100
                       / WS-VAL-ANTERIOR(WS-IDX-VALOR)
                       ON SIZE ERROR MOVE 99999,99 TO WS-PERC-VARIACAO
                   END-COMPUTE
                   MOVE WS-PERC-VARIACAO TO PERC-ED
                   MOVE SPACES TO WS-PERC-TEXTO
                   STRING PERC-ED DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO WS-PERC-TEXTO
               ELSE
                   MOVE "  SEM BASE" TO WS-PERC-TEXTO
               END-IF
               IF VALOR-ACIMA(WS-IDX-VALOR)
                   MOVE " *ACIMA*" TO WS-MARCA-ACIMA
               ELSE
                   MOVE SPACES TO WS-MARCA-ACIMA
               END-IF
               MOVE WS-VAL-ANTERIOR(WS-IDX-VALOR) TO VALOR-ED
               MOVE WS-VAL-ATUAL(WS-IDX-VALOR) TO VALOR2-ED
               MOVE WS-DIFERENCA TO DIF-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "     " DELIMITED BY SIZE
                   WS-VAL-ROTULO(WS-IDX-VALOR) DELIMITED BY SIZE
                   " ANTERIOR R$ " DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   " ATUAL R$ " DELIMITED BY SIZE
                   VALOR2-ED DELIMITED BY SIZE
                   " DIFERENCA R$ " DELIMITED BY SIZE
                   DIF-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PERC-TEXTO DELIMITED BY SIZE
                   WS-MARCA-ACIMA DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

      *> Pago agora e nao no mes anterior: so a admissao na
      *> competencia ou o retorno de ferias ou de afastamento
      *> explicam; o resto fica pendente de conferencia.
       4200-APONTAR-SEM-ANTERIOR.
           ADD 1 TO WS-QTD-INCLUSOES
           MOVE "PAGO NA COMPETENCIA E NAO NA ANTERIOR"
               TO WS-OCORRENCIA
           PERFORM 4900-IMPRIMIR-FUNCIONARIO
           MOVE "N" TO WS-IMPRIMIR-TODOS
           MOVE "N" TO WS-JUSTIFICADA
           MOVE 0 TO WS-QTD-CAUSAS
           IF NOT TEM-CADASTRO
               MOVE "MATRICULA SEM CADASTRO NO MESTRE" TO WS-CAUSA
               PERFORM 4800-GRAVAR-CAUSA
           ELSE
               IF WS-ADM-AAAAMM = WS-COMPETENCIA-AAAAMM
                   MOVE FUNC-DATA-ADMISSAO TO WS-DATA-TRAB-9
                   PERFORM 8900-FORMATAR-DATA
                   MOVE SPACES TO WS-CAUSA
                   STRING "ADMISSAO EM " DELIMITED BY SIZE
                       WS-DATA-ED DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
                   MOVE "S" TO WS-JUSTIFICADA
               END-IF
               PERFORM 4600-LER-MOVIMENTOS
               IF MOV-ATU-ACHADO AND WS-MOV-ATU-AFAST > 0
                   MOVE WS-MOV-ATU-TIPO TO WS-TIPO-AFAST-TEXTO
                   PERFORM 4610-DESCREVER-AFASTAMENTO
                   MOVE SPACES TO WS-CAUSA
                   STRING "RETORNO DE AFASTAMENTO (" DELIMITED BY SIZE
                       WS-TIPO-AFAST-TEXTO DELIMITED BY "  "
                       "): " DELIMITED BY SIZE
                       WS-MOV-ATU-AFAST DELIMITED BY SIZE
                       " DIAS AFASTADO NA COMPETENCIA"
                       DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
                   MOVE "S" TO WS-JUSTIFICADA
               END-IF
               IF MOV-ANT-ACHADO AND WS-MOV-ANT-AFAST > 0
                   MOVE WS-MOV-ANT-TIPO TO WS-TIPO-AFAST-TEXTO
                   PERFORM 4610-DESCREVER-AFASTAMENTO
                   MOVE SPACES TO WS-CAUSA
                   STRING "AFASTAMENTO NA COMPETENCIA ANTERIOR ("
                       DELIMITED BY SIZE
                       WS-TIPO-AFAST-TEXTO DELIMITED BY "  "
                       "): " DELIMITED BY SIZE
                       WS-MOV-ANT-AFAST DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
                   MOVE "S" TO WS-JUSTIFICADA
               END-IF
               PERFORM 4530-CAUSA-FERIAS
           END-IF
           PERFORM 4700-FECHAR-PRESENCA.

      *> Pago no mes anterior e nao agora: desligamento, situacao
      *> inativa, ferias ou afastamento explicam; sem movimento e
      *> sem motivo no cadastro, fica pendente.
       4300-APONTAR-SEM-ATUAL.
           ADD 1 TO WS-QTD-AUSENCIAS
           MOVE "PAGO NA ANTERIOR E NAO NA COMPETENCIA"
               TO WS-OCORRENCIA
           PERFORM 4900-IMPRIMIR-FUNCIONARIO
           MOVE "N" TO WS-JUSTIFICADA
           MOVE 0 TO WS-QTD-CAUSAS
           IF NOT TEM-CADASTRO
               MOVE "MATRICULA SEM CADASTRO NO MESTRE" TO WS-CAUSA
               PERFORM 4800-GRAVAR-CAUSA
           ELSE
               IF FUNC-DESLIGADO
                   MOVE FUNC-DATA-DESLIGAMENTO TO WS-DATA-TRAB-9
                   PERFORM 8900-FORMATAR-DATA
                   MOVE SPACES TO WS-CAUSA
                   IF WS-DES-AAAAMM < WS-COMPETENCIA-AAAAMM
                       STRING "DESLIGAMENTO EM " DELIMITED BY SIZE
                           WS-DATA-ED DELIMITED BY SIZE
                           INTO WS-CAUSA
                       MOVE "S" TO WS-JUSTIFICADA
                   ELSE
                       STRING "DESLIGAMENTO EM " DELIMITED BY SIZE
                           WS-DATA-ED DELIMITED BY SIZE
                           ": SALDO DE SALARIO DA COMPETENCIA NAO "
                           DELIMITED BY SIZE
                           "PAGO" DELIMITED BY SIZE
                           INTO WS-CAUSA
                   END-IF
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
               IF FUNC-INATIVO
                   MOVE "SITUACAO INATIVA NO CADASTRO" TO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
                   MOVE "S" TO WS-JUSTIFICADA
               END-IF
               PERFORM 4600-LER-MOVIMENTOS
               IF NOT MOV-ATU-ACHADO
                   MOVE "SEM MOVIMENTO APROVADO NA COMPETENCIA"
                       TO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
               IF MOV-ATU-ACHADO AND WS-MOV-ATU-AFAST > 0
                   MOVE WS-MOV-ATU-TIPO TO WS-TIPO-AFAST-TEXTO
                   PERFORM 4610-DESCREVER-AFASTAMENTO
                   MOVE SPACES TO WS-CAUSA
                   STRING "AFASTAMENTO NA COMPETENCIA ("
                       DELIMITED BY SIZE
                       WS-TIPO-AFAST-TEXTO DELIMITED BY "  "
                       "): " DELIMITED BY SIZE
                       WS-MOV-ATU-AFAST DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
                   MOVE "S" TO WS-JUSTIFICADA
               END-IF
               IF MOV-ANT-ACHADO AND WS-MOV-ANT-AFAST > 0
                   MOVE WS-MOV-ANT-TIPO TO WS-TIPO-AFAST-TEXTO
                   PERFORM 4610-DESCREVER-AFASTAMENTO
                   MOVE SPACES TO WS-CAUSA
                   STRING "AFASTAMENTO INICIADO NA COMPETENCIA "
                       DELIMITED BY SIZE
                       "ANTERIOR (" DELIMITED BY SIZE
                       WS-TIPO-AFAST-TEXTO DELIMITED BY "  "
                       "): " DELIMITED BY SIZE
                       WS-MOV-ANT-AFAST DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
                   MOVE "S" TO WS-JUSTIFICADA
               END-IF
               PERFORM 4530-CAUSA-FERIAS
           END-IF
           PERFORM 4700-FECHAR-PRESENCA.

      *> Causas provaveis de uma variacao de valor, na ordem em
      *> que a folha aplica cada fonte: contrato vigente,
      *> apontamentos do movimento, ferias, retroativo de
      *> dissidio, banco de horas e, para o liquido, os descontos
      *> avulsos e o adiantamento quinzenal.
       4500-APURAR-CAUSAS.
           MOVE 0 TO WS-QTD-CAUSAS
           PERFORM 4510-CAUSA-CONTRATO
           PERFORM 4520-CAUSA-MOVIMENTO
           PERFORM 4530-CAUSA-FERIAS
           PERFORM 4560-CAUSA-DISSIDIO
           PERFORM 4570-CAUSA-BANCO-HORAS
           IF VALOR-ACIMA(5)
               PERFORM 4540-CAUSA-DESCONTOS
               PERFORM 4550-CAUSA-ADIANTAMENTO
           END-IF.

       4510-CAUSA-CONTRATO.
           MOVE WS-MATRICULA-FUNC TO HIST-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO HIST-VIGENCIA
           READ ARQ-HISTORICO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE HIST-SALARIO-HORA TO SALARIO-HORA-ED
                   MOVE SPACES TO WS-CAUSA
                   STRING "NOVA VERSAO DO HISTSAL VIGENTE NA "
                       DELIMITED BY SIZE
                       "COMPETENCIA: SALARIO-HORA R$ "
                       DELIMITED BY SIZE
                       SALARIO-HORA-ED DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
           END-READ
           IF TEM-CADASTRO AND WS-ADM-AAAAMM = WS-ANTERIOR-AAAAMM
               MOVE FUNC-DATA-ADMISSAO TO WS-DATA-TRAB-9
               PERFORM 8900-FORMATAR-DATA
               MOVE SPACES TO WS-CAUSA
               STRING "ADMISSAO EM " DELIMITED BY SIZE
                   WS-DATA-ED DELIMITED BY SIZE
                   ": COMPETENCIA ANTERIOR PARCIAL" DELIMITED BY SIZE
                   INTO WS-CAUSA
               PERFORM 4800-GRAVAR-CAUSA
           END-IF
           IF TEM-CADASTRO AND FUNC-DESLIGADO
            AND WS-DES-AAAAMM = WS-COMPETENCIA-AAAAMM
               MOVE FUNC-DATA-DESLIGAMENTO TO WS-DATA-TRAB-9
               PERFORM 8900-FORMATAR-DATA
               MOVE SPACES TO WS-CAUSA
               STRING "DESLIGAMENTO EM " DELIMITED BY SIZE
                   WS-DATA-ED DELIMITED BY SIZE
                   ": SALDO DE SALARIO NA COMPETENCIA"
                   DELIMITED BY SIZE
                   INTO WS-CAUSA
               PERFORM 4800-GRAVAR-CAUSA
           END-IF.

      *> Com a competencia anterior ainda no movimento aprovado
      *> compara os apontamentos; sem ela, aponta o que a
      *> competencia traz de extraordinario.
       4520-CAUSA-MOVIMENTO.
           PERFORM 4600-LER-MOVIMENTOS
           IF MOV-ATU-ACHADO AND MOV-ANT-ACHADO
               IF WS-MOV-ATU-EXTRAS NOT = WS-MOV-ANT-EXTRAS
                   MOVE SPACES TO WS-CAUSA
                   STRING "HORAS EXTRAS NO MOVIMENTO: ANTERIOR "
                       DELIMITED BY SIZE
                       WS-MOV-ANT-EXTRAS DELIMITED BY SIZE
                       " ATUAL " DELIMITED BY SIZE
                       WS-MOV-ATU-EXTRAS DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
               IF WS-MOV-ATU-FALTAS NOT = WS-MOV-ANT-FALTAS
                   MOVE SPACES TO WS-CAUSA
                   STRING "FALTAS NO MOVIMENTO: ANTERIOR "
                       DELIMITED BY SIZE
                       WS-MOV-ANT-FALTAS DELIMITED BY SIZE
                       " ATUAL " DELIMITED BY SIZE
                       WS-MOV-ATU-FALTAS DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
               IF WS-MOV-ATU-AFAST NOT = WS-MOV-ANT-AFAST
                   MOVE SPACES TO WS-CAUSA
                   STRING "DIAS DE AFASTAMENTO NO MOVIMENTO: "
                       DELIMITED BY SIZE
                       "ANTERIOR " DELIMITED BY SIZE
                       WS-MOV-ANT-AFAST DELIMITED BY SIZE
                       " ATUAL " DELIMITED BY SIZE
                       WS-MOV-ATU-AFAST DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
           END-IF
           IF MOV-ATU-ACHADO AND NOT MOV-ANT-ACHADO
               IF WS-MOV-ATU-EXTRAS > 0
                   MOVE SPACES TO WS-CAUSA
                   STRING "HORAS EXTRAS NO MOVIMENTO DA COMPETENCIA: "
                       DELIMITED BY SIZE
                       WS-MOV-ATU-EXTRAS DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
               IF WS-MOV-ATU-FALTAS > 0
                   MOVE SPACES TO WS-CAUSA
                   STRING "FALTAS NO MOVIMENTO DA COMPETENCIA: "
                       DELIMITED BY SIZE
                       WS-MOV-ATU-FALTAS DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
               IF WS-MOV-ATU-AFAST > 0
                   MOVE WS-MOV-ATU-TIPO TO WS-TIPO-AFAST-TEXTO
                   PERFORM 4610-DESCREVER-AFASTAMENTO
                   MOVE SPACES TO WS-CAUSA
                   STRING "AFASTAMENTO NO MOVIMENTO DA COMPETENCIA ("
                       DELIMITED BY SIZE
                       WS-TIPO-AFAST-TEXTO DELIMITED BY "  "
                       "): " DELIMITED BY SIZE
                       WS-MOV-ATU-AFAST DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                       INTO WS-CAUSA
                   PERFORM 4800-GRAVAR-CAUSA
               END-IF
           END-IF.

      *> Ferias pagas com gozo iniciado em uma das duas
      *> competencias: a folha desconta os dias ja pagos pela
      *> remessa de ferias.
       4530-CAUSA-FERIAS.
           MOVE WS-MATRICULA-FUNC TO FER-MATRICULA
           READ ARQ-FERIAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FER-DATA-INICIO TO WS-DATA-TRAB-9
                   IF FER-PAGA
                    AND (WS-DT-AAAAMM = WS-COMPETENCIA-AAAAMM
                     OR WS-DT-AAAAMM = WS-ANTERIOR-AAAAMM)
                       PERFORM 8900-FORMATAR-DATA
                       MOVE SPACES TO WS-CAUSA
                       STRING "FERIAS COM GOZO A PARTIR DE "
                           DELIMITED BY SIZE
                           WS-DATA-ED DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FER-DIAS-GOZO DELIMITED BY SIZE
                           " DIAS)" DELIMITED BY SIZE
                           INTO WS-CAUSA
                       PERFORM 4800-GRAVAR-CAUSA
                       MOVE "S" TO WS-JUSTIFICADA
                   END-IF
           END-READ.

       4540-CAUSA-DESCONTOS.
           MOVE WS-MATRICULA-FUNC TO DESC-MATRICULA
           MOVE "P" TO DESC-TIPO
           READ ARQ-DESCONTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DESC-ATIVO
                       MOVE DESC-PERCENTUAL TO PERC-DESC-ED
                       MOVE SPACES TO WS-CAUSA
                       STRING "PENSAO ALIMENTICIA ATIVA NOS "
                           DELIMITED BY SIZE
                           "DESCONTOS: PERCENTUAL " DELIMITED BY SIZE
                           PERC-DESC-ED DELIMITED BY SIZE
                           INTO WS-CAUSA
                       PERFORM 4800-GRAVAR-CAUSA
                   END-IF
           END-READ
           MOVE WS-MATRICULA-FUNC TO DESC-MATRICULA
           MOVE "C" TO DESC-TIPO
           READ ARQ-DESCONTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 4545-DESCREVER-CONSIGNADO
           END-READ.

      *> A baixa registrada no consignado diz se a parcela entrou
      *> na competencia, se o emprestimo acabou ou se a parcela
      *> ficou de fora por falta de margem.
       4545-DESCREVER-CONSIGNADO.
           MOVE SPACES TO WS-CAUSA
           EVALUATE TRUE
               WHEN DESC-ATIVO
                AND DESC-ULT-COMPETENCIA = WS-COMPETENCIA-AAAAMM
                   STRING "PARCELA DE CONSIGNADO DESCONTADA: RESTAM "
                       DELIMITED BY SIZE
                       DESC-PARCELAS-REST DELIMITED BY SIZE
                       INTO WS-CAUSA
               WHEN DESC-ATIVO
                   MOVE "CONSIGNADO ATIVO SEM PARCELA NA COMPETENCIA"
                       TO WS-CAUSA
               WHEN DESC-ULT-COMPETENCIA = WS-COMPETENCIA-AAAAMM
                   MOVE "ULTIMA PARCELA DE CONSIGNADO NA COMPETENCIA"
                       TO WS-CAUSA
               WHEN DESC-ULT-COMPETENCIA = WS-ANTERIOR-AAAAMM
                   MOVE "CONSIGNADO QUITADO NA COMPETENCIA ANTERIOR"
                       TO WS-CAUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CAUSA NOT = SPACES
               PERFORM 4800-GRAVAR-CAUSA
           END-IF.

       4550-CAUSA-ADIANTAMENTO.
           MOVE 0 TO WS-ADTO-ATUAL
           MOVE 0 TO WS-ADTO-ANTERIOR
           MOVE WS-MATRICULA-FUNC TO ADT-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO ADT-COMPETENCIA
           READ ARQ-ADIANTAMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ADT-VALOR TO WS-ADTO-ATUAL
           END-READ
           MOVE WS-MATRICULA-FUNC TO ADT-MATRICULA
           MOVE WS-ANTERIOR-AAAAMM TO ADT-COMPETENCIA
           READ ARQ-ADIANTAMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ADT-VALOR TO WS-ADTO-ANTERIOR
           END-READ
           IF WS-ADTO-ATUAL NOT = WS-ADTO-ANTERIOR
               MOVE WS-ADTO-ANTERIOR TO VALOR-ED
               MOVE WS-ADTO-ATUAL TO VALOR2-ED
               MOVE SPACES TO WS-CAUSA
               STRING "ADIANTAMENTO QUINZENAL: ANTERIOR R$ "
                   DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   " ATUAL R$ " DELIMITED BY SIZE
                   VALOR2-ED DELIMITED BY SIZE
                   INTO WS-CAUSA
               PERFORM 4800-GRAVAR-CAUSA
           END-IF.

      *> Retroativo de dissidio pago numa das duas competencias:
      *> a folha lanca o total das diferencas numa linha so.
       4560-CAUSA-DISSIDIO.
           MOVE 0 TO WS-DISS-ATUAL
           MOVE 0 TO WS-DISS-ANTERIOR
           MOVE "N" TO WS-FIM-DISSIDIO
           MOVE WS-MATRICULA-FUNC TO DIS-MATRICULA
           MOVE ZEROS TO DIS-DATA-BASE
           START ARQ-DISSIDIO KEY NOT < DIS-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-DISSIDIO
           END-START
           PERFORM 4565-LER-DISSIDIO UNTIL FIM-DISSIDIO
           IF WS-DISS-ATUAL > 0
               MOVE WS-DISS-ATUAL TO VALOR-ED
               MOVE SPACES TO WS-CAUSA
               STRING "RETROATIVO DE DISSIDIO PAGO NA COMPETENCIA: "
                   DELIMITED BY SIZE
                   "R$ " DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   INTO WS-CAUSA
               PERFORM 4800-GRAVAR-CAUSA
           END-IF
           IF WS-DISS-ANTERIOR > 0
               MOVE WS-DISS-ANTERIOR TO VALOR-ED
               MOVE SPACES TO WS-CAUSA
               STRING "RETROATIVO DE DISSIDIO PAGO NA COMPETENCIA "
                   DELIMITED BY SIZE
                   "ANTERIOR: R$ " DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   INTO WS-CAUSA
               PERFORM 4800-GRAVAR-CAUSA
           END-IF.

       4565-LER-DISSIDIO.
           READ ARQ-DISSIDIO NEXT
               AT END MOVE "S" TO WS-FIM-DISSIDIO
               NOT AT END
                   IF DIS-MATRICULA NOT = WS-MATRICULA-FUNC
                       MOVE "S" TO WS-FIM-DISSIDIO
                   ELSE
                       IF DIS-COMPETENCIA-PAGTO =
                          WS-COMPETENCIA-AAAAMM
                           ADD DIS-DIF-BRUTO TO WS-DISS-ATUAL
                       END-IF
                       IF DIS-COMPETENCIA-PAGTO =
                          WS-ANTERIOR-AAAAMM
                           ADD DIS-DIF-BRUTO TO WS-DISS-ANTERIOR
                       END-IF
                   END-IF
           END-READ.

      *> Saldo do banco de horas pago numa das duas competencias,
      *> por vencimento do prazo do acordo ou na rescisao.
       4570-CAUSA-BANCO-HORAS.
           MOVE WS-COMPETENCIA-AAAAMM TO WS-BH-COMP-CAUSA
           MOVE " NA COMPETENCIA" TO WS-BH-QUANDO
           PERFORM 4575-LER-PAGAMENTOS-BH
           MOVE WS-ANTERIOR-AAAAMM TO WS-BH-COMP-CAUSA
           MOVE " NA COMPETENCIA ANTERIOR" TO WS-BH-QUANDO
           PERFORM 4575-LER-PAGAMENTOS-BH.

       4575-LER-PAGAMENTOS-BH.
           MOVE "V" TO BH-TIPO
           PERFORM 4580-DESCREVER-PAGAMENTO-BH
           MOVE "R" TO BH-TIPO
           PERFORM 4580-DESCREVER-PAGAMENTO-BH.

       4580-DESCREVER-PAGAMENTO-BH.
           MOVE WS-MATRICULA-FUNC TO BH-MATRICULA
           MOVE WS-BH-COMP-CAUSA TO BH-COMPETENCIA
           READ ARQ-BANCO-HORAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE BH-VALOR TO VALOR-ED
                   MOVE SPACES TO WS-CAUSA
                   IF BH-PAGO-VENCIDO
                       STRING "BANCO DE HORAS: SALDO VENCIDO PAGO"
                           DELIMITED BY SIZE
                           WS-BH-QUANDO DELIMITED BY "  "
                           ": " DELIMITED BY SIZE
                           BH-HORAS DELIMITED BY SIZE
                           " HORAS R$ " DELIMITED BY SIZE
                           VALOR-ED DELIMITED BY SIZE
                           INTO WS-CAUSA
                   ELSE
                       STRING "BANCO DE HORAS: SALDO QUITADO NA "
                           DELIMITED BY SIZE
                           "RESCISAO" DELIMITED BY SIZE
                           WS-BH-QUANDO DELIMITED BY "  "
                           ": " DELIMITED BY SIZE
                           BH-HORAS DELIMITED BY SIZE
                           " HORAS R$ " DELIMITED BY SIZE
                           VALOR-ED DELIMITED BY SIZE
                           INTO WS-CAUSA
                   END-IF
                   PERFORM 4800-GRAVAR-CAUSA
           END-READ.

       4600-LER-MOVIMENTOS.
           MOVE "N" TO WS-MOV-ATU-ACHADO
           MOVE "N" TO WS-MOV-ANT-ACHADO
           MOVE WS-MATRICULA-FUNC TO MOV-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO MOV-COMPETENCIA
           READ ARQ-MOVIMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-MOV-ATU-ACHADO
                   COMPUTE WS-MOV-ATU-EXTRAS = MOV-HORAS-EXTRAS
                       + MOV-HORAS-EXTRAS-FERIADO
                   MOVE MOV-FALTAS TO WS-MOV-ATU-FALTAS
                   MOVE MOV-DIAS-AFASTAMENTO TO WS-MOV-ATU-AFAST
                   MOVE MOV-TIPO-AFASTAMENTO TO WS-MOV-ATU-TIPO
           END-READ
           MOVE WS-MATRICULA-FUNC TO MOV-MATRICULA
           MOVE WS-ANTERIOR-AAAAMM TO MOV-COMPETENCIA
           READ ARQ-MOVIMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-MOV-ANT-ACHADO
                   COMPUTE WS-MOV-ANT-EXTRAS = MOV-HORAS-EXTRAS
                       + MOV-HORAS-EXTRAS-FERIADO
                   MOVE MOV-FALTAS TO WS-MOV-ANT-FALTAS
                   MOVE MOV-DIAS-AFASTAMENTO TO WS-MOV-ANT-AFAST
                   MOVE MOV-TIPO-AFASTAMENTO TO WS-MOV-ANT-TIPO
           END-READ.

      *> Recebe o codigo do tipo em WS-TIPO-AFAST-TEXTO e devolve
      *> a descricao no mesmo campo.
       4610-DESCREVER-AFASTAMENTO.
           EVALUATE WS-TIPO-AFAST-TEXTO(1:1)
               WHEN "D"
                   MOVE "DOENCA" TO WS-TIPO-AFAST-TEXTO
               WHEN "M"
                   MOVE "MATERNIDADE" TO WS-TIPO-AFAST-TEXTO
               WHEN "A"
                   MOVE "ACIDENTE" TO WS-TIPO-AFAST-TEXTO
               WHEN "S"
                   MOVE "SEM REMUNERACAO" TO WS-TIPO-AFAST-TEXTO
               WHEN OTHER
                   MOVE "NAO INFORMADO" TO WS-TIPO-AFAST-TEXTO
           END-EVALUATE.

       4700-FECHAR-PRESENCA.
           MOVE "S" TO WS-IMPRIMIR-TODOS
           PERFORM 4120-IMPRIMIR-VALOR
               VARYING WS-IDX-VALOR FROM 1 BY 1
               UNTIL WS-IDX-VALOR > 5
           MOVE "N" TO WS-IMPRIMIR-TODOS
           MOVE SPACES TO REG-RELATORIO
           IF PRESENCA-JUSTIFICADA
               MOVE "     SITUACAO: JUSTIFICADA PELO CADASTRO"
                   TO REG-RELATORIO
           ELSE
               ADD 1 TO WS-QTD-PENDENTES
               MOVE "     SITUACAO: SEM JUSTIFICATIVA - CONFERIR"
                   TO REG-RELATORIO
           END-IF
           WRITE REG-RELATORIO.

       4800-GRAVAR-CAUSA.
           ADD 1 TO WS-QTD-CAUSAS
           MOVE SPACES TO REG-RELATORIO
           STRING "     CAUSA PROVAVEL: " DELIMITED BY SIZE
               WS-CAUSA DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       4900-IMPRIMIR-FUNCIONARIO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "MATRICULA " DELIMITED BY SIZE
               WS-MATRICULA-FUNC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME-FUNC DELIMITED BY SIZE
               " EMPRESA " DELIMITED BY SIZE
               FUNC-EMPRESA DELIMITED BY SIZE
               " CC " DELIMITED BY SIZE
               FUNC-CENTRO-CUSTO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-OCORRENCIA DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       5000-ACUMULAR-CCUSTO.
           MOVE 0 TO WS-CCUSTO-ATUAL
           PERFORM VARYING WS-IDX-CCUSTO FROM 1 BY 1
                   UNTIL WS-IDX-CCUSTO > WS-QTD-CCUSTO
               IF WS-CC-EMPRESA(WS-IDX-CCUSTO) = FUNC-EMPRESA
                AND WS-CC-CODIGO(WS-IDX-CCUSTO) = FUNC-CENTRO-CUSTO
                   MOVE WS-IDX-CCUSTO TO WS-CCUSTO-ATUAL
                   MOVE WS-QTD-CCUSTO TO WS-IDX-CCUSTO
               END-IF
           END-PERFORM
           IF WS-CCUSTO-ATUAL = 0
               IF WS-QTD-CCUSTO < 50
                   ADD 1 TO WS-QTD-CCUSTO
                   MOVE WS-QTD-CCUSTO TO WS-CCUSTO-ATUAL
                   MOVE FUNC-EMPRESA
                       TO WS-CC-EMPRESA(WS-CCUSTO-ATUAL)
                   MOVE FUNC-CENTRO-CUSTO
                       TO WS-CC-CODIGO(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-QTD-ANTERIOR(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-QTD-ATUAL(WS-CCUSTO-ATUAL)
                   PERFORM 5010-ZERAR-VALOR-CCUSTO
                       VARYING WS-IDX-VALOR FROM 1 BY 1
                       UNTIL WS-IDX-VALOR > 5
               ELSE
                   DISPLAY "Tabela de centros de custo esgotada: ",
                       "centro ", FUNC-CENTRO-CUSTO,
                       " fora do resumo."
               END-IF
           END-IF
           IF WS-CCUSTO-ATUAL > 0
               IF TEM-ANTERIOR
                   ADD 1 TO WS-CC-QTD-ANTERIOR(WS-CCUSTO-ATUAL)
               END-IF
               IF TEM-ATUAL
                   ADD 1 TO WS-CC-QTD-ATUAL(WS-CCUSTO-ATUAL)
               END-IF
               PERFORM 5020-SOMAR-VALOR-CCUSTO
                   VARYING WS-IDX-VALOR FROM 1 BY 1
                   UNTIL WS-IDX-VALOR > 5
           END-IF.

       5010-ZERAR-VALOR-CCUSTO.
           MOVE 0 TO WS-CC-VAL-ANTERIOR(WS-CCUSTO-ATUAL, WS-IDX-VALOR)
           MOVE 0 TO WS-CC-VAL-ATUAL(WS-CCUSTO-ATUAL, WS-IDX-VALOR).

       5020-SOMAR-VALOR-CCUSTO.
           ADD WS-VAL-ANTERIOR(WS-IDX-VALOR)
               TO WS-CC-VAL-ANTERIOR(WS-CCUSTO-ATUAL, WS-IDX-VALOR)
           ADD WS-VAL-ATUAL(WS-IDX-VALOR)
               TO WS-CC-VAL-ATUAL(WS-CCUSTO-ATUAL, WS-IDX-VALOR).

      *> Cada centro de custo sai com as cinco linhas de valor; os
      *> que passam da tolerancia ficam marcados e contam para o
      *> codigo de retorno.
       6000-EMITIR-RESUMO-CCUSTO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "RESUMO POR CENTRO DE CUSTO  COMPETENCIA "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               " CONTRA " DELIMITED BY SIZE
               WS-COMP-ANTERIOR DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "S" TO WS-IMPRIMIR-TODOS
           PERFORM VARYING WS-IDX-CCUSTO FROM 1 BY 1
                   UNTIL WS-IDX-CCUSTO > WS-QTD-CCUSTO
               PERFORM 6100-EMITIR-UM-CCUSTO
           END-PERFORM.

       6100-EMITIR-UM-CCUSTO.
           MOVE 0 TO WS-QTD-ACIMA
           PERFORM 6110-CARREGAR-VALOR-CCUSTO
               VARYING WS-IDX-VALOR FROM 1 BY 1
               UNTIL WS-IDX-VALOR > 5
           PERFORM 4110-COMPARAR-VALOR
               VARYING WS-IDX-VALOR FROM 1 BY 1
               UNTIL WS-IDX-VALOR > 5
           IF WS-QTD-ACIMA > 0
               ADD 1 TO WS-QTD-CC-VARIACAO
           END-IF
           MOVE WS-CC-QTD-ANTERIOR(WS-IDX-CCUSTO) TO QTD-ED
           MOVE WS-CC-QTD-ATUAL(WS-IDX-CCUSTO) TO QTD2-ED
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-CC-EMPRESA(WS-IDX-CCUSTO) DELIMITED BY SIZE
               " CC " DELIMITED BY SIZE
               WS-CC-CODIGO(WS-IDX-CCUSTO) DELIMITED BY SIZE
               " FUNCIONARIOS ANTERIOR " DELIMITED BY SIZE
               QTD-ED DELIMITED BY SIZE
               " ATUAL " DELIMITED BY SIZE
               QTD2-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 4120-IMPRIMIR-VALOR
               VARYING WS-IDX-VALOR FROM 1 BY 1
               UNTIL WS-IDX-VALOR > 5.

       6110-CARREGAR-VALOR-CCUSTO.
           MOVE WS-CC-VAL-ANTERIOR(WS-IDX-CCUSTO, WS-IDX-VALOR)
               TO WS-VAL-ANTERIOR(WS-IDX-VALOR)
           MOVE WS-CC-VAL-ATUAL(WS-IDX-CCUSTO, WS-IDX-VALOR)
               TO WS-VAL-ATUAL(WS-IDX-VALOR).

       8000-EMITIR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "FUNCIONARIOS COMPARADOS ........ "
               DELIMITED BY SIZE
               WS-QTD-FUNCIONARIOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "COM VARIACAO ACIMA DA TOLERANCIA "
               DELIMITED BY SIZE
               WS-QTD-VARIACOES DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "PAGOS SO NA COMPETENCIA ........ "
               DELIMITED BY SIZE
               WS-QTD-INCLUSOES DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "PAGOS SO NA ANTERIOR ........... "
               DELIMITED BY SIZE
               WS-QTD-AUSENCIAS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "SEM JUSTIFICATIVA NO CADASTRO .. "
               DELIMITED BY SIZE
               WS-QTD-PENDENTES DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "CENTROS DE CUSTO COM VARIACAO .. "
               DELIMITED BY SIZE
               WS-QTD-CC-VARIACAO DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY "Funcionarios comparados ....: ",
               WS-QTD-FUNCIONARIOS
           DISPLAY "Com variacao acima tolerancia: ", WS-QTD-VARIACOES
           DISPLAY "Pagos so na competencia ....: ", WS-QTD-INCLUSOES
           DISPLAY "Pagos so na anterior .......: ", WS-QTD-AUSENCIAS
           DISPLAY "Sem justificativa ..........: ", WS-QTD-PENDENTES
           DISPLAY "Centros de custo com variacao: ",
               WS-QTD-CC-VARIACAO.

       8900-FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DT-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DT-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DT-ANO DELIMITED BY SIZE
               INTO WS-DATA-ED.
