       IDENTIFICATION DIVISION.
       PROGRAM-ID. DissidioColetivo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Reajuste coletivo da convencao: aplica o percentual a
      *> partir da data-base sobre o historico salarial de cada
      *> funcionario ativo selecionado, atualiza o cadastro mestre
      *> e apura as diferencas das competencias ja pagas com o
      *> salario antigo, para a folha da competencia corrente
      *> paga-las numa linha so. A simulacao emite a mesma
      *> listagem sem gravar nada, para aprovacao previa.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-DISSIDIO ASSIGN TO "data/DISSIDIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISSIDIO.
           SELECT ARQ-PARAMETROS ASSIGN TO "data/TABPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT OPTIONAL ARQ-HISTORICO
               ASSIGN TO "data/HISTSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.
      *> Competencias de ano ja arquivado sao lidas do
      *> RENDIMENTOS-AAAA.DAT daquele ano, de mesmo leiaute.
           SELECT OPTIONAL ARQ-RENDIMENTOS
               ASSIGN USING WS-NOME-ARQ-RENDIMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REND-CHAVE
               FILE STATUS IS WS-FS-RENDIMENTOS.
      *> Diferencas retroativas por matricula e data-base, lidas
      *> pela folha da competencia de pagamento. O registro da
      *> data-base tambem impede efetivar o mesmo dissidio duas
      *> vezes para o funcionario.
           SELECT OPTIONAL ARQ-DIFERENCAS
               ASSIGN TO "data/DISSIDIO-DIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-FS-DIFERENCAS.
           SELECT ARQ-RELATORIO ASSIGN TO "DISSIDIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-DISSIDIO
           LABEL RECORDS ARE STANDARD.
           COPY DISSPARM.

       FD  ARQ-PARAMETROS
           LABEL RECORDS ARE STANDARD.
           COPY TABPARAM.

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       FD  ARQ-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY HISTFUNC.

       FD  ARQ-RENDIMENTOS
           LABEL RECORDS ARE STANDARD.
           COPY RENDFUNC.

       FD  ARQ-DIFERENCAS
           LABEL RECORDS ARE STANDARD.
           COPY DISSFUNC.

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01 REG-RELATORIO           PIC X(132).

       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01 REG-AUDITORIA           PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-DISSIDIO     PIC X(2).
       01 WS-FIM-DISSIDIO    PIC X(1) VALUE "N".
           88 FIM-DISSIDIO   VALUE "S".
       01 WS-FS-PARAMETROS   PIC X(2).
       01 WS-FIM-PARAMETROS  PIC X(1) VALUE "N".
           88 FIM-PARAMETROS VALUE "S".
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FIM-ARQUIVO     PIC X(1) VALUE "N".
           88 FIM-DE-ARQUIVO VALUE "S".
       01 WS-FS-HISTORICO    PIC X(2).
       01 WS-FIM-HISTORICO   PIC X(1).
           88 FIM-HISTORICO  VALUE "S".
       01 WS-FS-RENDIMENTOS  PIC X(2).
       01 WS-NOME-ARQ-RENDIMENTOS PIC X(30).
       01 WS-REND-ANO-ABERTO PIC 9(4) VALUE 0.
       01 WS-FS-DIFERENCAS   PIC X(2).
       01 WS-OPERADOR        PIC X(20).
       01 WS-COMPETENCIA     PIC X(7).
       01 WS-COMPETENCIA-NUM.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-COMPETENCIA-AAAAMM REDEFINES WS-COMPETENCIA-NUM
                             PIC 9(6).
       01 WS-DATA-BASE-NUM.
           05 WS-DB-ANO      PIC 9(4).
           05 WS-DB-MES      PIC 9(2).
       01 WS-DATA-BASE-AAAAMM REDEFINES WS-DATA-BASE-NUM PIC 9(6).
       01 WS-MESES-RETROATIVOS PIC S9(5).
       01 WS-MODO-TEXTO      PIC X(10).
       01 WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA     PIC 9(8).
           05 WS-HORA-SISTEMA     PIC 9(6).

      *> Tabelas legais de TABPARAM.DAT: cada competencia
      *> retroativa usa a tabela de INSS, a aliquota do FGTS e o
      *> salario minimo vigentes nela, no mesmo criterio de
      *> vigencia da folha.
       01 WS-PARAMETROS-LIDOS.
           05 WS-QTD-PARAMETROS  PIC 9(3) VALUE 0.
           05 WS-PARAM-ENT OCCURS 500 TIMES.
               10 WS-PAR-TIPO     PIC X(4).
               10 WS-PAR-VIGENCIA PIC 9(6).
               10 WS-PAR-SEQ      PIC 9(2).
               10 WS-PAR-LIMITE   PIC 9(7)V99.
               10 WS-PAR-ALIQUOTA PIC 9V9(4).
               10 WS-PAR-DEDUCAO  PIC 9(5)V99.
       01 WS-IDX-PARAM       PIC 9(3).
       01 WS-VIG-INSS        PIC 9(6).
       01 WS-VIG-PARM        PIC 9(6).
       01 WS-QTD-FAIXAS-INSS PIC 9(2).
       01 WS-TABELAS-OK      PIC X(1).
           88 TABELAS-OK     VALUE "S".
       01 WS-PARAM-FGTS      PIC 9V9(4).
       01 WS-PARAM-SALARIO-MINIMO PIC 9(7)V99.
       01 TAB-INSS.
           05 FAIXA-INSS OCCURS 4 TIMES INDEXED BY IDX-INSS.
               10 INSS-LIMITE      PIC 9(7)V99.
               10 INSS-ALIQUOTA    PIC 9V9(4).
       01 WS-INSS-BASE-ANTERIOR PIC 9(7)V99.
       01 WS-BASE-INSS       PIC 9(7)V99.
       01 WS-INSS-CALCULADO  PIC 9(5)V99.

      *> Percentuais da insalubridade sobre o salario minimo, os
      *> mesmos da folha: o adicional nao acompanha o reajuste e
      *> fica fora da base da diferenca.
       01 WS-PERC-INSALUB-MINIMO  PIC 9V99 VALUE 0,10.
       01 WS-PERC-INSALUB-MEDIO   PIC 9V99 VALUE 0,20.
       01 WS-PERC-INSALUB-MAXIMO  PIC 9V99 VALUE 0,40.

      *> Versoes contratuais do funcionario a partir da data-base:
      *> a primeira e a versao em vigor na data-base (existente ou
      *> criada pelo dissidio); as seguintes sao as alteracoes
      *> posteriores, reajustadas pelo mesmo criterio.
       01 WS-TAB-VERSOES.
           05 WS-QTD-VERSOES     PIC 9(2).
           05 WS-VERSAO-ENT OCCURS 30 TIMES.
               10 WS-VER-VIGENCIA      PIC 9(6).
               10 WS-VER-EXISTE        PIC X(1).
                   88 VERSAO-EXISTE    VALUE "S".
               10 WS-VER-HORAS         PIC 9(3).
               10 WS-VER-SALARIO-ANT   PIC 9(5)V99.
               10 WS-VER-SALARIO-NOVO  PIC 9(5)V99.
               10 WS-VER-VT-PERC       PIC 9V99.
               10 WS-VER-VR            PIC 9(3)V99.
               10 WS-VER-INSALUBRIDADE PIC X(1).
               10 WS-VER-PERICULOSIDADE PIC X(1).
       01 WS-IDX-VERSAO      PIC 9(2).
       01 WS-IDX-VIGENTE     PIC 9(2).
       01 WS-ACHOU-BASE      PIC X(1).
           88 ACHOU-BASE     VALUE "S".
       01 WS-TEM-POSTERIOR   PIC X(1).
           88 TEM-POSTERIOR  VALUE "S".
       01 WS-FUNC-OK         PIC X(1).
           88 FUNC-OK        VALUE "S".
       01 WS-MOTIVO          PIC X(70).
       01 WS-SITUACAO-VERSAO PIC X(16).
       01 WS-MENSAL-ANT      PIC 9(7)V99.
       01 WS-MENSAL-NOVO     PIC 9(7)V99.
       01 WS-REAJUSTE        PIC 9(7)V99.
       01 WS-DATA-ADMISSAO-R.
           05 WS-ADM-AAAAMM  PIC 9(6).
           05 WS-ADM-DIA     PIC 9(2).

      *> Competencia retroativa em apuracao.
       01 WS-RETRO-NUM.
           05 WS-RETRO-ANO   PIC 9(4).
           05 WS-RETRO-MES   PIC 9(2).
       01 WS-RETRO-AAAAMM REDEFINES WS-RETRO-NUM PIC 9(6).
       01 WS-INSALUB-COMP    PIC 9(7)V99.
       01 WS-BASE-PROPORCIONAL PIC 9(7)V99.
       01 WS-DIF-COMP        PIC 9(7)V99.
       01 WS-INSS-ANTES      PIC 9(5)V99.
       01 WS-DIF-INSS-COMP   PIC 9(5)V99.
       01 WS-DIF-FGTS-COMP   PIC 9(7)V99.
       01 WS-TOT-DIF-BRUTO   PIC 9(7)V99.
       01 WS-TOT-DIF-INSS    PIC 9(5)V99.
       01 WS-TOT-DIF-FGTS    PIC 9(7)V99.
       01 WS-QTD-COMP-RETRO  PIC 9(2).

       01 WS-TEXTO-AUDITORIA PIC X(140).

       01 WS-TOTAIS.
           05 WS-QTD-SELECIONADOS PIC 9(5) VALUE 0.
           05 WS-QTD-REAJUSTADOS  PIC 9(5) VALUE 0.
           05 WS-QTD-PENDENCIAS   PIC 9(5) VALUE 0.
           05 WS-QTD-COMP-SEM-REND PIC 9(5) VALUE 0.
           05 WS-QTD-VERSOES-GRAV PIC 9(5) VALUE 0.
           05 WS-TOTAL-DIF-BRUTO  PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-DIF-INSS   PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-DIF-FGTS   PIC 9(9)V99 VALUE 0.

       01 PERC-ED            PIC ZZ9,99.
       01 WS-PERC-100        PIC 9(3)V99.
       01 SALARIO-HORA-ED    PIC ZZZZ9,99.
       01 SALARIO-HORA2-ED   PIC ZZZZ9,99.
       01 MENSAL-ED          PIC ZZZZZZ9,99.
       01 MENSAL2-ED         PIC ZZZZZZ9,99.
       01 VALOR-ED           PIC ZZZZZZ9,99.
       01 VALOR2-ED          PIC ZZZZZZ9,99.
       01 VALOR3-ED          PIC ZZZZZZ9,99.
       01 VALOR4-ED          PIC ZZZZZZ9,99.
       01 TOTAL-ED           PIC ZZZZZZZZ9,99.
       01 WS-COMP-ED         PIC X(7).
       01 WS-COMP-ED-NUM.
           05 WS-CED-ANO     PIC 9(4).
           05 WS-CED-MES     PIC 9(2).
       01 WS-COMP-ED-AAAAMM REDEFINES WS-COMP-ED-NUM PIC 9(6).

       PROCEDURE DIVISION.
       0000-PROCESSAR-DISSIDIO.
           DISPLAY "Dissidio Coletivo - Reajuste e Retroativos".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           PERFORM 1000-PREPARAR-COMPETENCIA
           PERFORM 1050-LER-PARAMETROS-DISSIDIO
           PERFORM 1100-CARREGAR-PARAMETROS
           IF DISS-EFETIVACAO
               OPEN I-O ARQ-FUNCIONARIOS
           ELSE
               OPEN INPUT ARQ-FUNCIONARIOS
           END-IF
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir o cadastro de funcionarios: ",
                   WS-FS-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DISS-EFETIVACAO
               OPEN I-O ARQ-HISTORICO
           ELSE
               OPEN INPUT ARQ-HISTORICO
           END-IF
           IF WS-FS-HISTORICO NOT = "00" AND
              WS-FS-HISTORICO NOT = "05"
               DISPLAY "Erro ao abrir o historico salarial: ",
                   WS-FS-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DISS-EFETIVACAO
               OPEN I-O ARQ-DIFERENCAS
           ELSE
               OPEN INPUT ARQ-DIFERENCAS
           END-IF
           IF WS-FS-DIFERENCAS NOT = "00" AND
              WS-FS-DIFERENCAS NOT = "05"
               DISPLAY "Erro ao abrir as diferencas do dissidio: ",
                   WS-FS-DIFERENCAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF DISS-EFETIVACAO
               OPEN EXTEND ARQ-AUDITORIA
               PERFORM 1400-AUDITAR-INICIO
           END-IF
           PERFORM 1300-GRAVAR-CABECALHO
           MOVE ZEROS TO FUNC-MATRICULA
           START ARQ-FUNCIONARIOS KEY NOT < FUNC-MATRICULA
               INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           IF NOT FIM-DE-ARQUIVO
               PERFORM 2000-LER-FUNCIONARIO
           END-IF
           PERFORM 3000-PROCESSAR-FUNCIONARIO UNTIL FIM-DE-ARQUIVO
           PERFORM 8000-EMITIR-RESUMO
           IF DISS-EFETIVACAO
               PERFORM 8100-AUDITAR-ENCERRAMENTO
               CLOSE ARQ-AUDITORIA
           END-IF
           IF WS-QTD-PENDENCIAS > 0 OR WS-QTD-COMP-SEM-REND > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-HISTORICO
           IF WS-REND-ANO-ABERTO > 0
               CLOSE ARQ-RENDIMENTOS
           END-IF
           CLOSE ARQ-DIFERENCAS
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
           END-IF.

      *> Os parametros da convencao sao conferidos antes de abrir
      *> qualquer arquivo mestre: a data-base nao pode ser
      *> posterior a competencia de pagamento, e o retroativo fica
      *> limitado ao que cabe no registro de diferencas.
       1050-LER-PARAMETROS-DISSIDIO.
           OPEN INPUT ARQ-DISSIDIO
           IF WS-FS-DISSIDIO NOT = "00"
               DISPLAY "Erro ao abrir os parametros do dissidio: ",
                   WS-FS-DISSIDIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQ-DISSIDIO
               AT END MOVE "S" TO WS-FIM-DISSIDIO
           END-READ
           CLOSE ARQ-DISSIDIO
           IF FIM-DISSIDIO
               DISPLAY "Arquivo de parametros do dissidio vazio."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT DISS-SIMULACAO AND NOT DISS-EFETIVACAO
               DISPLAY "Modo do dissidio invalido: ", DISS-MODO,
                   " (use S para simulacao ou E para efetivacao)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DISS-PERCENTUAL NOT NUMERIC OR DISS-PERCENTUAL = 0
            OR DISS-EMPRESA NOT NUMERIC
            OR DISS-CENTRO-CUSTO NOT NUMERIC
            OR DISS-PISO NOT NUMERIC OR DISS-TETO NOT NUMERIC
               DISPLAY "Parametros do dissidio invalidos: confira ",
                   "percentual, empresa, centro de custo, piso ",
                   "e teto."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DISS-DATA-BASE TO WS-DATA-BASE-AAAAMM
           IF WS-DATA-BASE-AAAAMM NOT NUMERIC
            OR WS-DB-MES < 01 OR WS-DB-MES > 12
            OR WS-DATA-BASE-AAAAMM > WS-COMPETENCIA-AAAAMM
               DISPLAY "Data-base do dissidio invalida ou posterior ",
                   "a competencia ", WS-COMPETENCIA, "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-MESES-RETROATIVOS =
               (WS-COMP-ANO - WS-DB-ANO) * 12
               + WS-COMP-MES - WS-DB-MES
           IF WS-MESES-RETROATIVOS > 99
               DISPLAY "Data-base com mais de 99 competencias de ",
                   "retroativo: confira o parametro."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DISS-EFETIVACAO
               MOVE "EFETIVACAO" TO WS-MODO-TEXTO
           ELSE
               MOVE "SIMULACAO" TO WS-MODO-TEXTO
           END-IF.

       1100-CARREGAR-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS
           IF WS-FS-PARAMETROS NOT = "00"
               DISPLAY "Erro ao abrir a tabela de parametros: ",
                   WS-FS-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LER-PARAMETRO
           PERFORM 1120-ARMAZENAR-PARAMETRO UNTIL FIM-PARAMETROS
           CLOSE ARQ-PARAMETROS
      *> A competencia da data-base e a mais antiga apurada: com
      *> tabela vigente nela, todas as seguintes tambem tem.
           MOVE WS-DATA-BASE-AAAAMM TO WS-RETRO-AAAAMM
           PERFORM 5110-SELECIONAR-TABELAS
           IF NOT TABELAS-OK
               DISPLAY "Nao ha tabela de INSS e parametros gerais ",
                   "vigente na data-base: atualize a tabela de ",
                   "parametros."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-LER-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END MOVE "S" TO WS-FIM-PARAMETROS
           END-READ.

       1120-ARMAZENAR-PARAMETRO.
           IF WS-QTD-PARAMETROS < 500
               ADD 1 TO WS-QTD-PARAMETROS
               MOVE PARAM-TIPO
                   TO WS-PAR-TIPO(WS-QTD-PARAMETROS)
               MOVE PARAM-VIGENCIA
                   TO WS-PAR-VIGENCIA(WS-QTD-PARAMETROS)
               MOVE PARAM-SEQ
                   TO WS-PAR-SEQ(WS-QTD-PARAMETROS)
               MOVE PARAM-LIMITE
                   TO WS-PAR-LIMITE(WS-QTD-PARAMETROS)
               MOVE PARAM-ALIQUOTA
                   TO WS-PAR-ALIQUOTA(WS-QTD-PARAMETROS)
               MOVE PARAM-DEDUCAO
                   TO WS-PAR-DEDUCAO(WS-QTD-PARAMETROS)
           ELSE
               DISPLAY "Tabela de parametros excede o limite de ",
                   "500 entradas: expurgue vigencias antigas."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LER-PARAMETRO.

       1300-GRAVAR-CABECALHO.
           COMPUTE WS-PERC-100 = DISS-PERCENTUAL * 100
           MOVE WS-PERC-100 TO PERC-ED
           MOVE WS-DATA-BASE-AAAAMM TO WS-COMP-ED-AAAAMM
           PERFORM 8900-FORMATAR-COMPETENCIA
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "DISSIDIO COLETIVO - " DELIMITED BY SIZE
               WS-MODO-TEXTO DELIMITED BY SPACE
               " - REAJUSTE DE " DELIMITED BY SIZE
               PERC-ED DELIMITED BY SIZE
               "% A PARTIR DE " DELIMITED BY SIZE
               WS-COMP-ED DELIMITED BY SIZE
               " - DIFERENCAS PAGAS NA COMPETENCIA "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE DISS-PISO TO MENSAL-ED
           MOVE DISS-TETO TO MENSAL2-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "SELECAO: EMPRESA " DELIMITED BY SIZE
               DISS-EMPRESA DELIMITED BY SIZE
               " CENTRO DE CUSTO " DELIMITED BY SIZE
               DISS-CENTRO-CUSTO DELIMITED BY SIZE
               " (ZEROS = TODOS)   PISO R$ " DELIMITED BY SIZE
               MENSAL-ED DELIMITED BY SIZE
               "   TETO R$ " DELIMITED BY SIZE
               MENSAL2-ED DELIMITED BY SIZE
               " (ZEROS = SEM LIMITE)" DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO.

       1400-AUDITAR-INICIO.
           COMPUTE WS-PERC-100 = DISS-PERCENTUAL * 100
           MOVE WS-PERC-100 TO PERC-ED
           MOVE DISS-PISO TO MENSAL-ED
           MOVE DISS-TETO TO MENSAL2-ED
           MOVE SPACES TO WS-TEXTO-AUDITORIA
           STRING "DISSIDIO INICIO PERCENTUAL=" DELIMITED BY SIZE
               PERC-ED DELIMITED BY SIZE
               " DATA-BASE=" DELIMITED BY SIZE
               WS-DATA-BASE-AAAAMM DELIMITED BY SIZE
               " PAGAMENTO=" DELIMITED BY SIZE
               WS-COMPETENCIA-AAAAMM DELIMITED BY SIZE
               " EMPRESA=" DELIMITED BY SIZE
               DISS-EMPRESA DELIMITED BY SIZE
               " CCUSTO=" DELIMITED BY SIZE
               DISS-CENTRO-CUSTO DELIMITED BY SIZE
               " PISO=" DELIMITED BY SIZE
               MENSAL-ED DELIMITED BY SIZE
               " TETO=" DELIMITED BY SIZE
               MENSAL2-ED DELIMITED BY SIZE
               INTO WS-TEXTO-AUDITORIA
           PERFORM 9000-GRAVAR-AUDITORIA.

       2000-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT
               AT END MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.

      *> So funcionarios ativos da empresa e do centro de custo
      *> selecionados recebem o reajuste; os demais passam direto.
       3000-PROCESSAR-FUNCIONARIO.
           IF FUNC-ATIVO
            AND (DISS-EMPRESA = ZEROS OR DISS-EMPRESA = FUNC-EMPRESA)
            AND (DISS-CENTRO-CUSTO = ZEROS
             OR DISS-CENTRO-CUSTO = FUNC-CENTRO-CUSTO)
               ADD 1 TO WS-QTD-SELECIONADOS
               PERFORM 3100-CONFERIR-FUNCIONARIO
               IF FUNC-OK
                   PERFORM 3200-MONTAR-VERSOES
               END-IF
               IF FUNC-OK
                   PERFORM 3400-CALCULAR-NOVOS-SALARIOS
                   PERFORM 3500-IMPRIMIR-REAJUSTE
                   PERFORM 5000-APURAR-RETROATIVO
                   PERFORM 5900-IMPRIMIR-TOTAL-FUNCIONARIO
                   IF DISS-EFETIVACAO
                       PERFORM 6000-EFETIVAR-FUNCIONARIO
                   END-IF
                   ADD 1 TO WS-QTD-REAJUSTADOS
               ELSE
                   PERFORM 4900-APONTAR-PENDENCIA
               END-IF
           END-IF
           PERFORM 2000-LER-FUNCIONARIO.

      *> Admitido depois da data-base ja foi contratado na tabela
      *> nova ou tem reajuste proporcional pela convencao: fica
      *> para decisao do RH. O mesmo dissidio nunca e efetivado
      *> duas vezes para a mesma matricula.
       3100-CONFERIR-FUNCIONARIO.
           MOVE "S" TO WS-FUNC-OK
           MOVE FUNC-DATA-ADMISSAO TO WS-DATA-ADMISSAO-R
           IF WS-ADM-AAAAMM > WS-DATA-BASE-AAAAMM
               MOVE "N" TO WS-FUNC-OK
               MOVE "ADMITIDO APOS A DATA-BASE: REAJUSTE PELO CADFUNC"
                   TO WS-MOTIVO
           END-IF
           IF FUNC-OK AND FUNC-HORAS-NORMAIS = 0
               MOVE "N" TO WS-FUNC-OK
               MOVE "JORNADA ZERADA NO CADASTRO" TO WS-MOTIVO
           END-IF
           IF FUNC-OK
               MOVE FUNC-MATRICULA TO DIS-MATRICULA
               MOVE WS-DATA-BASE-AAAAMM TO DIS-DATA-BASE
               READ ARQ-DIFERENCAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FUNC-OK
                       MOVE "DISSIDIO DESTA DATA-BASE JA EFETIVADO"
                           TO WS-MOTIVO
               END-READ
           END-IF.

      *> A versao em vigor na data-base e a mais recente do
      *> historico que nao a ultrapassa; sem historico vale o
      *> cadastro mestre, no mesmo criterio da folha. Com
      *> historico so posterior a data-base o salario daquela
      *> epoca e desconhecido e o funcionario fica pendente.
       3200-MONTAR-VERSOES.
           MOVE 1 TO WS-QTD-VERSOES
           MOVE WS-DATA-BASE-AAAAMM TO WS-VER-VIGENCIA(1)
           MOVE "N" TO WS-VER-EXISTE(1)
           MOVE FUNC-HORAS-NORMAIS TO WS-VER-HORAS(1)
           MOVE FUNC-SALARIO-HORA TO WS-VER-SALARIO-ANT(1)
           MOVE FUNC-VALE-TRANSPORTE-PERC TO WS-VER-VT-PERC(1)
           MOVE FUNC-VALE-REFEICAO TO WS-VER-VR(1)
           MOVE FUNC-GRAU-INSALUBRIDADE TO WS-VER-INSALUBRIDADE(1)
           MOVE FUNC-PERICULOSIDADE TO WS-VER-PERICULOSIDADE(1)
           MOVE "N" TO WS-ACHOU-BASE
           MOVE "N" TO WS-TEM-POSTERIOR
           MOVE "N" TO WS-FIM-HISTORICO
           MOVE FUNC-MATRICULA TO HIST-MATRICULA
           MOVE ZEROS TO HIST-VIGENCIA
           START ARQ-HISTORICO KEY NOT < HIST-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-HISTORICO
           END-START
           PERFORM 3210-LER-VERSAO UNTIL FIM-HISTORICO
           IF FUNC-OK AND TEM-POSTERIOR AND NOT ACHOU-BASE
               MOVE "N" TO WS-FUNC-OK
               MOVE "HISTSAL SEM VERSAO EM VIGOR NA DATA-BASE"
                   TO WS-MOTIVO
           END-IF.

       3210-LER-VERSAO.
           READ ARQ-HISTORICO NEXT
               AT END MOVE "S" TO WS-FIM-HISTORICO
               NOT AT END
                   IF HIST-MATRICULA NOT = FUNC-MATRICULA
                       MOVE "S" TO WS-FIM-HISTORICO
                   ELSE
                       PERFORM 3220-GUARDAR-VERSAO
                   END-IF
           END-READ.

       3220-GUARDAR-VERSAO.
           IF HIST-VIGENCIA NOT > WS-DATA-BASE-AAAAMM
               MOVE "S" TO WS-ACHOU-BASE
               MOVE 1 TO WS-IDX-VERSAO
               IF HIST-VIGENCIA = WS-DATA-BASE-AAAAMM
                   MOVE "S" TO WS-VER-EXISTE(1)
               ELSE
                   MOVE "N" TO WS-VER-EXISTE(1)
               END-IF
           ELSE
               MOVE "S" TO WS-TEM-POSTERIOR
               IF WS-QTD-VERSOES < 30
                   ADD 1 TO WS-QTD-VERSOES
                   MOVE WS-QTD-VERSOES TO WS-IDX-VERSAO
                   MOVE HIST-VIGENCIA TO WS-VER-VIGENCIA(WS-IDX-VERSAO)
                   MOVE "S" TO WS-VER-EXISTE(WS-IDX-VERSAO)
               ELSE
                   MOVE 0 TO WS-IDX-VERSAO
                   MOVE "N" TO WS-FUNC-OK
                   MOVE "MAIS DE 30 VERSOES NO HISTSAL APOS A DATA-BASE"
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-IDX-VERSAO > 0
               MOVE HIST-HORAS-NORMAIS TO WS-VER-HORAS(WS-IDX-VERSAO)
               MOVE HIST-SALARIO-HORA
                   TO WS-VER-SALARIO-ANT(WS-IDX-VERSAO)
               MOVE HIST-VT-PERC TO WS-VER-VT-PERC(WS-IDX-VERSAO)
               MOVE HIST-VALE-REFEICAO TO WS-VER-VR(WS-IDX-VERSAO)
      *> Versao antiga sem os adicionais de risco herda os do
      *> cadastro mestre.
               IF HIST-GRAU-INSALUB-OK
                   MOVE HIST-GRAU-INSALUBRIDADE
                       TO WS-VER-INSALUBRIDADE(WS-IDX-VERSAO)
               ELSE
                   MOVE FUNC-GRAU-INSALUBRIDADE
                       TO WS-VER-INSALUBRIDADE(WS-IDX-VERSAO)
               END-IF
               IF HIST-PERICULOSIDADE-OK
                   MOVE HIST-PERICULOSIDADE
                       TO WS-VER-PERICULOSIDADE(WS-IDX-VERSAO)
               ELSE
                   MOVE FUNC-PERICULOSIDADE
                       TO WS-VER-PERICULOSIDADE(WS-IDX-VERSAO)
               END-IF
           END-IF.

       3400-CALCULAR-NOVOS-SALARIOS.
           PERFORM 3410-REAJUSTAR-VERSAO
               VARYING WS-IDX-VERSAO FROM 1 BY 1
               UNTIL WS-IDX-VERSAO > WS-QTD-VERSOES.

      *> O percentual incide sobre o salario mensal da versao; com
      *> teto informado, quem ganha acima dele recebe a parcela
      *> fixa calculada sobre o teto, e ninguem fica abaixo do
      *> piso. O salario-hora volta a ser derivado da jornada.
       3410-REAJUSTAR-VERSAO.
           IF WS-VER-HORAS(WS-IDX-VERSAO) = 0
               MOVE WS-VER-SALARIO-ANT(WS-IDX-VERSAO)
                   TO WS-VER-SALARIO-NOVO(WS-IDX-VERSAO)
           ELSE
               COMPUTE WS-MENSAL-ANT = WS-VER-HORAS(WS-IDX-VERSAO)
                   * WS-VER-SALARIO-ANT(WS-IDX-VERSAO)
               IF DISS-TETO > 0 AND WS-MENSAL-ANT > DISS-TETO
                   COMPUTE WS-REAJUSTE ROUNDED =
                       DISS-TETO * DISS-PERCENTUAL
               ELSE
                   COMPUTE WS-REAJUSTE ROUNDED =
                       WS-MENSAL-ANT * DISS-PERCENTUAL
               END-IF
               COMPUTE WS-MENSAL-NOVO = WS-MENSAL-ANT + WS-REAJUSTE
               IF DISS-PISO > 0 AND WS-MENSAL-NOVO < DISS-PISO
                   MOVE DISS-PISO TO WS-MENSAL-NOVO
               END-IF
               COMPUTE WS-VER-SALARIO-NOVO(WS-IDX-VERSAO) ROUNDED =
                   WS-MENSAL-NOVO / WS-VER-HORAS(WS-IDX-VERSAO)
           END-IF.

       3500-IMPRIMIR-REAJUSTE.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "MATRICULA " DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNC-NOME DELIMITED BY SIZE
               " EMPRESA " DELIMITED BY SIZE
               FUNC-EMPRESA DELIMITED BY SIZE
               " CC " DELIMITED BY SIZE
               FUNC-CENTRO-CUSTO DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 3510-IMPRIMIR-VERSAO
               VARYING WS-IDX-VERSAO FROM 1 BY 1
               UNTIL WS-IDX-VERSAO > WS-QTD-VERSOES.

       3510-IMPRIMIR-VERSAO.
           MOVE WS-VER-VIGENCIA(WS-IDX-VERSAO) TO WS-COMP-ED-AAAAMM
           PERFORM 8900-FORMATAR-COMPETENCIA
           MOVE WS-VER-SALARIO-ANT(WS-IDX-VERSAO) TO SALARIO-HORA-ED
           MOVE WS-VER-SALARIO-NOVO(WS-IDX-VERSAO)
               TO SALARIO-HORA2-ED
           COMPUTE WS-MENSAL-ANT = WS-VER-HORAS(WS-IDX-VERSAO)
               * WS-VER-SALARIO-ANT(WS-IDX-VERSAO)
           COMPUTE WS-MENSAL-NOVO = WS-VER-HORAS(WS-IDX-VERSAO)
               * WS-VER-SALARIO-NOVO(WS-IDX-VERSAO)
           MOVE WS-MENSAL-ANT TO MENSAL-ED
           MOVE WS-MENSAL-NOVO TO MENSAL2-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "   VIGENCIA " DELIMITED BY SIZE
               WS-COMP-ED DELIMITED BY SIZE
               " SALARIO-HORA ANTES R$ " DELIMITED BY SIZE
               SALARIO-HORA-ED DELIMITED BY SIZE
               " DEPOIS R$ " DELIMITED BY SIZE
               SALARIO-HORA2-ED DELIMITED BY SIZE
               "  MENSAL ANTES R$ " DELIMITED BY SIZE
               MENSAL-ED DELIMITED BY SIZE
               " DEPOIS R$ " DELIMITED BY SIZE
               MENSAL2-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           IF VERSAO-EXISTE(WS-IDX-VERSAO)
               MOVE " ALTERA" TO REG-RELATORIO(126:7)
           ELSE
               MOVE " INCLUI" TO REG-RELATORIO(126:7)
           END-IF
           WRITE REG-RELATORIO.

       4900-APONTAR-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENCIAS
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "MATRICULA " DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNC-NOME DELIMITED BY SIZE
               " NAO REAJUSTADO: " DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

      *> Cada competencia ja paga desde a data-base e recalculada
      *> com o salario reajustado da versao em vigor nela. A parte
      *> do bruto proporcional ao salario-hora - horas, extras,
      *> adicionais sobre o salario, descontos de faltas - sobe na
      *> mesma razao do salario-hora; a insalubridade, paga sobre
      *> o salario minimo, fica de fora. INSS e FGTS da diferenca
      *> saem com as tabelas da propria competencia: o INSS e a
      *> diferenca entre o desconto sobre o bruto recalculado e
      *> sobre o bruto pago, respeitando o teto de cada mes.
       5000-APURAR-RETROATIVO.
           MOVE 0 TO WS-TOT-DIF-BRUTO
           MOVE 0 TO WS-TOT-DIF-INSS
           MOVE 0 TO WS-TOT-DIF-FGTS
           MOVE 0 TO WS-QTD-COMP-RETRO
           MOVE WS-DATA-BASE-AAAAMM TO WS-RETRO-AAAAMM
           PERFORM 5100-APURAR-COMPETENCIA
               UNTIL WS-RETRO-AAAAMM NOT < WS-COMPETENCIA-AAAAMM.

      *> O acumulador e aberto conforme o ano da competencia: o
      *> arquivo do ano arquivado, se existir, ou o corrente.
       5050-ABRIR-RENDIMENTOS-ANO.
           IF WS-REND-ANO-ABERTO > 0
               CLOSE ARQ-RENDIMENTOS
           END-IF
           MOVE SPACES TO WS-NOME-ARQ-RENDIMENTOS
           STRING "RENDIMENTOS-" DELIMITED BY SIZE
               WS-RETRO-ANO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-RENDIMENTOS
           OPEN INPUT ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS = "05"
               CLOSE ARQ-RENDIMENTOS
               MOVE "RENDIMENTOS.DAT" TO WS-NOME-ARQ-RENDIMENTOS
               OPEN INPUT ARQ-RENDIMENTOS
           END-IF
           IF WS-FS-RENDIMENTOS NOT = "00" AND
              WS-FS-RENDIMENTOS NOT = "05"
               DISPLAY "Erro ao abrir o acumulador de rendimentos ",
                   WS-NOME-ARQ-RENDIMENTOS, ": ", WS-FS-RENDIMENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RETRO-ANO TO WS-REND-ANO-ABERTO.

      *> Competencia sem rendimento pago nao tem diferenca a
      *> apurar, mas vai para o relatorio: o RH confere se o
      *> funcionario de fato nao recebeu naquele mes.
       5100-APURAR-COMPETENCIA.
           IF WS-RETRO-ANO NOT = WS-REND-ANO-ABERTO
               PERFORM 5050-ABRIR-RENDIMENTOS-ANO
           END-IF
           MOVE FUNC-MATRICULA TO REND-MATRICULA
           MOVE WS-RETRO-AAAAMM TO REND-COMPETENCIA
           READ ARQ-RENDIMENTOS
               INVALID KEY
                   PERFORM 5150-APONTAR-SEM-RENDIMENTO
               NOT INVALID KEY
                   PERFORM 5200-CALCULAR-DIFERENCA
           END-READ
           IF WS-RETRO-MES = 12
               MOVE 1 TO WS-RETRO-MES
               ADD 1 TO WS-RETRO-ANO
           ELSE
               ADD 1 TO WS-RETRO-MES
           END-IF.

       5150-APONTAR-SEM-RENDIMENTO.
           ADD 1 TO WS-QTD-COMP-SEM-REND
           MOVE WS-RETRO-AAAAMM TO WS-COMP-ED-AAAAMM
           PERFORM 8900-FORMATAR-COMPETENCIA
           MOVE SPACES TO REG-RELATORIO
           STRING "   RETROATIVO " DELIMITED BY SIZE
               WS-COMP-ED DELIMITED BY SIZE
               " SEM RENDIMENTO PAGO EM " DELIMITED BY SIZE
               WS-NOME-ARQ-RENDIMENTOS DELIMITED BY SPACE
               ": DIFERENCA NAO APURADA" DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

      *> Tabelas vigentes na competencia em WS-RETRO-AAAAMM: a
      *> versao mais recente de INSS e de parametros gerais que
      *> nao a ultrapasse.
       5110-SELECIONAR-TABELAS.
           MOVE 0 TO WS-VIG-INSS
           MOVE 0 TO WS-VIG-PARM
           MOVE 0 TO WS-QTD-FAIXAS-INSS
           MOVE 0 TO WS-PARAM-FGTS
           MOVE 0 TO WS-PARAM-SALARIO-MINIMO
           MOVE "N" TO WS-TABELAS-OK
           PERFORM VARYING WS-IDX-PARAM FROM 1 BY 1
                   UNTIL WS-IDX-PARAM > WS-QTD-PARAMETROS
               IF WS-PAR-VIGENCIA(WS-IDX-PARAM)
                  NOT > WS-RETRO-AAAAMM
                   IF WS-PAR-TIPO(WS-IDX-PARAM) = "INSS"
                    AND WS-PAR-VIGENCIA(WS-IDX-PARAM) > WS-VIG-INSS
                       MOVE WS-PAR-VIGENCIA(WS-IDX-PARAM)
                           TO WS-VIG-INSS
                   END-IF
                   IF WS-PAR-TIPO(WS-IDX-PARAM) = "PARM"
                    AND WS-PAR-VIGENCIA(WS-IDX-PARAM) > WS-VIG-PARM
                       MOVE WS-PAR-VIGENCIA(WS-IDX-PARAM)
                           TO WS-VIG-PARM
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-PARAM FROM 1 BY 1
                   UNTIL WS-IDX-PARAM > WS-QTD-PARAMETROS
               IF WS-PAR-TIPO(WS-IDX-PARAM) = "INSS"
                AND WS-PAR-VIGENCIA(WS-IDX-PARAM) = WS-VIG-INSS
                AND WS-PAR-SEQ(WS-IDX-PARAM) > 0
                AND WS-PAR-SEQ(WS-IDX-PARAM) NOT > 4
                   MOVE WS-PAR-LIMITE(WS-IDX-PARAM) TO
                       INSS-LIMITE(WS-PAR-SEQ(WS-IDX-PARAM))
                   MOVE WS-PAR-ALIQUOTA(WS-IDX-PARAM) TO
                       INSS-ALIQUOTA(WS-PAR-SEQ(WS-IDX-PARAM))
                   ADD 1 TO WS-QTD-FAIXAS-INSS
               END-IF
               IF WS-PAR-TIPO(WS-IDX-PARAM) = "PARM"
                AND WS-PAR-VIGENCIA(WS-IDX-PARAM) = WS-VIG-PARM
                   IF WS-PAR-SEQ(WS-IDX-PARAM) = 2
                       MOVE WS-PAR-ALIQUOTA(WS-IDX-PARAM)
                           TO WS-PARAM-FGTS
                   END-IF
                   IF WS-PAR-SEQ(WS-IDX-PARAM) = 11
                       MOVE WS-PAR-LIMITE(WS-IDX-PARAM)
                           TO WS-PARAM-SALARIO-MINIMO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-FAIXAS-INSS = 4 AND WS-PARAM-FGTS > 0
            AND WS-PARAM-SALARIO-MINIMO > 0
               MOVE "S" TO WS-TABELAS-OK
           END-IF.

       5200-CALCULAR-DIFERENCA.
      *> Versao em vigor na competencia: a ultima da tabela cuja
      *> vigencia nao a ultrapassa (a primeira e a da data-base).
           MOVE 1 TO WS-IDX-VIGENTE
           PERFORM VARYING WS-IDX-VERSAO FROM 1 BY 1
                   UNTIL WS-IDX-VERSAO > WS-QTD-VERSOES
               IF WS-VER-VIGENCIA(WS-IDX-VERSAO) NOT > WS-RETRO-AAAAMM
                   MOVE WS-IDX-VERSAO TO WS-IDX-VIGENTE
               END-IF
           END-PERFORM
           MOVE WS-IDX-VIGENTE TO WS-IDX-VERSAO
           IF WS-VER-SALARIO-ANT(WS-IDX-VERSAO) > 0
            AND WS-VER-SALARIO-NOVO(WS-IDX-VERSAO)
              > WS-VER-SALARIO-ANT(WS-IDX-VERSAO)
               PERFORM 5110-SELECIONAR-TABELAS
               MOVE 0 TO WS-INSALUB-COMP
               EVALUATE WS-VER-INSALUBRIDADE(WS-IDX-VERSAO)
                   WHEN "1"
                       COMPUTE WS-INSALUB-COMP ROUNDED =
                           WS-PARAM-SALARIO-MINIMO
                           * WS-PERC-INSALUB-MINIMO
                   WHEN "2"
                       COMPUTE WS-INSALUB-COMP ROUNDED =
                           WS-PARAM-SALARIO-MINIMO
                           * WS-PERC-INSALUB-MEDIO
                   WHEN "3"
                       COMPUTE WS-INSALUB-COMP ROUNDED =
                           WS-PARAM-SALARIO-MINIMO
                           * WS-PERC-INSALUB-MAXIMO
               END-EVALUATE
               IF WS-INSALUB-COMP > REND-BRUTO
                   MOVE 0 TO WS-BASE-PROPORCIONAL
               ELSE
                   COMPUTE WS-BASE-PROPORCIONAL =
                       REND-BRUTO - WS-INSALUB-COMP
               END-IF
               COMPUTE WS-DIF-COMP ROUNDED = WS-BASE-PROPORCIONAL
                   * (WS-VER-SALARIO-NOVO(WS-IDX-VERSAO)
                      - WS-VER-SALARIO-ANT(WS-IDX-VERSAO))
                   / WS-VER-SALARIO-ANT(WS-IDX-VERSAO)
               IF WS-DIF-COMP > 0
                   MOVE REND-BRUTO TO WS-BASE-INSS
                   PERFORM 5300-CALCULAR-INSS
                   MOVE WS-INSS-CALCULADO TO WS-INSS-ANTES
                   COMPUTE WS-BASE-INSS = REND-BRUTO + WS-DIF-COMP
                   PERFORM 5300-CALCULAR-INSS
                   COMPUTE WS-DIF-INSS-COMP =
                       WS-INSS-CALCULADO - WS-INSS-ANTES
                   COMPUTE WS-DIF-FGTS-COMP ROUNDED =
                       WS-DIF-COMP * WS-PARAM-FGTS
                   ADD 1 TO WS-QTD-COMP-RETRO
                   ADD WS-DIF-COMP TO WS-TOT-DIF-BRUTO
                   ADD WS-DIF-INSS-COMP TO WS-TOT-DIF-INSS
                   ADD WS-DIF-FGTS-COMP TO WS-TOT-DIF-FGTS
                   PERFORM 5400-IMPRIMIR-COMPETENCIA
                   IF DISS-EFETIVACAO
                       PERFORM 5500-AUDITAR-COMPETENCIA
                   END-IF
               END-IF
           END-IF.

      *> INSS progressivo por faixa, no mesmo calculo da folha,
      *> sobre WS-BASE-INSS com a tabela selecionada.
       5300-CALCULAR-INSS.
           MOVE 0 TO WS-INSS-CALCULADO
           MOVE 0 TO WS-INSS-BASE-ANTERIOR
           PERFORM VARYING IDX-INSS FROM 1 BY 1
                   UNTIL IDX-INSS > 4
               IF WS-BASE-INSS > INSS-LIMITE(IDX-INSS)
                   COMPUTE WS-INSS-CALCULADO = WS-INSS-CALCULADO +
                       ((INSS-LIMITE(IDX-INSS) - WS-INSS-BASE-ANTERIOR)
                        * INSS-ALIQUOTA(IDX-INSS))
                   MOVE INSS-LIMITE(IDX-INSS) TO WS-INSS-BASE-ANTERIOR
               ELSE
                   COMPUTE WS-INSS-CALCULADO = WS-INSS-CALCULADO +
                       ((WS-BASE-INSS - WS-INSS-BASE-ANTERIOR)
                        * INSS-ALIQUOTA(IDX-INSS))
                   MOVE WS-BASE-INSS TO WS-INSS-BASE-ANTERIOR
                   SET IDX-INSS TO 4
               END-IF
           END-PERFORM.

       5400-IMPRIMIR-COMPETENCIA.
           MOVE WS-RETRO-AAAAMM TO WS-COMP-ED-AAAAMM
           PERFORM 8900-FORMATAR-COMPETENCIA
           MOVE REND-BRUTO TO VALOR-ED
           MOVE WS-DIF-COMP TO VALOR2-ED
           MOVE WS-DIF-INSS-COMP TO VALOR3-ED
           MOVE WS-DIF-FGTS-COMP TO VALOR4-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "   RETROATIVO " DELIMITED BY SIZE
               WS-COMP-ED DELIMITED BY SIZE
               " BRUTO PAGO R$ " DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               " DIFERENCA R$ " DELIMITED BY SIZE
               VALOR2-ED DELIMITED BY SIZE
               " INSS R$ " DELIMITED BY SIZE
               VALOR3-ED DELIMITED BY SIZE
               " FGTS R$ " DELIMITED BY SIZE
               VALOR4-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       5500-AUDITAR-COMPETENCIA.
           MOVE SPACES TO WS-TEXTO-AUDITORIA
           STRING "DISSIDIO RETROATIVO MATRICULA=" DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " COMPETENCIA=" DELIMITED BY SIZE
               WS-RETRO-AAAAMM DELIMITED BY SIZE
               " BRUTO-PAGO=" DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               " DIFERENCA=" DELIMITED BY SIZE
               VALOR2-ED DELIMITED BY SIZE
               " INSS=" DELIMITED BY SIZE
               VALOR3-ED DELIMITED BY SIZE
               " FGTS=" DELIMITED BY SIZE
               VALOR4-ED DELIMITED BY SIZE
               INTO WS-TEXTO-AUDITORIA
           PERFORM 9000-GRAVAR-AUDITORIA.

       5900-IMPRIMIR-TOTAL-FUNCIONARIO.
           MOVE WS-TOT-DIF-BRUTO TO VALOR2-ED
           MOVE WS-TOT-DIF-INSS TO VALOR3-ED
           MOVE WS-TOT-DIF-FGTS TO VALOR4-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "   A PAGAR NA COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-QTD-COMP-RETRO DELIMITED BY SIZE
               " COMPETENCIAS  DIFERENCA R$ " DELIMITED BY SIZE
               VALOR2-ED DELIMITED BY SIZE
               " INSS R$ " DELIMITED BY SIZE
               VALOR3-ED DELIMITED BY SIZE
               " FGTS R$ " DELIMITED BY SIZE
               VALOR4-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           ADD WS-TOT-DIF-BRUTO TO WS-TOTAL-DIF-BRUTO
           ADD WS-TOT-DIF-INSS TO WS-TOTAL-DIF-INSS
           ADD WS-TOT-DIF-FGTS TO WS-TOTAL-DIF-FGTS.

      *> Efetivacao: versoes do historico, foto atual no mestre
      *> (a versao mais recente, como faz o cadastro) e o registro
      *> de diferencas, gravado mesmo sem retroativo para marcar a
      *> data-base como efetivada. Tudo vai para a auditoria.
       6000-EFETIVAR-FUNCIONARIO.
           PERFORM 6100-GRAVAR-VERSAO
               VARYING WS-IDX-VERSAO FROM 1 BY 1
               UNTIL WS-IDX-VERSAO > WS-QTD-VERSOES
           MOVE WS-QTD-VERSOES TO WS-IDX-VERSAO
           MOVE FUNC-SALARIO-HORA TO SALARIO-HORA-ED
           MOVE WS-VER-SALARIO-NOVO(WS-IDX-VERSAO) TO FUNC-SALARIO-HORA
           MOVE FUNC-SALARIO-HORA TO SALARIO-HORA2-ED
           REWRITE REG-FUNCIONARIO
               INVALID KEY
                   DISPLAY "Erro ao regravar o cadastro: matricula ",
                       FUNC-MATRICULA, " status ", WS-FS-FUNCIONARIOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE SPACES TO WS-TEXTO-AUDITORIA
           STRING "DISSIDIO CADASTRO MATRICULA=" DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " SALARIO-HORA DE=" DELIMITED BY SIZE
               SALARIO-HORA-ED DELIMITED BY SIZE
               " PARA=" DELIMITED BY SIZE
               SALARIO-HORA2-ED DELIMITED BY SIZE
               INTO WS-TEXTO-AUDITORIA
           PERFORM 9000-GRAVAR-AUDITORIA
           MOVE FUNC-MATRICULA TO DIS-MATRICULA
           MOVE WS-DATA-BASE-AAAAMM TO DIS-DATA-BASE
           MOVE WS-COMPETENCIA-AAAAMM TO DIS-COMPETENCIA-PAGTO
           MOVE DISS-PERCENTUAL TO DIS-PERCENTUAL
           MOVE WS-QTD-COMP-RETRO TO DIS-QTD-COMPETENCIAS
           MOVE WS-TOT-DIF-BRUTO TO DIS-DIF-BRUTO
           MOVE WS-TOT-DIF-INSS TO DIS-DIF-INSS
           MOVE WS-TOT-DIF-FGTS TO DIS-DIF-FGTS
           WRITE REG-DIF-DISSIDIO
               INVALID KEY
                   DISPLAY "Erro ao gravar as diferencas: matricula ",
                       FUNC-MATRICULA, " status ", WS-FS-DIFERENCAS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           MOVE SPACES TO WS-TEXTO-AUDITORIA
           STRING "DISSIDIO DIFERENCA MATRICULA=" DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " DATA-BASE=" DELIMITED BY SIZE
               WS-DATA-BASE-AAAAMM DELIMITED BY SIZE
               " PAGAMENTO=" DELIMITED BY SIZE
               WS-COMPETENCIA-AAAAMM DELIMITED BY SIZE
               " COMPETENCIAS=" DELIMITED BY SIZE
               WS-QTD-COMP-RETRO DELIMITED BY SIZE
               " BRUTO=" DELIMITED BY SIZE
               VALOR2-ED DELIMITED BY SIZE
               " INSS=" DELIMITED BY SIZE
               VALOR3-ED DELIMITED BY SIZE
               " FGTS=" DELIMITED BY SIZE
               VALOR4-ED DELIMITED BY SIZE
               INTO WS-TEXTO-AUDITORIA
           PERFORM 9000-GRAVAR-AUDITORIA.

       6100-GRAVAR-VERSAO.
           MOVE FUNC-MATRICULA TO HIST-MATRICULA
           MOVE WS-VER-VIGENCIA(WS-IDX-VERSAO) TO HIST-VIGENCIA
           MOVE WS-VER-HORAS(WS-IDX-VERSAO) TO HIST-HORAS-NORMAIS
           MOVE WS-VER-SALARIO-NOVO(WS-IDX-VERSAO)
               TO HIST-SALARIO-HORA
           MOVE WS-VER-VT-PERC(WS-IDX-VERSAO) TO HIST-VT-PERC
           MOVE WS-VER-VR(WS-IDX-VERSAO) TO HIST-VALE-REFEICAO
           MOVE WS-VER-INSALUBRIDADE(WS-IDX-VERSAO)
               TO HIST-GRAU-INSALUBRIDADE
           MOVE WS-VER-PERICULOSIDADE(WS-IDX-VERSAO)
               TO HIST-PERICULOSIDADE
           WRITE REG-HISTORICO
               INVALID KEY
                   REWRITE REG-HISTORICO
                       INVALID KEY
                           DISPLAY "Erro ao gravar o historico: ",
                               WS-FS-HISTORICO
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-QTD-VERSOES-GRAV
           IF VERSAO-EXISTE(WS-IDX-VERSAO)
               MOVE " VERSAO ALTERADA" TO WS-SITUACAO-VERSAO
           ELSE
               MOVE " VERSAO INCLUIDA" TO WS-SITUACAO-VERSAO
           END-IF
           MOVE WS-VER-SALARIO-ANT(WS-IDX-VERSAO) TO SALARIO-HORA-ED
           MOVE WS-VER-SALARIO-NOVO(WS-IDX-VERSAO)
               TO SALARIO-HORA2-ED
           MOVE SPACES TO WS-TEXTO-AUDITORIA
           STRING "DISSIDIO HISTSAL MATRICULA=" DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " VIGENCIA=" DELIMITED BY SIZE
               HIST-VIGENCIA DELIMITED BY SIZE
               " SALARIO-HORA DE=" DELIMITED BY SIZE
               SALARIO-HORA-ED DELIMITED BY SIZE
               " PARA=" DELIMITED BY SIZE
               SALARIO-HORA2-ED DELIMITED BY SIZE
               WS-SITUACAO-VERSAO DELIMITED BY SIZE
               INTO WS-TEXTO-AUDITORIA
           PERFORM 9000-GRAVAR-AUDITORIA.

       8000-EMITIR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "FUNCIONARIOS SELECIONADOS ...... " DELIMITED BY SIZE
               WS-QTD-SELECIONADOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "REAJUSTADOS .................... " DELIMITED BY SIZE
               WS-QTD-REAJUSTADOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "PENDENTES DE DECISAO DO RH ..... " DELIMITED BY SIZE
               WS-QTD-PENDENCIAS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "COMPETENCIAS SEM RENDIMENTO .... " DELIMITED BY SIZE
               WS-QTD-COMP-SEM-REND DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOTAL-DIF-BRUTO TO TOTAL-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "TOTAL DAS DIFERENCAS ....... R$ " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOTAL-DIF-INSS TO TOTAL-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "INSS DAS DIFERENCAS ........ R$ " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOTAL-DIF-FGTS TO TOTAL-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "FGTS DAS DIFERENCAS ........ R$ " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           IF DISS-EFETIVACAO
               STRING "EFETIVADO: " DELIMITED BY SIZE
                   WS-QTD-VERSOES-GRAV DELIMITED BY SIZE
                   " VERSOES GRAVADAS NO HISTSAL E CADASTRO MESTRE "
                   DELIMITED BY SIZE
                   "ATUALIZADO" DELIMITED BY SIZE
                   INTO REG-RELATORIO
           ELSE
               STRING "SIMULACAO: NADA FOI GRAVADO. APOS A "
                   DELIMITED BY SIZE
                   "APROVACAO, RODE COM O MODO E NOS PARAMETROS"
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
           END-IF
           WRITE REG-RELATORIO
           MOVE WS-TOTAL-DIF-BRUTO TO TOTAL-ED
           DISPLAY "Modo ......................: ", WS-MODO-TEXTO
           DISPLAY "Funcionarios selecionados .: ", WS-QTD-SELECIONADOS
           DISPLAY "Reajustados ...............: ", WS-QTD-REAJUSTADOS
           DISPLAY "Pendentes .................: ", WS-QTD-PENDENCIAS
           DISPLAY "Competencias sem rendimento: ",
               WS-QTD-COMP-SEM-REND
           DISPLAY "Total das diferencas ...: R$ ", TOTAL-ED.

       8100-AUDITAR-ENCERRAMENTO.
           MOVE WS-TOTAL-DIF-BRUTO TO TOTAL-ED
           MOVE SPACES TO WS-TEXTO-AUDITORIA
           STRING "DISSIDIO ENCERRADO REAJUSTADOS=" DELIMITED BY SIZE
               WS-QTD-REAJUSTADOS DELIMITED BY SIZE
               " PENDENCIAS=" DELIMITED BY SIZE
               WS-QTD-PENDENCIAS DELIMITED BY SIZE
               " VERSOES=" DELIMITED BY SIZE
               WS-QTD-VERSOES-GRAV DELIMITED BY SIZE
               " DIFERENCAS=" DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO WS-TEXTO-AUDITORIA
           PERFORM 9000-GRAVAR-AUDITORIA.

       8900-FORMATAR-COMPETENCIA.
           MOVE SPACES TO WS-COMP-ED
           STRING WS-CED-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CED-ANO DELIMITED BY SIZE
               INTO WS-COMP-ED.

       9000-GRAVAR-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-SISTEMA DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TEXTO-AUDITORIA DELIMITED BY SIZE
               INTO REG-AUDITORIA
           WRITE REG-AUDITORIA.
