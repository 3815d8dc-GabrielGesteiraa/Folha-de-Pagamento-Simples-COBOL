       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProvisaoFeriasDecimo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Provisao mensal de ferias e 13o salario: mantem os
      *> periodos aquisitivos de cada funcionario com o movimento
      *> da competencia e as ferias pagas, calcula o saldo
      *> acumulado de ferias + 1/3 e de 13o com os encargos
      *> patronais e o FGTS, contabiliza por centro de custo a
      *> diferenca contra o saldo da competencia anterior e as
      *> baixas por pagamento, e avisa as ferias perto de vencer.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-PARAMETROS ASSIGN TO "data/TABPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.
           SELECT ARQ-EMPRESAS ASSIGN TO "data/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESAS.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
      *> Historico salarial com vigencia: a provisao usa a versao
      *> contratual em vigor na competencia, como as ferias.
           SELECT OPTIONAL ARQ-HISTORICO
               ASSIGN TO "data/HISTSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT OPTIONAL ARQ-MOVIMENTO ASSIGN TO "MOVIMENTO.OK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT OPTIONAL ARQ-PERIODOS
               ASSIGN TO "data/PERAQUIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAQ-CHAVE
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT OPTIONAL ARQ-FERIAS-PAGAS
               ASSIGN TO "data/FERIAS-PAGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-FS-FERIAS-PAGAS.
           SELECT OPTIONAL ARQ-RESCISOES
               ASSIGN TO "data/RESCISOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESC-CHAVE
               FILE STATUS IS WS-FS-RESCISOES.
           SELECT OPTIONAL ARQ-PROVISAO
               ASSIGN TO "data/PROVISAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WS-FS-PROVISAO.
      *> Lancamentos da provisao por empresa, no mesmo leiaute do
      *> contabil da folha, para importacao no razao.
           SELECT ARQ-CONTABIL ASSIGN USING WS-NOME-ARQ-CONTABIL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "PROVISAO-FERIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-AVISOS ASSIGN TO "FERIAS-A-VENCER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-PARAMETROS
           LABEL RECORDS ARE STANDARD.
           COPY TABPARAM.

       FD  ARQ-EMPRESAS
           LABEL RECORDS ARE STANDARD.
           COPY EMPRESA.

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       FD  ARQ-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY HISTFUNC.

       FD  ARQ-MOVIMENTO
           LABEL RECORDS ARE STANDARD.
           COPY MOVFUNC.

       FD  ARQ-PERIODOS
           LABEL RECORDS ARE STANDARD.
           COPY PERAQUIS.

       FD  ARQ-FERIAS-PAGAS
           LABEL RECORDS ARE STANDARD.
           COPY FERPAGA.

       FD  ARQ-RESCISOES
           LABEL RECORDS ARE STANDARD.
           COPY RESCFUNC.

       FD  ARQ-PROVISAO
           LABEL RECORDS ARE STANDARD.
           COPY PROVFUNC.

       FD  ARQ-CONTABIL
           LABEL RECORDS ARE STANDARD.
       01 REG-CONTABIL.
           05 LAN-EMPRESA            PIC 9(3).
           05 LAN-CCUSTO             PIC 9(4).
           05 LAN-DC                 PIC X(1).
           05 LAN-CONTA              PIC X(30).
           05 LAN-VALOR              PIC 9(11)V99.

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01 REG-RELATORIO           PIC X(132).

       FD  ARQ-AVISOS
           LABEL RECORDS ARE STANDARD.
       01 REG-AVISO               PIC X(132).

       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01 REG-AUDITORIA           PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-PARAMETROS   PIC X(2).
       01 WS-FIM-PARAMETROS  PIC X(1) VALUE "N".
           88 FIM-PARAMETROS VALUE "S".
       01 WS-FS-EMPRESAS     PIC X(2).
       01 WS-FIM-EMPRESAS    PIC X(1) VALUE "N".
           88 FIM-EMPRESAS   VALUE "S".
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FIM-FUNCIONARIOS PIC X(1) VALUE "N".
           88 FIM-FUNCIONARIOS VALUE "S".
       01 WS-FS-HISTORICO    PIC X(2).
       01 WS-FIM-HISTORICO   PIC X(1).
           88 FIM-HISTORICO  VALUE "S".
       01 WS-ACHOU-CONTRATO  PIC X(1).
           88 ACHOU-CONTRATO VALUE "S".
       01 WS-FS-MOVIMENTO    PIC X(2).
       01 WS-FS-PERIODOS     PIC X(2).
       01 WS-FIM-PERIODOS    PIC X(1).
           88 FIM-PERIODOS   VALUE "S".
       01 WS-FS-FERIAS-PAGAS PIC X(2).
       01 WS-FIM-FERIAS-PAGAS PIC X(1).
           88 FIM-FERIAS-PAGAS VALUE "S".
       01 WS-FS-RESCISOES    PIC X(2).
       01 WS-FS-PROVISAO     PIC X(2).
       01 WS-FIM-PROVISAO    PIC X(1).
           88 FIM-PROVISAO   VALUE "S".
       01 WS-NOME-ARQ-CONTABIL PIC X(30).

       01 WS-OPERADOR        PIC X(20).
       01 WS-COMPETENCIA     PIC X(7).
       01 WS-COMPETENCIA-NUM.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-COMPETENCIA-AAAAMM REDEFINES WS-COMPETENCIA-NUM
                             PIC 9(6).
       01 WS-DATA-INI-COMP   PIC 9(8).
       01 WS-DATA-FIM-COMP   PIC 9(8).
       01 WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA     PIC 9(8).
           05 WS-HORA-SISTEMA     PIC 9(6).

      *> Parametros gerais (PARM) vigentes na competencia, pela
      *> sequencia: 2 FGTS, 5 INSS patronal, 6 RAT, 7 terceiros e
      *> 14 a antecedencia em meses do aviso de ferias a vencer.
       01 WS-TAB-PARM.
           05 WS-PARM-ENT OCCURS 14 TIMES.
               10 WS-PARM-VIGENCIA  PIC 9(6).
               10 WS-PARM-LIMITE    PIC 9(7)V99.
               10 WS-PARM-ALIQUOTA  PIC 9V9(4).
       01 WS-TAXA-ENCARGOS   PIC 9V9(4).
       01 WS-MESES-AVISO     PIC 9(2).
       01 WS-HORIZONTE-AVISO.
           05 WS-HOR-ANO     PIC 9(4).
           05 WS-HOR-MES     PIC 9(2).
       01 WS-HORIZONTE-AAAAMM REDEFINES WS-HORIZONTE-AVISO
                             PIC 9(6).
       01 WS-TOTAL-MESES     PIC 9(6).

       01 WS-TAB-EMPRESAS.
           05 WS-QTD-EMPRESAS    PIC 9(2) VALUE 0.
           05 WS-EMPRESA-TAB OCCURS 10 TIMES.
               10 WS-EMP-CODIGO    PIC 9(3).
               10 WS-EMP-NOME      PIC X(30).
       01 WS-IDX-EMPRESA     PIC 9(2).
       01 WS-EMPRESA-CODIGO  PIC 9(3).

      *> Situacao do funcionario na competencia.
       01 WS-PROCESSAR       PIC X(1).
           88 PROCESSAR-FUNCIONARIO VALUE "S".
       01 WS-DESLIGADO-NA-COMP PIC X(1).
           88 DESLIGADO-NA-COMP VALUE "S".
       01 WS-DATA-REFERENCIA PIC 9(8).
       01 WS-DATA-ALVO       PIC 9(8).
       01 WS-CONTRATO-VIGENTE.
           05 WS-CONTR-HORAS      PIC 9(3).
           05 WS-CONTR-SALARIO    PIC 9(5)V99.
       01 WS-SALARIO-BASE    PIC 9(7)V99.

      *> Saldo da competencia anterior ja contabilizado.
       01 WS-TEM-ANTERIOR    PIC X(1).
           88 TEM-ANTERIOR   VALUE "S".
       01 WS-PROVISAO-ANTERIOR.
           05 WS-ANT-COMPETENCIA  PIC 9(6).
           05 WS-ANT-FERIAS       PIC 9(7)V99.
           05 WS-ANT-DECIMO       PIC 9(7)V99.
           05 WS-ANT-ENC-FERIAS   PIC 9(7)V99.
           05 WS-ANT-ENC-DECIMO   PIC 9(7)V99.

      *> Periodos aquisitivos do funcionario em memoria, na ordem
      *> da chave (do mais antigo ao mais recente).
       01 WS-TAB-PERIODOS.
           05 WS-QTD-PERIODOS    PIC 9(2) VALUE 0.
           05 WS-PERIODO-ENT OCCURS 60 TIMES.
               10 WS-PER-DADOS     PIC X(52).
               10 WS-PER-NOVO      PIC X(1).
                   88 PERIODO-NOVO VALUE "S".
       01 WS-IDX-PERIODO     PIC 9(2).
       01 WS-IDX-ALVO        PIC 9(2).
       01 WS-DATA-FIM-ULTIMO PIC 9(8).
       01 WS-DATA-NOVO-INICIO PIC 9(8).
       01 WS-IMPLANTACAO     PIC X(1).
           88 IMPLANTACAO    VALUE "S".
       01 WS-MOV-FALTAS      PIC 9(2).
       01 WS-MOV-AFAST       PIC 9(2).
       01 WS-DIAS-A-BAIXAR   PIC 9(2).
       01 WS-DIAS-SALDO      PIC 9(2).
       01 WS-DIAS-CONSUMIDOS PIC 9(2).
       01 WS-DIAS-RECUO      PIC 9(2).

      *> Calculo da provisao do funcionario.
       01 WS-CALCULOS-PROVISAO.
           05 WS-AVOS-CALC        PIC S9(4).
           05 WS-DIAS-CALC        PIC S9(3).
           05 WS-AVOS-FERIAS      PIC 9(2).
           05 WS-AVOS-DECIMO      PIC 9(2).
           05 WS-DIAS-PROPORC     PIC S9(3)V99.
           05 WS-DIAS-PROVISAO    PIC 9(3)V99.
           05 WS-DIAS-DOBRA       PIC 9(3).
           05 WS-VALOR-FERIAS     PIC 9(7)V99.
           05 WS-TERCO-FERIAS     PIC 9(7)V99.
           05 WS-SALDO-FERIAS     PIC 9(7)V99.
           05 WS-SALDO-DECIMO     PIC 9(7)V99.
           05 WS-ENC-FERIAS       PIC 9(7)V99.
           05 WS-ENC-DECIMO       PIC 9(7)V99.
       01 WS-BAIXAS-FUNCIONARIO.
           05 WS-BX-FER-PAGAS     PIC 9(7)V99.
           05 WS-BX-ENC-FER-PAGAS PIC 9(7)V99.
           05 WS-BX-FER-RESC      PIC 9(7)V99.
           05 WS-BX-DEC-RESC      PIC 9(7)V99.
           05 WS-BX-ENC-DEC-RESC  PIC 9(7)V99.
           05 WS-BX-DEC-ANO       PIC 9(7)V99.
           05 WS-BX-ENC-DEC-ANO   PIC 9(7)V99.
           05 WS-BAIXA-FERIAS     PIC 9(7)V99.
           05 WS-BAIXA-DECIMO     PIC 9(7)V99.
           05 WS-BAIXA-ENC-FERIAS PIC 9(7)V99.
           05 WS-BAIXA-ENC-DECIMO PIC 9(7)V99.
       01 WS-COMPLEMENTOS.
           05 WS-COMPL-FERIAS     PIC S9(7)V99.
           05 WS-COMPL-DECIMO     PIC S9(7)V99.
           05 WS-COMPL-ENC-FERIAS PIC S9(7)V99.
           05 WS-COMPL-ENC-DECIMO PIC S9(7)V99.
           05 WS-COMPL-TOTAL      PIC S9(9)V99.

      *> Totais por empresa e centro de custo para os lancamentos.
       01 WS-TAB-CCUSTO.
           05 WS-QTD-CCUSTO      PIC 9(3) VALUE 0.
           05 WS-CCUSTO-ENT OCCURS 50 TIMES.
               10 WS-CC-EMPRESA      PIC 9(3).
               10 WS-CC-CODIGO       PIC 9(4).
               10 WS-CC-QTD          PIC 9(5).
               10 WS-CC-SALDO-FERIAS PIC 9(11)V99.
               10 WS-CC-SALDO-DECIMO PIC 9(11)V99.
               10 WS-CC-ENC-FERIAS   PIC 9(11)V99.
               10 WS-CC-ENC-DECIMO   PIC 9(11)V99.
               10 WS-CC-COMPL-FERIAS PIC S9(11)V99.
               10 WS-CC-COMPL-DECIMO PIC S9(11)V99.
               10 WS-CC-COMPL-ENC-FER PIC S9(11)V99.
               10 WS-CC-COMPL-ENC-DEC PIC S9(11)V99.
               10 WS-CC-BX-FER-PAGAS PIC 9(11)V99.
               10 WS-CC-BX-FER-RESC  PIC 9(11)V99.
               10 WS-CC-BX-DEC-RESC  PIC 9(11)V99.
               10 WS-CC-BX-DEC-ANO   PIC 9(11)V99.
               10 WS-CC-BX-ENC-FER   PIC 9(11)V99.
               10 WS-CC-BX-ENC-DEC   PIC 9(11)V99.
       01 WS-IDX-CCUSTO      PIC 9(3).
       01 WS-CCUSTO-ATUAL    PIC 9(3).

      *> Partida montada para o arquivo contabil: o complemento
      *> positivo debita a despesa e credita a provisao, o
      *> negativo reverte; a baixa debita a provisao contra a
      *> obrigacao do pagamento.
       01 WS-LAN-VALOR-S     PIC S9(11)V99.
       01 WS-LAN-VALOR-BAIXA PIC 9(11)V99.
       01 WS-LAN-CONTA-DEBITO  PIC X(30).
       01 WS-LAN-CONTA-CREDITO PIC X(30).

       01 WS-TOTAIS.
           05 WS-TOT-SALDO-FERIAS PIC 9(11)V99 VALUE 0.
           05 WS-TOT-SALDO-DECIMO PIC 9(11)V99 VALUE 0.
           05 WS-TOT-ENCARGOS     PIC 9(11)V99 VALUE 0.
           05 WS-TOT-BAIXAS       PIC 9(11)V99 VALUE 0.
           05 WS-TOT-COMPLEMENTO  PIC S9(11)V99 VALUE 0.
       01 WS-CONTADORES.
           05 WS-QTD-FUNCIONARIOS PIC 9(5) VALUE 0.
           05 WS-QTD-PERIODOS-NOVOS PIC 9(5) VALUE 0.
           05 WS-QTD-VENCIDAS     PIC 9(5) VALUE 0.
           05 WS-QTD-A-VENCER     PIC 9(5) VALUE 0.
           05 WS-QTD-PENDENTES    PIC 9(5) VALUE 0.

       01 WS-DATA-TRAB.
           05 WS-DT-ANO      PIC 9(4).
           05 WS-DT-MES      PIC 9(2).
           05 WS-DT-DIA      PIC 9(2).
       01 WS-DATA-TRAB-9 REDEFINES WS-DATA-TRAB PIC 9(8).
       01 WS-DATA-INICIO-R.
           05 WS-INI-ANO     PIC 9(4).
           05 WS-INI-MES     PIC 9(2).
           05 WS-INI-DIA     PIC 9(2).
       01 WS-DATA-INICIO-9 REDEFINES WS-DATA-INICIO-R PIC 9(8).
       01 WS-ULTIMO-DIA      PIC 9(2).
       01 WS-QUOCIENTE-ANO   PIC 9(4).
       01 WS-RESTO-4         PIC 9(3).
       01 WS-RESTO-100       PIC 9(3).
       01 WS-RESTO-400       PIC 9(3).
       01 WS-DATA-ED         PIC X(10).
       01 WS-INICIO-ED       PIC X(10).
       01 WS-FIM-ED          PIC X(10).
       01 WS-LIMITE-ED       PIC X(10).
       01 WS-SITUACAO-TEXTO  PIC X(16).

       01 VALOR-ED           PIC ZZZZZZZZZ9,99.
       01 VALOR2-ED          PIC ZZZZZZZZZ9,99.
       01 VALOR3-ED          PIC ZZZZZZZZZ9,99.
       01 SINAL-ED           PIC -ZZZZZZZZZ9,99.
       01 DIAS-ED            PIC ZZ9,99.
       01 QTD-ED             PIC ZZZZ9.
       01 TAXA-ED            PIC 9,9999.

       PROCEDURE DIVISION.
       0000-PROVISIONAR.
           DISPLAY "Provisao Mensal de Ferias e 13o Salario".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           PERFORM 1000-PREPARAR-COMPETENCIA
           PERFORM 1100-CARREGAR-PARAMETROS
           PERFORM 1200-CARREGAR-EMPRESAS
           PERFORM 1300-ABRIR-ARQUIVOS
           PERFORM 1400-GRAVAR-CABECALHOS
           PERFORM 2000-LER-FUNCIONARIO
           PERFORM 3000-PROCESSAR-FUNCIONARIO
               UNTIL FIM-FUNCIONARIOS
           PERFORM 7000-GERAR-LANCAMENTOS-EMPRESA
               VARYING WS-IDX-EMPRESA FROM 1 BY 1
               UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
           PERFORM 8000-EMITIR-RESUMO
           PERFORM 9000-GRAVAR-AUDITORIA
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-MOVIMENTO
           CLOSE ARQ-PERIODOS
           CLOSE ARQ-FERIAS-PAGAS
           CLOSE ARQ-RESCISOES
           CLOSE ARQ-PROVISAO
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-AVISOS
      *> Ferias vencidas ou a vencer no horizonte e funcionarios
      *> pendentes devolvem codigo 4 para a conferencia do RH.
           IF WS-QTD-VENCIDAS > 0 OR WS-QTD-A-VENCER > 0
            OR WS-QTD-PENDENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
           MOVE WS-COMP-ANO TO WS-DT-ANO
           MOVE WS-COMP-MES TO WS-DT-MES
           MOVE 01 TO WS-DT-DIA
           MOVE WS-DATA-TRAB-9 TO WS-DATA-INI-COMP
           PERFORM 8100-ULTIMO-DIA-DO-MES
           MOVE WS-ULTIMO-DIA TO WS-DT-DIA
           MOVE WS-DATA-TRAB-9 TO WS-DATA-FIM-COMP.

      *> Vale, para cada sequencia, a vigencia mais recente que
      *> nao passe da competencia, no mesmo criterio da folha; os
      *> encargos sao obrigatorios, a antecedencia do aviso tem
      *> dois meses por omissao.
       1100-CARREGAR-PARAMETROS.
           INITIALIZE WS-TAB-PARM
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
           IF WS-PARM-VIGENCIA(2) = ZEROS
            OR WS-PARM-VIGENCIA(5) = ZEROS
            OR WS-PARM-VIGENCIA(6) = ZEROS
            OR WS-PARM-VIGENCIA(7) = ZEROS
               DISPLAY "Tabela de parametros sem FGTS e encargos ",
                   "patronais vigentes para a competencia ",
                   WS-COMPETENCIA, "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TAXA-ENCARGOS = WS-PARM-ALIQUOTA(2)
               + WS-PARM-ALIQUOTA(5) + WS-PARM-ALIQUOTA(6)
               + WS-PARM-ALIQUOTA(7)
           IF WS-PARM-VIGENCIA(14) = ZEROS
               MOVE 2 TO WS-MESES-AVISO
           ELSE
               MOVE WS-PARM-LIMITE(14) TO WS-MESES-AVISO
           END-IF
           COMPUTE WS-TOTAL-MESES = WS-COMP-ANO * 12 + WS-COMP-MES
               - 1 + WS-MESES-AVISO
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-HOR-ANO
               REMAINDER WS-HOR-MES
           ADD 1 TO WS-HOR-MES.

       1110-LER-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END MOVE "S" TO WS-FIM-PARAMETROS
           END-READ.

       1120-AVALIAR-PARAMETRO.
           IF PARAM-TIPO = "PARM"
            AND PARAM-SEQ > 0 AND PARAM-SEQ NOT > 14
            AND PARAM-VIGENCIA NOT > WS-COMPETENCIA-AAAAMM
            AND PARAM-VIGENCIA NOT < WS-PARM-VIGENCIA(PARAM-SEQ)
               MOVE PARAM-VIGENCIA TO WS-PARM-VIGENCIA(PARAM-SEQ)
               MOVE PARAM-LIMITE TO WS-PARM-LIMITE(PARAM-SEQ)
               MOVE PARAM-ALIQUOTA TO WS-PARM-ALIQUOTA(PARAM-SEQ)
           END-IF
           PERFORM 1110-LER-PARAMETRO.

       1200-CARREGAR-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS
           IF WS-FS-EMPRESAS NOT = "00"
               DISPLAY "Erro ao abrir a tabela de empresas: ",
                   WS-FS-EMPRESAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LER-EMPRESA
           PERFORM 1220-ARMAZENAR-EMPRESA UNTIL FIM-EMPRESAS
           CLOSE ARQ-EMPRESAS
           IF WS-QTD-EMPRESAS = ZEROS
               DISPLAY "Tabela de empresas vazia."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-LER-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO WS-FIM-EMPRESAS
           END-READ.

       1220-ARMAZENAR-EMPRESA.
           IF WS-QTD-EMPRESAS < 10
               ADD 1 TO WS-QTD-EMPRESAS
               MOVE EMP-CODIGO TO WS-EMP-CODIGO(WS-QTD-EMPRESAS)
               MOVE EMP-NOME TO WS-EMP-NOME(WS-QTD-EMPRESAS)
           ELSE
               DISPLAY "Tabela de empresas excede 10 entradas."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LER-EMPRESA.

       1300-ABRIR-ARQUIVOS.
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
           OPEN I-O ARQ-PERIODOS
           IF WS-FS-PERIODOS NOT = "00" AND
              WS-FS-PERIODOS NOT = "05"
               DISPLAY "Erro ao abrir os periodos aquisitivos: ",
                   WS-FS-PERIODOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-FERIAS-PAGAS
           IF WS-FS-FERIAS-PAGAS NOT = "00" AND
              WS-FS-FERIAS-PAGAS NOT = "05"
               DISPLAY "Erro ao abrir o registro de ferias pagas: ",
                   WS-FS-FERIAS-PAGAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-RESCISOES
           IF WS-FS-RESCISOES NOT = "00" AND
              WS-FS-RESCISOES NOT = "05"
               DISPLAY "Erro ao abrir o arquivo de rescisoes: ",
                   WS-FS-RESCISOES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-PROVISAO
           IF WS-FS-PROVISAO NOT = "00" AND
              WS-FS-PROVISAO NOT = "05"
               DISPLAY "Erro ao abrir o arquivo de provisao: ",
                   WS-FS-PROVISAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-AVISOS.

       1400-GRAVAR-CABECALHOS.
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "PROVISAO DE FERIAS E 13O SALARIO - COMPETENCIA "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TAXA-ENCARGOS TO TAXA-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "ENCARGOS SOBRE OS SALDOS (INSS PATRONAL, RAT, "
               DELIMITED BY SIZE
               "TERCEIROS E FGTS): " DELIMITED BY SIZE
               TAXA-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-AVISO
           MOVE ALL "=" TO REG-AVISO
           WRITE REG-AVISO
           MOVE WS-MESES-AVISO TO QTD-ED
           MOVE SPACES TO REG-AVISO
           STRING "FERIAS VENCIDAS E A VENCER - COMPETENCIA "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               " - ANTECEDENCIA DE" DELIMITED BY SIZE
               QTD-ED DELIMITED BY SIZE
               " MES(ES)" DELIMITED BY SIZE
               INTO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           STRING "FERIAS NAO GOZADAS ATE O LIMITE DO PERIODO "
               DELIMITED BY SIZE
               "CONCESSIVO SAO DEVIDAS EM DOBRO (CLT ART. 137)"
               DELIMITED BY SIZE
               INTO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           MOVE ALL "=" TO REG-AVISO
           WRITE REG-AVISO.

       2000-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-FUNCIONARIOS
           END-READ.

       3000-PROCESSAR-FUNCIONARIO.
           PERFORM 3010-AVALIAR-VINCULO
           IF PROCESSAR-FUNCIONARIO
               PERFORM 3100-BUSCAR-PROVISAO-ANTERIOR
           END-IF
           IF PROCESSAR-FUNCIONARIO
               ADD 1 TO WS-QTD-FUNCIONARIOS
               PERFORM 3200-BUSCAR-CONTRATO-VIGENTE
               PERFORM 4000-ATUALIZAR-PERIODOS
               PERFORM 5000-CALCULAR-PROVISAO-FERIAS
               PERFORM 5100-CALCULAR-PROVISAO-DECIMO
               PERFORM 5200-APURAR-BAIXAS
               PERFORM 5300-CALCULAR-COMPLEMENTOS
               PERFORM 5400-GRAVAR-PROVISAO
               PERFORM 5500-ACUMULAR-CCUSTO
               PERFORM 6000-IMPRIMIR-FUNCIONARIO
               IF NOT DESLIGADO-NA-COMP
                   PERFORM 6200-AVISAR-PERIODO
                       VARYING WS-IDX-PERIODO FROM 1 BY 1
                       UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
               END-IF
           END-IF
           PERFORM 2000-LER-FUNCIONARIO.

      *> Entra quem ja estava admitido no fim da competencia e
      *> nao foi desligado antes dela. O desligado na competencia
      *> entra uma ultima vez: o saldo zera e a rescisao baixa o
      *> que foi pago.
       3010-AVALIAR-VINCULO.
           MOVE "S" TO WS-PROCESSAR
           MOVE "N" TO WS-DESLIGADO-NA-COMP
           MOVE WS-DATA-FIM-COMP TO WS-DATA-REFERENCIA
           IF FUNC-DATA-ADMISSAO NOT NUMERIC
            OR FUNC-DATA-ADMISSAO = ZEROS
               DISPLAY "Funcionario sem data de admissao valida: ",
                   "matricula ", FUNC-MATRICULA
               ADD 1 TO WS-QTD-PENDENTES
               MOVE "N" TO WS-PROCESSAR
           END-IF
           IF PROCESSAR-FUNCIONARIO
            AND FUNC-DATA-ADMISSAO > WS-DATA-FIM-COMP
               MOVE "N" TO WS-PROCESSAR
           END-IF
           IF PROCESSAR-FUNCIONARIO AND FUNC-DESLIGADO
               IF FUNC-DATA-DESLIGAMENTO < WS-DATA-INI-COMP
                   MOVE "N" TO WS-PROCESSAR
               ELSE
                   IF FUNC-DATA-DESLIGAMENTO NOT > WS-DATA-FIM-COMP
                       MOVE "S" TO WS-DESLIGADO-NA-COMP
                       MOVE FUNC-DATA-DESLIGAMENTO
                           TO WS-DATA-REFERENCIA
                   END-IF
               END-IF
           END-IF
           IF PROCESSAR-FUNCIONARIO
               MOVE 0 TO WS-EMPRESA-CODIGO
               PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
                       UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
                   IF WS-EMP-CODIGO(WS-IDX-EMPRESA) = FUNC-EMPRESA
                       MOVE FUNC-EMPRESA TO WS-EMPRESA-CODIGO
                   END-IF
               END-PERFORM
               IF WS-EMPRESA-CODIGO = ZEROS
                   DISPLAY "Empresa ", FUNC-EMPRESA, " fora da ",
                       "tabela de empresas: matricula ",
                       FUNC-MATRICULA
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE "N" TO WS-PROCESSAR
               END-IF
           END-IF.

      *> O saldo de referencia e o da ultima competencia anterior
      *> ja provisionada. Uma provisao posterior ja calculada
      *> impede refazer a competencia sem desmontar as seguintes.
       3100-BUSCAR-PROVISAO-ANTERIOR.
           MOVE "N" TO WS-TEM-ANTERIOR
           INITIALIZE WS-PROVISAO-ANTERIOR
           MOVE "N" TO WS-FIM-PROVISAO
           MOVE FUNC-MATRICULA TO PRV-MATRICULA
           MOVE ZEROS TO PRV-COMPETENCIA
           START ARQ-PROVISAO KEY NOT < PRV-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-PROVISAO
           END-START
           PERFORM 3110-LER-PROVISAO UNTIL FIM-PROVISAO.

       3110-LER-PROVISAO.
           READ ARQ-PROVISAO NEXT
               AT END MOVE "S" TO WS-FIM-PROVISAO
               NOT AT END
                   IF PRV-MATRICULA NOT = FUNC-MATRICULA
                       MOVE "S" TO WS-FIM-PROVISAO
                   ELSE
                       IF PRV-COMPETENCIA < WS-COMPETENCIA-AAAAMM
                           MOVE "S" TO WS-TEM-ANTERIOR
                           MOVE PRV-COMPETENCIA TO WS-ANT-COMPETENCIA
                           MOVE PRV-SALDO-FERIAS TO WS-ANT-FERIAS
                           MOVE PRV-SALDO-DECIMO TO WS-ANT-DECIMO
                           MOVE PRV-ENCARGOS-FERIAS
                               TO WS-ANT-ENC-FERIAS
                           MOVE PRV-ENCARGOS-DECIMO
                               TO WS-ANT-ENC-DECIMO
                       END-IF
                       IF PRV-COMPETENCIA > WS-COMPETENCIA-AAAAMM
                           DISPLAY "Provisao da competencia ",
                               PRV-COMPETENCIA, " ja calculada: ",
                               "matricula ", FUNC-MATRICULA,
                               " nao reprocessada"
                           ADD 1 TO WS-QTD-PENDENTES
                           MOVE "N" TO WS-PROCESSAR
                           MOVE "S" TO WS-FIM-PROVISAO
                       END-IF
                   END-IF
           END-READ.

      *> Versao contratual em vigor na competencia; sem
      *> historico, ficam os valores do mestre. A base e a mesma
      *> que o modulo de ferias usa no pagamento.
       3200-BUSCAR-CONTRATO-VIGENTE.
           MOVE "N" TO WS-ACHOU-CONTRATO
           MOVE "N" TO WS-FIM-HISTORICO
           MOVE FUNC-MATRICULA TO HIST-MATRICULA
           MOVE ZEROS TO HIST-VIGENCIA
           START ARQ-HISTORICO KEY NOT < HIST-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-HISTORICO
           END-START
           PERFORM 3210-LER-VERSAO-CONTRATO UNTIL FIM-HISTORICO
           IF NOT ACHOU-CONTRATO
               MOVE FUNC-HORAS-NORMAIS TO WS-CONTR-HORAS
               MOVE FUNC-SALARIO-HORA TO WS-CONTR-SALARIO
           END-IF
           COMPUTE WS-SALARIO-BASE =
               WS-CONTR-HORAS * WS-CONTR-SALARIO.

       3210-LER-VERSAO-CONTRATO.
           READ ARQ-HISTORICO NEXT
               AT END MOVE "S" TO WS-FIM-HISTORICO
               NOT AT END
                   IF HIST-MATRICULA NOT = FUNC-MATRICULA
                    OR HIST-VIGENCIA > WS-COMPETENCIA-AAAAMM
                       MOVE "S" TO WS-FIM-HISTORICO
                   ELSE
                       MOVE "S" TO WS-ACHOU-CONTRATO
                       MOVE HIST-HORAS-NORMAIS TO WS-CONTR-HORAS
                       MOVE HIST-SALARIO-HORA TO WS-CONTR-SALARIO
                   END-IF
           END-READ.

      *> Os periodos do funcionario sao lidos para memoria,
      *> completados ate a data de referencia, atualizados com o
      *> movimento e as ferias pagas e regravados.
       4000-ATUALIZAR-PERIODOS.
           PERFORM 4100-CARREGAR-PERIODOS
           MOVE "N" TO WS-IMPLANTACAO
           IF WS-QTD-PERIODOS = ZEROS
               MOVE "S" TO WS-IMPLANTACAO
               MOVE FUNC-DATA-ADMISSAO TO WS-DATA-NOVO-INICIO
               PERFORM 4800-CRIAR-PERIODO
           END-IF
           PERFORM 4300-CRIAR-PROXIMO-PERIODO
               UNTIL WS-DATA-FIM-ULTIMO NOT < WS-DATA-REFERENCIA
           IF IMPLANTACAO
               PERFORM 4250-PRESUMIR-QUITADO
                   VARYING WS-IDX-PERIODO FROM 1 BY 1
                   UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
           END-IF
           PERFORM 4400-APLICAR-MOVIMENTO
           PERFORM 4600-CLASSIFICAR-PERIODO
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
           PERFORM 4500-BAIXAR-FERIAS-PAGAS
           PERFORM 4600-CLASSIFICAR-PERIODO
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
           IF DESLIGADO-NA-COMP
               PERFORM 4650-INDENIZAR-PERIODO
                   VARYING WS-IDX-PERIODO FROM 1 BY 1
                   UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
           END-IF
           PERFORM 4700-GRAVAR-PERIODO
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS.

       4100-CARREGAR-PERIODOS.
           MOVE 0 TO WS-QTD-PERIODOS
           MOVE ZEROS TO WS-DATA-FIM-ULTIMO
           MOVE "N" TO WS-FIM-PERIODOS
           MOVE FUNC-MATRICULA TO PAQ-MATRICULA
           MOVE ZEROS TO PAQ-DATA-INICIO
           START ARQ-PERIODOS KEY NOT < PAQ-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-PERIODOS
           END-START
           PERFORM 4110-LER-PERIODO UNTIL FIM-PERIODOS.

       4110-LER-PERIODO.
           READ ARQ-PERIODOS NEXT
               AT END MOVE "S" TO WS-FIM-PERIODOS
               NOT AT END
                   IF PAQ-MATRICULA NOT = FUNC-MATRICULA
                       MOVE "S" TO WS-FIM-PERIODOS
                   ELSE
                       PERFORM 4120-GUARDAR-PERIODO
                   END-IF
           END-READ.

       4120-GUARDAR-PERIODO.
           IF WS-QTD-PERIODOS < 60
               ADD 1 TO WS-QTD-PERIODOS
               MOVE REG-PERIODO-AQUISITIVO
                   TO WS-PER-DADOS(WS-QTD-PERIODOS)
               MOVE "N" TO WS-PER-NOVO(WS-QTD-PERIODOS)
               MOVE PAQ-DATA-FIM TO WS-DATA-FIM-ULTIMO
           ELSE
               DISPLAY "Funcionario com mais de 60 periodos ",
                   "aquisitivos: matricula ", FUNC-MATRICULA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Na primeira provisao do funcionario nao ha historico de
      *> gozo: os periodos cujo prazo de concessao terminou antes
      *> da competencia sao dados como quitados.
       4250-PRESUMIR-QUITADO.
           MOVE WS-PER-DADOS(WS-IDX-PERIODO)
               TO REG-PERIODO-AQUISITIVO
           IF PAQ-DATA-LIMITE < WS-DATA-INI-COMP
               MOVE 30 TO PAQ-DIAS-DIREITO
               MOVE 0 TO PAQ-DIAS-PERDIDOS
               MOVE 30 TO PAQ-DIAS-GOZADOS
               MOVE "Q" TO PAQ-SITUACAO
               MOVE REG-PERIODO-AQUISITIVO
                   TO WS-PER-DADOS(WS-IDX-PERIODO)
           END-IF.

       4300-CRIAR-PROXIMO-PERIODO.
           MOVE WS-DATA-FIM-ULTIMO TO WS-DATA-TRAB-9
           PERFORM 8200-AVANCAR-UM-DIA
           MOVE WS-DATA-TRAB-9 TO WS-DATA-NOVO-INICIO
           PERFORM 4800-CRIAR-PERIODO.

      *> As faltas e os afastamentos da competencia entram no
      *> periodo em curso no primeiro dia trabalhado do mes. O
      *> afastamento sem remuneracao conta como falta; doenca e
      *> acidente somam para a perda do periodo; maternidade nao
      *> reduz as ferias.
       4400-APLICAR-MOVIMENTO.
           MOVE 0 TO WS-MOV-FALTAS
           MOVE 0 TO WS-MOV-AFAST
           MOVE FUNC-MATRICULA TO MOV-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO MOV-COMPETENCIA
           READ ARQ-MOVIMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MOV-FALTAS TO WS-MOV-FALTAS
                   IF AFAST-SEM-REMUNERACAO
                       ADD MOV-DIAS-AFASTAMENTO TO WS-MOV-FALTAS
                   END-IF
                   IF AFAST-DOENCA OR AFAST-ACIDENTE
                       MOVE MOV-DIAS-AFASTAMENTO TO WS-MOV-AFAST
                   END-IF
           END-READ
           MOVE WS-DATA-INI-COMP TO WS-DATA-ALVO
           IF FUNC-DATA-ADMISSAO > WS-DATA-ALVO
               MOVE FUNC-DATA-ADMISSAO TO WS-DATA-ALVO
           END-IF
           MOVE 0 TO WS-IDX-ALVO
           PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
                   UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
               MOVE WS-PER-DADOS(WS-IDX-PERIODO)
                   TO REG-PERIODO-AQUISITIVO
               IF PAQ-DATA-INICIO NOT > WS-DATA-ALVO
                AND PAQ-DATA-FIM NOT < WS-DATA-ALVO
                   MOVE WS-IDX-PERIODO TO WS-IDX-ALVO
               END-IF
           END-PERFORM
           IF WS-IDX-ALVO > 0
               MOVE WS-PER-DADOS(WS-IDX-ALVO)
                   TO REG-PERIODO-AQUISITIVO
               PERFORM 4410-SOMAR-MOVIMENTO
               MOVE REG-PERIODO-AQUISITIVO
                   TO WS-PER-DADOS(WS-IDX-ALVO)
           END-IF.

      *> O reprocessamento da mesma competencia tira o que ela
      *> tinha somado antes de somar o movimento atual.
       4410-SOMAR-MOVIMENTO.
           IF PAQ-ULT-COMPETENCIA = WS-COMPETENCIA-AAAAMM
               SUBTRACT PAQ-FALTAS-ULT-COMP FROM PAQ-DIAS-FALTAS
               SUBTRACT PAQ-AFAST-ULT-COMP FROM PAQ-DIAS-AFASTAMENTO
           END-IF
           ADD WS-MOV-FALTAS TO PAQ-DIAS-FALTAS
           ADD WS-MOV-AFAST TO PAQ-DIAS-AFASTAMENTO
           MOVE WS-COMPETENCIA-AAAAMM TO PAQ-ULT-COMPETENCIA
           MOVE WS-MOV-FALTAS TO PAQ-FALTAS-ULT-COMP
           MOVE WS-MOV-AFAST TO PAQ-AFAST-ULT-COMP.

      *> Ferias pagas ate a competencia e ainda nao baixadas saem
      *> dos periodos mais antigos com saldo; o que passar do
      *> saldo e gozo antecipado do periodo em curso. As pagas na
      *> competencia sao estornadas da provisao, baixadas agora
      *> ou num processamento anterior do mesmo mes.
       4500-BAIXAR-FERIAS-PAGAS.
           MOVE 0 TO WS-BX-FER-PAGAS
           MOVE 0 TO WS-BX-ENC-FER-PAGAS
           MOVE "N" TO WS-FIM-FERIAS-PAGAS
           MOVE FUNC-MATRICULA TO PAG-MATRICULA
           MOVE ZEROS TO PAG-DATA-INICIO
           START ARQ-FERIAS-PAGAS KEY NOT < PAG-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-FERIAS-PAGAS
           END-START
           PERFORM 4510-LER-FERIAS-PAGA UNTIL FIM-FERIAS-PAGAS.

       4510-LER-FERIAS-PAGA.
           READ ARQ-FERIAS-PAGAS NEXT
               AT END MOVE "S" TO WS-FIM-FERIAS-PAGAS
               NOT AT END
                   IF PAG-MATRICULA NOT = FUNC-MATRICULA
                       MOVE "S" TO WS-FIM-FERIAS-PAGAS
                   ELSE
                       PERFORM 4520-AVALIAR-FERIAS-PAGA
                   END-IF
           END-READ.

       4520-AVALIAR-FERIAS-PAGA.
           IF PAG-COMPETENCIA = WS-COMPETENCIA-AAAAMM
               COMPUTE WS-BX-FER-PAGAS = WS-BX-FER-PAGAS
                   + PAG-VALOR-TRIBUTAVEL + PAG-VALOR-ISENTO
               COMPUTE WS-BX-ENC-FER-PAGAS ROUNDED =
                   WS-BX-ENC-FER-PAGAS
                   + PAG-VALOR-TRIBUTAVEL * WS-TAXA-ENCARGOS
           END-IF
           IF PAG-PENDENTE
            AND PAG-COMPETENCIA NOT > WS-COMPETENCIA-AAAAMM
               COMPUTE WS-DIAS-A-BAIXAR =
                   PAG-DIAS-GOZO + PAG-DIAS-ABONO
               PERFORM 4530-CONSUMIR-DIAS
                   VARYING WS-IDX-PERIODO FROM 1 BY 1
                   UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
                      OR WS-DIAS-A-BAIXAR = 0
               IF WS-DIAS-A-BAIXAR > 0
                   MOVE WS-PER-DADOS(WS-QTD-PERIODOS)
                       TO REG-PERIODO-AQUISITIVO
                   ADD WS-DIAS-A-BAIXAR TO PAQ-DIAS-GOZADOS
                   IF PAG-INICIO-PERIODO = ZEROS
                       MOVE PAQ-DATA-INICIO TO PAG-INICIO-PERIODO
                   END-IF
                   MOVE REG-PERIODO-AQUISITIVO
                       TO WS-PER-DADOS(WS-QTD-PERIODOS)
                   DISPLAY "Gozo antecipado no periodo em curso: ",
                       "matricula ", FUNC-MATRICULA, " dias ",
                       WS-DIAS-A-BAIXAR
               END-IF
               MOVE "B" TO PAG-SITUACAO
               REWRITE REG-FERIAS-PAGA
                   INVALID KEY
                       DISPLAY "Erro ao baixar ferias pagas: ",
                           WS-FS-FERIAS-PAGAS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

       4530-CONSUMIR-DIAS.
           MOVE WS-PER-DADOS(WS-IDX-PERIODO)
               TO REG-PERIODO-AQUISITIVO
           IF (PAQ-ADQUIRIDO OR PAQ-EM-AQUISICAO)
            AND PAQ-DIAS-DIREITO > PAQ-DIAS-GOZADOS
               COMPUTE WS-DIAS-SALDO =
                   PAQ-DIAS-DIREITO - PAQ-DIAS-GOZADOS
               IF WS-DIAS-SALDO < WS-DIAS-A-BAIXAR
                   MOVE WS-DIAS-SALDO TO WS-DIAS-CONSUMIDOS
               ELSE
                   MOVE WS-DIAS-A-BAIXAR TO WS-DIAS-CONSUMIDOS
               END-IF
               ADD WS-DIAS-CONSUMIDOS TO PAQ-DIAS-GOZADOS
               SUBTRACT WS-DIAS-CONSUMIDOS FROM WS-DIAS-A-BAIXAR
               IF PAG-INICIO-PERIODO = ZEROS
                   MOVE PAQ-DATA-INICIO TO PAG-INICIO-PERIODO
               END-IF
               MOVE REG-PERIODO-AQUISITIVO
                   TO WS-PER-DADOS(WS-IDX-PERIODO)
           END-IF.

      *> Dias de direito pela escala de faltas da CLT (art. 130) e
      *> perda do periodo pelo afastamento previdenciario acima
      *> de seis meses (art. 133). Periodo encerrado vira saldo a
      *> gozar, quitado quando o gozo alcanca o direito.
       4600-CLASSIFICAR-PERIODO.
           MOVE WS-PER-DADOS(WS-IDX-PERIODO)
               TO REG-PERIODO-AQUISITIVO
           IF PAQ-EM-AQUISICAO OR PAQ-ADQUIRIDO
               EVALUATE TRUE
                   WHEN PAQ-DIAS-AFASTAMENTO > 180
                       MOVE 0 TO PAQ-DIAS-DIREITO
                   WHEN PAQ-DIAS-FALTAS NOT > 5
                       MOVE 30 TO PAQ-DIAS-DIREITO
                   WHEN PAQ-DIAS-FALTAS NOT > 14
                       MOVE 24 TO PAQ-DIAS-DIREITO
                   WHEN PAQ-DIAS-FALTAS NOT > 23
                       MOVE 18 TO PAQ-DIAS-DIREITO
                   WHEN PAQ-DIAS-FALTAS NOT > 32
                       MOVE 12 TO PAQ-DIAS-DIREITO
                   WHEN OTHER
                       MOVE 0 TO PAQ-DIAS-DIREITO
               END-EVALUATE
               COMPUTE PAQ-DIAS-PERDIDOS = 30 - PAQ-DIAS-DIREITO
               IF PAQ-DATA-FIM NOT > WS-DATA-REFERENCIA
                   EVALUATE TRUE
                       WHEN PAQ-DIAS-DIREITO = 0
                           MOVE "X" TO PAQ-SITUACAO
                       WHEN PAQ-DIAS-GOZADOS NOT < PAQ-DIAS-DIREITO
                           MOVE "Q" TO PAQ-SITUACAO
                       WHEN OTHER
                           MOVE "C" TO PAQ-SITUACAO
                   END-EVALUATE
               ELSE
                   MOVE "A" TO PAQ-SITUACAO
               END-IF
               MOVE REG-PERIODO-AQUISITIVO
                   TO WS-PER-DADOS(WS-IDX-PERIODO)
           END-IF.

      *> No desligamento o saldo dos periodos vai para o termo de
      *> rescisao como ferias indenizadas.
       4650-INDENIZAR-PERIODO.
           MOVE WS-PER-DADOS(WS-IDX-PERIODO)
               TO REG-PERIODO-AQUISITIVO
           IF PAQ-EM-AQUISICAO OR PAQ-ADQUIRIDO
               MOVE "I" TO PAQ-SITUACAO
               MOVE REG-PERIODO-AQUISITIVO
                   TO WS-PER-DADOS(WS-IDX-PERIODO)
           END-IF.

       4700-GRAVAR-PERIODO.
           MOVE WS-PER-DADOS(WS-IDX-PERIODO)
               TO REG-PERIODO-AQUISITIVO
           IF PERIODO-NOVO(WS-IDX-PERIODO)
               WRITE REG-PERIODO-AQUISITIVO
                   INVALID KEY
                       DISPLAY "Erro ao incluir periodo aquisitivo: ",
                           WS-FS-PERIODOS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-QTD-PERIODOS-NOVOS
           ELSE
               REWRITE REG-PERIODO-AQUISITIVO
                   INVALID KEY
                       DISPLAY "Erro ao regravar periodo aquisitivo: ",
                           WS-FS-PERIODOS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

      *> Periodo de 12 meses a partir do inicio; o prazo de
      *> concessao termina 12 meses depois do fim do periodo.
       4800-CRIAR-PERIODO.
           IF WS-QTD-PERIODOS NOT < 60
               DISPLAY "Funcionario com mais de 60 periodos ",
                   "aquisitivos: matricula ", FUNC-MATRICULA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE REG-PERIODO-AQUISITIVO
           MOVE FUNC-MATRICULA TO PAQ-MATRICULA
           MOVE WS-DATA-NOVO-INICIO TO PAQ-DATA-INICIO
           MOVE WS-DATA-NOVO-INICIO TO WS-DATA-TRAB-9
           PERFORM 8400-SOMAR-UM-ANO
           PERFORM 8300-RECUAR-UM-DIA
           MOVE WS-DATA-TRAB-9 TO PAQ-DATA-FIM
           MOVE WS-DATA-NOVO-INICIO TO WS-DATA-TRAB-9
           PERFORM 8400-SOMAR-UM-ANO
           PERFORM 8400-SOMAR-UM-ANO
           PERFORM 8300-RECUAR-UM-DIA
           MOVE WS-DATA-TRAB-9 TO PAQ-DATA-LIMITE
           MOVE 30 TO PAQ-DIAS-DIREITO
           MOVE "A" TO PAQ-SITUACAO
           ADD 1 TO WS-QTD-PERIODOS
           MOVE REG-PERIODO-AQUISITIVO
               TO WS-PER-DADOS(WS-QTD-PERIODOS)
           MOVE "S" TO WS-PER-NOVO(WS-QTD-PERIODOS)
           MOVE PAQ-DATA-FIM TO WS-DATA-FIM-ULTIMO.

      *> Saldo de ferias: dias a gozar dos periodos encerrados
      *> (em dobro depois do limite de concessao) e os avos do
      *> periodo em curso sobre os dias de direito, menos o gozo
      *> antecipado; valor sobre o salario do mes mais 1/3.
       5000-CALCULAR-PROVISAO-FERIAS.
           MOVE 0 TO WS-DIAS-PROVISAO
           MOVE 0 TO WS-DIAS-DOBRA
           MOVE 0 TO WS-AVOS-FERIAS
           IF NOT DESLIGADO-NA-COMP
               PERFORM 5010-PROVISIONAR-PERIODO
                   VARYING WS-IDX-PERIODO FROM 1 BY 1
                   UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
           END-IF
           COMPUTE WS-VALOR-FERIAS ROUNDED =
               WS-SALARIO-BASE / 30 * WS-DIAS-PROVISAO
           COMPUTE WS-TERCO-FERIAS ROUNDED = WS-VALOR-FERIAS / 3
           COMPUTE WS-SALDO-FERIAS = WS-VALOR-FERIAS + WS-TERCO-FERIAS
           COMPUTE WS-ENC-FERIAS ROUNDED =
               WS-SALDO-FERIAS * WS-TAXA-ENCARGOS.

       5010-PROVISIONAR-PERIODO.
           MOVE WS-PER-DADOS(WS-IDX-PERIODO)
               TO REG-PERIODO-AQUISITIVO
           IF PAQ-ADQUIRIDO
               COMPUTE WS-DIAS-SALDO =
                   PAQ-DIAS-DIREITO - PAQ-DIAS-GOZADOS
               IF PAQ-DATA-LIMITE < WS-DATA-FIM-COMP
                   COMPUTE WS-DIAS-PROVISAO =
                       WS-DIAS-PROVISAO + WS-DIAS-SALDO * 2
                   ADD WS-DIAS-SALDO TO WS-DIAS-DOBRA
               ELSE
                   ADD WS-DIAS-SALDO TO WS-DIAS-PROVISAO
               END-IF
           END-IF
           IF PAQ-EM-AQUISICAO
               PERFORM 5020-CONTAR-AVOS-PERIODO
               COMPUTE WS-DIAS-PROPORC ROUNDED =
                   PAQ-DIAS-DIREITO * WS-AVOS-FERIAS / 12
                   - PAQ-DIAS-GOZADOS
               IF WS-DIAS-PROPORC > 0
                   ADD WS-DIAS-PROPORC TO WS-DIAS-PROVISAO
               END-IF
           END-IF.

      *> Avos do periodo em curso ate o fim da competencia: cada
      *> mes completo conta um, e a fracao final de 15 dias ou
      *> mais conta outro.
       5020-CONTAR-AVOS-PERIODO.
           MOVE PAQ-DATA-INICIO TO WS-DATA-INICIO-9
           MOVE WS-DATA-FIM-COMP TO WS-DATA-TRAB-9
           COMPUTE WS-AVOS-CALC =
               (WS-DT-ANO - WS-INI-ANO) * 12 + WS-DT-MES - WS-INI-MES
           COMPUTE WS-DIAS-CALC = WS-DT-DIA - WS-INI-DIA + 1
           IF WS-DIAS-CALC NOT < 15
               ADD 1 TO WS-AVOS-CALC
           END-IF
           IF WS-AVOS-CALC < 0
               MOVE 0 TO WS-AVOS-CALC
           END-IF
           IF WS-AVOS-CALC > 12
               MOVE 12 TO WS-AVOS-CALC
           END-IF
           MOVE WS-AVOS-CALC TO WS-AVOS-FERIAS.

      *> Avos de 13o do ano da competencia: do mes de admissao,
      *> se foi no ano e teve ao menos 15 dias trabalhados, ate o
      *> mes da competencia.
       5100-CALCULAR-PROVISAO-DECIMO.
           MOVE 0 TO WS-AVOS-DECIMO
           IF NOT DESLIGADO-NA-COMP
               MOVE FUNC-DATA-ADMISSAO TO WS-DATA-TRAB-9
               IF WS-DT-ANO = WS-COMP-ANO
                   COMPUTE WS-AVOS-CALC =
                       WS-COMP-MES - WS-DT-MES + 1
                   PERFORM 8100-ULTIMO-DIA-DO-MES
                   IF WS-ULTIMO-DIA - WS-DT-DIA + 1 < 15
                       SUBTRACT 1 FROM WS-AVOS-CALC
                   END-IF
                   IF WS-AVOS-CALC < 0
                       MOVE 0 TO WS-AVOS-CALC
                   END-IF
                   MOVE WS-AVOS-CALC TO WS-AVOS-DECIMO
               ELSE
                   MOVE WS-COMP-MES TO WS-AVOS-DECIMO
               END-IF
           END-IF
           COMPUTE WS-SALDO-DECIMO ROUNDED =
               WS-SALARIO-BASE * WS-AVOS-DECIMO / 12
           COMPUTE WS-ENC-DECIMO ROUNDED =
               WS-SALDO-DECIMO * WS-TAXA-ENCARGOS.

      *> Baixas da competencia: ferias pagas, verbas de ferias e
      *> 13o do termo de rescisao e, na virada do ano, o 13o do
      *> ano anterior, quitado no pagamento de dezembro. Ferias
      *> indenizadas nao tem INSS nem FGTS: os encargos
      *> provisionados sobre elas revertem no complemento.
       5200-APURAR-BAIXAS.
           MOVE 0 TO WS-BX-FER-RESC
           MOVE 0 TO WS-BX-DEC-RESC
           MOVE 0 TO WS-BX-ENC-DEC-RESC
           MOVE 0 TO WS-BX-DEC-ANO
           MOVE 0 TO WS-BX-ENC-DEC-ANO
           IF DESLIGADO-NA-COMP
               MOVE FUNC-MATRICULA TO RESC-MATRICULA
               MOVE FUNC-DATA-DESLIGAMENTO TO RESC-DATA-DESLIGAMENTO
               READ ARQ-RESCISOES
                   INVALID KEY
                       DISPLAY "Desligamento sem rescisao ",
                           "calculada: matricula ", FUNC-MATRICULA
                       ADD 1 TO WS-QTD-PENDENTES
                   NOT INVALID KEY
                       COMPUTE WS-BX-FER-RESC =
                           RESC-FERIAS-PROPORCIONAIS
                           + RESC-TERCO-FERIAS
                       MOVE RESC-DECIMO-TERCEIRO TO WS-BX-DEC-RESC
                       COMPUTE WS-BX-ENC-DEC-RESC ROUNDED =
                           WS-BX-DEC-RESC * WS-TAXA-ENCARGOS
               END-READ
           END-IF
           IF TEM-ANTERIOR
            AND WS-ANT-COMPETENCIA(1:4) < WS-COMPETENCIA(4:4)
               MOVE WS-ANT-DECIMO TO WS-BX-DEC-ANO
               MOVE WS-ANT-ENC-DECIMO TO WS-BX-ENC-DEC-ANO
           END-IF
           COMPUTE WS-BAIXA-FERIAS = WS-BX-FER-PAGAS + WS-BX-FER-RESC
           COMPUTE WS-BAIXA-DECIMO = WS-BX-DEC-RESC + WS-BX-DEC-ANO
           MOVE WS-BX-ENC-FER-PAGAS TO WS-BAIXA-ENC-FERIAS
           COMPUTE WS-BAIXA-ENC-DECIMO =
               WS-BX-ENC-DEC-RESC + WS-BX-ENC-DEC-ANO.

      *> A despesa do mes e o saldo novo menos o que sobrou do
      *> saldo anterior depois das baixas: negativa, reverte.
       5300-CALCULAR-COMPLEMENTOS.
           COMPUTE WS-COMPL-FERIAS =
               WS-SALDO-FERIAS - WS-ANT-FERIAS + WS-BAIXA-FERIAS
           COMPUTE WS-COMPL-DECIMO =
               WS-SALDO-DECIMO - WS-ANT-DECIMO + WS-BAIXA-DECIMO
           COMPUTE WS-COMPL-ENC-FERIAS =
               WS-ENC-FERIAS - WS-ANT-ENC-FERIAS
               + WS-BAIXA-ENC-FERIAS
           COMPUTE WS-COMPL-ENC-DECIMO =
               WS-ENC-DECIMO - WS-ANT-ENC-DECIMO
               + WS-BAIXA-ENC-DECIMO
           COMPUTE WS-COMPL-TOTAL = WS-COMPL-FERIAS + WS-COMPL-DECIMO
               + WS-COMPL-ENC-FERIAS + WS-COMPL-ENC-DECIMO.

       5400-GRAVAR-PROVISAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE FUNC-MATRICULA TO PRV-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO PRV-COMPETENCIA
           MOVE FUNC-EMPRESA TO PRV-EMPRESA
           MOVE FUNC-CENTRO-CUSTO TO PRV-CENTRO-CUSTO
           MOVE WS-SALARIO-BASE TO PRV-SALARIO-BASE
           MOVE WS-DIAS-PROVISAO TO PRV-DIAS-FERIAS
           MOVE WS-AVOS-DECIMO TO PRV-AVOS-DECIMO
           MOVE WS-SALDO-FERIAS TO PRV-SALDO-FERIAS
           MOVE WS-SALDO-DECIMO TO PRV-SALDO-DECIMO
           MOVE WS-ENC-FERIAS TO PRV-ENCARGOS-FERIAS
           MOVE WS-ENC-DECIMO TO PRV-ENCARGOS-DECIMO
           MOVE WS-BAIXA-FERIAS TO PRV-BAIXA-FERIAS
           MOVE WS-BAIXA-DECIMO TO PRV-BAIXA-DECIMO
           MOVE WS-BAIXA-ENC-FERIAS TO PRV-BAIXA-ENC-FERIAS
           MOVE WS-BAIXA-ENC-DECIMO TO PRV-BAIXA-ENC-DECIMO
           MOVE WS-DATA-SISTEMA TO PRV-DATA-CALCULO
           MOVE WS-OPERADOR TO PRV-OPERADOR
           WRITE REG-PROVISAO
               INVALID KEY
                   REWRITE REG-PROVISAO
                       INVALID KEY
                           DISPLAY "Erro ao gravar a provisao: ",
                               WS-FS-PROVISAO
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE.

       5500-ACUMULAR-CCUSTO.
           MOVE 0 TO WS-CCUSTO-ATUAL
           PERFORM VARYING WS-IDX-CCUSTO FROM 1 BY 1
                   UNTIL WS-IDX-CCUSTO > WS-QTD-CCUSTO
               IF WS-CC-EMPRESA(WS-IDX-CCUSTO) = FUNC-EMPRESA
                AND WS-CC-CODIGO(WS-IDX-CCUSTO) = FUNC-CENTRO-CUSTO
                   MOVE WS-IDX-CCUSTO TO WS-CCUSTO-ATUAL
               END-IF
           END-PERFORM
           IF WS-CCUSTO-ATUAL = ZEROS
               IF WS-QTD-CCUSTO NOT < 50
                   DISPLAY "Tabela de centros de custo excede 50 ",
                       "entradas."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-CCUSTO
               MOVE WS-QTD-CCUSTO TO WS-CCUSTO-ATUAL
               INITIALIZE WS-CCUSTO-ENT(WS-CCUSTO-ATUAL)
               MOVE FUNC-EMPRESA TO WS-CC-EMPRESA(WS-CCUSTO-ATUAL)
               MOVE FUNC-CENTRO-CUSTO
                   TO WS-CC-CODIGO(WS-CCUSTO-ATUAL)
           END-IF
           ADD 1 TO WS-CC-QTD(WS-CCUSTO-ATUAL)
           ADD WS-SALDO-FERIAS TO WS-CC-SALDO-FERIAS(WS-CCUSTO-ATUAL)
           ADD WS-SALDO-DECIMO TO WS-CC-SALDO-DECIMO(WS-CCUSTO-ATUAL)
           ADD WS-ENC-FERIAS TO WS-CC-ENC-FERIAS(WS-CCUSTO-ATUAL)
           ADD WS-ENC-DECIMO TO WS-CC-ENC-DECIMO(WS-CCUSTO-ATUAL)
           ADD WS-COMPL-FERIAS TO WS-CC-COMPL-FERIAS(WS-CCUSTO-ATUAL)
           ADD WS-COMPL-DECIMO TO WS-CC-COMPL-DECIMO(WS-CCUSTO-ATUAL)
           ADD WS-COMPL-ENC-FERIAS
               TO WS-CC-COMPL-ENC-FER(WS-CCUSTO-ATUAL)
           ADD WS-COMPL-ENC-DECIMO
               TO WS-CC-COMPL-ENC-DEC(WS-CCUSTO-ATUAL)
           ADD WS-BX-FER-PAGAS TO WS-CC-BX-FER-PAGAS(WS-CCUSTO-ATUAL)
           ADD WS-BX-FER-RESC TO WS-CC-BX-FER-RESC(WS-CCUSTO-ATUAL)
           ADD WS-BX-DEC-RESC TO WS-CC-BX-DEC-RESC(WS-CCUSTO-ATUAL)
           ADD WS-BX-DEC-ANO TO WS-CC-BX-DEC-ANO(WS-CCUSTO-ATUAL)
           ADD WS-BAIXA-ENC-FERIAS
               TO WS-CC-BX-ENC-FER(WS-CCUSTO-ATUAL)
           ADD WS-BAIXA-ENC-DECIMO
               TO WS-CC-BX-ENC-DEC(WS-CCUSTO-ATUAL)
           ADD WS-SALDO-FERIAS TO WS-TOT-SALDO-FERIAS
           ADD WS-SALDO-DECIMO TO WS-TOT-SALDO-DECIMO
           ADD WS-ENC-FERIAS WS-ENC-DECIMO TO WS-TOT-ENCARGOS
           ADD WS-BAIXA-FERIAS WS-BAIXA-DECIMO WS-BAIXA-ENC-FERIAS
               WS-BAIXA-ENC-DECIMO TO WS-TOT-BAIXAS
           ADD WS-COMPL-TOTAL TO WS-TOT-COMPLEMENTO.

       6000-IMPRIMIR-FUNCIONARIO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-SALARIO-BASE TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "MATRICULA " DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNC-NOME DELIMITED BY SIZE
               " EMPRESA " DELIMITED BY SIZE
               FUNC-EMPRESA DELIMITED BY SIZE
               " CC " DELIMITED BY SIZE
               FUNC-CENTRO-CUSTO DELIMITED BY SIZE
               " SALARIO BASE R$ " DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           IF DESLIGADO-NA-COMP
               MOVE FUNC-DATA-DESLIGAMENTO TO WS-DATA-TRAB-9
               PERFORM 8900-FORMATAR-DATA
               MOVE SPACES TO REG-RELATORIO
               STRING "     DESLIGADO EM " DELIMITED BY SIZE
                   WS-DATA-ED DELIMITED BY SIZE
                   ": SALDOS BAIXADOS PELA RESCISAO"
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           PERFORM 6010-IMPRIMIR-PERIODO
               VARYING WS-IDX-PERIODO FROM 1 BY 1
               UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS
           MOVE WS-DIAS-PROVISAO TO DIAS-ED
           MOVE WS-SALDO-FERIAS TO VALOR-ED
           MOVE WS-ENC-FERIAS TO VALOR2-ED
           MOVE WS-BAIXA-FERIAS TO VALOR3-ED
           COMPUTE WS-LAN-VALOR-S =
               WS-COMPL-FERIAS + WS-COMPL-ENC-FERIAS
           MOVE WS-LAN-VALOR-S TO SINAL-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "     FERIAS+1/3 " DELIMITED BY SIZE
               DIAS-ED DELIMITED BY SIZE
               " DIAS R$ " DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               " ENCARGOS R$ " DELIMITED BY SIZE
               VALOR2-ED DELIMITED BY SIZE
               " BAIXAS R$ " DELIMITED BY SIZE
               VALOR3-ED DELIMITED BY SIZE
               " LANCADO R$ " DELIMITED BY SIZE
               SINAL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           IF WS-DIAS-DOBRA > 0
               MOVE WS-DIAS-DOBRA TO QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "     INCLUI EM DOBRO" DELIMITED BY SIZE
                   QTD-ED DELIMITED BY SIZE
                   " DIAS VENCIDOS" DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           MOVE WS-AVOS-DECIMO TO QTD-ED
           MOVE WS-SALDO-DECIMO TO VALOR-ED
           MOVE WS-ENC-DECIMO TO VALOR2-ED
           MOVE WS-BAIXA-DECIMO TO VALOR3-ED
           COMPUTE WS-LAN-VALOR-S =
               WS-COMPL-DECIMO + WS-COMPL-ENC-DECIMO
           MOVE WS-LAN-VALOR-S TO SINAL-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "     13O SALARIO" DELIMITED BY SIZE
               QTD-ED DELIMITED BY SIZE
               "  AVOS R$ " DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               " ENCARGOS R$ " DELIMITED BY SIZE
               VALOR2-ED DELIMITED BY SIZE
               " BAIXAS R$ " DELIMITED BY SIZE
               VALOR3-ED DELIMITED BY SIZE
               " LANCADO R$ " DELIMITED BY SIZE
               SINAL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

      *> Periodos quitados e perdidos ficam so no arquivo; o
      *> relatorio mostra os que ainda pesam na provisao.
       6010-IMPRIMIR-PERIODO.
           MOVE WS-PER-DADOS(WS-IDX-PERIODO)
               TO REG-PERIODO-AQUISITIVO
           IF PAQ-EM-AQUISICAO OR PAQ-ADQUIRIDO
            OR (PAQ-INDENIZADO AND DESLIGADO-NA-COMP)
               PERFORM 6100-FORMATAR-DATAS-PERIODO
               MOVE SPACES TO REG-RELATORIO
               STRING "     PERIODO " DELIMITED BY SIZE
                   WS-INICIO-ED DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-FIM-ED DELIMITED BY SIZE
                   " FALTAS " DELIMITED BY SIZE
                   PAQ-DIAS-FALTAS DELIMITED BY SIZE
                   " AFASTADO " DELIMITED BY SIZE
                   PAQ-DIAS-AFASTAMENTO DELIMITED BY SIZE
                   " DIREITO " DELIMITED BY SIZE
                   PAQ-DIAS-DIREITO DELIMITED BY SIZE
                   " PERDIDOS " DELIMITED BY SIZE
                   PAQ-DIAS-PERDIDOS DELIMITED BY SIZE
                   " GOZADOS " DELIMITED BY SIZE
                   PAQ-DIAS-GOZADOS DELIMITED BY SIZE
                   " LIMITE " DELIMITED BY SIZE
                   WS-LIMITE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SITUACAO-TEXTO DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       6100-FORMATAR-DATAS-PERIODO.
           MOVE PAQ-DATA-INICIO TO WS-DATA-TRAB-9
           PERFORM 8900-FORMATAR-DATA
           MOVE WS-DATA-ED TO WS-INICIO-ED
           MOVE PAQ-DATA-FIM TO WS-DATA-TRAB-9
           PERFORM 8900-FORMATAR-DATA
           MOVE WS-DATA-ED TO WS-FIM-ED
           MOVE PAQ-DATA-LIMITE TO WS-DATA-TRAB-9
           PERFORM 8900-FORMATAR-DATA
           MOVE WS-DATA-ED TO WS-LIMITE-ED
           EVALUATE TRUE
               WHEN PAQ-EM-AQUISICAO
                   MOVE "EM AQUISICAO" TO WS-SITUACAO-TEXTO
               WHEN PAQ-ADQUIRIDO
                   MOVE "A GOZAR" TO WS-SITUACAO-TEXTO
               WHEN PAQ-QUITADO
                   MOVE "QUITADO" TO WS-SITUACAO-TEXTO
               WHEN PAQ-PERDIDO
                   MOVE "PERDIDO" TO WS-SITUACAO-TEXTO
               WHEN PAQ-INDENIZADO
                   MOVE "INDENIZADO" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WS-SITUACAO-TEXTO
           END-EVALUATE.

      *> Saldo a gozar com o limite de concessao ja passado e
      *> devido em dobro; dentro do horizonte do aviso, informa a
      *> ultima data de inicio que ainda termina o gozo no prazo.
       6200-AVISAR-PERIODO.
           MOVE WS-PER-DADOS(WS-IDX-PERIODO)
               TO REG-PERIODO-AQUISITIVO
           IF PAQ-ADQUIRIDO
               COMPUTE WS-DIAS-SALDO =
                   PAQ-DIAS-DIREITO - PAQ-DIAS-GOZADOS
               PERFORM 6100-FORMATAR-DATAS-PERIODO
               IF PAQ-DATA-LIMITE < WS-DATA-FIM-COMP
                   ADD 1 TO WS-QTD-VENCIDAS
                   MOVE SPACES TO REG-AVISO
                   STRING "MATRICULA " DELIMITED BY SIZE
                       FUNC-MATRICULA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNC-NOME DELIMITED BY SIZE
                       " PERIODO " DELIMITED BY SIZE
                       WS-INICIO-ED DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WS-FIM-ED DELIMITED BY SIZE
                       " SALDO " DELIMITED BY SIZE
                       WS-DIAS-SALDO DELIMITED BY SIZE
                       " DIAS VENCIDAS EM " DELIMITED BY SIZE
                       WS-LIMITE-ED DELIMITED BY SIZE
                       " - DEVIDAS EM DOBRO" DELIMITED BY SIZE
                       INTO REG-AVISO
                   WRITE REG-AVISO
               ELSE
                   IF PAQ-DATA-LIMITE(1:6) NOT > WS-HORIZONTE-AAAAMM
                       PERFORM 6210-AVISAR-A-VENCER
                   END-IF
               END-IF
           END-IF.

       6210-AVISAR-A-VENCER.
           ADD 1 TO WS-QTD-A-VENCER
           MOVE PAQ-DATA-LIMITE TO WS-DATA-TRAB-9
           COMPUTE WS-DIAS-RECUO = WS-DIAS-SALDO - 1
           PERFORM 8300-RECUAR-UM-DIA WS-DIAS-RECUO TIMES
           PERFORM 8900-FORMATAR-DATA
           MOVE SPACES TO REG-AVISO
           STRING "MATRICULA " DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNC-NOME DELIMITED BY SIZE
               " PERIODO " DELIMITED BY SIZE
               WS-INICIO-ED DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-FIM-ED DELIMITED BY SIZE
               " SALDO " DELIMITED BY SIZE
               WS-DIAS-SALDO DELIMITED BY SIZE
               " DIAS VENCEM EM " DELIMITED BY SIZE
               WS-LIMITE-ED DELIMITED BY SIZE
               " - INICIAR ATE " DELIMITED BY SIZE
               WS-DATA-ED DELIMITED BY SIZE
               INTO REG-AVISO
           WRITE REG-AVISO.

      *> Um arquivo de lancamentos por empresa, com as partidas de
      *> cada centro de custo dela.
       7000-GERAR-LANCAMENTOS-EMPRESA.
           MOVE WS-EMP-CODIGO(WS-IDX-EMPRESA) TO WS-EMPRESA-CODIGO
           MOVE SPACES TO WS-NOME-ARQ-CONTABIL
           STRING "PROVISAO-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".LAN" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-CONTABIL
           OPEN OUTPUT ARQ-CONTABIL
           PERFORM 7100-GRAVAR-LANCAMENTOS-CC
               VARYING WS-IDX-CCUSTO FROM 1 BY 1
               UNTIL WS-IDX-CCUSTO > WS-QTD-CCUSTO
           CLOSE ARQ-CONTABIL.

       7100-GRAVAR-LANCAMENTOS-CC.
           IF WS-CC-EMPRESA(WS-IDX-CCUSTO) = WS-EMPRESA-CODIGO
               MOVE WS-CC-COMPL-FERIAS(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-S
               MOVE "DESPESA DE FERIAS" TO WS-LAN-CONTA-DEBITO
               MOVE "PROVISAO DE FERIAS" TO WS-LAN-CONTA-CREDITO
               PERFORM 7200-GRAVAR-COMPLEMENTO
               MOVE WS-CC-COMPL-ENC-FER(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-S
               MOVE "DESPESA ENCARGOS S/ FERIAS"
                   TO WS-LAN-CONTA-DEBITO
               MOVE "PROVISAO ENCARGOS S/ FERIAS"
                   TO WS-LAN-CONTA-CREDITO
               PERFORM 7200-GRAVAR-COMPLEMENTO
               MOVE WS-CC-COMPL-DECIMO(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-S
               MOVE "DESPESA DE 13 SALARIO" TO WS-LAN-CONTA-DEBITO
               MOVE "PROVISAO DE 13 SALARIO" TO WS-LAN-CONTA-CREDITO
               PERFORM 7200-GRAVAR-COMPLEMENTO
               MOVE WS-CC-COMPL-ENC-DEC(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-S
               MOVE "DESPESA ENCARGOS S/ 13 SALARIO"
                   TO WS-LAN-CONTA-DEBITO
               MOVE "PROVISAO ENCARGOS S/ 13 SAL."
                   TO WS-LAN-CONTA-CREDITO
               PERFORM 7200-GRAVAR-COMPLEMENTO
               MOVE WS-CC-BX-FER-PAGAS(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-BAIXA
               MOVE "PROVISAO DE FERIAS" TO WS-LAN-CONTA-DEBITO
               MOVE "FERIAS A PAGAR" TO WS-LAN-CONTA-CREDITO
               PERFORM 7300-GRAVAR-BAIXA
               MOVE WS-CC-BX-FER-RESC(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-BAIXA
               MOVE "RESCISOES A PAGAR" TO WS-LAN-CONTA-CREDITO
               PERFORM 7300-GRAVAR-BAIXA
               MOVE WS-CC-BX-DEC-RESC(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-BAIXA
               MOVE "PROVISAO DE 13 SALARIO" TO WS-LAN-CONTA-DEBITO
               PERFORM 7300-GRAVAR-BAIXA
               MOVE WS-CC-BX-DEC-ANO(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-BAIXA
               MOVE "13 SALARIO A PAGAR" TO WS-LAN-CONTA-CREDITO
               PERFORM 7300-GRAVAR-BAIXA
               MOVE WS-CC-BX-ENC-FER(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-BAIXA
               MOVE "PROVISAO ENCARGOS S/ FERIAS"
                   TO WS-LAN-CONTA-DEBITO
               MOVE "ENCARGOS A RECOLHER" TO WS-LAN-CONTA-CREDITO
               PERFORM 7300-GRAVAR-BAIXA
               MOVE WS-CC-BX-ENC-DEC(WS-IDX-CCUSTO)
                   TO WS-LAN-VALOR-BAIXA
               MOVE "PROVISAO ENCARGOS S/ 13 SAL."
                   TO WS-LAN-CONTA-DEBITO
               PERFORM 7300-GRAVAR-BAIXA
           END-IF.

       7200-GRAVAR-COMPLEMENTO.
           IF WS-LAN-VALOR-S NOT = 0
               MOVE WS-CC-EMPRESA(WS-IDX-CCUSTO) TO LAN-EMPRESA
               MOVE WS-CC-CODIGO(WS-IDX-CCUSTO) TO LAN-CCUSTO
               IF WS-LAN-VALOR-S > 0
                   MOVE WS-LAN-VALOR-S TO LAN-VALOR
                   MOVE "D" TO LAN-DC
                   MOVE WS-LAN-CONTA-DEBITO TO LAN-CONTA
                   WRITE REG-CONTABIL
                   MOVE "C" TO LAN-DC
                   MOVE WS-LAN-CONTA-CREDITO TO LAN-CONTA
                   WRITE REG-CONTABIL
               ELSE
                   COMPUTE LAN-VALOR = 0 - WS-LAN-VALOR-S
                   MOVE "D" TO LAN-DC
                   MOVE WS-LAN-CONTA-CREDITO TO LAN-CONTA
                   WRITE REG-CONTABIL
                   MOVE "C" TO LAN-DC
                   MOVE WS-LAN-CONTA-DEBITO TO LAN-CONTA
                   WRITE REG-CONTABIL
               END-IF
           END-IF.

       7300-GRAVAR-BAIXA.
           IF WS-LAN-VALOR-BAIXA > 0
               MOVE WS-CC-EMPRESA(WS-IDX-CCUSTO) TO LAN-EMPRESA
               MOVE WS-CC-CODIGO(WS-IDX-CCUSTO) TO LAN-CCUSTO
               MOVE WS-LAN-VALOR-BAIXA TO LAN-VALOR
               MOVE "D" TO LAN-DC
               MOVE WS-LAN-CONTA-DEBITO TO LAN-CONTA
               WRITE REG-CONTABIL
               MOVE "C" TO LAN-DC
               MOVE WS-LAN-CONTA-CREDITO TO LAN-CONTA
               WRITE REG-CONTABIL
           END-IF.

       8000-EMITIR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "SALDOS POR EMPRESA E CENTRO DE CUSTO"
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 8010-EMITIR-CCUSTO
               VARYING WS-IDX-CCUSTO FROM 1 BY 1
               UNTIL WS-IDX-CCUSTO > WS-QTD-CCUSTO
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOT-SALDO-FERIAS TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "SALDO DE FERIAS + 1/3 ......... R$ "
               DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOT-SALDO-DECIMO TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "SALDO DE 13O SALARIO .......... R$ "
               DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOT-ENCARGOS TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "ENCARGOS SOBRE OS SALDOS ...... R$ "
               DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOT-BAIXAS TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "BAIXAS POR PAGAMENTO .......... R$ "
               DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-TOT-COMPLEMENTO TO SINAL-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "DESPESA LANCADA NA COMPETENCIA  R$"
               DELIMITED BY SIZE
               SINAL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-AVISO
           MOVE ALL "=" TO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           STRING "PERIODOS VENCIDOS .............. " DELIMITED BY SIZE
               WS-QTD-VENCIDAS DELIMITED BY SIZE
               INTO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           STRING "PERIODOS A VENCER .............. " DELIMITED BY SIZE
               WS-QTD-A-VENCER DELIMITED BY SIZE
               INTO REG-AVISO
           WRITE REG-AVISO
           MOVE WS-TOT-SALDO-FERIAS TO VALOR-ED
           MOVE WS-TOT-SALDO-DECIMO TO VALOR2-ED
           MOVE WS-TOT-ENCARGOS TO VALOR3-ED
           DISPLAY "Funcionarios provisionados : ", WS-QTD-FUNCIONARIOS
           DISPLAY "Periodos aquisitivos novos : ",
               WS-QTD-PERIODOS-NOVOS
           DISPLAY "Saldo de ferias + 1/3 ..... R$ ", VALOR-ED
           DISPLAY "Saldo de 13o salario ...... R$ ", VALOR2-ED
           DISPLAY "Encargos sobre os saldos .. R$ ", VALOR3-ED
           DISPLAY "Periodos vencidos ......... : ", WS-QTD-VENCIDAS
           DISPLAY "Periodos a vencer ......... : ", WS-QTD-A-VENCER
           DISPLAY "Funcionarios pendentes .... : ", WS-QTD-PENDENTES.

       8010-EMITIR-CCUSTO.
           MOVE WS-CC-QTD(WS-IDX-CCUSTO) TO QTD-ED
           MOVE WS-CC-SALDO-FERIAS(WS-IDX-CCUSTO) TO VALOR-ED
           MOVE WS-CC-SALDO-DECIMO(WS-IDX-CCUSTO) TO VALOR2-ED
           COMPUTE VALOR3-ED = WS-CC-ENC-FERIAS(WS-IDX-CCUSTO)
               + WS-CC-ENC-DECIMO(WS-IDX-CCUSTO)
           COMPUTE WS-LAN-VALOR-S = WS-CC-COMPL-FERIAS(WS-IDX-CCUSTO)
               + WS-CC-COMPL-DECIMO(WS-IDX-CCUSTO)
               + WS-CC-COMPL-ENC-FER(WS-IDX-CCUSTO)
               + WS-CC-COMPL-ENC-DEC(WS-IDX-CCUSTO)
           MOVE WS-LAN-VALOR-S TO SINAL-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-CC-EMPRESA(WS-IDX-CCUSTO) DELIMITED BY SIZE
               " CC " DELIMITED BY SIZE
               WS-CC-CODIGO(WS-IDX-CCUSTO) DELIMITED BY SIZE
               " FUNC " DELIMITED BY SIZE
               QTD-ED DELIMITED BY SIZE
               " FERIAS+1/3 R$ " DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               " 13O R$ " DELIMITED BY SIZE
               VALOR2-ED DELIMITED BY SIZE
               " ENCARGOS R$ " DELIMITED BY SIZE
               VALOR3-ED DELIMITED BY SIZE
               " LANCADO R$ " DELIMITED BY SIZE
               SINAL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       8100-ULTIMO-DIA-DO-MES.
           EVALUATE WS-DT-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-ULTIMO-DIA
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA
               WHEN 2
      *> Bissexto: divisivel por 4 e nao por 100, ou por 400.
                   DIVIDE WS-DT-ANO BY 4
                       GIVING WS-QUOCIENTE-ANO
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DT-ANO BY 100
                       GIVING WS-QUOCIENTE-ANO
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DT-ANO BY 400
                       GIVING WS-QUOCIENTE-ANO
                       REMAINDER WS-RESTO-400
                   IF (WS-RESTO-4 = ZEROS AND WS-RESTO-100 NOT = 0)
                    OR WS-RESTO-400 = ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA
                   END-IF
           END-EVALUATE.

       8200-AVANCAR-UM-DIA.
           PERFORM 8100-ULTIMO-DIA-DO-MES
           IF WS-DT-DIA < WS-ULTIMO-DIA
               ADD 1 TO WS-DT-DIA
           ELSE
               MOVE 1 TO WS-DT-DIA
               IF WS-DT-MES = 12
                   MOVE 1 TO WS-DT-MES
                   ADD 1 TO WS-DT-ANO
               ELSE
                   ADD 1 TO WS-DT-MES
               END-IF
           END-IF.

       8300-RECUAR-UM-DIA.
           IF WS-DT-DIA > 1
               SUBTRACT 1 FROM WS-DT-DIA
           ELSE
               IF WS-DT-MES = 1
                   MOVE 12 TO WS-DT-MES
                   SUBTRACT 1 FROM WS-DT-ANO
               ELSE
                   SUBTRACT 1 FROM WS-DT-MES
               END-IF
               PERFORM 8100-ULTIMO-DIA-DO-MES
               MOVE WS-ULTIMO-DIA TO WS-DT-DIA
           END-IF.

      *> Um ano depois de 29 de fevereiro e 1o de marco, para o
      *> dia anterior cair no ultimo dia de fevereiro.
       8400-SOMAR-UM-ANO.
           ADD 1 TO WS-DT-ANO
           PERFORM 8100-ULTIMO-DIA-DO-MES
           IF WS-DT-DIA > WS-ULTIMO-DIA
               MOVE 3 TO WS-DT-MES
               MOVE 1 TO WS-DT-DIA
           END-IF.

       8900-FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DT-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DT-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DT-ANO DELIMITED BY SIZE
               INTO WS-DATA-ED.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-TOT-COMPLEMENTO TO SINAL-ED
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-SISTEMA DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " PROVISAO COMPETENCIA=" DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               " FUNCIONARIOS=" DELIMITED BY SIZE
               WS-QTD-FUNCIONARIOS DELIMITED BY SIZE
               " LANCADO=" DELIMITED BY SIZE
               SINAL-ED DELIMITED BY SIZE
               " VENCIDAS=" DELIMITED BY SIZE
               WS-QTD-VENCIDAS DELIMITED BY SIZE
               " A-VENCER=" DELIMITED BY SIZE
               WS-QTD-A-VENCER DELIMITED BY SIZE
               INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.
