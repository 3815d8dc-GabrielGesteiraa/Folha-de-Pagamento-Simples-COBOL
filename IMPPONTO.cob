       IDENTIFICATION DIVISION.
       PROGRAM-ID. Impponto.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Importacao das marcacoes dos relogios de ponto (AFD) para
      *> o movimento mensal: as horas trabalhadas, extras, noturnas
      *> e as faltas deixam de ser digitadas a partir do espelho
      *> impresso. Os arquivos AFD de todos os REP sao concatenados
      *> pela operacao em PONTO.AFD antes do fechamento.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-AFD ASSIGN TO "data/PONTO.AFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFD.
           SELECT OPTIONAL ARQ-FERIADOS
               ASSIGN TO "data/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
      *> Jornada contratual da versao do historico em vigor na
      *> competencia, no mesmo criterio da folha.
           SELECT OPTIONAL ARQ-HISTORICO
               ASSIGN TO "data/HISTSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.
      *> Dias de gozo de ferias nao sao cobrados como falta.
           SELECT OPTIONAL ARQ-FERIAS ASSIGN TO "data/FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-MATRICULA
               FILE STATUS IS WS-FS-FERIAS.
      *> As marcacoes chegam fora de ordem, misturadas entre os
      *> relogios; o arquivo de trabalho indexado as devolve
      *> ordenadas por PIS, data e hora para o pareamento.
           SELECT ARQ-MARCACOES ASSIGN TO "MARCACOES.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRC-CHAVE
               FILE STATUS IS WS-FS-MARCACOES.
      *> O movimento digitado e lido para um arquivo de trabalho
      *> por chave, recebe as horas apuradas e e regravado inteiro
      *> ao final; os lancamentos manuais de afastamento e banco
      *> de horas sao preservados.
           SELECT OPTIONAL ARQ-MOVIMENTO
               ASSIGN TO "data/MOVIMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT ARQ-MOV-TRABALHO ASSIGN TO "MOVIMENTO.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOV-TRABALHO.
           SELECT ARQ-MOV-ANTERIOR ASSIGN TO "MOVIMENTO.ANT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-EXCECOES ASSIGN TO "PONTO-EXCECOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-AFD
           LABEL RECORDS ARE STANDARD.
           COPY AFDPONTO.

       FD  ARQ-FERIADOS
           LABEL RECORDS ARE STANDARD.
           COPY FERIADOS.

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       FD  ARQ-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY HISTFUNC.

       FD  ARQ-FERIAS
           LABEL RECORDS ARE STANDARD.
           COPY FERFUNC.

       FD  ARQ-MARCACOES
           LABEL RECORDS ARE STANDARD.
       01 REG-MARCACAO.
           05 MRC-CHAVE.
               10 MRC-PIS              PIC 9(12).
               10 MRC-DATA.
                   15 MRC-AAAAMM       PIC 9(6).
                   15 MRC-DIA          PIC 9(2).
               10 MRC-HORA.
                   15 MRC-HH           PIC 9(2).
                   15 MRC-MM           PIC 9(2).
               10 MRC-NSR              PIC 9(9).
           05 MRC-SITUACAO             PIC X(1).
               88 MRC-PENDENTE         VALUE "P".
               88 MRC-APURADA          VALUE "A".

       FD  ARQ-MOVIMENTO
           LABEL RECORDS ARE STANDARD.
       01 REG-MOV-TEXTO           PIC X(35).

       FD  ARQ-MOV-TRABALHO
           LABEL RECORDS ARE STANDARD.
           COPY MOVFUNC.

       FD  ARQ-MOV-ANTERIOR
           LABEL RECORDS ARE STANDARD.
       01 REG-MOV-ANTERIOR        PIC X(35).

       FD  ARQ-EXCECOES
           LABEL RECORDS ARE STANDARD.
       01 REG-EXCECAO             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-AFD          PIC X(2).
       01 WS-FIM-AFD         PIC X(1) VALUE "N".
           88 FIM-AFD        VALUE "S".
       01 WS-FS-FERIADOS     PIC X(2).
       01 WS-FIM-FERIADOS    PIC X(1) VALUE "N".
           88 FIM-FERIADOS   VALUE "S".
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FIM-ARQUIVO     PIC X(1) VALUE "N".
           88 FIM-DE-ARQUIVO VALUE "S".
       01 WS-FS-HISTORICO    PIC X(2).
       01 WS-FIM-HISTORICO   PIC X(1).
           88 FIM-HISTORICO  VALUE "S".
       01 WS-ACHOU-CONTRATO  PIC X(1).
           88 ACHOU-CONTRATO VALUE "S".
       01 WS-CONTR-HORAS     PIC 9(3).
       01 WS-FS-FERIAS       PIC X(2).
       01 WS-FS-MARCACOES    PIC X(2).
       01 WS-FIM-MARCACOES   PIC X(1).
           88 FIM-MARCACOES  VALUE "S".
       01 WS-FS-MOVIMENTO    PIC X(2).
       01 WS-FIM-MOVIMENTO   PIC X(1) VALUE "N".
           88 FIM-MOVIMENTO  VALUE "S".
       01 WS-FS-MOV-TRABALHO PIC X(2).
       01 WS-FIM-MOV-TRABALHO PIC X(1).
           88 FIM-MOV-TRABALHO VALUE "S".
       01 WS-MOV-ENCONTRADO  PIC X(1).
           88 MOV-ENCONTRADO VALUE "S".

       01 WS-COMPETENCIA     PIC X(7).
       01 WS-COMPETENCIA-NUM.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-COMPETENCIA-AAAAMM REDEFINES WS-COMPETENCIA-NUM
                             PIC 9(6).
      *> Competencias vizinhas: o ultimo dia da anterior e o
      *> primeiro da seguinte entram na leitura para fechar as
      *> jornadas noturnas que viram o mes.
       01 WS-COMP-ANTERIOR-NUM.
           05 WS-ANT-ANO     PIC 9(4).
           05 WS-ANT-MES     PIC 9(2).
       01 WS-COMP-ANTERIOR REDEFINES WS-COMP-ANTERIOR-NUM
                             PIC 9(6).
       01 WS-COMP-SEGUINTE-NUM.
           05 WS-SEG-ANO     PIC 9(4).
           05 WS-SEG-MES     PIC 9(2).
       01 WS-COMP-SEGUINTE REDEFINES WS-COMP-SEGUINTE-NUM
                             PIC 9(6).
       01 WS-DATA-INI-CARGA.
           05 WS-INI-AAAAMM  PIC 9(6).
           05 WS-INI-DIA     PIC 9(2).
       01 WS-DATA-FIM-CARGA.
           05 WS-FIM-AAAAMM  PIC 9(6).
           05 WS-FIM-DIA     PIC 9(2).
       01 WS-ULTIMO-DIA      PIC 9(2).
       01 WS-DIA-SEGUINTE    PIC 9(2).

      *> Apoio ao calculo da quantidade de dias de um mes.
       01 WS-CAL-ANO         PIC 9(4).
       01 WS-CAL-MES         PIC 9(2).
       01 WS-CAL-QTD-DIAS    PIC 9(2).
       01 WS-CAL-QUOC        PIC 9(4).
       01 WS-CAL-RESTO-4     PIC 9(3).
       01 WS-CAL-RESTO-100   PIC 9(3).
       01 WS-CAL-RESTO-400   PIC 9(3).

      *> Dia da semana do primeiro dia da competencia pela
      *> congruencia de Zeller (0 = sabado, 1 = domingo, ...).
       01 WS-Z-ANO           PIC 9(4).
       01 WS-Z-MES           PIC 9(2).
       01 WS-Z-SECULO        PIC 9(2).
       01 WS-Z-ANO-SECULO    PIC 9(2).
       01 WS-Z-PARCELA-MES   PIC 9(3).
       01 WS-Z-PARCELA-ANO   PIC 9(2).
       01 WS-Z-PARCELA-SEC   PIC 9(2).
       01 WS-Z-SOMA          PIC 9(5).
       01 WS-Z-QUOC          PIC 9(5).
       01 WS-Z-RESTO         PIC 9(1).
       01 WS-DIA-SEMANA-1    PIC 9(1).

      *> Calendario da competencia: domingos e feriados ("D"),
      *> sabados ("S") e dias uteis ("U").
       01 WS-CALENDARIO.
           05 WS-CAL-DIA OCCURS 31 TIMES.
               10 WS-CAL-TIPO-DIA   PIC X(1).
                   88 CAL-DIA-UTIL      VALUE "U".
                   88 CAL-SABADO        VALUE "S".
                   88 CAL-DOMINGO-FERIADO VALUE "D".
       01 WS-DIA             PIC 9(2).
       01 WS-DIA-DESDE       PIC 9(2).

      *> Situacao de cada dia para o funcionario: em atividade
      *> ("T"), fora do vinculo ("V") ou em gozo de ferias ("F"),
      *> com as marcacoes apuradas nas jornadas iniciadas no dia.
       01 WS-DIAS-FUNCIONARIO.
           05 WS-DIA-FUNC OCCURS 31 TIMES.
               10 WS-DF-SITUACAO    PIC X(1).
                   88 DF-EM-ATIVIDADE   VALUE "T".
                   88 DF-FORA-VINCULO   VALUE "V".
                   88 DF-FERIAS         VALUE "F".
               10 WS-DF-MARCACAO    PIC X(1).
                   88 DF-SEM-MARCACAO   VALUE "N".
                   88 DF-MARCACAO-OK    VALUE "S".
                   88 DF-MARCACAO-IMPAR VALUE "I".
               10 WS-DF-MINUTOS     PIC 9(4).

      *> Marcacoes do funcionario em minutos corridos desde a
      *> zero hora do ultimo dia da competencia anterior (dia 0).
       01 WS-TAB-MARCACOES.
           05 WS-QTD-MARCACOES  PIC 9(3) VALUE 0.
           05 WS-MARCACAO OCCURS 300 TIMES.
               10 WS-MRC-DIA        PIC 9(2).
               10 WS-MRC-MINUTO     PIC 9(5).
       01 WS-IDX-MARC        PIC 9(3).
       01 WS-IDX-INI         PIC 9(3).
       01 WS-IDX-FIM         PIC 9(3).
       01 WS-QTD-NA-JORNADA  PIC 9(3).
       01 WS-RESTO-PAR       PIC 9(1).
       01 WS-QUOC-PAR        PIC 9(3).
       01 WS-JORNADA-FECHADA PIC X(1).
           88 JORNADA-FECHADA VALUE "S".
       01 WS-MINUTO-APOIO    PIC 9(5).
       01 WS-TABELA-CHEIA    PIC X(1).
           88 TABELA-CHEIA   VALUE "S".

      *> Intervalo minimo entre jornadas (art. 66 da CLT): duas
      *> marcacoes separadas por 11 horas ou mais pertencem a
      *> jornadas diferentes, o que fecha os turnos que viram a
      *> meia-noite sem depender do dia da marcacao.
       01 WS-INTERJORNADA-MINUTOS PIC 9(4) VALUE 660.

      *> Hora noturna de relogio: das 22h as 5h do dia seguinte.
       01 WS-NOTURNO-INICIO  PIC 9(5).
       01 WS-NOTURNO-FIM     PIC 9(5).
       01 WS-PAR-INICIO      PIC 9(5).
       01 WS-PAR-FIM         PIC 9(5).
       01 WS-SOBREPOSICAO-INI PIC 9(5).
       01 WS-SOBREPOSICAO-FIM PIC 9(5).

      *> Jornada diaria em minutos: a jornada mensal contratual
      *> segue a convencao de cinco semanas por mes (220 horas
      *> para 44 semanais) e se distribui de segunda a sexta, com
      *> o sabado compensado, ou seja a mensal dividida por 25.
       01 WS-JORNADA-DIA     PIC 9(4).

       01 WS-APURACAO.
           05 WS-MIN-EXTRA-NORMAL  PIC 9(5).
           05 WS-MIN-EXTRA-FERIADO PIC 9(5).
           05 WS-MIN-NOTURNOS      PIC 9(5).
           05 WS-MIN-ATRASO        PIC 9(5).
           05 WS-DIAS-SEM-MARCACAO PIC 9(2).
           05 WS-DIAS-FORA-VINCULO PIC 9(2).
           05 WS-DIAS-ABONADOS     PIC 9(3).
           05 WS-UTEIS-AFASTAMENTO PIC 9(2).
           05 WS-UTEIS-JANELA      PIC 9(2).
           05 WS-JANELA-AFAST      PIC 9(2).
           05 WS-DIA-FIM-JANELA    PIC 9(2).
           05 WS-HORAS-DEDUZIR     PIC 9(4).
           05 WS-HORAS-APURADAS    PIC 9(4).

      *> Ferias do funcionario projetadas no calendario.
       01 WS-FER-INICIO.
           05 WS-FER-INI-AAAAMM PIC 9(6).
           05 WS-FER-INI-DIA    PIC 9(2).
       01 WS-FER-DIA-FIM     PIC 9(3).
       01 WS-FER-DIA-INI     PIC 9(2).

       01 WS-DATA-APOIO.
           05 WS-DAT-AAAAMM  PIC 9(6).
           05 WS-DAT-DIA     PIC 9(2).
       01 WS-MARC-DATA.
           05 WS-MARC-ANO    PIC 9(4).
           05 WS-MARC-MES    PIC 9(2).
           05 WS-MARC-DIA    PIC 9(2).
       01 WS-MARC-DATA-9 REDEFINES WS-MARC-DATA PIC 9(8).
       01 WS-DATA-INI-CARGA-9 PIC 9(8).
       01 WS-DATA-FIM-CARGA-9 PIC 9(8).
       01 WS-PIS-CHAVE       PIC 9(12).
       01 WS-PIS-REPORTADO   PIC 9(12) VALUE 0.

       01 WS-MOTIVO-EXCECAO  PIC X(40).
       01 WS-DATA-EXCECAO    PIC X(10).
       01 WS-DATA-ED.
           05 WS-DATA-ED-DIA PIC 9(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 WS-DATA-ED-MES PIC 9(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 WS-DATA-ED-ANO PIC 9(4).

       01 WS-CONTADORES.
           05 WS-QTD-AFD-LIDOS      PIC 9(7) VALUE 0.
           05 WS-QTD-MARC-CARGA     PIC 9(7) VALUE 0.
           05 WS-QTD-MARC-FORA      PIC 9(7) VALUE 0.
           05 WS-QTD-MARC-INVALIDAS PIC 9(7) VALUE 0.
           05 WS-QTD-FUNC-LIDOS     PIC 9(5) VALUE 0.
           05 WS-QTD-FUNC-APURADOS  PIC 9(5) VALUE 0.
           05 WS-QTD-FUNC-SEM-MARC  PIC 9(5) VALUE 0.
           05 WS-QTD-PIS-DESCONHECIDO PIC 9(5) VALUE 0.
           05 WS-QTD-MOV-MANUAIS    PIC 9(5) VALUE 0.
           05 WS-QTD-MOV-GRAVADOS   PIC 9(5) VALUE 0.
           05 WS-QTD-EXCECOES       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-IMPORTAR-PONTO.
           DISPLAY "Importacao do Ponto Eletronico (AFD)".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           MOVE WS-COMPETENCIA(4:4) TO WS-COMP-ANO
           MOVE WS-COMPETENCIA(1:2) TO WS-COMP-MES
           IF WS-COMPETENCIA-AAAAMM NOT NUMERIC
            OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
               DISPLAY "Competencia invalida: informe MM/AAAA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-PREPARAR-CALENDARIO
           PERFORM 1100-CARREGAR-FERIADOS
           OPEN OUTPUT ARQ-EXCECOES
           MOVE SPACES TO REG-EXCECAO
           STRING "EXCECOES DA IMPORTACAO DO PONTO  COMPETENCIA: "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO REG-EXCECAO
           WRITE REG-EXCECAO
           PERFORM 1200-CARREGAR-MARCACOES
           PERFORM 1300-CARREGAR-MOVIMENTO
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir o cadastro mestre: ",
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
           OPEN INPUT ARQ-FERIAS
           IF WS-FS-FERIAS NOT = "00" AND WS-FS-FERIAS NOT = "05"
               DISPLAY "Erro ao abrir o controle de ferias: ",
                   WS-FS-FERIAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LER-FUNCIONARIO
           PERFORM 3000-APURAR-FUNCIONARIO UNTIL FIM-DE-ARQUIVO
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-FERIAS
           PERFORM 6000-LISTAR-PIS-DESCONHECIDOS
           CLOSE ARQ-MARCACOES
           PERFORM 7000-REGRAVAR-MOVIMENTO
           CLOSE ARQ-EXCECOES
           PERFORM 8000-EMITIR-RESUMO
           STOP RUN.

      *> A competencia vem do arquivo de controle preparado de
      *> vespera, como nos demais programas batch.
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
           MOVE CTL-COMPETENCIA TO WS-COMPETENCIA
           CLOSE ARQ-CONTROLE
           DISPLAY "Competencia do controle : ", WS-COMPETENCIA.

       1000-PREPARAR-CALENDARIO.
           MOVE WS-COMP-ANO TO WS-CAL-ANO
           MOVE WS-COMP-MES TO WS-CAL-MES
           PERFORM 1010-CALCULAR-DIAS-MES
           MOVE WS-CAL-QTD-DIAS TO WS-ULTIMO-DIA
           COMPUTE WS-DIA-SEGUINTE = WS-ULTIMO-DIA + 1
           MOVE WS-COMP-ANO TO WS-ANT-ANO
           MOVE WS-COMP-MES TO WS-ANT-MES
           IF WS-ANT-MES = 01
               MOVE 12 TO WS-ANT-MES
               SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF
           MOVE WS-COMP-ANO TO WS-SEG-ANO
           MOVE WS-COMP-MES TO WS-SEG-MES
           IF WS-SEG-MES = 12
               MOVE 01 TO WS-SEG-MES
               ADD 1 TO WS-SEG-ANO
           ELSE
               ADD 1 TO WS-SEG-MES
           END-IF
           MOVE WS-ANT-ANO TO WS-CAL-ANO
           MOVE WS-ANT-MES TO WS-CAL-MES
           PERFORM 1010-CALCULAR-DIAS-MES
           MOVE WS-COMP-ANTERIOR TO WS-INI-AAAAMM
           MOVE WS-CAL-QTD-DIAS TO WS-INI-DIA
           MOVE WS-COMP-SEGUINTE TO WS-FIM-AAAAMM
           MOVE 01 TO WS-FIM-DIA
           MOVE WS-DATA-INI-CARGA TO WS-DATA-INI-CARGA-9
           MOVE WS-DATA-FIM-CARGA TO WS-DATA-FIM-CARGA-9
      *> Zeller: janeiro e fevereiro contam como meses 13 e 14 do
      *> ano anterior.
           MOVE WS-COMP-ANO TO WS-Z-ANO
           MOVE WS-COMP-MES TO WS-Z-MES
           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANO
           END-IF
           DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SECULO
               REMAINDER WS-Z-ANO-SECULO
           COMPUTE WS-Z-SOMA = 13 * (WS-Z-MES + 1)
           DIVIDE WS-Z-SOMA BY 5 GIVING WS-Z-PARCELA-MES
           DIVIDE WS-Z-ANO-SECULO BY 4 GIVING WS-Z-PARCELA-ANO
           DIVIDE WS-Z-SECULO BY 4 GIVING WS-Z-PARCELA-SEC
           COMPUTE WS-Z-SOMA = 1 + WS-Z-PARCELA-MES
               + WS-Z-ANO-SECULO + WS-Z-PARCELA-ANO
               + WS-Z-PARCELA-SEC + (5 * WS-Z-SECULO)
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-Z-QUOC
               REMAINDER WS-Z-RESTO
      *> Converte para 0 = domingo ... 6 = sabado.
           COMPUTE WS-Z-SOMA = WS-Z-RESTO + 6
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-Z-QUOC
               REMAINDER WS-DIA-SEMANA-1
           PERFORM 1020-CLASSIFICAR-DIA
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-ULTIMO-DIA.

       1010-CALCULAR-DIAS-MES.
           EVALUATE WS-CAL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-CAL-QTD-DIAS
               WHEN 02
                   DIVIDE WS-CAL-ANO BY 4 GIVING WS-CAL-QUOC
                       REMAINDER WS-CAL-RESTO-4
                   DIVIDE WS-CAL-ANO BY 100 GIVING WS-CAL-QUOC
                       REMAINDER WS-CAL-RESTO-100
                   DIVIDE WS-CAL-ANO BY 400 GIVING WS-CAL-QUOC
                       REMAINDER WS-CAL-RESTO-400
                   IF WS-CAL-RESTO-400 = 0
                    OR (WS-CAL-RESTO-4 = 0
                        AND WS-CAL-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-CAL-QTD-DIAS
                   ELSE
                       MOVE 28 TO WS-CAL-QTD-DIAS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CAL-QTD-DIAS
           END-EVALUATE.

       1020-CLASSIFICAR-DIA.
           COMPUTE WS-Z-SOMA = WS-DIA-SEMANA-1 + WS-DIA - 1
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-Z-QUOC
               REMAINDER WS-Z-RESTO
           EVALUATE WS-Z-RESTO
               WHEN 0
                   MOVE "D" TO WS-CAL-TIPO-DIA(WS-DIA)
               WHEN 6
                   MOVE "S" TO WS-CAL-TIPO-DIA(WS-DIA)
               WHEN OTHER
                   MOVE "U" TO WS-CAL-TIPO-DIA(WS-DIA)
           END-EVALUATE.

      *> Sem calendario cadastrado a importacao segue so com os
      *> domingos; o aviso lembra o RH de carregar os feriados.
       1100-CARREGAR-FERIADOS.
           OPEN INPUT ARQ-FERIADOS
           IF WS-FS-FERIADOS NOT = "00" AND
              WS-FS-FERIADOS NOT = "05"
               DISPLAY "Erro ao abrir o calendario de feriados: ",
                   WS-FS-FERIADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FS-FERIADOS = "05"
               DISPLAY "Calendario de feriados ausente: apenas ",
                   "domingos tratados como descanso."
           END-IF
           PERFORM 1110-LER-FERIADO
           PERFORM 1120-MARCAR-FERIADO UNTIL FIM-FERIADOS
           CLOSE ARQ-FERIADOS.

       1110-LER-FERIADO.
           READ ARQ-FERIADOS
               AT END MOVE "S" TO WS-FIM-FERIADOS
           END-READ.

       1120-MARCAR-FERIADO.
           IF FRD-AAAAMM = WS-COMPETENCIA-AAAAMM
            AND FRD-DIA > 0 AND FRD-DIA NOT > WS-ULTIMO-DIA
               MOVE "D" TO WS-CAL-TIPO-DIA(FRD-DIA)
           END-IF
           PERFORM 1110-LER-FERIADO.

      *> Carrega no arquivo de trabalho as marcacoes do ultimo dia
      *> da competencia anterior ao primeiro da seguinte. Uma
      *> marcacao repetida em duas exportacoes do mesmo REP tem a
      *> mesma chave e e gravada uma vez so.
       1200-CARREGAR-MARCACOES.
           OPEN INPUT ARQ-AFD
           IF WS-FS-AFD NOT = "00"
               DISPLAY "Erro ao abrir o arquivo AFD do ponto: ",
                   WS-FS-AFD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-MARCACOES
           CLOSE ARQ-MARCACOES
           OPEN I-O ARQ-MARCACOES
           IF WS-FS-MARCACOES NOT = "00"
               DISPLAY "Erro ao criar o arquivo de marcacoes: ",
                   WS-FS-MARCACOES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LER-AFD
           PERFORM 1220-SELECIONAR-MARCACAO UNTIL FIM-AFD
           CLOSE ARQ-AFD.

       1210-LER-AFD.
           READ ARQ-AFD
               AT END MOVE "S" TO WS-FIM-AFD
           END-READ.

       1220-SELECIONAR-MARCACAO.
           ADD 1 TO WS-QTD-AFD-LIDOS
           IF AFD-MARCACAO
               IF AFD-DATA-MARCACAO NOT NUMERIC
                OR AFD-HORA-MARCACAO NOT NUMERIC
                OR AFD-PIS NOT NUMERIC
                OR AFD-HORA > 23 OR AFD-MINUTO > 59
                   ADD 1 TO WS-QTD-MARC-INVALIDAS
                   MOVE SPACES TO WS-DATA-EXCECAO
                   MOVE "MARCACAO ILEGIVEL NO AFD" TO WS-MOTIVO-EXCECAO
                   MOVE SPACES TO REG-EXCECAO
                   STRING "NSR " DELIMITED BY SIZE
                       AFD-NSR DELIMITED BY SIZE
                       " MOTIVO: " DELIMITED BY SIZE
                       WS-MOTIVO-EXCECAO DELIMITED BY SIZE
                       INTO REG-EXCECAO
                   WRITE REG-EXCECAO
                   ADD 1 TO WS-QTD-EXCECOES
               ELSE
                   MOVE AFD-ANO TO WS-MARC-ANO
                   MOVE AFD-MES TO WS-MARC-MES
                   MOVE AFD-DIA TO WS-MARC-DIA
                   IF WS-MARC-DATA-9 < WS-DATA-INI-CARGA-9
                    OR WS-MARC-DATA-9 > WS-DATA-FIM-CARGA-9
                       ADD 1 TO WS-QTD-MARC-FORA
                   ELSE
                       MOVE AFD-PIS TO MRC-PIS
                       MOVE WS-MARC-DATA-9 TO MRC-DATA
                       MOVE AFD-HORA TO MRC-HH
                       MOVE AFD-MINUTO TO MRC-MM
                       MOVE AFD-NSR TO MRC-NSR
                       MOVE "P" TO MRC-SITUACAO
                       WRITE REG-MARCACAO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-MARC-CARGA
                       END-WRITE
                   END-IF
               END-IF
           END-IF
           PERFORM 1210-LER-AFD.

      *> Copia o movimento digitado para o arquivo de trabalho e
      *> guarda a versao anterior em MOVIMENTO.ANT, para o RH
      *> conferir o que a importacao alterou.
       1300-CARREGAR-MOVIMENTO.
           OPEN INPUT ARQ-MOVIMENTO
           IF WS-FS-MOVIMENTO NOT = "00" AND
              WS-FS-MOVIMENTO NOT = "05"
               DISPLAY "Erro ao abrir o movimento mensal: ",
                   WS-FS-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-MOV-TRABALHO
           CLOSE ARQ-MOV-TRABALHO
           OPEN I-O ARQ-MOV-TRABALHO
           IF WS-FS-MOV-TRABALHO NOT = "00"
               DISPLAY "Erro ao criar o movimento de trabalho: ",
                   WS-FS-MOV-TRABALHO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-MOV-ANTERIOR
           PERFORM 1310-LER-MOVIMENTO
           PERFORM 1320-COPIAR-MOVIMENTO UNTIL FIM-MOVIMENTO
           CLOSE ARQ-MOVIMENTO
           CLOSE ARQ-MOV-ANTERIOR.

       1310-LER-MOVIMENTO.
           READ ARQ-MOVIMENTO
               AT END MOVE "S" TO WS-FIM-MOVIMENTO
           END-READ.

      *> Um segundo registro da mesma chave ja seria rejeitado pela
      *> critica; aqui vale o primeiro e o repetido vai para as
      *> excecoes.
       1320-COPIAR-MOVIMENTO.
           MOVE REG-MOV-TEXTO TO REG-MOV-ANTERIOR
           WRITE REG-MOV-ANTERIOR
           MOVE REG-MOV-TEXTO TO REG-MOVIMENTO
           WRITE REG-MOVIMENTO
               INVALID KEY
                   MOVE SPACES TO REG-EXCECAO
                   STRING "MATRICULA " DELIMITED BY SIZE
                       MOV-MATRICULA DELIMITED BY SIZE
                       " COMPETENCIA " DELIMITED BY SIZE
                       MOV-COMPETENCIA DELIMITED BY SIZE
                       " MOTIVO: MOVIMENTO MANUAL DUPLICADO, "
                       DELIMITED BY SIZE
                       "MANTIDO O PRIMEIRO" DELIMITED BY SIZE
                       INTO REG-EXCECAO
                   WRITE REG-EXCECAO
                   ADD 1 TO WS-QTD-EXCECOES
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MOV-MANUAIS
           END-WRITE
           PERFORM 1310-LER-MOVIMENTO.

       2000-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.

      *> So entra na apuracao quem tem vinculo na competencia:
      *> admitido ate o fim do mes e ativo ou desligado dentro
      *> dele. As marcacoes de quem ficou de fora aparecem no fim
      *> como PIS sem funcionario ativo.
       3000-APURAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-FUNC-LIDOS
           MOVE FUNC-DATA-ADMISSAO TO WS-DATA-APOIO
           IF WS-DAT-AAAAMM NOT > WS-COMPETENCIA-AAAAMM
               IF FUNC-ATIVO
                   PERFORM 3010-APURAR-VINCULO
               ELSE
                   IF FUNC-DESLIGADO
                       MOVE FUNC-DATA-DESLIGAMENTO TO WS-DATA-APOIO
                       IF WS-DAT-AAAAMM NOT < WS-COMPETENCIA-AAAAMM
                           PERFORM 3010-APURAR-VINCULO
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2000-LER-FUNCIONARIO.

       3010-APURAR-VINCULO.
           PERFORM 3050-BUSCAR-CONTRATO-VIGENTE
           COMPUTE WS-JORNADA-DIA ROUNDED =
               (FUNC-HORAS-NORMAIS * 60) / 25
           PERFORM 3100-CARREGAR-MARCACOES-FUNC
           IF WS-QTD-MARCACOES = 0
               ADD 1 TO WS-QTD-FUNC-SEM-MARC
               MOVE SPACES TO WS-DATA-EXCECAO
               MOVE "SEM MARCACOES NA COMPETENCIA: MANTIDO"
                   TO WS-MOTIVO-EXCECAO
               PERFORM 8100-GRAVAR-EXCECAO
           ELSE
               ADD 1 TO WS-QTD-FUNC-APURADOS
               PERFORM 3200-PREPARAR-DIAS-FUNCIONARIO
               INITIALIZE WS-APURACAO
               MOVE 1 TO WS-IDX-INI
               PERFORM 3300-DELIMITAR-JORNADA
                   UNTIL WS-IDX-INI > WS-QTD-MARCACOES
               PERFORM 3400-CLASSIFICAR-DIA
                   VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-ULTIMO-DIA
               PERFORM 3500-MONTAR-MOVIMENTO
           END-IF.

       3050-BUSCAR-CONTRATO-VIGENTE.
           MOVE "N" TO WS-ACHOU-CONTRATO
           MOVE "N" TO WS-FIM-HISTORICO
           MOVE FUNC-MATRICULA TO HIST-MATRICULA
           MOVE ZEROS TO HIST-VIGENCIA
           START ARQ-HISTORICO KEY NOT < HIST-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-HISTORICO
           END-START
           PERFORM 3060-LER-VERSAO-CONTRATO UNTIL FIM-HISTORICO
           IF ACHOU-CONTRATO
               MOVE WS-CONTR-HORAS TO FUNC-HORAS-NORMAIS
           END-IF.

       3060-LER-VERSAO-CONTRATO.
           READ ARQ-HISTORICO NEXT
               AT END MOVE "S" TO WS-FIM-HISTORICO
               NOT AT END
                   IF HIST-MATRICULA NOT = FUNC-MATRICULA
                    OR HIST-VIGENCIA > WS-COMPETENCIA-AAAAMM
                       MOVE "S" TO WS-FIM-HISTORICO
                   ELSE
                       MOVE "S" TO WS-ACHOU-CONTRATO
                       MOVE HIST-HORAS-NORMAIS TO WS-CONTR-HORAS
                   END-IF
           END-READ.

      *> Le as marcacoes do PIS no periodo carregado, em minutos
      *> corridos, e as marca como apuradas no arquivo de trabalho.
       3100-CARREGAR-MARCACOES-FUNC.
           MOVE 0 TO WS-QTD-MARCACOES
           MOVE "N" TO WS-TABELA-CHEIA
           MOVE "N" TO WS-FIM-MARCACOES
           MOVE FUNC-PIS TO WS-PIS-CHAVE
           MOVE WS-PIS-CHAVE TO MRC-PIS
           MOVE WS-DATA-INI-CARGA-9 TO MRC-DATA
           MOVE ZEROS TO MRC-HORA
           MOVE ZEROS TO MRC-NSR
           START ARQ-MARCACOES KEY NOT < MRC-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-MARCACOES
           END-START
           PERFORM 3110-LER-MARCACAO-FUNC UNTIL FIM-MARCACOES.

       3110-LER-MARCACAO-FUNC.
           READ ARQ-MARCACOES NEXT
               AT END MOVE "S" TO WS-FIM-MARCACOES
               NOT AT END
                   IF MRC-PIS NOT = WS-PIS-CHAVE
                    OR MRC-DATA > WS-DATA-FIM-CARGA-9
                       MOVE "S" TO WS-FIM-MARCACOES
                   ELSE
                       PERFORM 3120-GUARDAR-MARCACAO
                       MOVE "A" TO MRC-SITUACAO
                       REWRITE REG-MARCACAO
                   END-IF
           END-READ.

      *> Duas marcacoes no mesmo minuto vindas de relogios
      *> diferentes contam como uma so.
       3120-GUARDAR-MARCACAO.
           EVALUATE TRUE
               WHEN MRC-AAAAMM < WS-COMPETENCIA-AAAAMM
                   MOVE 0 TO WS-DIA
               WHEN MRC-AAAAMM > WS-COMPETENCIA-AAAAMM
                   MOVE WS-DIA-SEGUINTE TO WS-DIA
               WHEN OTHER
                   MOVE MRC-DIA TO WS-DIA
           END-EVALUATE
           COMPUTE WS-MINUTO-APOIO =
               (WS-DIA * 1440) + (MRC-HH * 60) + MRC-MM
           IF WS-QTD-MARCACOES > 0
            AND WS-MRC-MINUTO(WS-QTD-MARCACOES) = WS-MINUTO-APOIO
               CONTINUE
           ELSE
               IF WS-QTD-MARCACOES < 300
                   ADD 1 TO WS-QTD-MARCACOES
                   MOVE WS-DIA TO WS-MRC-DIA(WS-QTD-MARCACOES)
                   MOVE WS-MINUTO-APOIO
                       TO WS-MRC-MINUTO(WS-QTD-MARCACOES)
               ELSE
                   IF NOT TABELA-CHEIA
                       MOVE "S" TO WS-TABELA-CHEIA
                       MOVE SPACES TO WS-DATA-EXCECAO
                       MOVE "MARCACOES ALEM DO LIMITE DO MES"
                           TO WS-MOTIVO-EXCECAO
                       PERFORM 8100-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.

      *> Marca os dias fora do vinculo (antes da admissao ou
      *> depois do desligamento) e os dias de gozo de ferias, que
      *> nao geram falta nem sao apurados.
       3200-PREPARAR-DIAS-FUNCIONARIO.
           PERFORM 3210-INICIAR-DIA
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-ULTIMO-DIA
           MOVE FUNC-DATA-ADMISSAO TO WS-DATA-APOIO
           IF WS-DAT-AAAAMM = WS-COMPETENCIA-AAAAMM
               PERFORM 3220-MARCAR-FORA-VINCULO
                   VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA NOT < WS-DAT-DIA
           END-IF
           IF FUNC-DESLIGADO
               MOVE FUNC-DATA-DESLIGAMENTO TO WS-DATA-APOIO
               IF WS-DAT-AAAAMM = WS-COMPETENCIA-AAAAMM
                   COMPUTE WS-DIA-DESDE = WS-DAT-DIA + 1
                   PERFORM 3220-MARCAR-FORA-VINCULO
                       VARYING WS-DIA FROM WS-DIA-DESDE BY 1
                       UNTIL WS-DIA > WS-ULTIMO-DIA
               END-IF
           END-IF
           MOVE FUNC-MATRICULA TO FER-MATRICULA
           READ ARQ-FERIAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT FER-CANCELADA
                       PERFORM 3230-PROJETAR-FERIAS
                   END-IF
           END-READ.

       3210-INICIAR-DIA.
           MOVE "T" TO WS-DF-SITUACAO(WS-DIA)
           MOVE "N" TO WS-DF-MARCACAO(WS-DIA)
           MOVE 0 TO WS-DF-MINUTOS(WS-DIA).

       3220-MARCAR-FORA-VINCULO.
           MOVE "V" TO WS-DF-SITUACAO(WS-DIA).

      *> O gozo comeca na competencia ou sobra de um periodo
      *> iniciado na anterior; mais de 30 dias nao ha.
       3230-PROJETAR-FERIAS.
           MOVE FER-DATA-INICIO TO WS-FER-INICIO
           MOVE 0 TO WS-FER-DIA-FIM
           MOVE 1 TO WS-FER-DIA-INI
           IF WS-FER-INI-AAAAMM = WS-COMPETENCIA-AAAAMM
               MOVE WS-FER-INI-DIA TO WS-FER-DIA-INI
               COMPUTE WS-FER-DIA-FIM =
                   WS-FER-INI-DIA + FER-DIAS-GOZO - 1
           END-IF
           IF WS-FER-INI-AAAAMM = WS-COMP-ANTERIOR
            AND WS-FER-INI-DIA + FER-DIAS-GOZO - 1 > WS-INI-DIA
               COMPUTE WS-FER-DIA-FIM =
                   WS-FER-INI-DIA + FER-DIAS-GOZO - 1 - WS-INI-DIA
           END-IF
           IF WS-FER-DIA-FIM > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-FER-DIA-FIM
           END-IF
           IF WS-FER-DIA-FIM > 0
               PERFORM 3240-MARCAR-FERIAS
                   VARYING WS-DIA FROM WS-FER-DIA-INI BY 1
                   UNTIL WS-DIA > WS-FER-DIA-FIM
           END-IF.

       3240-MARCAR-FERIAS.
           IF DF-EM-ATIVIDADE(WS-DIA)
               MOVE "F" TO WS-DF-SITUACAO(WS-DIA)
           END-IF.

      *> Agrupa as marcacoes consecutivas separadas por menos que
      *> o intervalo entre jornadas; a jornada pertence ao dia da
      *> primeira marcacao.
       3300-DELIMITAR-JORNADA.
           MOVE WS-IDX-INI TO WS-IDX-FIM
           MOVE "N" TO WS-JORNADA-FECHADA
           PERFORM 3310-ESTENDER-JORNADA UNTIL JORNADA-FECHADA
           MOVE WS-MRC-DIA(WS-IDX-INI) TO WS-DIA
           IF WS-DIA > 0 AND WS-DIA NOT > WS-ULTIMO-DIA
               IF DF-EM-ATIVIDADE(WS-DIA)
                   PERFORM 3320-APURAR-JORNADA
               END-IF
           END-IF
           COMPUTE WS-IDX-INI = WS-IDX-FIM + 1.

       3310-ESTENDER-JORNADA.
           IF WS-IDX-FIM = WS-QTD-MARCACOES
               MOVE "S" TO WS-JORNADA-FECHADA
           ELSE
               IF WS-MRC-MINUTO(WS-IDX-FIM + 1)
                  - WS-MRC-MINUTO(WS-IDX-FIM)
                  NOT < WS-INTERJORNADA-MINUTOS
                   MOVE "S" TO WS-JORNADA-FECHADA
               ELSE
                   ADD 1 TO WS-IDX-FIM
               END-IF
           END-IF.

      *> Jornada com numero impar de marcacoes nao tem como ser
      *> pareada: vai para as excecoes e o dia fica sem apuracao
      *> e sem falta ate o RH tratar a marcacao.
       3320-APURAR-JORNADA.
           COMPUTE WS-QTD-NA-JORNADA = WS-IDX-FIM - WS-IDX-INI + 1
           DIVIDE WS-QTD-NA-JORNADA BY 2 GIVING WS-QUOC-PAR
               REMAINDER WS-RESTO-PAR
           IF WS-RESTO-PAR NOT = 0
               MOVE "I" TO WS-DF-MARCACAO(WS-DIA)
               PERFORM 8200-FORMATAR-DATA-DIA
               MOVE "NUMERO IMPAR DE MARCACOES NA JORNADA"
                   TO WS-MOTIVO-EXCECAO
               PERFORM 8100-GRAVAR-EXCECAO
           ELSE
               IF DF-SEM-MARCACAO(WS-DIA)
                   MOVE "S" TO WS-DF-MARCACAO(WS-DIA)
               END-IF
               PERFORM 3330-SOMAR-PAR
                   VARYING WS-IDX-MARC FROM WS-IDX-INI BY 2
                   UNTIL WS-IDX-MARC > WS-IDX-FIM
           END-IF.

      *> Cada par entrada/saida soma no dia; a parte entre 22h e
      *> 5h conta como hora noturna, tanto na janela que termina
      *> na manha do dia quanto na que comeca na noite dele.
       3330-SOMAR-PAR.
           MOVE WS-MRC-MINUTO(WS-IDX-MARC) TO WS-PAR-INICIO
           MOVE WS-MRC-MINUTO(WS-IDX-MARC + 1) TO WS-PAR-FIM
           COMPUTE WS-DF-MINUTOS(WS-DIA) = WS-DF-MINUTOS(WS-DIA)
               + WS-PAR-FIM - WS-PAR-INICIO
           COMPUTE WS-NOTURNO-INICIO = (WS-DIA * 1440) - 120
           COMPUTE WS-NOTURNO-FIM = (WS-DIA * 1440) + 300
           PERFORM 3340-SOMAR-NOTURNO
           COMPUTE WS-NOTURNO-INICIO = (WS-DIA * 1440) + 1320
           COMPUTE WS-NOTURNO-FIM = (WS-DIA * 1440) + 1740
           PERFORM 3340-SOMAR-NOTURNO.

       3340-SOMAR-NOTURNO.
           MOVE WS-PAR-INICIO TO WS-SOBREPOSICAO-INI
           IF WS-NOTURNO-INICIO > WS-SOBREPOSICAO-INI
               MOVE WS-NOTURNO-INICIO TO WS-SOBREPOSICAO-INI
           END-IF
           MOVE WS-PAR-FIM TO WS-SOBREPOSICAO-FIM
           IF WS-NOTURNO-FIM < WS-SOBREPOSICAO-FIM
               MOVE WS-NOTURNO-FIM TO WS-SOBREPOSICAO-FIM
           END-IF
           IF WS-SOBREPOSICAO-FIM > WS-SOBREPOSICAO-INI
               COMPUTE WS-MIN-NOTURNOS = WS-MIN-NOTURNOS
                   + WS-SOBREPOSICAO-FIM - WS-SOBREPOSICAO-INI
           END-IF.

      *> Domingo e feriado: tudo e hora extra de feriado. Sabado
      *> compensado: tudo e hora extra normal. Dia util: o que
      *> passa da jornada e extra, o que falta e atraso, e dia
      *> sem marcacao e falta.
       3400-CLASSIFICAR-DIA.
           IF DF-FORA-VINCULO(WS-DIA) AND CAL-DIA-UTIL(WS-DIA)
               ADD 1 TO WS-DIAS-FORA-VINCULO
           END-IF
           IF DF-EM-ATIVIDADE(WS-DIA)
               EVALUATE TRUE
                   WHEN CAL-DOMINGO-FERIADO(WS-DIA)
                       ADD WS-DF-MINUTOS(WS-DIA)
                           TO WS-MIN-EXTRA-FERIADO
                   WHEN CAL-SABADO(WS-DIA)
                       ADD WS-DF-MINUTOS(WS-DIA)
                           TO WS-MIN-EXTRA-NORMAL
                   WHEN DF-SEM-MARCACAO(WS-DIA)
                       ADD 1 TO WS-DIAS-SEM-MARCACAO
                       PERFORM 8200-FORMATAR-DATA-DIA
                       MOVE "DIA UTIL SEM MARCACAO"
                           TO WS-MOTIVO-EXCECAO
                       PERFORM 8100-GRAVAR-EXCECAO
                   WHEN DF-MARCACAO-IMPAR(WS-DIA)
                       CONTINUE
                   WHEN WS-DF-MINUTOS(WS-DIA) > WS-JORNADA-DIA
                       COMPUTE WS-MIN-EXTRA-NORMAL =
                           WS-MIN-EXTRA-NORMAL
                           + WS-DF-MINUTOS(WS-DIA) - WS-JORNADA-DIA
                   WHEN OTHER
                       COMPUTE WS-MIN-ATRASO = WS-MIN-ATRASO
                           + WS-JORNADA-DIA - WS-DF-MINUTOS(WS-DIA)
               END-EVALUATE
           END-IF.

      *> Monta o movimento da competencia. Se ja existe registro
      *> digitado, as horas do ponto substituem as digitadas, mas
      *> o afastamento, as horas levadas ao banco e as horas de
      *> compensacao lancadas pelo RH sao mantidos; os dias de
      *> afastamento e de compensacao abatem as faltas.
       3500-MONTAR-MOVIMENTO.
           MOVE FUNC-MATRICULA TO MOV-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO MOV-COMPETENCIA
           READ ARQ-MOV-TRABALHO
               INVALID KEY MOVE "N" TO WS-MOV-ENCONTRADO
               NOT INVALID KEY MOVE "S" TO WS-MOV-ENCONTRADO
           END-READ
           IF NOT MOV-ENCONTRADO
               MOVE FUNC-MATRICULA TO MOV-MATRICULA
               MOVE WS-COMPETENCIA-AAAAMM TO MOV-COMPETENCIA
               MOVE 0 TO MOV-DIAS-AFASTAMENTO
               MOVE SPACE TO MOV-TIPO-AFASTAMENTO
               MOVE 0 TO MOV-HORAS-EXTRAS-BANCO
               MOVE 0 TO MOV-HORAS-COMPENSADAS
           END-IF
           IF MOV-DIAS-AFASTAMENTO NOT NUMERIC
               MOVE 0 TO MOV-DIAS-AFASTAMENTO
           END-IF
           IF MOV-HORAS-EXTRAS-BANCO NOT NUMERIC
               MOVE 0 TO MOV-HORAS-EXTRAS-BANCO
           END-IF
           IF MOV-HORAS-COMPENSADAS NOT NUMERIC
               MOVE 0 TO MOV-HORAS-COMPENSADAS
           END-IF
           COMPUTE MOV-HORAS-EXTRAS ROUNDED = WS-MIN-EXTRA-NORMAL / 60
           MOVE "N" TO MOV-TIPO-HORA-EXTRA
           COMPUTE MOV-HORAS-EXTRAS-FERIADO ROUNDED =
               WS-MIN-EXTRA-FERIADO / 60
           COMPUTE MOV-HORAS-NOTURNAS ROUNDED = WS-MIN-NOTURNOS / 60
           IF MOV-HORAS-EXTRAS-BANCO > MOV-HORAS-EXTRAS
               MOVE MOV-HORAS-EXTRAS TO MOV-HORAS-EXTRAS-BANCO
               MOVE SPACES TO WS-DATA-EXCECAO
               MOVE "HORAS PARA O BANCO LIMITADAS AS EXTRAS"
                   TO WS-MOTIVO-EXCECAO
               PERFORM 8100-GRAVAR-EXCECAO
           END-IF
      *> Faltas: dias uteis sem marcacao que nao se explicam pelo
      *> afastamento nem pela folga de compensacao. O afastamento
      *> vem em dias corridos: abona so os dias uteis que ele
      *> cobre no mes.
           PERFORM 3510-LOCALIZAR-AFASTAMENTO
           MOVE WS-UTEIS-AFASTAMENTO TO WS-DIAS-ABONADOS
           IF WS-JORNADA-DIA > 0
               COMPUTE WS-DIAS-ABONADOS = WS-DIAS-ABONADOS
                   + ((MOV-HORAS-COMPENSADAS * 60) / WS-JORNADA-DIA)
           END-IF
           IF WS-DIAS-SEM-MARCACAO > WS-DIAS-ABONADOS
               COMPUTE MOV-FALTAS =
                   WS-DIAS-SEM-MARCACAO - WS-DIAS-ABONADOS
           ELSE
               MOVE 0 TO MOV-FALTAS
           END-IF
      *> Horas trabalhadas: a jornada mensal contratual menos os
      *> atrasos, as horas folgadas em compensacao (pagas pelo
      *> banco) e os dias uteis fora do vinculo. Faltas,
      *> afastamentos e ferias sao descontados pela folha.
           COMPUTE WS-HORAS-DEDUZIR ROUNDED =
               (WS-MIN-ATRASO
                + (WS-DIAS-FORA-VINCULO * WS-JORNADA-DIA)) / 60
           ADD MOV-HORAS-COMPENSADAS TO WS-HORAS-DEDUZIR
           IF WS-HORAS-DEDUZIR < FUNC-HORAS-NORMAIS
               COMPUTE MOV-HORAS-TRABALHADAS =
                   FUNC-HORAS-NORMAIS - WS-HORAS-DEDUZIR
           ELSE
               MOVE 0 TO MOV-HORAS-TRABALHADAS
           END-IF
           IF MOV-ENCONTRADO
               REWRITE REG-MOVIMENTO
           ELSE
               WRITE REG-MOVIMENTO
           END-IF
           IF WS-FS-MOV-TRABALHO NOT = "00"
               DISPLAY "Erro ao gravar o movimento de trabalho: ",
                   WS-FS-MOV-TRABALHO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> O movimento traz so a quantidade de dias corridos do
      *> afastamento, sem as datas: o bloco e posicionado no mes
      *> onde cobre mais dias uteis sem marcacao, e os dias uteis
      *> dentro dele sao os abonados.
       3510-LOCALIZAR-AFASTAMENTO.
           MOVE 0 TO WS-UTEIS-AFASTAMENTO
           IF MOV-DIAS-AFASTAMENTO > 0
               IF MOV-DIAS-AFASTAMENTO < WS-ULTIMO-DIA
                   MOVE MOV-DIAS-AFASTAMENTO TO WS-JANELA-AFAST
               ELSE
                   MOVE WS-ULTIMO-DIA TO WS-JANELA-AFAST
               END-IF
               PERFORM 3520-AVALIAR-JANELA
                   VARYING WS-DIA-DESDE FROM 1 BY 1
                   UNTIL WS-DIA-DESDE + WS-JANELA-AFAST - 1
                       > WS-ULTIMO-DIA
           END-IF.

       3520-AVALIAR-JANELA.
           MOVE 0 TO WS-UTEIS-JANELA
           COMPUTE WS-DIA-FIM-JANELA =
               WS-DIA-DESDE + WS-JANELA-AFAST - 1
           PERFORM 3530-CONTAR-DIA-JANELA
               VARYING WS-DIA FROM WS-DIA-DESDE BY 1
               UNTIL WS-DIA > WS-DIA-FIM-JANELA
           IF WS-UTEIS-JANELA > WS-UTEIS-AFASTAMENTO
               MOVE WS-UTEIS-JANELA TO WS-UTEIS-AFASTAMENTO
           END-IF.

       3530-CONTAR-DIA-JANELA.
           IF DF-EM-ATIVIDADE(WS-DIA) AND CAL-DIA-UTIL(WS-DIA)
            AND DF-SEM-MARCACAO(WS-DIA)
               ADD 1 TO WS-UTEIS-JANELA
           END-IF.

      *> Marcacoes que nenhum funcionario em atividade consumiu:
      *> PIS fora do cadastro ou de quem nao tem vinculo na
      *> competencia. Uma linha por PIS.
       6000-LISTAR-PIS-DESCONHECIDOS.
           MOVE "N" TO WS-FIM-MARCACOES
           MOVE LOW-VALUES TO MRC-CHAVE
           START ARQ-MARCACOES KEY NOT < MRC-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-MARCACOES
           END-START
           PERFORM 6100-CONFERIR-MARCACAO UNTIL FIM-MARCACOES.

       6100-CONFERIR-MARCACAO.
           READ ARQ-MARCACOES NEXT
               AT END MOVE "S" TO WS-FIM-MARCACOES
               NOT AT END
                   IF MRC-PENDENTE
                    AND MRC-PIS NOT = WS-PIS-REPORTADO
                    AND MRC-AAAAMM = WS-COMPETENCIA-AAAAMM
                       MOVE MRC-PIS TO WS-PIS-REPORTADO
                       ADD 1 TO WS-QTD-PIS-DESCONHECIDO
                       MOVE MRC-DIA TO WS-DATA-ED-DIA
                       MOVE WS-COMP-MES TO WS-DATA-ED-MES
                       MOVE WS-COMP-ANO TO WS-DATA-ED-ANO
                       MOVE SPACES TO REG-EXCECAO
                       STRING "PIS " DELIMITED BY SIZE
                           MRC-PIS DELIMITED BY SIZE
                           " DATA " DELIMITED BY SIZE
                           WS-DATA-ED DELIMITED BY SIZE
                           " MOTIVO: PIS SEM FUNCIONARIO ATIVO "
                           DELIMITED BY SIZE
                           "NO CADASTRO" DELIMITED BY SIZE
                           INTO REG-EXCECAO
                       WRITE REG-EXCECAO
                       ADD 1 TO WS-QTD-EXCECOES
                   END-IF
           END-READ.

      *> Regrava o movimento texto a partir do arquivo de
      *> trabalho, ja em ordem de matricula e competencia.
       7000-REGRAVAR-MOVIMENTO.
           OPEN OUTPUT ARQ-MOVIMENTO
           IF WS-FS-MOVIMENTO NOT = "00"
               DISPLAY "Erro ao regravar o movimento mensal: ",
                   WS-FS-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-MOV-TRABALHO
           MOVE LOW-VALUES TO MOV-CHAVE
           START ARQ-MOV-TRABALHO KEY NOT < MOV-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-MOV-TRABALHO
           END-START
           PERFORM 7100-COPIAR-MOV-TRABALHO UNTIL FIM-MOV-TRABALHO
           CLOSE ARQ-MOVIMENTO
           CLOSE ARQ-MOV-TRABALHO.

       7100-COPIAR-MOV-TRABALHO.
           READ ARQ-MOV-TRABALHO NEXT
               AT END MOVE "S" TO WS-FIM-MOV-TRABALHO
               NOT AT END
                   MOVE REG-MOVIMENTO TO REG-MOV-TEXTO
                   WRITE REG-MOV-TEXTO
                   ADD 1 TO WS-QTD-MOV-GRAVADOS
           END-READ.

       8000-EMITIR-RESUMO.
           DISPLAY "=== Resumo da Importacao do Ponto ==="
           DISPLAY "Registros AFD lidos ...........: ",
               WS-QTD-AFD-LIDOS
           DISPLAY "Marcacoes carregadas ..........: ",
               WS-QTD-MARC-CARGA
           DISPLAY "Marcacoes fora da competencia .: ",
               WS-QTD-MARC-FORA
           DISPLAY "Marcacoes ilegiveis ...........: ",
               WS-QTD-MARC-INVALIDAS
           DISPLAY "Funcionarios lidos ............: ",
               WS-QTD-FUNC-LIDOS
           DISPLAY "Funcionarios apurados .........: ",
               WS-QTD-FUNC-APURADOS
           DISPLAY "Funcionarios sem marcacao .....: ",
               WS-QTD-FUNC-SEM-MARC
           DISPLAY "PIS sem funcionario ativo .....: ",
               WS-QTD-PIS-DESCONHECIDO
           DISPLAY "Movimentos digitados lidos ....: ",
               WS-QTD-MOV-MANUAIS
           DISPLAY "Movimentos gravados ...........: ",
               WS-QTD-MOV-GRAVADOS
           DISPLAY "Excecoes para o RH ............: ",
               WS-QTD-EXCECOES.

       8100-GRAVAR-EXCECAO.
           MOVE SPACES TO REG-EXCECAO
           STRING "MATRICULA " DELIMITED BY SIZE
               FUNC-MATRICULA DELIMITED BY SIZE
               " NOME " DELIMITED BY SIZE
               FUNC-NOME DELIMITED BY SIZE
               " DATA " DELIMITED BY SIZE
               WS-DATA-EXCECAO DELIMITED BY SIZE
               " MOTIVO: " DELIMITED BY SIZE
               WS-MOTIVO-EXCECAO DELIMITED BY SIZE
               INTO REG-EXCECAO
           WRITE REG-EXCECAO
           ADD 1 TO WS-QTD-EXCECOES.

       8200-FORMATAR-DATA-DIA.
           MOVE WS-DIA TO WS-DATA-ED-DIA
           MOVE WS-COMP-MES TO WS-DATA-ED-MES
           MOVE WS-COMP-ANO TO WS-DATA-ED-ANO
           MOVE WS-DATA-ED TO WS-DATA-EXCECAO.
