       IDENTIFICATION DIVISION.
       PROGRAM-ID. Esocial.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Geracao dos eventos do eSocial da competencia do controle
      *> de execucao, um arquivo por CNPJ: remuneracao (S-1200),
      *> pagamentos (S-1210), afastamentos (S-2230), desligamentos
      *> (S-2299) e o fechamento do periodo (S-1299), a partir dos
      *> dados que a folha, o movimento e a rescisao ja gravaram.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-EMPRESAS ASSIGN TO "data/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESAS.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT OPTIONAL ARQ-RENDIMENTOS
               ASSIGN TO "RENDIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REND-CHAVE
               FILE STATUS IS WS-FS-RENDIMENTOS.
      *> Movimento aprovado pela critica, o mesmo que a folha
      *> calculou: dias e tipo de afastamento da competencia.
           SELECT ARQ-MOVIMENTO ASSIGN TO "MOVIMENTO.OK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT OPTIONAL ARQ-RESCISOES
               ASSIGN TO "data/RESCISOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESC-CHAVE
               FILE STATUS IS WS-FS-RESCISOES.
      *> Controle dos eventos ja gerados, com o recibo devolvido
      *> pelo governo: decide entre envio, retificacao ou nada a
      *> enviar, para um reprocessamento nao duplicar eventos. O
      *> Id do evento e chave alternativa para a carga do retorno.
           SELECT OPTIONAL ARQ-ESOCIAL
               ASSIGN TO "data/ESOCIAL.CTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               ALTERNATE RECORD KEY IS ESC-ID-EVENTO
               FILE STATUS IS WS-FS-ESOCIAL.
           SELECT ARQ-EVENTOS ASSIGN USING WS-NOME-ARQ-EVENTOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "ESOCIAL-RELATORIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-EMPRESAS
           LABEL RECORDS ARE STANDARD.
           COPY EMPRESA.

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       FD  ARQ-RENDIMENTOS
           LABEL RECORDS ARE STANDARD.
           COPY RENDFUNC.

       FD  ARQ-MOVIMENTO
           LABEL RECORDS ARE STANDARD.
           COPY MOVFUNC.

       FD  ARQ-RESCISOES
           LABEL RECORDS ARE STANDARD.
           COPY RESCFUNC.

       FD  ARQ-ESOCIAL
           LABEL RECORDS ARE STANDARD.
           COPY ESOCCTL.

       FD  ARQ-EVENTOS
           LABEL RECORDS ARE STANDARD.
       01 REG-EVENTO              PIC X(200).

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
       01 WS-FS-EMPRESAS     PIC X(2).
       01 WS-FIM-EMPRESAS    PIC X(1) VALUE "N".
           88 FIM-EMPRESAS   VALUE "S".
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FIM-ARQUIVO     PIC X(1) VALUE "N".
           88 FIM-DE-ARQUIVO VALUE "S".
       01 WS-FS-RENDIMENTOS  PIC X(2).
       01 WS-FS-MOVIMENTO    PIC X(2).
       01 WS-FS-RESCISOES    PIC X(2).
       01 WS-FS-ESOCIAL      PIC X(2).
       01 WS-FIM-ESOCIAL     PIC X(1).
           88 FIM-ESOCIAL    VALUE "S".
       01 WS-OPERADOR        PIC X(20).
       01 WS-COMPETENCIA     PIC X(7).
       01 WS-COMPETENCIA-NUM.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-COMPETENCIA-AAAAMM REDEFINES WS-COMPETENCIA-NUM
                             PIC 9(6).
      *> Periodo de apuracao no formato do eSocial (AAAA-MM).
       01 WS-PER-APUR-XML    PIC X(7).
       01 WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA     PIC 9(8).
           05 WS-HORA-SISTEMA     PIC 9(8).

      *> Calendario da competencia: ultimo dia do mes e ultimo dia
      *> do mes anterior, que datam inicio e fim de afastamento.
       01 WS-CAL-ANO         PIC 9(4).
       01 WS-CAL-MES         PIC 9(2).
       01 WS-CAL-QTD-DIAS    PIC 9(2).
       01 WS-CAL-QUOC        PIC 9(4).
       01 WS-CAL-RESTO-4     PIC 9(3).
       01 WS-CAL-RESTO-100   PIC 9(3).
       01 WS-CAL-RESTO-400   PIC 9(3).
       01 WS-ULTIMO-DIA      PIC 9(2).
       01 WS-FIM-MES-ANTERIOR PIC 9(8).
       01 WS-FIM-MES-ANTERIOR-R REDEFINES WS-FIM-MES-ANTERIOR.
           05 WS-ANT-ANO     PIC 9(4).
           05 WS-ANT-MES     PIC 9(2).
           05 WS-ANT-DIA     PIC 9(2).

      *> Tabela de empresas, carregada de EMPRESAS.DAT no mesmo
      *> criterio da folha.
       01 WS-TAB-EMPRESAS.
           05 WS-QTD-EMPRESAS    PIC 9(2) VALUE 0.
           05 WS-EMPRESA-TAB OCCURS 10 TIMES.
               10 WS-EMP-CODIGO   PIC 9(3).
               10 WS-EMP-CNPJ     PIC 9(14).
               10 WS-EMP-NOME     PIC X(30).
       01 WS-EMP-COD-ANTERIOR PIC 9(3) VALUE 0.
       01 WS-IDX-EMPRESA     PIC 9(2).
       01 WS-EMPRESA-CODIGO  PIC 9(3) VALUE 0.
       01 WS-EMPRESA-NOME    PIC X(30).
       01 WS-EMPRESA-CNPJ    PIC 9(14) VALUE 0.
      *> O empregador se identifica pela raiz do CNPJ; o
      *> estabelecimento, pelo CNPJ completo.
       01 WS-EMPRESA-CNPJ-R REDEFINES WS-EMPRESA-CNPJ.
           05 WS-CNPJ-RAIZ   PIC 9(8).
           05 FILLER         PIC 9(6).
       01 WS-NOME-ARQ-EVENTOS PIC X(30).

      *> Cada empresa e percorrida duas vezes: a primeira so conta
      *> as alteracoes de eventos periodicos, para a reabertura do
      *> periodo (S-1298) ir no arquivo antes deles; a segunda
      *> grava os eventos.
       01 WS-PASSO           PIC X(1).
           88 PASSO-AVALIACAO VALUE "A".
           88 PASSO-GERACAO  VALUE "G".

      *> Chave e conteudo do evento em apuracao, no mesmo desenho
      *> do registro de controle.
       01 WS-CHAVE-EVENTO.
           05 WS-EVT-EMPRESA     PIC 9(3).
           05 WS-EVT-TIPO        PIC X(6).
           05 WS-EVT-MATRICULA   PIC 9(5).
           05 WS-EVT-PERIODO     PIC 9(6).
           05 WS-EVT-OCORRENCIA  PIC X(1).
       01 WS-CONTEUDO-EVENTO.
           05 WS-EVT-VALOR-BASE      PIC 9(9)V99.
           05 WS-EVT-VALOR-DESCONTOS PIC 9(9)V99.
           05 WS-EVT-VALOR-LIQUIDO   PIC 9(9)V99.
           05 WS-EVT-DATA-REFERENCIA PIC 9(8).
           05 WS-EVT-CODIGO-REFERENCIA PIC X(2).
      *> Periodo reaberto nesta corrida: o fechamento tem de ser
      *> enviado de novo mesmo sem diferenca nos totais.
       01 WS-PERIODO-REABERTO PIC X(1).
           88 PERIODO-REABERTO VALUE "S".
       01 WS-ACHOU-CONTROLE  PIC X(1).
           88 ACHOU-CONTROLE VALUE "S".
      *> Acao decidida pelo controle: envio de evento novo,
      *> reenvio apos rejeicao, retificacao de evento aceito,
      *> regeracao da mesma versao ainda sem retorno, nada a
      *> enviar, ou pendencia que impede a geracao.
       01 WS-ACAO            PIC X(1).
           88 ACAO-NOVO      VALUE "N".
           88 ACAO-REENVIO   VALUE "E".
           88 ACAO-RETIFICAR VALUE "T".
           88 ACAO-REPETIR   VALUE "P".
           88 ACAO-IGNORAR   VALUE "I".
           88 ACAO-PENDENTE  VALUE "X".
           88 ACAO-GERA      VALUE "N" "E" "T" "P".
           88 ACAO-ALTERA    VALUE "N" "E" "T".
       01 WS-DESCRICAO-ACAO  PIC X(12).
       01 WS-MOTIVO-PENDENCIA PIC X(60).

      *> Id do evento: tipo e numero de inscricao do empregador,
      *> data e hora da geracao e sequencia dentro da corrida.
       01 WS-ID-EVENTO       PIC X(36).
       01 WS-ID-EVENTO-R REDEFINES WS-ID-EVENTO.
           05 WS-ID-PREFIXO  PIC X(3).
           05 WS-ID-CNPJ     PIC 9(14).
           05 WS-ID-DATA     PIC 9(8).
           05 WS-ID-HORA     PIC 9(6).
           05 WS-ID-SEQUENCIA PIC 9(5).
       01 WS-SEQ-EVENTO      PIC 9(5) VALUE 0.
       01 WS-IND-RETIF       PIC X(1).
       01 WS-RECIBO-RETIF    PIC X(23).

      *> Situacao do trabalhador na competencia.
       01 WS-DATA-DESLIG-R.
           05 WS-DES-AAAAMM  PIC 9(6).
           05 WS-DES-DIA     PIC 9(2).
       01 WS-DESLIGADO-NO-MES PIC X(1).
           88 DESLIGADO-NO-MES VALUE "S".
       01 WS-RESC-ENCONTRADA PIC X(1).
           88 RESC-ENCONTRADA VALUE "S".
       01 WS-REND-ENCONTRADO PIC X(1).
           88 REND-ENCONTRADO VALUE "S".
       01 WS-IDE-DMDEV.
           05 WS-DMDEV-TIPO      PIC X(1).
           05 WS-DMDEV-MATRICULA PIC 9(5).
           05 WS-DMDEV-PERIODO   PIC 9(6).

      *> Afastamento em aberto segundo os eventos ja gerados em
      *> competencias anteriores.
       01 WS-AFAST-ABERTO    PIC X(1).
           88 AFAST-ABERTO   VALUE "S".
       01 WS-AFAST-MOTIVO    PIC X(2).
       01 WS-DATA-AFAST      PIC 9(8).
       01 WS-DATA-AFAST-R REDEFINES WS-DATA-AFAST.
           05 WS-AFAST-AAAAMM PIC 9(6).
           05 WS-AFAST-DIA    PIC 9(2).

      *> Projecao do aviso previo indenizado no desligamento.
       01 WS-DATA-PROJECAO   PIC 9(8).
       01 WS-DATA-PROJECAO-R REDEFINES WS-DATA-PROJECAO.
           05 WS-PROJ-ANO    PIC 9(4).
           05 WS-PROJ-MES    PIC 9(2).
           05 WS-PROJ-DIA    PIC 9(2).

      *> Montagem das linhas do XML: uma marcacao por linha.
       01 WS-XML-ESQUEMA     PIC X(20).
       01 WS-XML-TAG         PIC X(20).
       01 WS-XML-VALOR       PIC X(40).
       01 WS-XML-RETIFICAVEL PIC X(1).
           88 XML-RETIFICAVEL VALUE "S".
       01 WS-XML-PERIODICO   PIC X(1).
           88 XML-PERIODICO  VALUE "S".
      *> Valores saem com ponto decimal e sem zeros a esquerda,
      *> como pede o leiaute, independente da virgula decimal
      *> usada nos relatorios.
       01 WS-VALOR-XML       PIC 9(9)V99.
       01 WS-VALOR-XML-R REDEFINES WS-VALOR-XML.
           05 WS-VALOR-XML-INT  PIC 9(9).
           05 WS-VALOR-XML-CENT PIC 9(2).
       01 WS-VALOR-INT-ED    PIC Z(8)9.
       01 WS-QTD-BRANCOS     PIC 9(2).
       01 WS-DATA-XML        PIC 9(8).
       01 WS-DATA-XML-R REDEFINES WS-DATA-XML.
           05 WS-DXML-ANO    PIC 9(4).
           05 WS-DXML-MES    PIC 9(2).
           05 WS-DXML-DIA    PIC 9(2).
       01 WS-RUBRICA         PIC X(4).

      *> Totais da empresa, informados no fechamento do periodo.
       01 WS-TOTAIS-EMPRESA.
           05 WS-QTD-ALTERACOES-PER PIC 9(5).
           05 WS-QTD-PERIODICOS-EMP PIC 9(5).
           05 WS-QTD-EVENTOS-EMP    PIC 9(5).
           05 WS-TOTAL-EMP-BASE     PIC 9(9)V99.
           05 WS-TOTAL-EMP-DESCONTOS PIC 9(9)V99.
           05 WS-TOTAL-EMP-LIQUIDO  PIC 9(9)V99.

       01 WS-CONTADORES.
           05 WS-QTD-NOVOS         PIC 9(5) VALUE 0.
           05 WS-QTD-REENVIOS      PIC 9(5) VALUE 0.
           05 WS-QTD-RETIFICACOES  PIC 9(5) VALUE 0.
           05 WS-QTD-REGERADOS     PIC 9(5) VALUE 0.
           05 WS-QTD-SEM-ALTERACAO PIC 9(5) VALUE 0.
           05 WS-QTD-PENDENCIAS    PIC 9(5) VALUE 0.
       01 QTD-ED             PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-GERAR-EVENTOS.
           DISPLAY "Geracao de Eventos do eSocial".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           PERFORM 1000-PREPARAR-COMPETENCIA
           PERFORM 1200-CARREGAR-EMPRESAS
           OPEN INPUT ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS NOT = "00" AND
              WS-FS-RENDIMENTOS NOT = "05"
               DISPLAY "Erro ao abrir o acumulador de rendimentos: ",
                   WS-FS-RENDIMENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MOVIMENTO
           IF WS-FS-MOVIMENTO NOT = "00"
               DISPLAY "Erro ao abrir o movimento mensal: ",
                   WS-FS-MOVIMENTO
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
           OPEN I-O ARQ-ESOCIAL
           IF WS-FS-ESOCIAL NOT = "00" AND
              WS-FS-ESOCIAL NOT = "05"
               DISPLAY "Erro ao abrir o controle de eventos do ",
                   "eSocial: ", WS-FS-ESOCIAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM 1300-GRAVAR-CABECALHO
           PERFORM 2000-PROCESSAR-EMPRESA
               VARYING WS-IDX-EMPRESA FROM 1 BY 1
               UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
           PERFORM 8000-EMITIR-RESUMO
           PERFORM 9000-GRAVAR-AUDITORIA
      *> Pendencias devolvem codigo 4 para o escalonador apontar o
      *> relatorio antes da transmissao.
           IF WS-QTD-PENDENCIAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARQ-RENDIMENTOS
           CLOSE ARQ-MOVIMENTO
           CLOSE ARQ-RESCISOES
           CLOSE ARQ-ESOCIAL
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
           MOVE SPACES TO WS-PER-APUR-XML
           STRING WS-COMP-ANO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-COMP-MES DELIMITED BY SIZE
               INTO WS-PER-APUR-XML
           MOVE WS-COMP-ANO TO WS-CAL-ANO
           MOVE WS-COMP-MES TO WS-CAL-MES
           PERFORM 1010-CALCULAR-DIAS-MES
           MOVE WS-CAL-QTD-DIAS TO WS-ULTIMO-DIA
           MOVE WS-COMP-ANO TO WS-ANT-ANO
           MOVE WS-COMP-MES TO WS-ANT-MES
           IF WS-ANT-MES = 01
               MOVE 12 TO WS-ANT-MES
               SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF
           MOVE WS-ANT-ANO TO WS-CAL-ANO
           MOVE WS-ANT-MES TO WS-CAL-MES
           PERFORM 1010-CALCULAR-DIAS-MES
           MOVE WS-CAL-QTD-DIAS TO WS-ANT-DIA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME.

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
               DISPLAY "Tabela de empresas vazia: cadastre as ",
                   "empresas antes da geracao."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-LER-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO WS-FIM-EMPRESAS
           END-READ.

       1220-ARMAZENAR-EMPRESA.
           IF EMP-CODIGO NOT > WS-EMP-COD-ANTERIOR
               DISPLAY "Tabela de empresas fora de ordem ou com ",
                   "codigo repetido: ", EMP-CODIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE EMP-CODIGO TO WS-EMP-COD-ANTERIOR
           IF WS-QTD-EMPRESAS < 10
               ADD 1 TO WS-QTD-EMPRESAS
               MOVE EMP-CODIGO TO WS-EMP-CODIGO(WS-QTD-EMPRESAS)
               MOVE EMP-CNPJ TO WS-EMP-CNPJ(WS-QTD-EMPRESAS)
               MOVE EMP-NOME TO WS-EMP-NOME(WS-QTD-EMPRESAS)
           ELSE
               DISPLAY "Tabela de empresas excede 10 entradas."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LER-EMPRESA.

       1300-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-RELATORIO
           STRING "EVENTOS DO ESOCIAL - COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "TRANSMITA OS ARQUIVOS ESOCIAL-Exxx.XML E CARREGUE "
                   DELIMITED BY SIZE
               "O RETORNO ANTES DA PROXIMA GERACAO" DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

      *> Geracao por empresa: cada CNPJ recebe o seu arquivo de
      *> eventos e o seu fechamento de periodo.
       2000-PROCESSAR-EMPRESA.
           MOVE WS-EMP-CODIGO(WS-IDX-EMPRESA) TO WS-EMPRESA-CODIGO
           MOVE WS-EMP-CNPJ(WS-IDX-EMPRESA) TO WS-EMPRESA-CNPJ
           MOVE WS-EMP-NOME(WS-IDX-EMPRESA) TO WS-EMPRESA-NOME
           MOVE SPACES TO WS-NOME-ARQ-EVENTOS
           STRING "ESOCIAL-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".XML" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-EVENTOS
           INITIALIZE WS-TOTAIS-EMPRESA
           MOVE "N" TO WS-PERIODO-REABERTO
           MOVE "A" TO WS-PASSO
           PERFORM 2100-PERCORRER-CADASTRO
           OPEN OUTPUT ARQ-EVENTOS
           IF WS-QTD-ALTERACOES-PER > 0
               PERFORM 4800-AVALIAR-REABERTURA
           END-IF
           MOVE "G" TO WS-PASSO
           PERFORM 2100-PERCORRER-CADASTRO
           IF WS-QTD-PERIODICOS-EMP > 0
               PERFORM 4900-FECHAR-PERIODO
           END-IF
           CLOSE ARQ-EVENTOS
           MOVE WS-QTD-EVENTOS-EMP TO QTD-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EMPRESA-NOME DELIMITED BY SIZE
               " EVENTOS GERADOS: " DELIMITED BY SIZE
               QTD-ED DELIMITED BY SIZE
               " ARQUIVO " DELIMITED BY SIZE
               WS-NOME-ARQ-EVENTOS DELIMITED BY SPACE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       2100-PERCORRER-CADASTRO.
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir o cadastro de funcionarios: ",
                   WS-FS-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 2110-LER-FUNCIONARIO
           PERFORM 2200-PROCESSAR-FUNCIONARIO UNTIL FIM-DE-ARQUIVO
           CLOSE ARQ-FUNCIONARIOS.

       2110-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.

      *> No mes do desligamento a remuneracao vai no proprio
      *> S-2299, e o S-1210 paga o demonstrativo da rescisao; nos
      *> demais meses a folha gera S-1200 e S-1210. A folha do mes
      *> do desligamento entra no mesmo demonstrativo que as
      *> verbas do termo.
       2200-PROCESSAR-FUNCIONARIO.
           IF FUNC-EMPRESA = WS-EMPRESA-CODIGO
               PERFORM 2300-APURAR-DESLIGAMENTO
               IF DESLIGADO-NO-MES
                   IF RESC-ENCONTRADA
                       PERFORM 3600-PAGAMENTO-RESCISAO
                   END-IF
               ELSE
                   PERFORM 3000-AVALIAR-REMUNERACAO
               END-IF
               IF PASSO-GERACAO
                   PERFORM 3300-AVALIAR-AFASTAMENTO
                   IF DESLIGADO-NO-MES
                       PERFORM 3500-AVALIAR-DESLIGAMENTO
                   END-IF
               END-IF
           END-IF
           PERFORM 2110-LER-FUNCIONARIO.

       2300-APURAR-DESLIGAMENTO.
           MOVE "N" TO WS-DESLIGADO-NO-MES
           MOVE "N" TO WS-RESC-ENCONTRADA
           MOVE "N" TO WS-REND-ENCONTRADO
           MOVE FUNC-DATA-DESLIGAMENTO TO WS-DATA-DESLIG-R
           IF FUNC-DESLIGADO
            AND WS-DES-AAAAMM = WS-COMPETENCIA-AAAAMM
               MOVE "S" TO WS-DESLIGADO-NO-MES
               MOVE FUNC-MATRICULA TO RESC-MATRICULA
               MOVE FUNC-DATA-DESLIGAMENTO
                   TO RESC-DATA-DESLIGAMENTO
               READ ARQ-RESCISOES
                   INVALID KEY MOVE "N" TO WS-RESC-ENCONTRADA
                   NOT INVALID KEY MOVE "S" TO WS-RESC-ENCONTRADA
               END-READ
               MOVE FUNC-MATRICULA TO REND-MATRICULA
               MOVE WS-COMPETENCIA-AAAAMM TO REND-COMPETENCIA
               READ ARQ-RENDIMENTOS
                   INVALID KEY MOVE "N" TO WS-REND-ENCONTRADO
                   NOT INVALID KEY MOVE "S" TO WS-REND-ENCONTRADO
               END-READ
           END-IF.

       3000-AVALIAR-REMUNERACAO.
           MOVE FUNC-MATRICULA TO REND-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO REND-COMPETENCIA
           READ ARQ-RENDIMENTOS
               INVALID KEY MOVE "N" TO WS-REND-ENCONTRADO
               NOT INVALID KEY MOVE "S" TO WS-REND-ENCONTRADO
           END-READ
           IF REND-ENCONTRADO
               PERFORM 3100-REMUNERACAO-S1200
               PERFORM 3200-PAGAMENTO-S1210
           END-IF.

      *> A remuneracao informa a base bruta e os descontos legais
      *> do demonstrativo da folha; a folha complementar regrava o
      *> acumulador e o evento sai como retificacao do anterior.
       3100-REMUNERACAO-S1200.
           MOVE WS-EMPRESA-CODIGO TO WS-EVT-EMPRESA
           MOVE "S-1200" TO WS-EVT-TIPO
           MOVE FUNC-MATRICULA TO WS-EVT-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO WS-EVT-PERIODO
           MOVE SPACE TO WS-EVT-OCORRENCIA
           INITIALIZE WS-CONTEUDO-EVENTO
           MOVE REND-BRUTO TO WS-EVT-VALOR-BASE
           COMPUTE WS-EVT-VALOR-DESCONTOS = REND-INSS + REND-IRRF
           MOVE REND-LIQUIDO TO WS-EVT-VALOR-LIQUIDO
           IF PASSO-GERACAO
               ADD 1 TO WS-QTD-PERIODICOS-EMP
               ADD WS-EVT-VALOR-BASE TO WS-TOTAL-EMP-BASE
               ADD WS-EVT-VALOR-DESCONTOS TO WS-TOTAL-EMP-DESCONTOS
           END-IF
           PERFORM 5000-TRATAR-EVENTO.

       3200-PAGAMENTO-S1210.
           MOVE "S-1210" TO WS-EVT-TIPO
           INITIALIZE WS-CONTEUDO-EVENTO
           MOVE REND-LIQUIDO TO WS-EVT-VALOR-LIQUIDO
           MOVE "F" TO WS-DMDEV-TIPO
           MOVE "1" TO WS-EVT-CODIGO-REFERENCIA
           IF PASSO-GERACAO
               ADD WS-EVT-VALOR-LIQUIDO TO WS-TOTAL-EMP-LIQUIDO
           END-IF
           PERFORM 5000-TRATAR-EVENTO.

      *> Pagamento das verbas rescisorias: o liquido e o total do
      *> termo sem a multa do FGTS, que e depositada na conta
      *> vinculada e nao paga ao trabalhador, somado ao liquido
      *> da folha do mes do desligamento.
       3600-PAGAMENTO-RESCISAO.
           MOVE WS-EMPRESA-CODIGO TO WS-EVT-EMPRESA
           MOVE "S-1210" TO WS-EVT-TIPO
           MOVE FUNC-MATRICULA TO WS-EVT-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO WS-EVT-PERIODO
           MOVE SPACE TO WS-EVT-OCORRENCIA
           INITIALIZE WS-CONTEUDO-EVENTO
           COMPUTE WS-EVT-VALOR-LIQUIDO =
               RESC-TOTAL - RESC-FGTS-MULTA
           IF REND-ENCONTRADO
               ADD REND-LIQUIDO TO WS-EVT-VALOR-LIQUIDO
           END-IF
           MOVE "R" TO WS-DMDEV-TIPO
           MOVE "2" TO WS-EVT-CODIGO-REFERENCIA
           IF PASSO-GERACAO
               ADD 1 TO WS-QTD-PERIODICOS-EMP
               ADD WS-EVT-VALOR-LIQUIDO TO WS-TOTAL-EMP-LIQUIDO
           END-IF
           PERFORM 5000-TRATAR-EVENTO.

      *> O movimento traz so a quantidade de dias afastados no mes;
      *> o inicio e o fim saem da comparacao com o afastamento em
      *> aberto nos eventos ja gerados. Afastamento novo conta
      *> ate o fim do mes; afastamento em aberto com menos dias
      *> que o mes terminou no dia informado; sem dias no mes, o
      *> afastamento terminou no fim do mes anterior.
       3300-AVALIAR-AFASTAMENTO.
           PERFORM 3310-BUSCAR-AFASTAMENTO-ABERTO
           MOVE FUNC-MATRICULA TO MOV-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO MOV-COMPETENCIA
           READ ARQ-MOVIMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 3320-CLASSIFICAR-AFASTAMENTO
           END-READ.

       3310-BUSCAR-AFASTAMENTO-ABERTO.
           MOVE "N" TO WS-AFAST-ABERTO
           MOVE "N" TO WS-FIM-ESOCIAL
           MOVE WS-EMPRESA-CODIGO TO ESC-EMPRESA
           MOVE "S-2230" TO ESC-EVENTO
           MOVE FUNC-MATRICULA TO ESC-MATRICULA
           MOVE ZEROS TO ESC-PERIODO
           MOVE SPACE TO ESC-OCORRENCIA
           START ARQ-ESOCIAL KEY NOT < ESC-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-ESOCIAL
           END-START
           PERFORM 3315-LER-AFASTAMENTO UNTIL FIM-ESOCIAL.

      *> Vale o ultimo evento de competencia anterior: um inicio
      *> sem fim posterior deixa o afastamento em aberto. Os
      *> eventos da propria competencia nao entram, para um
      *> reprocessamento chegar a mesma situacao.
       3315-LER-AFASTAMENTO.
           READ ARQ-ESOCIAL NEXT
               AT END MOVE "S" TO WS-FIM-ESOCIAL
               NOT AT END
                   IF ESC-EMPRESA NOT = WS-EMPRESA-CODIGO
                    OR ESC-EVENTO NOT = "S-2230"
                    OR ESC-MATRICULA NOT = FUNC-MATRICULA
                    OR ESC-PERIODO NOT < WS-COMPETENCIA-AAAAMM
                       MOVE "S" TO WS-FIM-ESOCIAL
                   ELSE
                       IF ESC-INICIO-AFASTAMENTO
                           MOVE "S" TO WS-AFAST-ABERTO
                           MOVE ESC-CODIGO-REFERENCIA
                               TO WS-AFAST-MOTIVO
                       ELSE
                           MOVE "N" TO WS-AFAST-ABERTO
                       END-IF
                   END-IF
           END-READ.

       3320-CLASSIFICAR-AFASTAMENTO.
           MOVE WS-EMPRESA-CODIGO TO WS-EVT-EMPRESA
           MOVE "S-2230" TO WS-EVT-TIPO
           MOVE FUNC-MATRICULA TO WS-EVT-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO WS-EVT-PERIODO
           INITIALIZE WS-CONTEUDO-EVENTO
           MOVE WS-COMPETENCIA-AAAAMM TO WS-AFAST-AAAAMM
           EVALUATE TRUE
               WHEN AFAST-ABERTO AND MOV-DIAS-AFASTAMENTO = 0
                   MOVE "F" TO WS-EVT-OCORRENCIA
                   MOVE WS-FIM-MES-ANTERIOR
                       TO WS-EVT-DATA-REFERENCIA
                   MOVE WS-AFAST-MOTIVO TO WS-EVT-CODIGO-REFERENCIA
                   PERFORM 5000-TRATAR-EVENTO
               WHEN AFAST-ABERTO
                AND MOV-DIAS-AFASTAMENTO < WS-ULTIMO-DIA
                   MOVE "F" TO WS-EVT-OCORRENCIA
                   MOVE MOV-DIAS-AFASTAMENTO TO WS-AFAST-DIA
                   MOVE WS-DATA-AFAST TO WS-EVT-DATA-REFERENCIA
                   MOVE WS-AFAST-MOTIVO TO WS-EVT-CODIGO-REFERENCIA
                   PERFORM 5000-TRATAR-EVENTO
               WHEN AFAST-ABERTO
                   CONTINUE
               WHEN MOV-DIAS-AFASTAMENTO > 0
                   PERFORM 3330-INICIAR-AFASTAMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Doenca e acidente de ate 15 dias ficam a cargo do
      *> empregador e nao sao informados ao eSocial.
       3330-INICIAR-AFASTAMENTO.
           MOVE "I" TO WS-EVT-OCORRENCIA
           COMPUTE WS-AFAST-DIA =
               WS-ULTIMO-DIA - MOV-DIAS-AFASTAMENTO + 1
           MOVE WS-DATA-AFAST TO WS-EVT-DATA-REFERENCIA
           EVALUATE TRUE
               WHEN (AFAST-DOENCA OR AFAST-ACIDENTE)
                AND MOV-DIAS-AFASTAMENTO NOT > 15
                   CONTINUE
               WHEN AFAST-DOENCA
                   MOVE "03" TO WS-EVT-CODIGO-REFERENCIA
                   PERFORM 5000-TRATAR-EVENTO
               WHEN AFAST-ACIDENTE
                   MOVE "01" TO WS-EVT-CODIGO-REFERENCIA
                   PERFORM 5000-TRATAR-EVENTO
               WHEN AFAST-MATERNIDADE
                   MOVE "17" TO WS-EVT-CODIGO-REFERENCIA
                   PERFORM 5000-TRATAR-EVENTO
               WHEN AFAST-SEM-REMUNERACAO
                   MOVE "21" TO WS-EVT-CODIGO-REFERENCIA
                   PERFORM 5000-TRATAR-EVENTO
               WHEN OTHER
                   MOVE "TIPO DE AFASTAMENTO NAO INFORMADO NO MOVIMENTO"
                       TO WS-MOTIVO-PENDENCIA
                   PERFORM 5400-RELATAR-PENDENCIA
           END-EVALUATE.

      *> O desligamento leva as verbas do termo confirmado na
      *> rescisao; sem o calculo gravado o evento nao sai.
       3500-AVALIAR-DESLIGAMENTO.
           MOVE WS-EMPRESA-CODIGO TO WS-EVT-EMPRESA
           MOVE "S-2299" TO WS-EVT-TIPO
           MOVE FUNC-MATRICULA TO WS-EVT-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO WS-EVT-PERIODO
           MOVE SPACE TO WS-EVT-OCORRENCIA
           IF RESC-ENCONTRADA
               INITIALIZE WS-CONTEUDO-EVENTO
               MOVE RESC-TOTAL TO WS-EVT-VALOR-BASE
               IF REND-ENCONTRADO
                   ADD REND-BRUTO TO WS-EVT-VALOR-BASE
                   COMPUTE WS-EVT-VALOR-DESCONTOS =
                       REND-INSS + REND-IRRF
               END-IF
               MOVE RESC-DATA-DESLIGAMENTO
                   TO WS-EVT-DATA-REFERENCIA
               MOVE "02" TO WS-EVT-CODIGO-REFERENCIA
               PERFORM 5000-TRATAR-EVENTO
           ELSE
               MOVE "DESLIGAMENTO SEM CALCULO GRAVADO PELA RESCISAO"
                   TO WS-MOTIVO-PENDENCIA
               PERFORM 5400-RELATAR-PENDENCIA
           END-IF.

      *> Periodo ja fechado e aceito precisa ser reaberto antes de
      *> receber remuneracoes ou pagamentos retificados.
       4800-AVALIAR-REABERTURA.
           MOVE WS-EMPRESA-CODIGO TO ESC-EMPRESA
           MOVE "S-1299" TO ESC-EVENTO
           MOVE ZEROS TO ESC-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO ESC-PERIODO
           MOVE SPACE TO ESC-OCORRENCIA
           READ ARQ-ESOCIAL
               INVALID KEY MOVE "N" TO WS-ACHOU-CONTROLE
               NOT INVALID KEY MOVE "S" TO WS-ACHOU-CONTROLE
           END-READ
           IF ACHOU-CONTROLE AND ESC-ACEITO
               MOVE "S" TO WS-PERIODO-REABERTO
               MOVE WS-EMPRESA-CODIGO TO WS-EVT-EMPRESA
               MOVE "S-1298" TO WS-EVT-TIPO
               MOVE ZEROS TO WS-EVT-MATRICULA
               MOVE WS-COMPETENCIA-AAAAMM TO WS-EVT-PERIODO
               MOVE SPACE TO WS-EVT-OCORRENCIA
               INITIALIZE WS-CONTEUDO-EVENTO
               MOVE WS-DATA-SISTEMA TO WS-EVT-DATA-REFERENCIA
               PERFORM 5010-CONSULTAR-CONTROLE
      *> Cada reabertura e um evento novo, mesmo que o periodo ja
      *> tenha sido reaberto antes.
               MOVE "N" TO WS-ACAO
               PERFORM 5050-GERAR-VERSAO
           END-IF.

       4900-FECHAR-PERIODO.
           MOVE WS-EMPRESA-CODIGO TO WS-EVT-EMPRESA
           MOVE "S-1299" TO WS-EVT-TIPO
           MOVE ZEROS TO WS-EVT-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO WS-EVT-PERIODO
           MOVE SPACE TO WS-EVT-OCORRENCIA
           INITIALIZE WS-CONTEUDO-EVENTO
           MOVE WS-TOTAL-EMP-BASE TO WS-EVT-VALOR-BASE
           MOVE WS-TOTAL-EMP-DESCONTOS TO WS-EVT-VALOR-DESCONTOS
           MOVE WS-TOTAL-EMP-LIQUIDO TO WS-EVT-VALOR-LIQUIDO
           PERFORM 5000-TRATAR-EVENTO.

      *> Decisao comum a todos os eventos. Na primeira passagem so
      *> se contam as alteracoes de remuneracao e pagamento.
       5000-TRATAR-EVENTO.
           PERFORM 5010-CONSULTAR-CONTROLE
           IF PASSO-AVALIACAO
               IF ACAO-ALTERA
                   ADD 1 TO WS-QTD-ALTERACOES-PER
               END-IF
           ELSE
      *> Sem CPF o evento do trabalhador seria recusado pelo
      *> leiaute: fica pendente ate o cadastro ser corrigido.
               EVALUATE TRUE
                   WHEN ACAO-GERA AND WS-EVT-TIPO NOT = "S-1299"
                    AND (FUNC-CPF NOT NUMERIC OR FUNC-CPF = ZEROS)
                       MOVE "CPF NAO INFORMADO NO CADASTRO"
                           TO WS-MOTIVO-PENDENCIA
                       PERFORM 5400-RELATAR-PENDENCIA
                   WHEN ACAO-GERA
                       PERFORM 5050-GERAR-VERSAO
                   WHEN ACAO-PENDENTE
                       MOVE SPACES TO WS-MOTIVO-PENDENCIA
                       STRING "SEM RETORNO DA VERSAO ANTERIOR: "
                               DELIMITED BY SIZE
                           "CARREGUE-O ANTES DE ALTERAR"
                               DELIMITED BY SIZE
                           INTO WS-MOTIVO-PENDENCIA
                       PERFORM 5400-RELATAR-PENDENCIA
                   WHEN OTHER
                       ADD 1 TO WS-QTD-SEM-ALTERACAO
               END-EVALUATE
           END-IF.

      *> Evento aceito com o mesmo conteudo nao e reenviado; com
      *> conteudo diferente sai como retificacao citando o recibo.
      *> Evento ainda sem retorno e regerado com o mesmo Id, para
      *> o arquivo da corrida conter tudo o que falta transmitir,
      *> mas nao pode mudar antes do retorno chegar.
       5010-CONSULTAR-CONTROLE.
           MOVE WS-CHAVE-EVENTO TO ESC-CHAVE
           READ ARQ-ESOCIAL
               INVALID KEY MOVE "N" TO WS-ACHOU-CONTROLE
               NOT INVALID KEY MOVE "S" TO WS-ACHOU-CONTROLE
           END-READ
           EVALUATE TRUE
               WHEN NOT ACHOU-CONTROLE
                   MOVE "N" TO WS-ACAO
               WHEN ESC-REJEITADO
                   MOVE "E" TO WS-ACAO
               WHEN ESC-CONTEUDO = WS-CONTEUDO-EVENTO
                AND ESC-GERADO
                   MOVE "P" TO WS-ACAO
               WHEN ESC-CONTEUDO = WS-CONTEUDO-EVENTO
                   MOVE "I" TO WS-ACAO
               WHEN ESC-GERADO
                   MOVE "X" TO WS-ACAO
               WHEN OTHER
                   MOVE "T" TO WS-ACAO
           END-EVALUATE
           IF WS-EVT-TIPO = "S-1299" AND PERIODO-REABERTO
            AND ACAO-IGNORAR
               MOVE "T" TO WS-ACAO
           END-IF.

       5050-GERAR-VERSAO.
           PERFORM 5100-PREPARAR-VERSAO
           PERFORM 6000-GRAVAR-EVENTO
           PERFORM 5200-ATUALIZAR-CONTROLE
           PERFORM 5300-RELATAR-EVENTO.

      *> A retificacao cita o recibo da ultima versao aceita, que
      *> continua no controle enquanto a nova versao nao volta.
       5100-PREPARAR-VERSAO.
           IF ACAO-REPETIR
               MOVE ESC-ID-EVENTO TO WS-ID-EVENTO
           ELSE
               ADD 1 TO WS-SEQ-EVENTO
               MOVE "ID1" TO WS-ID-PREFIXO
               MOVE WS-EMPRESA-CNPJ TO WS-ID-CNPJ
               MOVE WS-DATA-SISTEMA TO WS-ID-DATA
               MOVE WS-HORA-SISTEMA(1:6) TO WS-ID-HORA
               MOVE WS-SEQ-EVENTO TO WS-ID-SEQUENCIA
           END-IF
           MOVE "1" TO WS-IND-RETIF
           MOVE SPACES TO WS-RECIBO-RETIF
           IF ACHOU-CONTROLE AND ESC-RECIBO NOT = SPACES
               MOVE "2" TO WS-IND-RETIF
               MOVE ESC-RECIBO TO WS-RECIBO-RETIF
           END-IF.

       5200-ATUALIZAR-CONTROLE.
           IF NOT ACHOU-CONTROLE
               INITIALIZE REG-ESOCIAL
               MOVE WS-CHAVE-EVENTO TO ESC-CHAVE
           END-IF
           IF NOT ACAO-REPETIR
               ADD 1 TO ESC-QTD-VERSOES
           END-IF
           MOVE WS-ID-EVENTO TO ESC-ID-EVENTO
           MOVE "G" TO ESC-SITUACAO
           MOVE WS-CONTEUDO-EVENTO TO ESC-CONTEUDO
           MOVE WS-DATA-SISTEMA TO ESC-DATA-GERACAO
           MOVE SPACES TO ESC-ERRO-CODIGO
           MOVE SPACES TO ESC-ERRO-DESCRICAO
           IF ACHOU-CONTROLE
               REWRITE REG-ESOCIAL
                   INVALID KEY
                       DISPLAY "Erro ao regravar o controle do ",
                           "eSocial: ", WS-FS-ESOCIAL
               END-REWRITE
           ELSE
               WRITE REG-ESOCIAL
                   INVALID KEY
                       DISPLAY "Erro ao gravar o controle do ",
                           "eSocial: ", WS-FS-ESOCIAL
               END-WRITE
           END-IF.

       5300-RELATAR-EVENTO.
           ADD 1 TO WS-QTD-EVENTOS-EMP
           EVALUATE TRUE
               WHEN ACAO-NOVO
                   ADD 1 TO WS-QTD-NOVOS
                   MOVE "ENVIO" TO WS-DESCRICAO-ACAO
               WHEN ACAO-REENVIO
                   ADD 1 TO WS-QTD-REENVIOS
                   MOVE "REENVIO" TO WS-DESCRICAO-ACAO
               WHEN ACAO-RETIFICAR
                   ADD 1 TO WS-QTD-RETIFICACOES
                   MOVE "RETIFICACAO" TO WS-DESCRICAO-ACAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-REGERADOS
                   MOVE "SEM RETORNO" TO WS-DESCRICAO-ACAO
           END-EVALUATE
           MOVE SPACES TO REG-RELATORIO
           STRING "  " DELIMITED BY SIZE
               WS-EVT-TIPO DELIMITED BY SIZE
               " MATRICULA " DELIMITED BY SIZE
               WS-EVT-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVT-OCORRENCIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DESCRICAO-ACAO DELIMITED BY SIZE
               " ID " DELIMITED BY SIZE
               WS-ID-EVENTO DELIMITED BY SIZE
               " RECIBO " DELIMITED BY SIZE
               WS-RECIBO-RETIF DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       5400-RELATAR-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENCIAS
           MOVE SPACES TO REG-RELATORIO
           STRING "  PENDENCIA " DELIMITED BY SIZE
               WS-EVT-TIPO DELIMITED BY SIZE
               " MATRICULA " DELIMITED BY SIZE
               WS-EVT-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNC-NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOTIVO-PENDENCIA DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       6000-GRAVAR-EVENTO.
           MOVE "N" TO WS-XML-RETIFICAVEL
           MOVE "N" TO WS-XML-PERIODICO
           EVALUATE WS-EVT-TIPO
               WHEN "S-1200"
                   MOVE "evtRemun" TO WS-XML-ESQUEMA
                   MOVE "S" TO WS-XML-RETIFICAVEL
                   MOVE "S" TO WS-XML-PERIODICO
                   PERFORM 6010-ABRIR-EVENTO
                   PERFORM 6200-GRAVAR-S1200
               WHEN "S-1210"
                   MOVE "evtPgtos" TO WS-XML-ESQUEMA
                   MOVE "S" TO WS-XML-RETIFICAVEL
                   MOVE "S" TO WS-XML-PERIODICO
                   PERFORM 6010-ABRIR-EVENTO
                   PERFORM 6300-GRAVAR-S1210
               WHEN "S-1298"
                   MOVE "evtReabreEvPer" TO WS-XML-ESQUEMA
                   MOVE "S" TO WS-XML-PERIODICO
                   PERFORM 6010-ABRIR-EVENTO
               WHEN "S-1299"
                   MOVE "evtFechaEvPer" TO WS-XML-ESQUEMA
                   MOVE "S" TO WS-XML-PERIODICO
                   PERFORM 6010-ABRIR-EVENTO
                   PERFORM 6400-GRAVAR-S1299
               WHEN "S-2230"
                   MOVE "evtAfastTemp" TO WS-XML-ESQUEMA
                   MOVE "S" TO WS-XML-RETIFICAVEL
                   PERFORM 6010-ABRIR-EVENTO
                   PERFORM 6500-GRAVAR-S2230
               WHEN "S-2299"
                   MOVE "evtDeslig" TO WS-XML-ESQUEMA
                   MOVE "S" TO WS-XML-RETIFICAVEL
                   PERFORM 6010-ABRIR-EVENTO
                   PERFORM 6600-GRAVAR-S2299
           END-EVALUATE
           PERFORM 6090-FECHAR-EVENTO.

      *> Envelope comum: identificacao do evento e do empregador.
       6010-ABRIR-EVENTO.
           MOVE SPACES TO REG-EVENTO
           STRING "<eSocial xmlns=""http://www.esocial.gov.br/schema/"
                   DELIMITED BY SIZE
               "evt/" DELIMITED BY SIZE
               WS-XML-ESQUEMA DELIMITED BY SPACE
               "/v_S_01_02_00"">" DELIMITED BY SIZE
               INTO REG-EVENTO
           WRITE REG-EVENTO
           MOVE SPACES TO REG-EVENTO
           STRING "<" DELIMITED BY SIZE
               WS-XML-ESQUEMA DELIMITED BY SPACE
               " Id=""" DELIMITED BY SIZE
               WS-ID-EVENTO DELIMITED BY SIZE
               """>" DELIMITED BY SIZE
               INTO REG-EVENTO
           WRITE REG-EVENTO
           MOVE "ideEvento" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           IF XML-RETIFICAVEL
               MOVE "indRetif" TO WS-XML-TAG
               MOVE WS-IND-RETIF TO WS-XML-VALOR
               PERFORM 6800-GRAVAR-ELEMENTO
               IF WS-IND-RETIF = "2"
                   MOVE "nrRecibo" TO WS-XML-TAG
                   MOVE WS-RECIBO-RETIF TO WS-XML-VALOR
                   PERFORM 6800-GRAVAR-ELEMENTO
               END-IF
           END-IF
           IF XML-PERIODICO
               IF WS-EVT-TIPO NOT = "S-1210"
                   MOVE "indApuracao" TO WS-XML-TAG
                   MOVE "1" TO WS-XML-VALOR
                   PERFORM 6800-GRAVAR-ELEMENTO
               END-IF
               MOVE "perApur" TO WS-XML-TAG
               MOVE WS-PER-APUR-XML TO WS-XML-VALOR
               PERFORM 6800-GRAVAR-ELEMENTO
           END-IF
           MOVE "tpAmb" TO WS-XML-TAG
           MOVE "1" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "procEmi" TO WS-XML-TAG
           MOVE "1" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "verProc" TO WS-XML-TAG
           MOVE "FOLHA" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "ideEvento" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "ideEmpregador" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "tpInsc" TO WS-XML-TAG
           MOVE "1" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "nrInsc" TO WS-XML-TAG
           MOVE WS-CNPJ-RAIZ TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "ideEmpregador" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO.

       6090-FECHAR-EVENTO.
           MOVE WS-XML-ESQUEMA TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "eSocial" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO.

      *> O leiaute S-1.2 identifica o trabalhador pelo CPF.
       6100-GRAVAR-TRABALHADOR.
           MOVE "cpfTrab" TO WS-XML-TAG
           MOVE FUNC-CPF TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO.

       6110-GRAVAR-VINCULO.
           MOVE "ideVinculo" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           PERFORM 6100-GRAVAR-TRABALHADOR
           MOVE "matricula" TO WS-XML-TAG
           MOVE FUNC-MATRICULA TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "ideVinculo" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO.

      *> Estabelecimento e lotacao: o CNPJ da empresa e o centro de
      *> custo do funcionario.
       6120-GRAVAR-ESTABELECIMENTO.
           MOVE "ideEstabLot" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "tpInsc" TO WS-XML-TAG
           MOVE "1" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "nrInsc" TO WS-XML-TAG
           MOVE WS-EMPRESA-CNPJ TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "codLotacao" TO WS-XML-TAG
           MOVE FUNC-CENTRO-CUSTO TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO.

      *> Rubricas da tabela da folha: 1000 salario bruto, 1409
      *> salario-familia, 9201 INSS e 9203 IRRF descontados.
       6200-GRAVAR-S1200.
           MOVE "ideTrabalhador" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           PERFORM 6100-GRAVAR-TRABALHADOR
           MOVE "ideTrabalhador" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "dmDev" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "F" TO WS-DMDEV-TIPO
           MOVE FUNC-MATRICULA TO WS-DMDEV-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO WS-DMDEV-PERIODO
           MOVE "ideDmDev" TO WS-XML-TAG
           MOVE WS-IDE-DMDEV TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "codCateg" TO WS-XML-TAG
           MOVE "101" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "infoPerApur" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           PERFORM 6120-GRAVAR-ESTABELECIMENTO
           MOVE "remunPerApur" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "matricula" TO WS-XML-TAG
           MOVE FUNC-MATRICULA TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "1000" TO WS-RUBRICA
           MOVE REND-BRUTO TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           MOVE "1409" TO WS-RUBRICA
           MOVE REND-SALARIO-FAMILIA TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           MOVE "9201" TO WS-RUBRICA
           MOVE REND-INSS TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           MOVE "9203" TO WS-RUBRICA
           MOVE REND-IRRF TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           MOVE "remunPerApur" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "ideEstabLot" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "infoPerApur" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "dmDev" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO.

       6250-GRAVAR-RUBRICA.
           IF WS-VALOR-XML > 0
               MOVE "itensRemun" TO WS-XML-TAG
               PERFORM 6810-ABRIR-GRUPO
               MOVE "codRubr" TO WS-XML-TAG
               MOVE WS-RUBRICA TO WS-XML-VALOR
               PERFORM 6800-GRAVAR-ELEMENTO
               MOVE "ideTabRubr" TO WS-XML-TAG
               MOVE "FOLHA" TO WS-XML-VALOR
               PERFORM 6800-GRAVAR-ELEMENTO
               MOVE "vrRubr" TO WS-XML-TAG
               PERFORM 6850-FORMATAR-VALOR
               PERFORM 6800-GRAVAR-ELEMENTO
               MOVE "itensRemun" TO WS-XML-TAG
               PERFORM 6820-FECHAR-GRUPO
           END-IF.

      *> O evento de pagamento sai depois da remessa do liquido;
      *> a data da geracao e a data do pagamento informada. O
      *> tipo 1 paga a folha mensal e o tipo 2 a rescisao.
       6300-GRAVAR-S1210.
           MOVE "ideBenef" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "cpfBenef" TO WS-XML-TAG
           MOVE FUNC-CPF TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "infoPgto" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "dtPgto" TO WS-XML-TAG
           MOVE WS-DATA-SISTEMA TO WS-DATA-XML
           PERFORM 6860-FORMATAR-DATA
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "tpPgto" TO WS-XML-TAG
           MOVE WS-EVT-CODIGO-REFERENCIA TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "perRef" TO WS-XML-TAG
           MOVE WS-PER-APUR-XML TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE FUNC-MATRICULA TO WS-DMDEV-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO WS-DMDEV-PERIODO
           MOVE "ideDmDev" TO WS-XML-TAG
           MOVE WS-IDE-DMDEV TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "vrLiq" TO WS-XML-TAG
           MOVE WS-EVT-VALOR-LIQUIDO TO WS-VALOR-XML
           PERFORM 6850-FORMATAR-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "infoPgto" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "ideBenef" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO.

       6400-GRAVAR-S1299.
           MOVE "infoFech" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "evtRemun" TO WS-XML-TAG
           MOVE "S" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "evtPgtos" TO WS-XML-TAG
           MOVE "S" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "evtComProd" TO WS-XML-TAG
           MOVE "N" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "evtContratAvNP" TO WS-XML-TAG
           MOVE "N" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "evtInfoComplPer" TO WS-XML-TAG
           MOVE "N" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "infoFech" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO.

      *> Motivos da tabela 18 do eSocial: 01 acidente de trabalho,
      *> 03 doenca, 17 licenca-maternidade, 21 licenca nao
      *> remunerada.
       6500-GRAVAR-S2230.
           PERFORM 6110-GRAVAR-VINCULO
           MOVE "infoAfastamento" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE WS-EVT-DATA-REFERENCIA TO WS-DATA-XML
           IF WS-EVT-OCORRENCIA = "I"
               MOVE "iniAfastamento" TO WS-XML-TAG
               PERFORM 6810-ABRIR-GRUPO
               MOVE "dtIniAfast" TO WS-XML-TAG
               PERFORM 6860-FORMATAR-DATA
               PERFORM 6800-GRAVAR-ELEMENTO
               MOVE "codMotAfast" TO WS-XML-TAG
               MOVE WS-EVT-CODIGO-REFERENCIA TO WS-XML-VALOR
               PERFORM 6800-GRAVAR-ELEMENTO
               MOVE "iniAfastamento" TO WS-XML-TAG
               PERFORM 6820-FECHAR-GRUPO
           ELSE
               MOVE "fimAfastamento" TO WS-XML-TAG
               PERFORM 6810-ABRIR-GRUPO
               MOVE "dtTermAfast" TO WS-XML-TAG
               PERFORM 6860-FORMATAR-DATA
               PERFORM 6800-GRAVAR-ELEMENTO
               MOVE "fimAfastamento" TO WS-XML-TAG
               PERFORM 6820-FECHAR-GRUPO
           END-IF
           MOVE "infoAfastamento" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO.

      *> A rescisao calcula a dispensa sem justa causa (motivo 02)
      *> e nao apura descontos; a multa do FGTS vai na guia
      *> rescisoria e nao entra como rubrica do demonstrativo. A
      *> folha do mes do desligamento - salario proporcional,
      *> adicionais, acerto do banco de horas, dissidio - vai com
      *> as mesmas rubricas do S-1200, com os descontos dela.
       6600-GRAVAR-S2299.
           PERFORM 6110-GRAVAR-VINCULO
           MOVE "infoDeslig" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "mtvDeslig" TO WS-XML-TAG
           MOVE WS-EVT-CODIGO-REFERENCIA TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "dtDeslig" TO WS-XML-TAG
           MOVE RESC-DATA-DESLIGAMENTO TO WS-DATA-XML
           PERFORM 6860-FORMATAR-DATA
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "indPagtoAPI" TO WS-XML-TAG
           IF RESC-TIPO-INDENIZADO
               MOVE "S" TO WS-XML-VALOR
               PERFORM 6800-GRAVAR-ELEMENTO
               PERFORM 6650-PROJETAR-AVISO
               MOVE "dtProjFimAPI" TO WS-XML-TAG
               MOVE WS-DATA-PROJECAO TO WS-DATA-XML
               PERFORM 6860-FORMATAR-DATA
               PERFORM 6800-GRAVAR-ELEMENTO
           ELSE
               MOVE "N" TO WS-XML-VALOR
               PERFORM 6800-GRAVAR-ELEMENTO
           END-IF
           MOVE "pensAlim" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "verbasResc" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "dmDev" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "R" TO WS-DMDEV-TIPO
           MOVE FUNC-MATRICULA TO WS-DMDEV-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO WS-DMDEV-PERIODO
           MOVE "ideDmDev" TO WS-XML-TAG
           MOVE WS-IDE-DMDEV TO WS-XML-VALOR
           PERFORM 6800-GRAVAR-ELEMENTO
           MOVE "infoPerApur" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           PERFORM 6120-GRAVAR-ESTABELECIMENTO
           MOVE "detVerbas" TO WS-XML-TAG
           PERFORM 6810-ABRIR-GRUPO
           MOVE "1010" TO WS-RUBRICA
           MOVE RESC-SALDO-SALARIO TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           MOVE "1020" TO WS-RUBRICA
           MOVE RESC-AVISO-INDENIZADO TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           MOVE "1030" TO WS-RUBRICA
           MOVE RESC-FERIAS-PROPORCIONAIS TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           MOVE "1031" TO WS-RUBRICA
           MOVE RESC-TERCO-FERIAS TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           MOVE "1040" TO WS-RUBRICA
           MOVE RESC-DECIMO-TERCEIRO TO WS-VALOR-XML
           PERFORM 6250-GRAVAR-RUBRICA
           IF REND-ENCONTRADO
               MOVE "1000" TO WS-RUBRICA
               MOVE REND-BRUTO TO WS-VALOR-XML
               PERFORM 6250-GRAVAR-RUBRICA
               MOVE "1409" TO WS-RUBRICA
               MOVE REND-SALARIO-FAMILIA TO WS-VALOR-XML
               PERFORM 6250-GRAVAR-RUBRICA
               MOVE "9201" TO WS-RUBRICA
               MOVE REND-INSS TO WS-VALOR-XML
               PERFORM 6250-GRAVAR-RUBRICA
               MOVE "9203" TO WS-RUBRICA
               MOVE REND-IRRF TO WS-VALOR-XML
               PERFORM 6250-GRAVAR-RUBRICA
           END-IF
           MOVE "detVerbas" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "ideEstabLot" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "infoPerApur" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "dmDev" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "verbasResc" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO
           MOVE "infoDeslig" TO WS-XML-TAG
           PERFORM 6820-FECHAR-GRUPO.

      *> Fim projetado do aviso indenizado: a data do desligamento
      *> somada aos dias de aviso do termo.
       6650-PROJETAR-AVISO.
           MOVE RESC-DATA-DESLIGAMENTO TO WS-DATA-PROJECAO
           PERFORM 6660-AVANCAR-DIA RESC-DIAS-AVISO TIMES.

       6660-AVANCAR-DIA.
           MOVE WS-PROJ-ANO TO WS-CAL-ANO
           MOVE WS-PROJ-MES TO WS-CAL-MES
           PERFORM 1010-CALCULAR-DIAS-MES
           IF WS-PROJ-DIA < WS-CAL-QTD-DIAS
               ADD 1 TO WS-PROJ-DIA
           ELSE
               MOVE 01 TO WS-PROJ-DIA
               IF WS-PROJ-MES = 12
                   MOVE 01 TO WS-PROJ-MES
                   ADD 1 TO WS-PROJ-ANO
               ELSE
                   ADD 1 TO WS-PROJ-MES
               END-IF
           END-IF.

       6800-GRAVAR-ELEMENTO.
           MOVE SPACES TO REG-EVENTO
           STRING "<" DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               WS-XML-VALOR DELIMITED BY SPACE
               "</" DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-EVENTO
           WRITE REG-EVENTO
           MOVE SPACES TO WS-XML-VALOR.

       6810-ABRIR-GRUPO.
           MOVE SPACES TO REG-EVENTO
           STRING "<" DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-EVENTO
           WRITE REG-EVENTO.

       6820-FECHAR-GRUPO.
           MOVE SPACES TO REG-EVENTO
           STRING "</" DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-EVENTO
           WRITE REG-EVENTO.

       6850-FORMATAR-VALOR.
           MOVE WS-VALOR-XML-INT TO WS-VALOR-INT-ED
           MOVE 0 TO WS-QTD-BRANCOS
           INSPECT WS-VALOR-INT-ED TALLYING WS-QTD-BRANCOS
               FOR LEADING SPACES
           MOVE SPACES TO WS-XML-VALOR
           STRING WS-VALOR-INT-ED(WS-QTD-BRANCOS + 1:)
                   DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-VALOR-XML-CENT DELIMITED BY SIZE
               INTO WS-XML-VALOR.

       6860-FORMATAR-DATA.
           MOVE SPACES TO WS-XML-VALOR
           STRING WS-DXML-ANO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DXML-MES DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DXML-DIA DELIMITED BY SIZE
               INTO WS-XML-VALOR.

       8000-EMITIR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "EVENTOS NOVOS .......... " DELIMITED BY SIZE
               WS-QTD-NOVOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "RETIFICACOES ........... " DELIMITED BY SIZE
               WS-QTD-RETIFICACOES DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "REENVIOS APOS REJEICAO . " DELIMITED BY SIZE
               WS-QTD-REENVIOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "AGUARDANDO RETORNO ..... " DELIMITED BY SIZE
               WS-QTD-REGERADOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "JA ACEITOS SEM ALTERACAO " DELIMITED BY SIZE
               WS-QTD-SEM-ALTERACAO DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "PENDENCIAS ............. " DELIMITED BY SIZE
               WS-QTD-PENDENCIAS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY "=== Resumo da Geracao do eSocial ==="
           DISPLAY "Eventos novos ......: ", WS-QTD-NOVOS
           DISPLAY "Retificacoes .......: ", WS-QTD-RETIFICACOES
           DISPLAY "Reenvios ...........: ", WS-QTD-REENVIOS
           DISPLAY "Aguardando retorno .: ", WS-QTD-REGERADOS
           DISPLAY "Sem alteracao ......: ", WS-QTD-SEM-ALTERACAO
           DISPLAY "Pendencias .........: ", WS-QTD-PENDENCIAS.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-SISTEMA(1:6) DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " ESOCIAL COMPETENCIA=" DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               " NOVOS=" DELIMITED BY SIZE
               WS-QTD-NOVOS DELIMITED BY SIZE
               " RETIFICACOES=" DELIMITED BY SIZE
               WS-QTD-RETIFICACOES DELIMITED BY SIZE
               " REENVIOS=" DELIMITED BY SIZE
               WS-QTD-REENVIOS DELIMITED BY SIZE
               " PENDENCIAS=" DELIMITED BY SIZE
               WS-QTD-PENDENCIAS DELIMITED BY SIZE
               INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.
