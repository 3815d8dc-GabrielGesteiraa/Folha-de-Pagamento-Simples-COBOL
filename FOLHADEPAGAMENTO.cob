               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOVIMENTO.
      *> Holerites e excecoes tem o nome variavel para a previa
      *> gravar em arquivos proprios sem sobrepor os do fechamento.
           SELECT ARQ-HOLERITE ASSIGN USING WS-NOME-ARQ-HOLERITE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-EXCECOES ASSIGN USING WS-NOME-ARQ-EXCECOES
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Saidas segregadas por empresa: o nome de cada arquivo e
      *> montado com o codigo da empresa em processamento, um
           SELECT ARQ-PARAMETROS ASSIGN TO "data/TABPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.
      *> Dependentes aprovados pela critica na competencia: contam
      *> na deducao da base do IRRF e nas cotas do salario-familia.
           SELECT OPTIONAL ARQ-DEPENDENTES
               ASSIGN TO "DEPENDENTES.OK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTES.
      *> Banco de horas: a folha reproduz os lancamentos das
      *> competencias anteriores para chegar ao saldo de cada
      *> credito e grava os lancamentos da competencia processada.
           SELECT OPTIONAL ARQ-BANCO-HORAS
               ASSIGN TO "data/BANCOHORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-FS-BANCO-HORAS.
      *> Diferencas retroativas de dissidio apuradas por
      *> competencia e gravadas pelo reajuste coletivo; a folha da
      *> competencia de pagamento as soma ao bruto numa linha so.
           SELECT OPTIONAL ARQ-DISSIDIO
               ASSIGN TO "data/DISSIDIO-DIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-FS-DISSIDIO.
      *> Competencias fechadas por empresa apos a confirmacao da
      *> remessa no retorno bancario.
           SELECT OPTIONAL ARQ-FECHAMENTO
               ASSIGN TO "data/FECHAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-CHAVE
               FILE STATUS IS WS-FS-FECHAMENTO.
      *> Acumulador de rendimentos chaveado por matricula e
      *> competencia: reprocessar uma competencia regrava o mesmo
      *> registro em vez de duplica-lo. Ano ja arquivado fica em
      *> RENDIMENTOS-AAAA.DAT, de mesmo leiaute.
           SELECT OPTIONAL ARQ-RENDIMENTOS
               ASSIGN USING WS-NOME-ARQ-RENDIMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REND-CHAVE
           05 CHK-TOTAL-TERCEIROS    PIC 9(9)V99.
           05 CHK-TOTAL-FGTS         PIC 9(9)V99.
           05 CHK-TOTAL-MATERNIDADE  PIC 9(9)V99.
           05 CHK-TOTAL-SALFAM       PIC 9(9)V99.
           05 CHK-LIN-HOLERITE       PIC 9(7).
           05 CHK-LIN-AUDITORIA      PIC 9(7).
           05 CHK-LIN-EXCECOES       PIC 9(7).
           05 CHK-LIN-REMESSA        PIC 9(7).
           05 CHK-LIN-FGTS           PIC 9(7).
           05 CHK-TAB-CCUSTO         PIC X(2603).

       FD  ARQ-TEMP
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY TABPARAM.

       FD  ARQ-DEPENDENTES
           LABEL RECORDS ARE STANDARD.
           COPY DEPFUNC.

       FD  ARQ-BANCO-HORAS
           LABEL RECORDS ARE STANDARD.
           COPY BHORFUNC.

       FD  ARQ-DISSIDIO
           LABEL RECORDS ARE STANDARD.
           COPY DISSFUNC.

       FD  ARQ-FECHAMENTO
           LABEL RECORDS ARE STANDARD.
           COPY FECHCOMP.

       WORKING-STORAGE SECTION.
       01 WS-COMPETENCIA     PIC X(7).
       01 WS-COMPETENCIA-NUM.
           88 MODO-RESET     VALUE "Z".
           88 MODO-ADIANTAMENTO VALUE "A".
           88 MODO-COMPLEMENTAR VALUE "C".
           88 MODO-PREVIA    VALUE "P".
       01 WS-EXISTE-CHECKPOINT PIC X(1) VALUE "N".
           88 EXISTE-CHECKPOINT VALUE "S".
       01 WS-CHECKPOINT-MESMA PIC X(1) VALUE "N".
       01 WS-VALOR-HORA-EXTRA PIC 9(5)V99.
       01 WS-PERC-HORA-EXTRA PIC 9V9(4).

      *> Adicionais de remuneracao pagos no bruto. A hora noturna
      *> legal tem 52 minutos e 30 segundos: cada hora de relogio
      *> noturna vale 60/52,5 horas pagas, com o adicional da
      *> tabela de parametros sobre elas. A insalubridade incide
      *> sobre o salario minimo conforme o grau e a periculosidade
      *> sobre o salario base contratual.
       01 WS-MINUTOS-HORA-NOTURNA PIC 9(2)V9 VALUE 52,5.
       01 WS-PERC-INSALUB-MINIMO  PIC 9V99 VALUE 0,10.
       01 WS-PERC-INSALUB-MEDIO   PIC 9V99 VALUE 0,20.
       01 WS-PERC-INSALUB-MAXIMO  PIC 9V99 VALUE 0,40.
       01 WS-PERC-PERICULOSIDADE  PIC 9V99 VALUE 0,30.
       01 WS-HORAS-NOTURNAS-REDUZ PIC 9(3)V9(4).
       01 WS-ADICIONAL-NOTURNO   PIC 9(5)V99 VALUE 0.
       01 WS-ADIC-INSALUBRIDADE  PIC 9(5)V99 VALUE 0.
       01 WS-ADIC-PERICULOSIDADE PIC 9(5)V99 VALUE 0.
       01 ADICIONAL-NOTURNO-ED   PIC ZZ999,99.
       01 ADIC-INSALUBRIDADE-ED  PIC ZZ999,99.
       01 ADIC-PERICULOSIDADE-ED PIC ZZ999,99.

      *> Banco de horas do funcionario na competencia. A tabela
      *> recebe os creditos em ordem de competencia com o saldo
      *> ainda aberto de cada um; compensacoes consomem primeiro
      *> os creditos mais antigos. Saldo vencido e saldo quitado
      *> na rescisao sao pagos com o adicional da hora extra de
      *> cada credito, sobre o salario-hora da competencia.
       01 WS-FS-BANCO-HORAS  PIC X(2).
       01 WS-FIM-BANCO-HORAS PIC X(1).
           88 FIM-BANCO-HORAS VALUE "S".
       01 WS-TAB-BANCO-HORAS.
           05 WS-QTD-CREDITOS-BH PIC 9(2) VALUE 0.
           05 WS-CREDITO-BH OCCURS 60 TIMES.
               10 WS-BH-COMPETENCIA PIC 9(6).
               10 WS-BH-TIPO-HORA   PIC X(1).
               10 WS-BH-VENCIMENTO  PIC 9(6).
               10 WS-BH-SALDO       PIC 9(3).
       01 WS-IDX-BH          PIC 9(2).
       01 WS-IDX-BH-DESTINO  PIC 9(2).
       01 WS-BH-NOVO-CREDITO.
           05 WS-BH-NOVO-COMPETENCIA PIC 9(6).
           05 WS-BH-NOVO-TIPO-HORA   PIC X(1).
           05 WS-BH-NOVO-VENCIMENTO  PIC 9(6).
           05 WS-BH-NOVO-HORAS       PIC 9(3).
       01 WS-BH-A-CONSUMIR   PIC 9(3).
       01 WS-BH-LIMITE-BAIXA PIC 9(6).
       01 WS-BH-MESES        PIC 9(6).
       01 WS-BH-VENC-CALC.
           05 WS-BH-VENC-ANO PIC 9(4).
           05 WS-BH-VENC-MES PIC 9(2).
       01 WS-BH-VENC-AAAAMM REDEFINES WS-BH-VENC-CALC PIC 9(6).
       01 WS-BH-HORAS-BANCO  PIC 9(3) VALUE 0.
       01 WS-BH-HORAS-COMPENSADAS PIC 9(3) VALUE 0.
       01 WS-BH-HORAS-SEM-SALDO PIC 9(3) VALUE 0.
       01 WS-BH-VENC-NORMAL  PIC 9(3) VALUE 0.
       01 WS-BH-VENC-FERIADO PIC 9(3) VALUE 0.
       01 WS-BH-RESC-NORMAL  PIC 9(3) VALUE 0.
       01 WS-BH-RESC-FERIADO PIC 9(3) VALUE 0.
       01 WS-BH-VALOR-VENCIDO PIC 9(7)V99 VALUE 0.
       01 WS-BH-VALOR-RESCISAO PIC 9(7)V99 VALUE 0.
       01 WS-BH-VALOR-PAGO   PIC 9(7)V99 VALUE 0.
       01 BANCO-HORAS-ED     PIC ZZ999,99.

      *> Diferencas de dissidio pagas na competencia. O INSS e o
      *> FGTS delas ja vem apurados com as tabelas de cada
      *> competencia de origem, entao a diferenca fica fora das
      *> bases do mes e o valor apurado e somado ao calculado; o
      *> IRRF incide no pagamento, pelo regime de caixa.
       01 WS-FS-DISSIDIO     PIC X(2).
       01 WS-FIM-DISSIDIO    PIC X(1).
           88 FIM-DISSIDIO   VALUE "S".
       01 WS-DISS-BRUTO      PIC 9(7)V99 VALUE 0.
       01 WS-DISS-INSS       PIC 9(5)V99 VALUE 0.
       01 WS-DISS-FGTS       PIC 9(7)V99 VALUE 0.
       01 WS-BASE-INSS       PIC 9(7)V99.
       01 DISSIDIO-ED        PIC ZZZZZ9,99.

       01 WS-FS-FECHAMENTO   PIC X(2).
       01 WS-FIM-FECHAMENTO  PIC X(1).
           88 FIM-FECHAMENTO VALUE "S".
       01 WS-QTD-EMP-FECHADAS PIC 9(3) VALUE 0.

      *> Tabelas e parametros legais carregados de TABPARAM.DAT:
      *> cada versao tem uma vigencia (AAAAMM) e a folha aplica a
      *> versao mais recente que cubra a competencia processada.
       01 WS-FS-PARAMETROS   PIC X(2).
       01 WS-FIM-PARAMETROS  PIC X(1) VALUE "N".
           88 FIM-PARAMETROS VALUE "S".
      *> Uma versao completa de tabelas ocupa 21 linhas; 500
      *> entradas comportam decadas de historico sem recusar a
      *> carga.
       01 WS-PARAMETROS-LIDOS.
       01 WS-PARAM-INSS-PATRONAL PIC 9V9(4).
       01 WS-PARAM-RAT        PIC 9V9(4).
       01 WS-PARAM-TERCEIROS  PIC 9V9(4).
      *> Deducao mensal por dependente na base do IRRF e, para o
      *> salario-familia, o teto de remuneracao e o valor da cota
      *> por filho.
       01 WS-PARAM-DEDUCAO-DEP PIC 9(5)V99.
       01 WS-PARAM-SALFAM-LIMITE PIC 9(7)V99.
       01 WS-PARAM-SALFAM-COTA PIC 9(5)V99.
      *> Percentual do adicional noturno e salario minimo nacional,
      *> base da insalubridade.
       01 WS-PARAM-ADIC-NOTURNO PIC 9V9(4).
       01 WS-PARAM-SALARIO-MINIMO PIC 9(7)V99.
      *> Prazo, em meses, para compensar um credito do banco de
      *> horas antes de ele vencer e ser pago como hora extra.
       01 WS-PARAM-PRAZO-BANCO PIC 9(2).
       01 WS-FS-RENDIMENTOS  PIC X(2).
       01 WS-FS-FERIAS       PIC X(2).
       01 WS-FS-ADIANTAMENTO PIC X(2).
       01 WS-NOME-ARQ-CONTABIL     PIC X(30).
       01 WS-NOME-ARQ-REMESSA-ADTO PIC X(30).
       01 WS-NOME-ARQ-REMESSA-COMP PIC X(30).
       01 WS-NOME-ARQ-HOLERITE     PIC X(30) VALUE "HOLERITES.TXT".
       01 WS-NOME-ARQ-EXCECOES     PIC X(30) VALUE "EXCECOES.TXT".
       01 WS-NOME-ARQ-RENDIMENTOS  PIC X(30)
                                   VALUE "RENDIMENTOS.DAT".

       01 WS-FS-HISTORICO    PIC X(2).
       01 WS-FIM-HISTORICO   PIC X(1).
           05 WS-CONTR-SALARIO    PIC 9(5)V99.
           05 WS-CONTR-VT-PERC    PIC 9V99.
           05 WS-CONTR-VR         PIC 9(3)V99.
           05 WS-CONTR-INSALUBRIDADE PIC X(1).
           05 WS-CONTR-PERICULOSIDADE PIC X(1).

      *> Margem consignavel: teto da parcela do consignado sobre o
      *> disponivel apos IRRF, INSS e pensao alimenticia. Parcela
           05 WS-ANT-DECIMO       PIC 9(7)V99.
           05 WS-ANT-BENEFICIOS   PIC 9(5)V99.
           05 WS-ANT-LIQUIDO      PIC 9(7)V99.
           05 WS-ANT-SALFAM       PIC 9(5)V99.
       01 WS-DIFERENCAS-COMP.
           05 WS-DIF-BRUTO        PIC S9(7)V99.
           05 WS-DIF-IRRF         PIC S9(7)V99.
           05 WS-DIF-LIQUIDO      PIC S9(7)V99.
           05 WS-DIF-ENCARGOS     PIC S9(7)V99.
           05 WS-DIF-REPASSES     PIC S9(7)V99.
           05 WS-DIF-SALFAM       PIC S9(7)V99.
       01 WS-LIQUIDO-NOVO        PIC 9(7)V99.
       01 WS-LAN-DIF-VALOR       PIC S9(7)V99.
       01 WS-LAN-DC-POSITIVO     PIC X(1).
       01 WS-LAN-CONTA-DIF       PIC X(30).
       01 DIF-ED                 PIC -ZZZZZZ9,99.
       01 WS-REND-ARQUIVADO      PIC X(1) VALUE "N".
           88 REND-ANO-ARQUIVADO VALUE "S".
       01 WS-TOTAIS-COMPLEMENTAR.
           05 WS-QTD-COMP-AFETADOS  PIC 9(5) VALUE 0.
           05 WS-QTD-COMP-NEGATIVOS PIC 9(5) VALUE 0.
       01 WS-RAT             PIC 9(5)V99.
       01 WS-TERCEIROS       PIC 9(5)V99.

      *> Dependentes do funcionario na competencia: a quantidade
      *> marcada para o IRRF reduz a base do imposto, ja liquida do
      *> INSS, e a quantidade marcada para o salario-familia gera
      *> as cotas pagas junto com o liquido.
       01 WS-FS-DEPENDENTES  PIC X(2).
       01 WS-FIM-DEPENDENTES PIC X(1).
           88 FIM-DEPENDENTES VALUE "S".
       01 WS-QTD-DEP-IRRF    PIC 9(2) VALUE 0.
       01 WS-QTD-DEP-SALFAM  PIC 9(2) VALUE 0.
       01 WS-DEDUCAO-DEPENDENTES PIC 9(5)V99 VALUE 0.
       01 WS-BASE-IRRF       PIC 9(7)V99.
       01 WS-SALARIO-FAMILIA PIC 9(5)V99 VALUE 0.
       01 DEDUCAO-DEP-ED     PIC ZZ999,99.
       01 SALFAM-ED          PIC ZZ999,99.

      *> Acumulado da competencia por centro de custo, base do
      *> resumo por area e dos lancamentos contabeis exportados.
       01 WS-TAB-CCUSTO.
               10 WS-CC-CONSIGNADO PIC 9(9)V99.
               10 WS-CC-ADIANTAMENTO PIC 9(9)V99.
               10 WS-CC-LIQUIDO    PIC 9(9)V99.
               10 WS-CC-SALFAM     PIC 9(9)V99.
       01 WS-IDX-CCUSTO      PIC 9(3).
       01 WS-CCUSTO-ATUAL    PIC 9(3).
       01 WS-SOMA-CC-BRUTO   PIC 9(9)V99.
           05 WS-TOTAL-FGTS          PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-MATERNIDADE   PIC 9(9)V99 VALUE 0.
           05 TOTAL-MATERNIDADE-ED   PIC ZZZZZZZZ9,99.
           05 WS-TOTAL-SALFAM        PIC 9(9)V99 VALUE 0.
           05 TOTAL-SALFAM-ED        PIC ZZZZZZZZ9,99.
           05 WS-TOTAL-ENCARGOS      PIC 9(9)V99 VALUE 0.
           05 TOTAL-PATRONAL-ED      PIC ZZZZZZZZ9,99.
           05 TOTAL-RAT-ED           PIC ZZZZZZZZ9,99.
           DISPLAY "Sistema de Folha de Pagamento - Processamento Lote".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           PERFORM 1000-PREPARAR-COMPETENCIA
      *> Competencia ja paga e confirmada pelo banco so aceita a
      *> folha complementar; a previa nao grava nada e segue
      *> liberada para conferencia.
           IF NOT MODO-COMPLEMENTAR AND NOT MODO-PREVIA
               PERFORM 0950-VERIFICAR-FECHAMENTO
           END-IF
      *> A corrida de adiantamento tem calendario e saidas
      *> proprios: nao passa pelo checkpoint nem pelas saidas do
      *> fechamento mensal.
               PERFORM 0200-PROCESSAR-COMPLEMENTAR
               STOP RUN
           END-IF
      *> A previa roda todos os calculos do fechamento para
      *> conferencia e nada mais: sem checkpoint, sem remessa, sem
      *> guias, sem contabilidade e sem atualizar acumuladores,
      *> adiantamentos, consignados ou banco de horas. Pode rodar
      *> quantas vezes for preciso ao longo do dia.
           IF MODO-PREVIA
               PERFORM 0300-PROCESSAR-PREVIA
               STOP RUN
           END-IF
           PERFORM 1300-AVALIAR-CHECKPOINT
           PERFORM 1100-CARREGAR-PARAMETROS
           PERFORM 1200-CARREGAR-EMPRESAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DEPENDENTES
           IF WS-FS-DEPENDENTES NOT = "00" AND
              WS-FS-DEPENDENTES NOT = "05"
               DISPLAY "Erro ao abrir os dependentes aprovados: ",
                   WS-FS-DEPENDENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-BANCO-HORAS
           IF WS-FS-BANCO-HORAS NOT = "00" AND
              WS-FS-BANCO-HORAS NOT = "05"
               DISPLAY "Erro ao abrir o banco de horas: ",
                   WS-FS-BANCO-HORAS
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
      *> Uma corrida normal ou com reset descarta o checkpoint
      *> antigo antes de tocar nas saidas, para um abend precoce
      *> nao deixar um restart apontando para acumuladores de
           CLOSE ARQ-ADIANTAMENTO
           CLOSE ARQ-DESCONTOS
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-DEPENDENTES
           CLOSE ARQ-BANCO-HORAS
           CLOSE ARQ-DISSIDIO
           STOP RUN.

      *> Fechamento por empresa: cada CNPJ roda o mesmo ciclo
           MOVE 0 TO WS-TOTAL-TERCEIROS
           MOVE 0 TO WS-TOTAL-FGTS
           MOVE 0 TO WS-TOTAL-MATERNIDADE
           MOVE 0 TO WS-TOTAL-SALFAM
           MOVE 0 TO WS-QTD-REMESSA
           MOVE 0 TO WS-TOTAL-REMESSA
           MOVE 0 TO WS-LIN-REMESSA
           DISPLAY "Competencia do controle : ", WS-COMPETENCIA
           DISPLAY "Tipo de execucao .......: ", WS-MODO-EXECUCAO.

      *> Uma unica empresa fechada recusa a corrida inteira: a
      *> folha, o reset e o adiantamento regravam acumuladores e
      *> saidas de todas as empresas. Para refazer o mes a
      *> competencia precisa ser reaberta antes.
       0950-VERIFICAR-FECHAMENTO.
           OPEN INPUT ARQ-FECHAMENTO
           IF WS-FS-FECHAMENTO NOT = "00" AND
              WS-FS-FECHAMENTO NOT = "05"
               DISPLAY "Erro ao abrir o controle de fechamento: ",
                   WS-FS-FECHAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-FECHAMENTO
           MOVE ZEROS TO FEC-CHAVE
           START ARQ-FECHAMENTO KEY NOT < FEC-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-FECHAMENTO
           END-START
           PERFORM 0960-LER-FECHAMENTO UNTIL FIM-FECHAMENTO
           CLOSE ARQ-FECHAMENTO
           IF WS-QTD-EMP-FECHADAS > 0
               DISPLAY "Competencia ", WS-COMPETENCIA, " fechada: ",
                   "so a folha complementar e aceita. Reabra a ",
                   "competencia para reprocessar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0960-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO NEXT
               AT END MOVE "S" TO WS-FIM-FECHAMENTO
               NOT AT END
                   IF FEC-COMPETENCIA = WS-COMPETENCIA-AAAAMM
                    AND COMPETENCIA-FECHADA
                       ADD 1 TO WS-QTD-EMP-FECHADAS
                       DISPLAY "Empresa ", FEC-EMPRESA,
                           " com a competencia fechada em ",
                           FEC-DATA-FECHAMENTO, " por ",
                           FEC-OPERADOR-FECHAMENTO
                   END-IF
           END-READ.

      *> Codigo de retorno do fechamento: 4 quando o lote encerrou
      *> mas deixou excecoes para conferencia, 0 quando limpo.
       9000-DEFINIR-CODIGO-RETORNO.
                   "retorno 4."
           END-IF.

      *> Previa da folha: o mesmo lote do fechamento, empresa por
      *> empresa, com holerites, totais e resumo por centro de
      *> custo em PREVIA-FOLHA.TXT e as excecoes em
      *> PREVIA-EXCECOES.TXT. Os arquivos que o fechamento atualiza
      *> abrem so para leitura, e as saidas do ultimo fechamento
      *> ficam intactas.
       0300-PROCESSAR-PREVIA.
           MOVE "PREVIA-FOLHA.TXT" TO WS-NOME-ARQ-HOLERITE
           MOVE "PREVIA-EXCECOES.TXT" TO WS-NOME-ARQ-EXCECOES
           PERFORM 1100-CARREGAR-PARAMETROS
           PERFORM 1200-CARREGAR-EMPRESAS
           OPEN INPUT ARQ-MOVIMENTO
           IF WS-FS-MOVIMENTO NOT = "00"
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
           OPEN INPUT ARQ-ADIANTAMENTO
           IF WS-FS-ADIANTAMENTO NOT = "00" AND
              WS-FS-ADIANTAMENTO NOT = "05"
               DISPLAY "Erro ao abrir o registro de adiantamentos: ",
                   WS-FS-ADIANTAMENTO
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
           OPEN INPUT ARQ-HISTORICO
           IF WS-FS-HISTORICO NOT = "00" AND
              WS-FS-HISTORICO NOT = "05"
               DISPLAY "Erro ao abrir o historico salarial: ",
                   WS-FS-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DEPENDENTES
           IF WS-FS-DEPENDENTES NOT = "00" AND
              WS-FS-DEPENDENTES NOT = "05"
               DISPLAY "Erro ao abrir os dependentes aprovados: ",
                   WS-FS-DEPENDENTES
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
           OPEN INPUT ARQ-DISSIDIO
           IF WS-FS-DISSIDIO NOT = "00" AND
              WS-FS-DISSIDIO NOT = "05"
               DISPLAY "Erro ao abrir as diferencas de dissidio: ",
                   WS-FS-DISSIDIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-HOLERITE
           OPEN OUTPUT ARQ-EXCECOES
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO REG-HOLERITE
           STRING "PREVIA DA FOLHA - SEM VALOR DE PAGAMENTO - "
               DELIMITED BY SIZE
               "COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO REG-HOLERITE
           PERFORM 8100-GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO REG-HOLERITE
           STRING "EMITIDA EM " DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-SISTEMA DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO REG-HOLERITE
           PERFORM 8100-GRAVAR-LINHA-RELATORIO
           PERFORM 0310-PREVIA-EMPRESA
               VARYING WS-IDX-EMPRESA FROM 1 BY 1
               UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
           PERFORM 7000-LISTAR-MOVIMENTOS-ORFAOS
           DISPLAY "Movimentos sem cadastro: ", WS-QTD-SEM-CADASTRO
           MOVE SPACES TO REG-HOLERITE
           STRING "MOVIMENTOS SEM CADASTRO ..... " DELIMITED BY SIZE
               WS-QTD-SEM-CADASTRO DELIMITED BY SIZE
               INTO REG-HOLERITE
           PERFORM 8100-GRAVAR-LINHA-RELATORIO
           DISPLAY "=== Previa da folha gravada em PREVIA-FOLHA.TXT ",
               "- nenhum arquivo foi atualizado ==="
           PERFORM 9000-DEFINIR-CODIGO-RETORNO
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-MOVIMENTO
           CLOSE ARQ-HOLERITE
           CLOSE ARQ-EXCECOES
           CLOSE ARQ-FERIAS
           CLOSE ARQ-ADIANTAMENTO
           CLOSE ARQ-DESCONTOS
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-DEPENDENTES
           CLOSE ARQ-BANCO-HORAS
           CLOSE ARQ-DISSIDIO.

      *> Cada empresa da previa fecha com o relatorio de totais e
      *> o resumo por centro de custo, como no fechamento.
       0310-PREVIA-EMPRESA.
           PERFORM 6510-SELECIONAR-EMPRESA
           MOVE "N" TO WS-RESTART-EMPRESA
           PERFORM 6530-ZERAR-ACUMULADORES-EMPRESA
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir o cadastro aprovado pela ",
                   "critica: ", WS-FS-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 2000-LER-FUNCIONARIO
           PERFORM 3000-PROCESSAR-LOTE UNTIL FIM-DE-ARQUIVO
           CLOSE ARQ-FUNCIONARIOS
           PERFORM 8000-EMITIR-RELATORIO-TOTAIS
           PERFORM 8200-EMITIR-RESUMO-CCUSTO
           IF WS-QTD-DIVERGENCIAS > 0
            OR WS-QTD-SEM-MOVIMENTO > 0
               MOVE "S" TO WS-TEM-EXCECOES-LOTE
           END-IF.

      *> Corrida de adiantamento quinzenal: credita 40% do salario
      *> contratual esperado de cada funcionario elegivel, com
      *> holerite e remessa proprios, e registra o valor pago para
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0205-ABRIR-RENDIMENTOS-COMP
           OPEN INPUT ARQ-FERIAS
           IF WS-FS-FERIAS NOT = "00" AND WS-FS-FERIAS NOT = "05"
               DISPLAY "Erro ao abrir o controle de ferias: ",
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DEPENDENTES
           IF WS-FS-DEPENDENTES NOT = "00" AND
              WS-FS-DEPENDENTES NOT = "05"
               DISPLAY "Erro ao abrir os dependentes aprovados: ",
                   WS-FS-DEPENDENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> O movimento corrigido pode mudar as horas levadas ao banco
      *> ou compensadas: os lancamentos da competencia sao
      *> regravados junto com a diferenca paga.
           OPEN I-O ARQ-BANCO-HORAS
           IF WS-FS-BANCO-HORAS NOT = "00" AND
              WS-FS-BANCO-HORAS NOT = "05"
               DISPLAY "Erro ao abrir o banco de horas: ",
                   WS-FS-BANCO-HORAS
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
           OPEN OUTPUT ARQ-COMPLEMENTAR
           OPEN OUTPUT ARQ-CONTABIL-COMP
           OPEN EXTEND ARQ-AUDITORIA
           DISPLAY "Total complementar: R$ ", TOTAL-REMESSA-COMP-ED
           DISPLAY "Diferencas negativas .....: ",
               WS-QTD-COMP-NEGATIVOS
           IF WS-QTD-COMP-NEGATIVOS > 0 OR REND-ANO-ARQUIVADO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARQ-MOVIMENTO
           CLOSE ARQ-ADIANTAMENTO
           CLOSE ARQ-DESCONTOS
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-DEPENDENTES
           CLOSE ARQ-BANCO-HORAS
           CLOSE ARQ-DISSIDIO
           CLOSE ARQ-COMPLEMENTAR
           CLOSE ARQ-CONTABIL-COMP
           CLOSE ARQ-AUDITORIA.

      *> Competencia de ano ja arquivado: o que foi pago esta em
      *> RENDIMENTOS-AAAA.DAT e e la que a diferenca e acumulada,
      *> para o informe daquele ano-base ser reemitido correto. O
      *> arquivo corrente so e aberto quando o ano nao foi
      *> arquivado, e nunca recebe competencia de outro ano.
       0205-ABRIR-RENDIMENTOS-COMP.
           MOVE SPACES TO WS-NOME-ARQ-RENDIMENTOS
           STRING "RENDIMENTOS-" DELIMITED BY SIZE
               WS-COMP-ANO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-RENDIMENTOS
           OPEN INPUT ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS = "05"
               MOVE "RENDIMENTOS.DAT" TO WS-NOME-ARQ-RENDIMENTOS
           ELSE
               MOVE "S" TO WS-REND-ARQUIVADO
               DISPLAY "Competencia de ano arquivado: diferencas ",
                   "acumuladas em ", WS-NOME-ARQ-RENDIMENTOS
               DISPLAY "Reemita o informe de rendimentos do ano ",
                   WS-COMP-ANO, "."
           END-IF
           CLOSE ARQ-RENDIMENTOS
           OPEN I-O ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS NOT = "00" AND
              WS-FS-RENDIMENTOS NOT = "05"
               DISPLAY "Erro ao abrir o acumulador de rendimentos: ",
                   WS-FS-RENDIMENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Uma remessa complementar por empresa, cada qual com o seu
      *> convenio bancario.
       0230-COMPLEMENTAR-EMPRESA.
           PERFORM 2170-BUSCAR-CONTRATO-VIGENTE
           MOVE FUNC-SALARIO-HORA TO SalarioHora
           PERFORM 3100-CALCULAR-SALARIO-BRUTO
           PERFORM 3250-APURAR-DEPENDENTES
           PERFORM 3300-CALCULAR-INSS
           PERFORM 3200-CALCULAR-IRRF
           PERFORM 3400-CALCULAR-BENEFICIOS
           PERFORM 3450-BUSCAR-ADIANTAMENTO
           PERFORM 3460-APLICAR-DESCONTOS-AVULSOS
           IF WS-DIF-BRUTO = 0 AND WS-DIF-IRRF = 0
            AND WS-DIF-INSS = 0 AND WS-DIF-FGTS = 0
            AND WS-DIF-DECIMO = 0 AND WS-DIF-BENEFICIOS = 0
            AND WS-DIF-LIQUIDO = 0 AND WS-DIF-SALFAM = 0
               CONTINUE
           ELSE
               ADD 1 TO WS-QTD-COMP-AFETADOS
               PERFORM 4400-GRAVAR-LANCAMENTOS-COMP
               PERFORM 3960-GRAVAR-RENDIMENTO
               PERFORM 4500-GRAVAR-AUDITORIA-COMP
           END-IF
           PERFORM 3970-GRAVAR-BANCO-HORAS.

       4100-APURAR-DIFERENCAS.
           MOVE FUNC-MATRICULA TO REND-MATRICULA
                   MOVE REND-DECIMO-TERCEIRO TO WS-ANT-DECIMO
                   MOVE REND-BENEFICIOS TO WS-ANT-BENEFICIOS
                   MOVE REND-LIQUIDO TO WS-ANT-LIQUIDO
                   MOVE REND-SALARIO-FAMILIA TO WS-ANT-SALFAM
           END-READ
           COMPUTE WS-DIF-BRUTO = SalarioBruto - WS-ANT-BRUTO
           COMPUTE WS-DIF-IRRF = ImpostoRenda - WS-ANT-IRRF
               WS-BENEFICIO-EFETIVO - WS-ANT-BENEFICIOS
           COMPUTE WS-DIF-LIQUIDO =
               WS-LIQUIDO-NOVO - WS-ANT-LIQUIDO
           COMPUTE WS-DIF-SALFAM =
               WS-SALARIO-FAMILIA - WS-ANT-SALFAM
      *> Encargos patronais nao ficam no acumulador: a diferenca e
      *> derivada da diferenca de bruto com as aliquotas vigentes.
      *> O salario-familia entra no liquido sem passar pelo bruto,
      *> entao volta a somar na decomposicao dos repasses.
           COMPUTE WS-DIF-ENCARGOS ROUNDED = WS-DIF-BRUTO *
               (WS-PARAM-INSS-PATRONAL + WS-PARAM-RAT
                + WS-PARAM-TERCEIROS)
           COMPUTE WS-DIF-REPASSES = WS-DIF-BRUTO + WS-DIF-SALFAM
               - WS-DIF-IRRF - WS-DIF-INSS - WS-DIF-BENEFICIOS
               - WS-DIF-LIQUIDO.

       4200-IMPRIMIR-HOLERITE-COMP.
           MOVE SPACES TO REG-COMPLEMENTAR
               DIF-ED DELIMITED BY SIZE
               INTO REG-COMPLEMENTAR
           WRITE REG-COMPLEMENTAR
           MOVE WS-DIF-SALFAM TO DIF-ED
           MOVE SPACES TO REG-COMPLEMENTAR
           STRING "DIFERENCA SAL-FAMILIA .. R$ " DELIMITED BY SIZE
               DIF-ED DELIMITED BY SIZE
               INTO REG-COMPLEMENTAR
           WRITE REG-COMPLEMENTAR
           MOVE WS-DIF-LIQUIDO TO DIF-ED
           MOVE SPACES TO REG-COMPLEMENTAR
           STRING "DIFERENCA LIQUIDO ...... R$ " DELIMITED BY SIZE
           MOVE "C" TO WS-LAN-DC-POSITIVO
           MOVE "INSS A RECOLHER" TO WS-LAN-CONTA-DIF
           PERFORM 4450-GRAVAR-UM-LANCAMENTO-COMP
           MOVE WS-DIF-SALFAM TO WS-LAN-DIF-VALOR
           MOVE "D" TO WS-LAN-DC-POSITIVO
           MOVE "INSS A RECOLHER" TO WS-LAN-CONTA-DIF
           PERFORM 4450-GRAVAR-UM-LANCAMENTO-COMP
           MOVE WS-DIF-IRRF TO WS-LAN-DIF-VALOR
           MOVE "C" TO WS-LAN-DC-POSITIVO
           MOVE "IRRF A RECOLHER" TO WS-LAN-CONTA-DIF
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Tipo de execucao invalido: use N, R, ",
                       "Z, A, C ou P."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE CHK-TOTAL-TERCEIROS TO WS-TOTAL-TERCEIROS
           MOVE CHK-TOTAL-FGTS TO WS-TOTAL-FGTS
           MOVE CHK-TOTAL-MATERNIDADE TO WS-TOTAL-MATERNIDADE
           MOVE CHK-TOTAL-SALFAM TO WS-TOTAL-SALFAM
           MOVE CHK-LIN-HOLERITE TO WS-LIN-HOLERITE
           MOVE CHK-LIN-AUDITORIA TO WS-LIN-AUDITORIA
           MOVE CHK-LIN-EXCECOES TO WS-LIN-EXCECOES
           MOVE WS-TOTAL-TERCEIROS TO CHK-TOTAL-TERCEIROS
           MOVE WS-TOTAL-FGTS TO CHK-TOTAL-FGTS
           MOVE WS-TOTAL-MATERNIDADE TO CHK-TOTAL-MATERNIDADE
           MOVE WS-TOTAL-SALFAM TO CHK-TOTAL-SALFAM
           MOVE WS-LIN-HOLERITE TO CHK-LIN-HOLERITE
           MOVE WS-LIN-AUDITORIA TO CHK-LIN-AUDITORIA
           MOVE WS-LIN-EXCECOES TO CHK-LIN-EXCECOES
           END-PERFORM
           IF WS-QTD-FAIXAS-IRRF NOT = 5
            OR WS-QTD-FAIXAS-INSS NOT = 4
            OR WS-QTD-PARM-GERAIS < 12
               DISPLAY "Tabela de parametros incompleta para a ",
                   "competencia ", WS-COMPETENCIA, "."
               MOVE 8 TO RETURN-CODE
                   MOVE WS-PAR-ALIQUOTA(WS-IDX-PARAM)
                       TO WS-PARAM-TERCEIROS
                   ADD 1 TO WS-QTD-PARM-GERAIS
               WHEN 8
                   MOVE WS-PAR-DEDUCAO(WS-IDX-PARAM)
                       TO WS-PARAM-DEDUCAO-DEP
                   ADD 1 TO WS-QTD-PARM-GERAIS
               WHEN 9
                   MOVE WS-PAR-LIMITE(WS-IDX-PARAM)
                       TO WS-PARAM-SALFAM-LIMITE
                   MOVE WS-PAR-DEDUCAO(WS-IDX-PARAM)
                       TO WS-PARAM-SALFAM-COTA
                   ADD 1 TO WS-QTD-PARM-GERAIS
               WHEN 10
                   MOVE WS-PAR-ALIQUOTA(WS-IDX-PARAM)
                       TO WS-PARAM-ADIC-NOTURNO
                   ADD 1 TO WS-QTD-PARM-GERAIS
               WHEN 11
                   MOVE WS-PAR-LIMITE(WS-IDX-PARAM)
                       TO WS-PARAM-SALARIO-MINIMO
                   ADD 1 TO WS-QTD-PARM-GERAIS
               WHEN 12
                   MOVE WS-PAR-LIMITE(WS-IDX-PARAM)
                       TO WS-PARAM-PRAZO-BANCO
                   ADD 1 TO WS-QTD-PARM-GERAIS
           END-EVALUATE.

       2000-LER-FUNCIONARIO.
               MOVE WS-CONTR-SALARIO TO FUNC-SALARIO-HORA
               MOVE WS-CONTR-VT-PERC TO FUNC-VALE-TRANSPORTE-PERC
               MOVE WS-CONTR-VR TO FUNC-VALE-REFEICAO
               MOVE WS-CONTR-INSALUBRIDADE
                   TO FUNC-GRAU-INSALUBRIDADE
               MOVE WS-CONTR-PERICULOSIDADE TO FUNC-PERICULOSIDADE
           END-IF.

       2180-LER-VERSAO-CONTRATO.
                       MOVE HIST-SALARIO-HORA TO WS-CONTR-SALARIO
                       MOVE HIST-VT-PERC TO WS-CONTR-VT-PERC
                       MOVE HIST-VALE-REFEICAO TO WS-CONTR-VR
                       IF HIST-GRAU-INSALUB-OK
                           MOVE HIST-GRAU-INSALUBRIDADE
                               TO WS-CONTR-INSALUBRIDADE
                       ELSE
                           MOVE FUNC-GRAU-INSALUBRIDADE
                               TO WS-CONTR-INSALUBRIDADE
                       END-IF
                       IF HIST-PERICULOSIDADE-OK
                           MOVE HIST-PERICULOSIDADE
                               TO WS-CONTR-PERICULOSIDADE
                       ELSE
                           MOVE FUNC-PERICULOSIDADE
                               TO WS-CONTR-PERICULOSIDADE
                       END-IF
                   END-IF
           END-READ.

           MOVE FUNC-SALARIO-HORA TO SalarioHora

           PERFORM 3100-CALCULAR-SALARIO-BRUTO
           PERFORM 3250-APURAR-DEPENDENTES
           PERFORM 3300-CALCULAR-INSS
           PERFORM 3200-CALCULAR-IRRF
           PERFORM 3400-CALCULAR-BENEFICIOS
           PERFORM 3450-BUSCAR-ADIANTAMENTO
           PERFORM 3460-APLICAR-DESCONTOS-AVULSOS
           MOVE WS-ADTO-DESCONTADO TO ADIANTAMENTO-ED.
           MOVE WS-VALOR-PENSAO TO PENSAO-ED.
           MOVE WS-VALOR-CONSIGNADO TO CONSIGNADO-ED.
           MOVE WS-DEDUCAO-DEPENDENTES TO DEDUCAO-DEP-ED.
           MOVE WS-SALARIO-FAMILIA TO SALFAM-ED.
           MOVE WS-ADICIONAL-NOTURNO TO ADICIONAL-NOTURNO-ED.
           MOVE WS-ADIC-INSALUBRIDADE TO ADIC-INSALUBRIDADE-ED.
           MOVE WS-ADIC-PERICULOSIDADE TO ADIC-PERICULOSIDADE-ED.
           MOVE WS-BH-VALOR-PAGO TO BANCO-HORAS-ED.
           MOVE WS-DISS-BRUTO TO DISSIDIO-ED.

           DISPLAY "Folha de Pagamento para ", FUNC-NOME.
           DISPLAY "Desconto Faltas/Afastamento: R$ ",
               DESCONTO-FALTAS-ED.
           DISPLAY "Desconto DSR: R$ ", DESCONTO-DSR-ED.
           DISPLAY "Dias de ferias pagos: R$ ", DESCONTO-FERIAS-ED.
           DISPLAY "Adicional noturno: R$ ", ADICIONAL-NOTURNO-ED.
           DISPLAY "Adicional insalubridade: R$ ",
               ADIC-INSALUBRIDADE-ED.
           DISPLAY "Adicional periculosidade: R$ ",
               ADIC-PERICULOSIDADE-ED.
           DISPLAY "Banco de horas pago: R$ ", BANCO-HORAS-ED.
           DISPLAY "Diferencas de dissidio: R$ ", DISSIDIO-ED.
           DISPLAY "Salario Bruto: R$ ", SALARIO-ED.
           DISPLAY "Imposto de Renda: R$ ", IMPOSTO-ED.
           DISPLAY "INSS: R$ ", INSS-ED.
           DISPLAY "Adiantamento quinzenal: R$ ", ADIANTAMENTO-ED.
           DISPLAY "Pensao alimenticia: R$ ", PENSAO-ED.
           DISPLAY "Emprestimo consignado: R$ ", CONSIGNADO-ED.
           DISPLAY "Deducao dependentes IRRF: R$ ", DEDUCAO-DEP-ED.
           DISPLAY "Salario-familia: R$ ", SALFAM-ED.
           DISPLAY "Salario Liquido: R$ ", LIQUIDO-ED.

           PERFORM 3600-CALCULAR-DECIMO-TERCEIRO-E-FGTS
           PERFORM 3650-CALCULAR-ENCARGOS-PATRONAIS
           PERFORM 3700-ACUMULAR-TOTAIS
      *> Na previa o funcionario so vai para o relatorio: nenhuma
      *> saida de pagamento nem atualizacao de arquivo mestre.
           IF MODO-PREVIA
               PERFORM 3800-IMPRIMIR-HOLERITE
           ELSE
               PERFORM 3750-GRAVAR-RELACAO-FGTS
               PERFORM 3800-IMPRIMIR-HOLERITE
               PERFORM 3900-GRAVAR-AUDITORIA
               PERFORM 3950-GRAVAR-DETALHE-REMESSA
               PERFORM 3960-GRAVAR-RENDIMENTO
               PERFORM 3970-GRAVAR-BANCO-HORAS
               ADD 1 TO WS-QTD-DESDE-CHECKPOINT
               IF WS-QTD-DESDE-CHECKPOINT NOT <
                  WS-INTERVALO-CHECKPOINT
                   MOVE "A" TO WS-SITUACAO-GRAVACAO
                   PERFORM 5000-GRAVAR-CHECKPOINT
               END-IF
           END-IF.

      *> Derivacao do liquido compartilhada entre o fechamento e a
      *> na ordem de prioridade - pensao alimenticia, consignado,
      *> adiantamento compensado - e o que sobra sao os beneficios
      *> retidos, para o rateio contabil fechar por construcao
      *> mesmo com o liquido travado em zero. O salario-familia
      *> soma ao liquido por fora do bruto: nao e remuneracao.
       3020-DERIVAR-LIQUIDO.
           COMPUTE WS-TOTAL-DESCONTOS = ImpostoRenda + INSS
               + WS-VALE-TRANSPORTE + FUNC-VALE-REFEICAO
               + WS-ADTO-DESCONTADO
               + WS-VALOR-PENSAO + WS-VALOR-CONSIGNADO
           IF WS-TOTAL-DESCONTOS > SalarioBruto + WS-SALARIO-FAMILIA
               MOVE 0 TO SalarioLiquido
           ELSE
               COMPUTE SalarioLiquido = SalarioBruto
                   + WS-SALARIO-FAMILIA - WS-TOTAL-DESCONTOS
           END-IF
           COMPUTE WS-RESIDUO-RETENCOES = SalarioBruto
               + WS-SALARIO-FAMILIA - ImpostoRenda - INSS
               - SalarioLiquido
           IF WS-VALOR-PENSAO > WS-RESIDUO-RETENCOES
               MOVE WS-RESIDUO-RETENCOES TO WS-PENSAO-EFETIVA
           ELSE
                   MOVE 0 TO WS-CC-CONSIGNADO(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-ADIANTAMENTO(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-LIQUIDO(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-SALFAM(WS-CCUSTO-ATUAL)
               ELSE
                   DISPLAY "Tabela de centros de custo esgotada: ",
                       "centro ", FUNC-CENTRO-CUSTO,
               ADD WS-ADTO-COMPENSADO
                   TO WS-CC-ADIANTAMENTO(WS-CCUSTO-ATUAL)
               ADD SalarioLiquido TO WS-CC-LIQUIDO(WS-CCUSTO-ATUAL)
               ADD WS-SALARIO-FAMILIA
                   TO WS-CC-SALFAM(WS-CCUSTO-ATUAL)
           END-IF.

      *> A base impressa e a mesma do calculo do deposito; o FGTS
      *> das diferencas de dissidio, apurado por competencia no
      *> lote do dissidio, sai numa linha propria para a conta
      *> fechar.
       3750-GRAVAR-RELACAO-FGTS.
           MOVE WS-BASE-FGTS TO SALARIO-ED
           MOVE WS-FGTS-MENSAL TO FGTS-ED
           MOVE SPACES TO REG-FGTS-RELACAO
           STRING FUNC-MATRICULA DELIMITED BY SIZE
               FGTS-ED DELIMITED BY SIZE
               INTO REG-FGTS-RELACAO
           WRITE REG-FGTS-RELACAO
           ADD 1 TO WS-LIN-FGTS
           IF WS-DISS-FGTS > 0
               MOVE WS-DISS-FGTS TO FGTS-ED
               MOVE SPACES TO REG-FGTS-RELACAO
               STRING "      INCLUI FGTS DAS DIFERENCAS DE DISSIDIO R$ "
                   DELIMITED BY SIZE
                   FGTS-ED DELIMITED BY SIZE
                   INTO REG-FGTS-RELACAO
               WRITE REG-FGTS-RELACAO
               ADD 1 TO WS-LIN-FGTS
           END-IF.

       3960-GRAVAR-RENDIMENTO.
           MOVE FUNC-MATRICULA TO REND-MATRICULA
      *> para o informe anual refletir o que foi pago de fato.
           COMPUTE REND-LIQUIDO =
               SalarioLiquido + WS-ADTO-COMPENSADO
           MOVE WS-SALARIO-FAMILIA TO REND-SALARIO-FAMILIA
           WRITE REG-RENDIMENTO
               INVALID KEY REWRITE REG-RENDIMENTO
           END-WRITE.

      *> A base do FGTS soma de volta os dias de afastamento por
      *> acidente: a remuneracao fica suspensa, mas o deposito
      *> continua correndo sobre eles. O retroativo de dissidio e
      *> o acerto do banco de horas no desligamento sao pagamentos
      *> avulsos e ficam fora do duodecimo do 13o.
       3600-CALCULAR-DECIMO-TERCEIRO-E-FGTS.
           COMPUTE WS-DECIMO-TERCEIRO ROUNDED =
               (SalarioBruto - WS-DISS-BRUTO - WS-BH-VALOR-RESCISAO)
               / 12
           COMPUTE WS-BASE-FGTS = SalarioBruto - WS-DISS-BRUTO
               + (WS-DIAS-AFAST-FGTS * WS-SALARIO-DIA)
           COMPUTE WS-FGTS-MENSAL ROUNDED =
               WS-BASE-FGTS * WS-PARAM-FGTS
           ADD WS-DISS-FGTS TO WS-FGTS-MENSAL.

       3650-CALCULAR-ENCARGOS-PATRONAIS.
           COMPUTE WS-INSS-PATRONAL ROUNDED =
           ADD WS-TERCEIROS TO WS-TOTAL-TERCEIROS
           ADD WS-FGTS-MENSAL TO WS-TOTAL-FGTS
           ADD WS-SALARIO-MATERNIDADE TO WS-TOTAL-MATERNIDADE
           ADD WS-SALARIO-FAMILIA TO WS-TOTAL-SALFAM
           PERFORM 3710-ACUMULAR-CENTRO-CUSTO
           IF WS-TOTAL-DESCONTOS > SalarioBruto + WS-SALARIO-FAMILIA
               MOVE 0 TO WS-LIQUIDO-ESPERADO
           ELSE
               COMPUTE WS-LIQUIDO-ESPERADO = SalarioBruto
                   + WS-SALARIO-FAMILIA - WS-TOTAL-DESCONTOS
           END-IF
           IF WS-LIQUIDO-ESPERADO NOT = SalarioLiquido
               ADD 1 TO WS-QTD-DIVERGENCIAS
           MOVE ALL "=" TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           IF MODO-PREVIA
               STRING "PREVIA - " DELIMITED BY SIZE
                   WS-EMPRESA-NOME DELIMITED BY SIZE
                   " COMPETENCIA: " DELIMITED BY SIZE
                   WS-COMPETENCIA DELIMITED BY SIZE
                   INTO REG-HOLERITE
           ELSE
               STRING "HOLERITE - " DELIMITED BY SIZE
                   WS-EMPRESA-NOME DELIMITED BY SIZE
                   " COMPETENCIA: " DELIMITED BY SIZE
                   WS-COMPETENCIA DELIMITED BY SIZE
                   INTO REG-HOLERITE
           END-IF
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "MATRICULA: " DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "ADICIONAL NOTURNO ...... R$ " DELIMITED BY SIZE
               ADICIONAL-NOTURNO-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "ADIC. INSALUBRIDADE .... R$ " DELIMITED BY SIZE
               ADIC-INSALUBRIDADE-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "ADIC. PERICULOSIDADE ... R$ " DELIMITED BY SIZE
               ADIC-PERICULOSIDADE-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "BANCO DE HORAS PAGO .... R$ " DELIMITED BY SIZE
               BANCO-HORAS-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "DIFERENCAS DISSIDIO .... R$ " DELIMITED BY SIZE
               DISSIDIO-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "SALARIO BRUTO .......... R$ " DELIMITED BY SIZE
               SALARIO-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "DEDUCAO DEPEND. IRRF ... R$ " DELIMITED BY SIZE
               DEDUCAO-DEP-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "VALE-TRANSPORTE ........ R$ " DELIMITED BY SIZE
               VALE-TRANSPORTE-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "SALARIO-FAMILIA ........ R$ " DELIMITED BY SIZE
               SALFAM-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           STRING "SALARIO LIQUIDO ........ R$ " DELIMITED BY SIZE
               LIQUIDO-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACES TO REG-HOLERITE
           WRITE REG-HOLERITE
      *> Vinte e cinco linhas gravadas acima; a marca alimenta o
      *> recorte do arquivo no restart.
           ADD 25 TO WS-LIN-HOLERITE.

       3100-CALCULAR-SALARIO-BRUTO.
           IF MOV-HORA-EXTRA-FERIADO
           END-IF
           COMPUTE WS-VALOR-HORA-EXTRA =
               SalarioHora * WS-PERC-HORA-EXTRA
           PERFORM 3110-CALCULAR-ADICIONAIS
           PERFORM 3130-APURAR-BANCO-HORAS
      *> Horas extras levadas ao banco nao sao pagas no mes; as
      *> horas folgadas com saldo no banco sao pagas como horas
      *> normais. As extras de domingo e feriado apuradas pelo
      *> ponto levam sempre o adicional de feriado.
           COMPUTE SalarioBruto =
               ((MOV-HORAS-TRABALHADAS + WS-BH-HORAS-COMPENSADAS)
                   * SalarioHora)
               + ((MOV-HORAS-EXTRAS - MOV-HORAS-EXTRAS-BANCO)
                   * WS-VALOR-HORA-EXTRA)
               + (MOV-HORAS-EXTRAS-FERIADO * SalarioHora
                   * WS-PARAM-HE-FERIADO)
               + WS-ADICIONAL-NOTURNO + WS-ADIC-INSALUBRIDADE
               + WS-ADIC-PERICULOSIDADE + WS-BH-VALOR-PAGO
      *> Faltas descontam o dia e o DSR correspondente, calculados
      *> sobre a jornada contratual; o afastamento desconta apenas
      *> a parcela que a lei tira do empregador, conforme o tipo.
               MOVE 0 TO SalarioBruto
           ELSE
               SUBTRACT WS-DESCONTO-AUSENCIAS FROM SalarioBruto
           END-IF
           PERFORM 3140-BUSCAR-DIFERENCA-DISSIDIO
           ADD WS-DISS-BRUTO TO SalarioBruto.

      *> Soma as diferencas de dissidio da matricula cuja
      *> competencia de pagamento e a processada; ha um registro
      *> por data-base, entao dois dissidios podem cair no mesmo
      *> mes.
       3140-BUSCAR-DIFERENCA-DISSIDIO.
           MOVE 0 TO WS-DISS-BRUTO
           MOVE 0 TO WS-DISS-INSS
           MOVE 0 TO WS-DISS-FGTS
           MOVE "N" TO WS-FIM-DISSIDIO
           MOVE FUNC-MATRICULA TO DIS-MATRICULA
           MOVE ZEROS TO DIS-DATA-BASE
           START ARQ-DISSIDIO KEY NOT < DIS-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-DISSIDIO
           END-START
           PERFORM 3145-LER-DIFERENCA-DISSIDIO UNTIL FIM-DISSIDIO.

       3145-LER-DIFERENCA-DISSIDIO.
           READ ARQ-DISSIDIO NEXT
               AT END MOVE "S" TO WS-FIM-DISSIDIO
               NOT AT END
                   IF DIS-MATRICULA NOT = FUNC-MATRICULA
                       MOVE "S" TO WS-FIM-DISSIDIO
                   ELSE
                       IF DIS-COMPETENCIA-PAGTO =
                          WS-COMPETENCIA-AAAAMM
                           ADD DIS-DIF-BRUTO TO WS-DISS-BRUTO
                           ADD DIS-DIF-INSS TO WS-DISS-INSS
                           ADD DIS-DIF-FGTS TO WS-DISS-FGTS
                       END-IF
                   END-IF
           END-READ.

      *> As horas noturnas de relogio ja foram pagas como horas
      *> trabalhadas ou extras; o adicional paga a diferenca da
      *> hora reduzida e o percentual sobre as horas reduzidas.
      *> Por entrarem no bruto, os adicionais compoem as bases de
      *> INSS, IRRF, FGTS, encargos e a provisao do 13o.
       3110-CALCULAR-ADICIONAIS.
           MOVE 0 TO WS-ADICIONAL-NOTURNO
           MOVE 0 TO WS-ADIC-INSALUBRIDADE
           MOVE 0 TO WS-ADIC-PERICULOSIDADE
           IF MOV-HORAS-NOTURNAS > 0
               COMPUTE WS-HORAS-NOTURNAS-REDUZ ROUNDED =
                   MOV-HORAS-NOTURNAS * 60 / WS-MINUTOS-HORA-NOTURNA
               COMPUTE WS-ADICIONAL-NOTURNO ROUNDED =
                   (WS-HORAS-NOTURNAS-REDUZ * SalarioHora
                       * (1 + WS-PARAM-ADIC-NOTURNO))
                   - (MOV-HORAS-NOTURNAS * SalarioHora)
           END-IF
           EVALUATE TRUE
               WHEN FUNC-INSALUBRE-MINIMO
                   COMPUTE WS-ADIC-INSALUBRIDADE ROUNDED =
                       WS-PARAM-SALARIO-MINIMO * WS-PERC-INSALUB-MINIMO
               WHEN FUNC-INSALUBRE-MEDIO
                   COMPUTE WS-ADIC-INSALUBRIDADE ROUNDED =
                       WS-PARAM-SALARIO-MINIMO * WS-PERC-INSALUB-MEDIO
               WHEN FUNC-INSALUBRE-MAXIMO
                   COMPUTE WS-ADIC-INSALUBRIDADE ROUNDED =
                       WS-PARAM-SALARIO-MINIMO * WS-PERC-INSALUB-MAXIMO
           END-EVALUATE
           IF FUNC-PERICULOSO
               COMPUTE WS-ADIC-PERICULOSIDADE ROUNDED =
                   FUNC-HORAS-NORMAIS * SalarioHora
                   * WS-PERC-PERICULOSIDADE
           END-IF.

      *> Saldo do banco antes da competencia: reproduz os
      *> lancamentos ja gravados das competencias anteriores. Os
      *> lancamentos da propria competencia sao ignorados, o que
      *> deixa o reprocessamento e o recalculo complementar com o
      *> mesmo resultado do fechamento original. Depois aplica o
      *> movimento do mes na ordem das chaves: credito, debito,
      *> quitacao na rescisao e pagamento do vencido.
       3130-APURAR-BANCO-HORAS.
           MOVE 0 TO WS-QTD-CREDITOS-BH
           MOVE "N" TO WS-FIM-BANCO-HORAS
           MOVE FUNC-MATRICULA TO BH-MATRICULA
           MOVE ZEROS TO BH-COMPETENCIA
           MOVE LOW-VALUES TO BH-TIPO
           START ARQ-BANCO-HORAS KEY NOT < BH-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-BANCO-HORAS
           END-START
           PERFORM 3131-REPRODUZIR-LANCAMENTO UNTIL FIM-BANCO-HORAS
           MOVE 0 TO WS-BH-HORAS-BANCO
           MOVE 0 TO WS-BH-HORAS-COMPENSADAS
           MOVE 0 TO WS-BH-HORAS-SEM-SALDO
           MOVE 0 TO WS-BH-VENC-NORMAL
           MOVE 0 TO WS-BH-VENC-FERIADO
           MOVE 0 TO WS-BH-RESC-NORMAL
           MOVE 0 TO WS-BH-RESC-FERIADO
           IF MOV-HORAS-EXTRAS-BANCO > 0
               MOVE MOV-HORAS-EXTRAS-BANCO TO WS-BH-HORAS-BANCO
               PERFORM 3134-CALCULAR-VENCIMENTO
               MOVE WS-COMPETENCIA-AAAAMM TO WS-BH-NOVO-COMPETENCIA
               MOVE MOV-TIPO-HORA-EXTRA TO WS-BH-NOVO-TIPO-HORA
               MOVE WS-BH-VENC-AAAAMM TO WS-BH-NOVO-VENCIMENTO
               MOVE MOV-HORAS-EXTRAS-BANCO TO WS-BH-NOVO-HORAS
               PERFORM 3132-INCLUIR-CREDITO
           END-IF
           IF MOV-HORAS-COMPENSADAS > 0
               MOVE MOV-HORAS-COMPENSADAS TO WS-BH-A-CONSUMIR
               PERFORM 3133-CONSUMIR-CREDITO
                   VARYING WS-IDX-BH FROM 1 BY 1
                   UNTIL WS-IDX-BH > WS-QTD-CREDITOS-BH
                      OR WS-BH-A-CONSUMIR = 0
               COMPUTE WS-BH-HORAS-COMPENSADAS =
                   MOV-HORAS-COMPENSADAS - WS-BH-A-CONSUMIR
               MOVE WS-BH-A-CONSUMIR TO WS-BH-HORAS-SEM-SALDO
           END-IF
      *> Folga sem saldo no banco nao e paga: vai para as excecoes
      *> para o RH tratar como falta ou acerto manual.
           IF WS-BH-HORAS-SEM-SALDO > 0 AND NOT MODO-COMPLEMENTAR
               MOVE "S" TO WS-TEM-EXCECOES-LOTE
               MOVE SPACES TO REG-EXCECAO
               STRING "COMPENSACAO SEM SALDO NO BANCO DE HORAS: "
                   DELIMITED BY SIZE
                   "MATRICULA " DELIMITED BY SIZE
                   FUNC-MATRICULA DELIMITED BY SIZE
                   " HORAS " DELIMITED BY SIZE
                   WS-BH-HORAS-SEM-SALDO DELIMITED BY SIZE
                   INTO REG-EXCECAO
               WRITE REG-EXCECAO
               ADD 1 TO WS-LIN-EXCECOES
           END-IF
           IF FUNC-DESLIGADO
            AND WS-DES-AAAAMM = WS-COMPETENCIA-AAAAMM
               PERFORM 3136-QUITAR-SALDO
                   VARYING WS-IDX-BH FROM 1 BY 1
                   UNTIL WS-IDX-BH > WS-QTD-CREDITOS-BH
           END-IF
           MOVE WS-COMPETENCIA-AAAAMM TO WS-BH-LIMITE-BAIXA
           PERFORM 3135-BAIXAR-VENCIDO
               VARYING WS-IDX-BH FROM 1 BY 1
               UNTIL WS-IDX-BH > WS-QTD-CREDITOS-BH
           COMPUTE WS-BH-VALOR-VENCIDO ROUNDED =
               (WS-BH-VENC-NORMAL * SalarioHora * WS-PARAM-HE-NORMAL)
               + (WS-BH-VENC-FERIADO * SalarioHora
                   * WS-PARAM-HE-FERIADO)
           COMPUTE WS-BH-VALOR-RESCISAO ROUNDED =
               (WS-BH-RESC-NORMAL * SalarioHora * WS-PARAM-HE-NORMAL)
               + (WS-BH-RESC-FERIADO * SalarioHora
                   * WS-PARAM-HE-FERIADO)
           COMPUTE WS-BH-VALOR-PAGO =
               WS-BH-VALOR-VENCIDO + WS-BH-VALOR-RESCISAO.

       3131-REPRODUZIR-LANCAMENTO.
           READ ARQ-BANCO-HORAS NEXT
               AT END MOVE "S" TO WS-FIM-BANCO-HORAS
               NOT AT END
                   IF BH-MATRICULA NOT = FUNC-MATRICULA
                    OR BH-COMPETENCIA NOT < WS-COMPETENCIA-AAAAMM
                       MOVE "S" TO WS-FIM-BANCO-HORAS
                   ELSE
                       EVALUATE TRUE
                           WHEN BH-CREDITO
                               MOVE BH-COMPETENCIA
                                   TO WS-BH-NOVO-COMPETENCIA
                               MOVE BH-TIPO-HORA
                                   TO WS-BH-NOVO-TIPO-HORA
                               MOVE BH-VENCIMENTO
                                   TO WS-BH-NOVO-VENCIMENTO
                               MOVE BH-HORAS TO WS-BH-NOVO-HORAS
                               PERFORM 3132-INCLUIR-CREDITO
                           WHEN BH-DEBITO
                               MOVE BH-HORAS TO WS-BH-A-CONSUMIR
                               PERFORM 3133-CONSUMIR-CREDITO
                                   VARYING WS-IDX-BH FROM 1 BY 1
                                   UNTIL WS-IDX-BH >
                                         WS-QTD-CREDITOS-BH
                                      OR WS-BH-A-CONSUMIR = 0
                           WHEN BH-PAGO-RESCISAO
                               PERFORM 3136-QUITAR-SALDO
                                   VARYING WS-IDX-BH FROM 1 BY 1
                                   UNTIL WS-IDX-BH >
                                         WS-QTD-CREDITOS-BH
                           WHEN BH-PAGO-VENCIDO
                               MOVE BH-COMPETENCIA
                                   TO WS-BH-LIMITE-BAIXA
                               PERFORM 3135-BAIXAR-VENCIDO
                                   VARYING WS-IDX-BH FROM 1 BY 1
                                   UNTIL WS-IDX-BH >
                                         WS-QTD-CREDITOS-BH
                       END-EVALUATE
                   END-IF
           END-READ.

      *> Com a tabela cheia, os creditos ja zerados saem para dar
      *> lugar ao novo: so ficam abertos os creditos do prazo.
       3132-INCLUIR-CREDITO.
           IF WS-QTD-CREDITOS-BH = 60
               MOVE 0 TO WS-IDX-BH-DESTINO
               PERFORM 3137-COMPACTAR-CREDITO
                   VARYING WS-IDX-BH FROM 1 BY 1
                   UNTIL WS-IDX-BH > WS-QTD-CREDITOS-BH
               MOVE WS-IDX-BH-DESTINO TO WS-QTD-CREDITOS-BH
           END-IF
           IF WS-QTD-CREDITOS-BH < 60
               ADD 1 TO WS-QTD-CREDITOS-BH
               MOVE WS-BH-NOVO-COMPETENCIA
                   TO WS-BH-COMPETENCIA(WS-QTD-CREDITOS-BH)
               MOVE WS-BH-NOVO-TIPO-HORA
                   TO WS-BH-TIPO-HORA(WS-QTD-CREDITOS-BH)
               MOVE WS-BH-NOVO-VENCIMENTO
                   TO WS-BH-VENCIMENTO(WS-QTD-CREDITOS-BH)
               MOVE WS-BH-NOVO-HORAS
                   TO WS-BH-SALDO(WS-QTD-CREDITOS-BH)
           END-IF.

       3133-CONSUMIR-CREDITO.
           IF WS-BH-SALDO(WS-IDX-BH) > WS-BH-A-CONSUMIR
               SUBTRACT WS-BH-A-CONSUMIR FROM WS-BH-SALDO(WS-IDX-BH)
               MOVE 0 TO WS-BH-A-CONSUMIR
           ELSE
               SUBTRACT WS-BH-SALDO(WS-IDX-BH) FROM WS-BH-A-CONSUMIR
               MOVE 0 TO WS-BH-SALDO(WS-IDX-BH)
           END-IF.

      *> O credito vence na competencia inicial somada ao prazo do
      *> acordo coletivo.
       3134-CALCULAR-VENCIMENTO.
           COMPUTE WS-BH-MESES = (WS-COMP-ANO * 12) + WS-COMP-MES
               - 1 + WS-PARAM-PRAZO-BANCO
           DIVIDE WS-BH-MESES BY 12 GIVING WS-BH-VENC-ANO
               REMAINDER WS-BH-VENC-MES
           ADD 1 TO WS-BH-VENC-MES.

       3135-BAIXAR-VENCIDO.
           IF WS-BH-SALDO(WS-IDX-BH) > 0
            AND WS-BH-VENCIMENTO(WS-IDX-BH) NOT > WS-BH-LIMITE-BAIXA
               IF WS-BH-TIPO-HORA(WS-IDX-BH) = "F"
                   ADD WS-BH-SALDO(WS-IDX-BH) TO WS-BH-VENC-FERIADO
               ELSE
                   ADD WS-BH-SALDO(WS-IDX-BH) TO WS-BH-VENC-NORMAL
               END-IF
               MOVE 0 TO WS-BH-SALDO(WS-IDX-BH)
           END-IF.

       3136-QUITAR-SALDO.
           IF WS-BH-SALDO(WS-IDX-BH) > 0
               IF WS-BH-TIPO-HORA(WS-IDX-BH) = "F"
                   ADD WS-BH-SALDO(WS-IDX-BH) TO WS-BH-RESC-FERIADO
               ELSE
                   ADD WS-BH-SALDO(WS-IDX-BH) TO WS-BH-RESC-NORMAL
               END-IF
               MOVE 0 TO WS-BH-SALDO(WS-IDX-BH)
           END-IF.

       3137-COMPACTAR-CREDITO.
           IF WS-BH-SALDO(WS-IDX-BH) > 0
               ADD 1 TO WS-IDX-BH-DESTINO
               MOVE WS-CREDITO-BH(WS-IDX-BH)
                   TO WS-CREDITO-BH(WS-IDX-BH-DESTINO)
           END-IF.

      *> Lancamentos da competencia no banco de horas: cada tipo e
      *> gravado ou regravado quando ha horas no mes e excluido
      *> quando nao ha, para um reprocessamento com o movimento
      *> corrigido nao deixar lancamento da corrida anterior.
       3970-GRAVAR-BANCO-HORAS.
           MOVE FUNC-MATRICULA TO BH-MATRICULA
           MOVE WS-COMPETENCIA-AAAAMM TO BH-COMPETENCIA
           MOVE "N" TO BH-TIPO-HORA
           MOVE ZEROS TO BH-VENCIMENTO
           MOVE "C" TO BH-TIPO
           MOVE WS-BH-HORAS-BANCO TO BH-HORAS
           MOVE 0 TO BH-VALOR
           IF WS-BH-HORAS-BANCO > 0
               MOVE MOV-TIPO-HORA-EXTRA TO BH-TIPO-HORA
               MOVE WS-BH-VENC-AAAAMM TO BH-VENCIMENTO
               PERFORM 3975-GRAVAR-LANCAMENTO-BH
           ELSE
               PERFORM 3976-EXCLUIR-LANCAMENTO-BH
           END-IF
           MOVE "N" TO BH-TIPO-HORA
           MOVE ZEROS TO BH-VENCIMENTO
           MOVE "D" TO BH-TIPO
           MOVE WS-BH-HORAS-COMPENSADAS TO BH-HORAS
           IF WS-BH-HORAS-COMPENSADAS > 0
               PERFORM 3975-GRAVAR-LANCAMENTO-BH
           ELSE
               PERFORM 3976-EXCLUIR-LANCAMENTO-BH
           END-IF
           MOVE "R" TO BH-TIPO
           COMPUTE BH-HORAS = WS-BH-RESC-NORMAL + WS-BH-RESC-FERIADO
           MOVE WS-BH-VALOR-RESCISAO TO BH-VALOR
           IF BH-HORAS > 0
               PERFORM 3975-GRAVAR-LANCAMENTO-BH
           ELSE
               PERFORM 3976-EXCLUIR-LANCAMENTO-BH
           END-IF
           MOVE "V" TO BH-TIPO
           COMPUTE BH-HORAS = WS-BH-VENC-NORMAL + WS-BH-VENC-FERIADO
           MOVE WS-BH-VALOR-VENCIDO TO BH-VALOR
           IF BH-HORAS > 0
               PERFORM 3975-GRAVAR-LANCAMENTO-BH
           ELSE
               PERFORM 3976-EXCLUIR-LANCAMENTO-BH
           END-IF.

       3975-GRAVAR-LANCAMENTO-BH.
           WRITE REG-BANCO-HORAS
               INVALID KEY REWRITE REG-BANCO-HORAS
           END-WRITE.

       3976-EXCLUIR-LANCAMENTO-BH.
           DELETE ARQ-BANCO-HORAS RECORD
               INVALID KEY CONTINUE
           END-DELETE.

      *> O adiantamento pago na quinzena entra como desconto do
      *> fechamento; o registro e marcado como descontado, mas um
      *> reset com reprocessamento da competencia volta a aplicar
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ADT-VALOR TO WS-ADTO-DESCONTADO
      *> A previa desconta o adiantamento mas nao o da como
      *> descontado: isso so o fechamento faz.
                   IF ADT-PAGO AND NOT MODO-PREVIA
                       MOVE "D" TO ADT-SITUACAO
                       REWRITE REG-ADIANTAMENTO
                           INVALID KEY CONTINUE
      *> para as excecoes e a contagem de parcelas nao anda. A
      *> baixa da parcela registra a competencia para nao dobrar
      *> o desconto em um reprocessamento da mesma competencia.
      *> So o fechamento (N/R/Z) e a previa chegam aqui: o
      *> recalculo complementar passa por 3465 e nunca grava no
      *> arquivo de excecoes, que nao esta aberto naquele modo. A
      *> previa desconta a parcela sem dar baixa no consignado.
       3470-APLICAR-CONSIGNADO.
           COMPUTE WS-MARGEM-CONSIGNAVEL ROUNDED =
               WS-BASE-DISPONIVEL * WS-PERC-MARGEM-CONSIG
           ELSE
               MOVE DESC-VALOR-PARCELA TO WS-VALOR-CONSIGNADO
               IF DESC-ULT-COMPETENCIA < WS-COMPETENCIA-AAAAMM
                AND NOT MODO-PREVIA
                   SUBTRACT 1 FROM DESC-PARCELAS-REST
                   MOVE WS-COMPETENCIA-AAAAMM
                       TO DESC-ULT-COMPETENCIA
               END-EVALUATE
           END-IF.

      *> O desconto do vale-transporte e sobre o salario do mes;
      *> diferencas de dissidio de meses passados ficam de fora.
       3400-CALCULAR-BENEFICIOS.
           IF FUNC-VALE-TRANSPORTE-PERC > WS-PARAM-VT-TETO
               COMPUTE WS-VALE-TRANSPORTE =
                   (SalarioBruto - WS-DISS-BRUTO) * WS-PARAM-VT-TETO
           ELSE
               COMPUTE WS-VALE-TRANSPORTE =
                   (SalarioBruto - WS-DISS-BRUTO)
                   * FUNC-VALE-TRANSPORTE-PERC
           END-IF.

      *> A base do IRRF e o bruto menos o INSS retido e a deducao
      *> por dependente; por isso o INSS e calculado antes.
       3200-CALCULAR-IRRF.
           IF INSS + WS-DEDUCAO-DEPENDENTES < SalarioBruto
               COMPUTE WS-BASE-IRRF = SalarioBruto - INSS
                   - WS-DEDUCAO-DEPENDENTES
           ELSE
               MOVE 0 TO WS-BASE-IRRF
           END-IF
           SET IDX-IRRF TO 1
           SEARCH FAIXA-IRRF
               WHEN WS-BASE-IRRF NOT > IRRF-LIMITE(IDX-IRRF)
                   COMPUTE ImpostoRenda =
                       (WS-BASE-IRRF * IRRF-ALIQUOTA(IDX-IRRF))
                       - IRRF-DEDUCAO(IDX-IRRF)
           END-SEARCH
           IF ImpostoRenda < 0
               MOVE 0 TO ImpostoRenda
           END-IF.

      *> Dependentes aprovados da matricula, lidos em ordem de
      *> chave. A cota do salario-familia so e devida a quem tem
      *> remuneracao ate o teto vigente.
       3250-APURAR-DEPENDENTES.
           MOVE 0 TO WS-QTD-DEP-IRRF
           MOVE 0 TO WS-QTD-DEP-SALFAM
           MOVE 0 TO WS-SALARIO-FAMILIA
           MOVE "N" TO WS-FIM-DEPENDENTES
           MOVE FUNC-MATRICULA TO DEP-MATRICULA
           MOVE ZEROS TO DEP-SEQUENCIA
           START ARQ-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-DEPENDENTES
           END-START
           PERFORM 3260-LER-DEPENDENTE UNTIL FIM-DEPENDENTES
           COMPUTE WS-DEDUCAO-DEPENDENTES =
               WS-QTD-DEP-IRRF * WS-PARAM-DEDUCAO-DEP
           IF WS-QTD-DEP-SALFAM > 0
            AND SalarioBruto - WS-DISS-BRUTO
                NOT > WS-PARAM-SALFAM-LIMITE
               COMPUTE WS-SALARIO-FAMILIA =
                   WS-QTD-DEP-SALFAM * WS-PARAM-SALFAM-COTA
           END-IF.

       3260-LER-DEPENDENTE.
           READ ARQ-DEPENDENTES NEXT
               AT END MOVE "S" TO WS-FIM-DEPENDENTES
               NOT AT END
                   IF DEP-MATRICULA NOT = FUNC-MATRICULA
                       MOVE "S" TO WS-FIM-DEPENDENTES
                   ELSE
                       IF DEP-IRRF-SIM
                           ADD 1 TO WS-QTD-DEP-IRRF
                       END-IF
                       IF DEP-SALFAM-SIM
                           ADD 1 TO WS-QTD-DEP-SALFAM
                       END-IF
                   END-IF
           END-READ.

      *> A diferenca de dissidio nao entra na base do mes: o INSS
      *> dela foi apurado no teto de cada competencia de origem.
       3300-CALCULAR-INSS.
           MOVE 0 TO INSS
           MOVE 0 TO WS-INSS-BASE-ANTERIOR
           COMPUTE WS-BASE-INSS = SalarioBruto - WS-DISS-BRUTO
           PERFORM VARYING IDX-INSS FROM 1 BY 1
                   UNTIL IDX-INSS > 4
               IF WS-BASE-INSS > INSS-LIMITE(IDX-INSS)
                   COMPUTE INSS = INSS +
                       ((INSS-LIMITE(IDX-INSS) - WS-INSS-BASE-ANTERIOR)
                        * INSS-ALIQUOTA(IDX-INSS))
                   MOVE INSS-LIMITE(IDX-INSS) TO WS-INSS-BASE-ANTERIOR
               ELSE
                   COMPUTE INSS = INSS +
                       ((WS-BASE-INSS - WS-INSS-BASE-ANTERIOR)
                        * INSS-ALIQUOTA(IDX-INSS))
                   MOVE WS-BASE-INSS TO WS-INSS-BASE-ANTERIOR
                   SET IDX-INSS TO 4
               END-IF
           END-PERFORM
           ADD WS-DISS-INSS TO INSS.

      *> Confronto de movimentos sem cadastro por casamento de
      *> dois arquivos ordenados: o cadastro aprovado e regravado
           MOVE "C" TO LAN-DC
           MOVE "SALARIOS A PAGAR" TO LAN-CONTA
           MOVE WS-CC-LIQUIDO(WS-IDX-CCUSTO) TO LAN-VALOR
           WRITE REG-CONTABIL
      *> O salario-familia pago no liquido e compensado na GPS:
      *> debita a obrigacao de INSS em vez de despesa.
           IF WS-CC-SALFAM(WS-IDX-CCUSTO) > 0
               MOVE "D" TO LAN-DC
               MOVE "INSS A RECOLHER" TO LAN-CONTA
               MOVE WS-CC-SALFAM(WS-IDX-CCUSTO) TO LAN-VALOR
               WRITE REG-CONTABIL
           END-IF.

      *> So no encerramento do lote as linhas de auditoria da
      *> corrida entram no log compartilhado; um abend antes daqui
      *> A guia GPS sai dos mesmos acumuladores do relatorio de
      *> controle: INSS retido dos funcionarios mais a parte
      *> patronal, RAT e terceiros da empresa, menos o salario
      *> maternidade e o salario-familia pagos pelo empregador,
      *> que a lei manda reembolsar como deducao na propria guia.
       8500-EMITIR-GUIA-GPS.
           OPEN OUTPUT ARQ-GPS
           COMPUTE WS-TOTAL-GPS = WS-TOTAL-INSS + WS-TOTAL-PATRONAL
               + WS-TOTAL-RAT + WS-TOTAL-TERCEIROS
           IF WS-TOTAL-MATERNIDADE + WS-TOTAL-SALFAM > WS-TOTAL-GPS
               MOVE 0 TO WS-TOTAL-GPS
           ELSE
               SUBTRACT WS-TOTAL-MATERNIDADE FROM WS-TOTAL-GPS
               SUBTRACT WS-TOTAL-SALFAM FROM WS-TOTAL-GPS
           END-IF
           MOVE SPACES TO REG-GPS
           STRING "GPS - GUIA DA PREVIDENCIA SOCIAL  COMPETENCIA: "
               TOTAL-MATERNIDADE-ED DELIMITED BY SIZE
               INTO REG-GPS
           WRITE REG-GPS
           MOVE WS-TOTAL-SALFAM TO TOTAL-SALFAM-ED
           MOVE SPACES TO REG-GPS
           STRING "SALARIO-FAMILIA (-) ..... R$ " DELIMITED BY SIZE
               TOTAL-SALFAM-ED DELIMITED BY SIZE
               INTO REG-GPS
           WRITE REG-GPS
           MOVE WS-TOTAL-GPS TO TOTAL-GPS-ED
           MOVE SPACES TO REG-GPS
           STRING "TOTAL A RECOLHER ........ R$ " DELIMITED BY SIZE
           DISPLAY "Total FGTS: R$ ", TOTAL-FGTS-ED
           DISPLAY "Total Encargos da Empresa: R$ ",
               TOTAL-ENCARGOS-ED
           MOVE WS-TOTAL-SALFAM TO TOTAL-SALFAM-ED
           DISPLAY "Total Salario-Familia: R$ ", TOTAL-SALFAM-ED
           DISPLAY "Tabela IRRF vigencia: ", WS-VIG-IRRF
           DISPLAY "Tabela INSS vigencia: ", WS-VIG-INSS
           DISPLAY "Parametros gerais vigencia: ", WS-VIG-PARM
               INTO REG-HOLERITE
           PERFORM 8100-GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO REG-HOLERITE
           STRING "TOTAL SALARIO-FAMILIA ....... R$ "
               DELIMITED BY SIZE
               TOTAL-SALFAM-ED DELIMITED BY SIZE
               INTO REG-HOLERITE
           PERFORM 8100-GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO REG-HOLERITE
           STRING "FUNCION. SEM MOVIMENTO ...... " DELIMITED BY SIZE
               WS-QTD-SEM-MOVIMENTO DELIMITED BY SIZE
               INTO REG-HOLERITE
