       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bancohoras.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Extrato de saldos do banco de horas na competencia do
      *> controle de execucao, por funcionario e por centro de
      *> custo, para os supervisores acompanharem o passivo de
      *> horas que ainda vai ser compensado ou pago.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT OPTIONAL ARQ-BANCO-HORAS
               ASSIGN TO "data/BANCOHORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-FS-BANCO-HORAS.
           SELECT ARQ-PARAMETROS ASSIGN TO "data/TABPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.
           SELECT ARQ-RELATORIO ASSIGN TO "BANCOHORAS-SALDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       FD  ARQ-BANCO-HORAS
           LABEL RECORDS ARE STANDARD.
           COPY BHORFUNC.

       FD  ARQ-PARAMETROS
           LABEL RECORDS ARE STANDARD.
           COPY TABPARAM.

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01 REG-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FIM-ARQUIVO     PIC X(1) VALUE "N".
           88 FIM-DE-ARQUIVO VALUE "S".
       01 WS-FS-BANCO-HORAS  PIC X(2).
       01 WS-FIM-BANCO-HORAS PIC X(1).
           88 FIM-BANCO-HORAS VALUE "S".
       01 WS-FS-PARAMETROS   PIC X(2).
       01 WS-FIM-PARAMETROS  PIC X(1) VALUE "N".
           88 FIM-PARAMETROS VALUE "S".
       01 WS-COMPETENCIA     PIC X(7).
       01 WS-COMPETENCIA-NUM.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-COMPETENCIA-AAAAMM REDEFINES WS-COMPETENCIA-NUM
                             PIC 9(6).
      *> Competencia seguinte: o saldo que vence nela e o que a
      *> proxima folha paga se nao for compensado antes.
       01 WS-PROXIMA-NUM.
           05 WS-PROX-ANO    PIC 9(4).
           05 WS-PROX-MES    PIC 9(2).
       01 WS-PROXIMA-AAAAMM REDEFINES WS-PROXIMA-NUM PIC 9(6).

      *> Adicionais de hora extra vigentes na competencia (PARM
      *> seq 03 e 04), usados para valorizar o saldo ao
      *> salario-hora atual do cadastro.
       01 WS-VIG-HE-NORMAL   PIC 9(6) VALUE 0.
       01 WS-VIG-HE-FERIADO  PIC 9(6) VALUE 0.
       01 WS-PARAM-HE-NORMAL  PIC 9V9(4).
       01 WS-PARAM-HE-FERIADO PIC 9V9(4).

      *> Creditos do funcionario com o saldo aberto de cada um,
      *> reproduzidos dos lancamentos como na folha mensal.
       01 WS-TAB-BANCO-HORAS.
           05 WS-QTD-CREDITOS-BH PIC 9(2) VALUE 0.
           05 WS-CREDITO-BH OCCURS 60 TIMES.
               10 WS-BH-COMPETENCIA PIC 9(6).
               10 WS-BH-TIPO-HORA   PIC X(1).
               10 WS-BH-VENCIMENTO  PIC 9(6).
               10 WS-BH-SALDO       PIC 9(3).
       01 WS-IDX-BH          PIC 9(2).
       01 WS-IDX-BH-DESTINO  PIC 9(2).
       01 WS-BH-A-CONSUMIR   PIC 9(3).
       01 WS-BH-LIMITE-BAIXA PIC 9(6).

       01 WS-SALDO-FUNCIONARIO.
           05 WS-SALDO-NORMAL    PIC 9(4).
           05 WS-SALDO-FERIADO   PIC 9(4).
           05 WS-SALDO-TOTAL     PIC 9(4).
           05 WS-SALDO-A-VENCER  PIC 9(4).
           05 WS-PROX-VENCIMENTO PIC 9(6).
           05 WS-VALOR-SALDO     PIC 9(9)V99.

      *> Totais por centro de custo, na ordem em que os centros
      *> aparecem no cadastro.
       01 WS-TAB-CCUSTO.
           05 WS-QTD-CCUSTO      PIC 9(3) VALUE 0.
           05 WS-CCUSTO-ENT OCCURS 20 TIMES.
               10 WS-CC-CODIGO     PIC 9(4).
               10 WS-CC-QTD        PIC 9(5).
               10 WS-CC-HORAS      PIC 9(6).
               10 WS-CC-A-VENCER   PIC 9(6).
               10 WS-CC-VALOR      PIC 9(9)V99.
       01 WS-IDX-CCUSTO      PIC 9(3).
       01 WS-CCUSTO-ATUAL    PIC 9(3).

       01 WS-CONTADORES.
           05 WS-QTD-LIDOS       PIC 9(5) VALUE 0.
           05 WS-QTD-COM-SALDO   PIC 9(5) VALUE 0.
           05 WS-TOTAL-HORAS     PIC 9(7) VALUE 0.
           05 WS-TOTAL-VALOR     PIC 9(9)V99 VALUE 0.

       01 HORAS-ED           PIC ZZZ9.
       01 HORAS2-ED          PIC ZZZ9.
       01 HORAS3-ED          PIC ZZZ9.
       01 HORAS-CC-ED        PIC ZZZZZ9.
       01 HORAS-CC2-ED       PIC ZZZZZ9.
       01 QTD-ED             PIC ZZZZ9.
       01 VALOR-ED           PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       0000-EMITIR-SALDOS.
           DISPLAY "Extrato de Saldos do Banco de Horas".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           MOVE WS-COMPETENCIA(4:4) TO WS-COMP-ANO
           MOVE WS-COMPETENCIA(1:2) TO WS-COMP-MES
           IF WS-COMPETENCIA-AAAAMM NOT NUMERIC
            OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
               DISPLAY "Competencia invalida: informe MM/AAAA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-COMP-ANO TO WS-PROX-ANO
           MOVE WS-COMP-MES TO WS-PROX-MES
           IF WS-PROX-MES = 12
               ADD 1 TO WS-PROX-ANO
               MOVE 1 TO WS-PROX-MES
           ELSE
               ADD 1 TO WS-PROX-MES
           END-IF
           PERFORM 1100-CARREGAR-ADICIONAIS-HE
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir o cadastro mestre: ",
                   WS-FS-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-BANCO-HORAS
           IF WS-FS-BANCO-HORAS NOT = "00" AND
              WS-FS-BANCO-HORAS NOT = "05"
               DISPLAY "Erro ao abrir o banco de horas: ",
                   WS-FS-BANCO-HORAS
               CLOSE ARQ-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "SALDOS DO BANCO DE HORAS  COMPETENCIA: "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 2000-LER-FUNCIONARIO
           PERFORM 3000-APURAR-FUNCIONARIO UNTIL FIM-DE-ARQUIVO
           PERFORM 8000-EMITIR-RESUMO-CCUSTO
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-BANCO-HORAS
           CLOSE ARQ-RELATORIO
           DISPLAY "=== Resumo do Extrato ==="
           DISPLAY "Funcionarios lidos ....: ", WS-QTD-LIDOS
           DISPLAY "Funcionarios com saldo : ", WS-QTD-COM-SALDO
           MOVE WS-TOTAL-VALOR TO VALOR-ED
           DISPLAY "Passivo estimado ......: R$ ", VALOR-ED
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

       1100-CARREGAR-ADICIONAIS-HE.
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
           IF WS-VIG-HE-NORMAL = ZEROS OR WS-VIG-HE-FERIADO = ZEROS
               DISPLAY "Nao ha adicional de hora extra vigente ",
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
           IF PARAM-TIPO = "PARM" AND PARAM-SEQ = 03
            AND PARAM-VIGENCIA NOT > WS-COMPETENCIA-AAAAMM
            AND PARAM-VIGENCIA > WS-VIG-HE-NORMAL
               MOVE PARAM-VIGENCIA TO WS-VIG-HE-NORMAL
               MOVE PARAM-ALIQUOTA TO WS-PARAM-HE-NORMAL
           END-IF
           IF PARAM-TIPO = "PARM" AND PARAM-SEQ = 04
            AND PARAM-VIGENCIA NOT > WS-COMPETENCIA-AAAAMM
            AND PARAM-VIGENCIA > WS-VIG-HE-FERIADO
               MOVE PARAM-VIGENCIA TO WS-VIG-HE-FERIADO
               MOVE PARAM-ALIQUOTA TO WS-PARAM-HE-FERIADO
           END-IF
           PERFORM 1110-LER-PARAMETRO.

       2000-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.

       3000-APURAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS
           PERFORM 3100-REPRODUZIR-BANCO
           MOVE 0 TO WS-SALDO-NORMAL
           MOVE 0 TO WS-SALDO-FERIADO
           MOVE 0 TO WS-SALDO-A-VENCER
           MOVE 999999 TO WS-PROX-VENCIMENTO
           PERFORM 3200-SOMAR-SALDO
               VARYING WS-IDX-BH FROM 1 BY 1
               UNTIL WS-IDX-BH > WS-QTD-CREDITOS-BH
           COMPUTE WS-SALDO-TOTAL = WS-SALDO-NORMAL + WS-SALDO-FERIADO
           IF WS-SALDO-TOTAL > 0
               COMPUTE WS-VALOR-SALDO ROUNDED =
                   (WS-SALDO-NORMAL * FUNC-SALARIO-HORA
                       * WS-PARAM-HE-NORMAL)
                   + (WS-SALDO-FERIADO * FUNC-SALARIO-HORA
                       * WS-PARAM-HE-FERIADO)
               ADD 1 TO WS-QTD-COM-SALDO
               ADD WS-SALDO-TOTAL TO WS-TOTAL-HORAS
               ADD WS-VALOR-SALDO TO WS-TOTAL-VALOR
               PERFORM 3300-GRAVAR-LINHA-FUNCIONARIO
               PERFORM 3400-ACUMULAR-CENTRO-CUSTO
           END-IF
           PERFORM 2000-LER-FUNCIONARIO.

      *> Reproduz os lancamentos ate a competencia do controle,
      *> inclusive, na mesma regra da folha: compensacoes consomem
      *> primeiro os creditos mais antigos, e os pagamentos zeram
      *> o que venceu ou foi quitado na rescisao.
       3100-REPRODUZIR-BANCO.
           MOVE 0 TO WS-QTD-CREDITOS-BH
           MOVE "N" TO WS-FIM-BANCO-HORAS
           MOVE FUNC-MATRICULA TO BH-MATRICULA
           MOVE ZEROS TO BH-COMPETENCIA
           MOVE LOW-VALUES TO BH-TIPO
           START ARQ-BANCO-HORAS KEY NOT < BH-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-BANCO-HORAS
           END-START
           PERFORM 3110-LER-LANCAMENTO UNTIL FIM-BANCO-HORAS.

       3110-LER-LANCAMENTO.
           READ ARQ-BANCO-HORAS NEXT
               AT END MOVE "S" TO WS-FIM-BANCO-HORAS
               NOT AT END
                   IF BH-MATRICULA NOT = FUNC-MATRICULA
                    OR BH-COMPETENCIA > WS-COMPETENCIA-AAAAMM
                       MOVE "S" TO WS-FIM-BANCO-HORAS
                   ELSE
                       EVALUATE TRUE
                           WHEN BH-CREDITO
                               PERFORM 3120-INCLUIR-CREDITO
                           WHEN BH-DEBITO
                               MOVE BH-HORAS TO WS-BH-A-CONSUMIR
                               PERFORM 3130-CONSUMIR-CREDITO
                                   VARYING WS-IDX-BH FROM 1 BY 1
                                   UNTIL WS-IDX-BH >
                                         WS-QTD-CREDITOS-BH
                                      OR WS-BH-A-CONSUMIR = 0
                           WHEN BH-PAGO-RESCISAO
                               MOVE 999999 TO WS-BH-LIMITE-BAIXA
                               PERFORM 3140-BAIXAR-CREDITO
                                   VARYING WS-IDX-BH FROM 1 BY 1
                                   UNTIL WS-IDX-BH >
                                         WS-QTD-CREDITOS-BH
                           WHEN BH-PAGO-VENCIDO
                               MOVE BH-COMPETENCIA
                                   TO WS-BH-LIMITE-BAIXA
                               PERFORM 3140-BAIXAR-CREDITO
                                   VARYING WS-IDX-BH FROM 1 BY 1
                                   UNTIL WS-IDX-BH >
                                         WS-QTD-CREDITOS-BH
                       END-EVALUATE
                   END-IF
           END-READ.

       3120-INCLUIR-CREDITO.
           IF WS-QTD-CREDITOS-BH = 60
               MOVE 0 TO WS-IDX-BH-DESTINO
               PERFORM 3150-COMPACTAR-CREDITO
                   VARYING WS-IDX-BH FROM 1 BY 1
                   UNTIL WS-IDX-BH > WS-QTD-CREDITOS-BH
               MOVE WS-IDX-BH-DESTINO TO WS-QTD-CREDITOS-BH
           END-IF
           IF WS-QTD-CREDITOS-BH < 60
               ADD 1 TO WS-QTD-CREDITOS-BH
               MOVE BH-COMPETENCIA
                   TO WS-BH-COMPETENCIA(WS-QTD-CREDITOS-BH)
               MOVE BH-TIPO-HORA
                   TO WS-BH-TIPO-HORA(WS-QTD-CREDITOS-BH)
               MOVE BH-VENCIMENTO
                   TO WS-BH-VENCIMENTO(WS-QTD-CREDITOS-BH)
               MOVE BH-HORAS TO WS-BH-SALDO(WS-QTD-CREDITOS-BH)
           END-IF.

       3130-CONSUMIR-CREDITO.
           IF WS-BH-SALDO(WS-IDX-BH) > WS-BH-A-CONSUMIR
               SUBTRACT WS-BH-A-CONSUMIR FROM WS-BH-SALDO(WS-IDX-BH)
               MOVE 0 TO WS-BH-A-CONSUMIR
           ELSE
               SUBTRACT WS-BH-SALDO(WS-IDX-BH) FROM WS-BH-A-CONSUMIR
               MOVE 0 TO WS-BH-SALDO(WS-IDX-BH)
           END-IF.

       3140-BAIXAR-CREDITO.
           IF WS-BH-VENCIMENTO(WS-IDX-BH) NOT > WS-BH-LIMITE-BAIXA
               MOVE 0 TO WS-BH-SALDO(WS-IDX-BH)
           END-IF.

       3150-COMPACTAR-CREDITO.
           IF WS-BH-SALDO(WS-IDX-BH) > 0
               ADD 1 TO WS-IDX-BH-DESTINO
               MOVE WS-CREDITO-BH(WS-IDX-BH)
                   TO WS-CREDITO-BH(WS-IDX-BH-DESTINO)
           END-IF.

       3200-SOMAR-SALDO.
           IF WS-BH-SALDO(WS-IDX-BH) > 0
               IF WS-BH-TIPO-HORA(WS-IDX-BH) = "F"
                   ADD WS-BH-SALDO(WS-IDX-BH) TO WS-SALDO-FERIADO
               ELSE
                   ADD WS-BH-SALDO(WS-IDX-BH) TO WS-SALDO-NORMAL
               END-IF
               IF WS-BH-VENCIMENTO(WS-IDX-BH) NOT > WS-PROXIMA-AAAAMM
                   ADD WS-BH-SALDO(WS-IDX-BH) TO WS-SALDO-A-VENCER
               END-IF
               IF WS-BH-VENCIMENTO(WS-IDX-BH) < WS-PROX-VENCIMENTO
                   MOVE WS-BH-VENCIMENTO(WS-IDX-BH)
                       TO WS-PROX-VENCIMENTO
               END-IF
           END-IF.

       3300-GRAVAR-LINHA-FUNCIONARIO.
           MOVE WS-SALDO-NORMAL TO HORAS-ED
           MOVE WS-SALDO-FERIADO TO HORAS2-ED
           MOVE WS-SALDO-A-VENCER TO HORAS3-ED
           MOVE WS-VALOR-SALDO TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           STRING FUNC-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNC-NOME DELIMITED BY SIZE
               " CC " DELIMITED BY SIZE
               FUNC-CENTRO-CUSTO DELIMITED BY SIZE
               " HORAS NORMAIS " DELIMITED BY SIZE
               HORAS-ED DELIMITED BY SIZE
               " FERIADO " DELIMITED BY SIZE
               HORAS2-ED DELIMITED BY SIZE
               " VENCE " DELIMITED BY SIZE
               WS-PROX-VENCIMENTO DELIMITED BY SIZE
               " A VENCER " DELIMITED BY SIZE
               HORAS3-ED DELIMITED BY SIZE
               " R$ " DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       3400-ACUMULAR-CENTRO-CUSTO.
           MOVE 0 TO WS-CCUSTO-ATUAL
           PERFORM VARYING WS-IDX-CCUSTO FROM 1 BY 1
                   UNTIL WS-IDX-CCUSTO > WS-QTD-CCUSTO
               IF WS-CC-CODIGO(WS-IDX-CCUSTO) = FUNC-CENTRO-CUSTO
                   MOVE WS-IDX-CCUSTO TO WS-CCUSTO-ATUAL
                   MOVE WS-QTD-CCUSTO TO WS-IDX-CCUSTO
               END-IF
           END-PERFORM
           IF WS-CCUSTO-ATUAL = 0
               IF WS-QTD-CCUSTO < 20
                   ADD 1 TO WS-QTD-CCUSTO
                   MOVE WS-QTD-CCUSTO TO WS-CCUSTO-ATUAL
                   MOVE FUNC-CENTRO-CUSTO
                       TO WS-CC-CODIGO(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-QTD(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-HORAS(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-A-VENCER(WS-CCUSTO-ATUAL)
                   MOVE 0 TO WS-CC-VALOR(WS-CCUSTO-ATUAL)
               ELSE
                   DISPLAY "Tabela de centros de custo esgotada: ",
                       "centro ", FUNC-CENTRO-CUSTO,
                       " fora do resumo."
               END-IF
           END-IF
           IF WS-CCUSTO-ATUAL > 0
               ADD 1 TO WS-CC-QTD(WS-CCUSTO-ATUAL)
               ADD WS-SALDO-TOTAL TO WS-CC-HORAS(WS-CCUSTO-ATUAL)
               ADD WS-SALDO-A-VENCER
                   TO WS-CC-A-VENCER(WS-CCUSTO-ATUAL)
               ADD WS-VALOR-SALDO TO WS-CC-VALOR(WS-CCUSTO-ATUAL)
           END-IF.

       8000-EMITIR-RESUMO-CCUSTO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "RESUMO POR CENTRO DE CUSTO  COMPETENCIA: "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 8100-GRAVAR-LINHA-CCUSTO
               VARYING WS-IDX-CCUSTO FROM 1 BY 1
               UNTIL WS-IDX-CCUSTO > WS-QTD-CCUSTO
           MOVE WS-QTD-COM-SALDO TO QTD-ED
           MOVE WS-TOTAL-HORAS TO HORAS-CC-ED
           MOVE WS-TOTAL-VALOR TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "TOTAL    FUNC " DELIMITED BY SIZE
               QTD-ED DELIMITED BY SIZE
               " HORAS " DELIMITED BY SIZE
               HORAS-CC-ED DELIMITED BY SIZE
               "                  R$ " DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       8100-GRAVAR-LINHA-CCUSTO.
           MOVE WS-CC-QTD(WS-IDX-CCUSTO) TO QTD-ED
           MOVE WS-CC-HORAS(WS-IDX-CCUSTO) TO HORAS-CC-ED
           MOVE WS-CC-A-VENCER(WS-IDX-CCUSTO) TO HORAS-CC2-ED
           MOVE WS-CC-VALOR(WS-IDX-CCUSTO) TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           STRING "CC " DELIMITED BY SIZE
               WS-CC-CODIGO(WS-IDX-CCUSTO) DELIMITED BY SIZE
               " FUNC " DELIMITED BY SIZE
               QTD-ED DELIMITED BY SIZE
               " HORAS " DELIMITED BY SIZE
               HORAS-CC-ED DELIMITED BY SIZE
               " A VENCER " DELIMITED BY SIZE
               HORAS-CC2-ED DELIMITED BY SIZE
               " R$ " DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.
