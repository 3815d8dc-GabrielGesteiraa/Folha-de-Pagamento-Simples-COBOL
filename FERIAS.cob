               FILE STATUS IS WS-FS-EMPRESAS.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Registro de cada pagamento com as verbas brutas, lido
      *> pela provisao mensal para baixar os dias no periodo
      *> aquisitivo e estornar o valor pago da provisao.
           SELECT OPTIONAL ARQ-FERIAS-PAGAS
               ASSIGN TO "data/FERIAS-PAGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-FS-FERIAS-PAGAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FERIAS
           LABEL RECORDS ARE STANDARD.
       01 REG-AUDITORIA           PIC X(180).

       FD  ARQ-FERIAS-PAGAS
           LABEL RECORDS ARE STANDARD.
           COPY FERPAGA.

       WORKING-STORAGE SECTION.
       01 WS-FS-FERIAS       PIC X(2).
       01 WS-FS-FERIAS-PAGAS PIC X(2).
      *> Pagamento novo guardado enquanto o ja registrado e lido,
      *> e a baixa da provisao que o registro ja tinha.
       01 WS-PAG-NOVO        PIC X(65).
       01 WS-PAG-SITUACAO-GRAV PIC X(1).
       01 WS-PAG-PERIODO-GRAV  PIC 9(8).
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FS-PARAMETROS   PIC X(2).
       01 WS-FS-HISTORICO    PIC X(2).
               PERFORM 7200-CARREGAR-EMPRESAS
               MOVE 0 TO WS-QTD-PAGAS
               MOVE 0 TO WS-QTD-IGNORADAS
               OPEN I-O ARQ-FERIAS-PAGAS
               IF WS-FS-FERIAS-PAGAS NOT = "00" AND
                  WS-FS-FERIAS-PAGAS NOT = "05"
                   DISPLAY "Erro ao abrir o registro de ferias ",
                       "pagas: ", WS-FS-FERIAS-PAGAS
                   STOP RUN
               END-IF
               OPEN OUTPUT ARQ-HOLERITE
               OPEN EXTEND ARQ-AUDITORIA
               PERFORM 5050-PAGAR-EMPRESA
                   UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
               CLOSE ARQ-HOLERITE
               CLOSE ARQ-AUDITORIA
               CLOSE ARQ-FERIAS-PAGAS
               DISPLAY "Ferias pagas na competencia: ", WS-QTD-PAGAS
               DISPLAY "Programacoes ignoradas ....: ",
                   WS-QTD-IGNORADAS
           PERFORM 5700-IMPRIMIR-HOLERITE
           PERFORM 5800-GRAVAR-DETALHE-REMESSA
           PERFORM 5900-ATUALIZAR-PROGRAMACAO
           PERFORM 5920-REGISTRAR-PAGAMENTO
           PERFORM 5950-GRAVAR-AUDITORIA
           ADD 1 TO WS-QTD-PAGAS.

                       WS-FS-FERIAS
           END-REWRITE.

       5920-REGISTRAR-PAGAMENTO.
           MOVE FER-MATRICULA TO PAG-MATRICULA
           MOVE FER-DATA-INICIO TO PAG-DATA-INICIO
           MOVE WS-COMPETENCIA-AAAAMM TO PAG-COMPETENCIA
           MOVE FUNC-EMPRESA TO PAG-EMPRESA
           MOVE FUNC-CENTRO-CUSTO TO PAG-CENTRO-CUSTO
           MOVE FER-DIAS-GOZO TO PAG-DIAS-GOZO
           MOVE FER-DIAS-ABONO TO PAG-DIAS-ABONO
           COMPUTE PAG-VALOR-TRIBUTAVEL =
               WS-VALOR-GOZO + WS-TERCO-GOZO
           COMPUTE PAG-VALOR-ISENTO =
               WS-VALOR-ABONO + WS-TERCO-ABONO
           MOVE WS-DATA-CREDITO-9 TO PAG-DATA-CREDITO
           MOVE "P" TO PAG-SITUACAO
           MOVE ZEROS TO PAG-INICIO-PERIODO
           WRITE REG-FERIAS-PAGA
               INVALID KEY
                   PERFORM 5930-REGRAVAR-PAGAMENTO
           END-WRITE.

      *> Pagamento ja registrado e refeito. Se a provisao ja baixou
      *> os dias dele nos periodos aquisitivos, a baixa e o periodo
      *> de origem ficam como estao, para a proxima provisao nao
      *> baixar os mesmos dias de novo.
       5930-REGRAVAR-PAGAMENTO.
           MOVE REG-FERIAS-PAGA TO WS-PAG-NOVO
           READ ARQ-FERIAS-PAGAS
               INVALID KEY
                   DISPLAY "Erro ao ler ferias pagas: ",
                       WS-FS-FERIAS-PAGAS
           END-READ
           IF WS-FS-FERIAS-PAGAS = "00" AND PAG-BAIXADA
               MOVE PAG-SITUACAO TO WS-PAG-SITUACAO-GRAV
               MOVE PAG-INICIO-PERIODO TO WS-PAG-PERIODO-GRAV
               MOVE WS-PAG-NOVO TO REG-FERIAS-PAGA
               MOVE WS-PAG-SITUACAO-GRAV TO PAG-SITUACAO
               MOVE WS-PAG-PERIODO-GRAV TO PAG-INICIO-PERIODO
               DISPLAY "Ferias ja baixadas na provisao: a baixa ",
                   "do periodo ", PAG-INICIO-PERIODO, " e mantida."
           ELSE
               MOVE WS-PAG-NOVO TO REG-FERIAS-PAGA
           END-IF
           REWRITE REG-FERIAS-PAGA
               INVALID KEY
                   DISPLAY "Erro ao registrar ferias pagas: ",
                       WS-FS-FERIAS-PAGAS
           END-REWRITE.

       5950-GRAVAR-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
