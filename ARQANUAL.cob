       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArquivamentoAnual.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Arquivamento anual dos acumulados: depois do informe de
      *> rendimentos do ano-base e com o ano fechado em todas as
      *> empresas, move os rendimentos, as linhas da auditoria e o
      *> historico de saidas de cada empresa daquele ano para
      *> arquivos datados, que continuam legiveis pelos mesmos
      *> leiautes. Os arquivos correntes ficam so com o que e de
      *> outros anos.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-EMPRESAS ASSIGN TO "data/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESAS.
           SELECT OPTIONAL ARQ-FECHAMENTO
               ASSIGN TO "data/FECHAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-CHAVE
               FILE STATUS IS WS-FS-FECHAMENTO.
           SELECT OPTIONAL ARQ-EMITIDOS
               ASSIGN TO "data/INFORMES-EMITIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMITIDOS.
      *> Cadastro para saber a empresa de cada rendimento: o
      *> acumulador nao guarda a empresa.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT OPTIONAL ARQ-RENDIMENTOS
               ASSIGN TO "RENDIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REND-CHAVE
               FILE STATUS IS WS-FS-RENDIMENTOS.
      *> Rendimentos do ano arquivado: mesmo leiaute e mesma chave
      *> do acumulador corrente, lido pelo informe de rendimentos
      *> quando o ano-base ja foi arquivado.
           SELECT OPTIONAL ARQ-REND-ANUAL
               ASSIGN USING WS-NOME-ARQ-REND-ANUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAN-CHAVE
               FILE STATUS IS WS-FS-REND-ANUAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT OPTIONAL ARQ-AUDIT-ANUAL
               ASSIGN USING WS-NOME-ARQ-AUDIT-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-ANUAL.
           SELECT OPTIONAL ARQ-HIST-SAIDAS
               ASSIGN USING WS-NOME-ARQ-HIST-SAIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-SAIDAS.
           SELECT OPTIONAL ARQ-HIST-ANUAL
               ASSIGN USING WS-NOME-ARQ-HIST-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-ANUAL.
      *> Arquivo de trabalho com as linhas que permanecem, copiado
      *> de volta sobre o arquivo corrente.
           SELECT ARQ-TEMP ASSIGN TO "ARQANUAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-EMPRESAS
           LABEL RECORDS ARE STANDARD.
           COPY EMPRESA.

       FD  ARQ-FECHAMENTO
           LABEL RECORDS ARE STANDARD.
           COPY FECHCOMP.

       FD  ARQ-EMITIDOS
           LABEL RECORDS ARE STANDARD.
           COPY INFEMIT.

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       FD  ARQ-RENDIMENTOS
           LABEL RECORDS ARE STANDARD.
           COPY RENDFUNC.

       FD  ARQ-REND-ANUAL
           LABEL RECORDS ARE STANDARD.
       01 REG-REND-ANUAL.
           05 RAN-CHAVE               PIC X(11).
           05 FILLER                  PIC X(94).

       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01 REG-AUDITORIA           PIC X(180).

       FD  ARQ-AUDIT-ANUAL
           LABEL RECORDS ARE STANDARD.
       01 REG-AUDIT-ANUAL         PIC X(180).

       FD  ARQ-HIST-SAIDAS
           LABEL RECORDS ARE STANDARD.
           COPY SAIDAHIS.

       FD  ARQ-HIST-ANUAL
           LABEL RECORDS ARE STANDARD.
       01 REG-HIST-ANUAL          PIC X(249).

       FD  ARQ-TEMP
           LABEL RECORDS ARE STANDARD.
       01 REG-TEMP                PIC X(249).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-EMPRESAS     PIC X(2).
       01 WS-FIM-EMPRESAS    PIC X(1) VALUE "N".
           88 FIM-EMPRESAS   VALUE "S".
       01 WS-FS-FECHAMENTO   PIC X(2).
       01 WS-FIM-FECHAMENTO  PIC X(1) VALUE "N".
           88 FIM-FECHAMENTO VALUE "S".
       01 WS-FS-EMITIDOS     PIC X(2).
       01 WS-FIM-EMITIDOS    PIC X(1) VALUE "N".
           88 FIM-EMITIDOS   VALUE "S".
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FS-RENDIMENTOS  PIC X(2).
       01 WS-FIM-RENDIMENTOS PIC X(1) VALUE "N".
           88 FIM-RENDIMENTOS VALUE "S".
       01 WS-FS-REND-ANUAL   PIC X(2).
       01 WS-FS-AUDITORIA    PIC X(2).
       01 WS-FS-AUDIT-ANUAL  PIC X(2).
       01 WS-FS-HIST-SAIDAS  PIC X(2).
       01 WS-FS-HIST-ANUAL   PIC X(2).
       01 WS-FIM-LINHAS      PIC X(1).
           88 FIM-LINHAS     VALUE "S".
       01 WS-NOME-ARQ-REND-ANUAL  PIC X(30).
       01 WS-NOME-ARQ-AUDIT-ANUAL PIC X(30).
       01 WS-NOME-ARQ-HIST-SAIDAS PIC X(30).
       01 WS-NOME-ARQ-HIST-ANUAL  PIC X(30).
       01 WS-OPERADOR        PIC X(20).
       01 WS-COMPETENCIA     PIC X(7).
       01 WS-ANO-CORRENTE    PIC 9(4).
       01 WS-ENT-ANO         PIC X(4).
       01 WS-ENT-ANO-9 REDEFINES WS-ENT-ANO PIC 9(4).
       01 WS-COMP-DEZEMBRO   PIC 9(6).
       01 WS-COMPETENCIA-R.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA     PIC 9(8).
           05 WS-HORA-SISTEMA     PIC 9(6).

       01 WS-TAB-EMPRESAS.
           05 WS-QTD-EMPRESAS    PIC 9(2) VALUE 0.
           05 WS-EMPRESA-TAB OCCURS 10 TIMES.
               10 WS-EMP-CODIGO    PIC 9(3).
       01 WS-IDX-EMPRESA     PIC 9(2).
       01 WS-EMPRESA-CODIGO  PIC 9(3).
       01 WS-IDX-EMPRESA-REND PIC 9(2).

      *> Competencias do ano-base com rendimento gravado, por
      *> empresa: cada uma delas precisa estar fechada.
       01 WS-TAB-MESES-REND.
           05 WS-MESES-EMPRESA OCCURS 10 TIMES.
               10 WS-MES-COM-REND  PIC X(1) OCCURS 12 TIMES.
       01 WS-MES             PIC 9(2).
       01 WS-COMP-CONFERIDA  PIC 9(6).

       01 WS-INFORME-EMITIDO PIC X(1) VALUE "N".
           88 INFORME-EMITIDO VALUE "S".
       01 WS-QTD-IMPEDIMENTOS PIC 9(3) VALUE 0.

       01 WS-CONTADORES.
           05 WS-QTD-REND-MOVIDOS   PIC 9(7) VALUE 0.
           05 WS-QTD-AUDIT-MOVIDAS  PIC 9(7) VALUE 0.
           05 WS-QTD-AUDIT-MANTIDAS PIC 9(7) VALUE 0.
           05 WS-QTD-SAIDAS-MOVIDAS PIC 9(7) VALUE 0.
           05 WS-QTD-LINHAS-MANTIDAS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-ARQUIVAR-ANO.
           DISPLAY "Arquivamento Anual dos Acumulados".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           PERFORM 1000-CONFERIR-ANO-BASE
           PERFORM 1100-CARREGAR-EMPRESAS
           PERFORM 1200-CONFERIR-INFORME
           PERFORM 1300-CONFERIR-FECHAMENTOS
           IF WS-QTD-IMPEDIMENTOS > 0
               DISPLAY "Arquivamento do ano ", WS-ENT-ANO,
                   " recusado: ", WS-QTD-IMPEDIMENTOS,
                   " impedimento(s) acima."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ARQUIVAR-RENDIMENTOS
           PERFORM 3000-ARQUIVAR-AUDITORIA
           PERFORM 4000-ARQUIVAR-SAIDAS-EMPRESA
               VARYING WS-IDX-EMPRESA FROM 1 BY 1
               UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
           PERFORM 9000-GRAVAR-AUDITORIA
           DISPLAY "=== Resumo do Arquivamento ==="
           DISPLAY "Ano arquivado ...............: ", WS-ENT-ANO
           DISPLAY "Rendimentos movidos .........: ",
               WS-QTD-REND-MOVIDOS
           DISPLAY "Linhas de auditoria movidas .: ",
               WS-QTD-AUDIT-MOVIDAS
           DISPLAY "Linhas de saidas movidas ....: ",
               WS-QTD-SAIDAS-MOVIDAS
           STOP RUN.

      *> O ano-base a arquivar vem do controle, o mesmo que o
      *> informe usou; a competencia do controle da o ano
      *> corrente, que nunca e arquivado.
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
           MOVE CTL-ANO-BASE TO WS-ENT-ANO
           CLOSE ARQ-CONTROLE
           DISPLAY "Operador do controle ...: ", WS-OPERADOR
           DISPLAY "Ano-base do controle ...: ", WS-ENT-ANO.

       1000-CONFERIR-ANO-BASE.
           MOVE WS-COMPETENCIA(4:4) TO WS-ANO-CORRENTE
           IF WS-ENT-ANO NOT NUMERIC OR WS-ENT-ANO-9 = ZEROS
               DISPLAY "Ano-base invalido."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ANO-CORRENTE NOT NUMERIC
            OR WS-ENT-ANO-9 NOT < WS-ANO-CORRENTE
               DISPLAY "So anos anteriores ao da competencia ",
                   WS-COMPETENCIA, " podem ser arquivados."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-COMP-DEZEMBRO = WS-ENT-ANO-9 * 100 + 12
           MOVE SPACES TO WS-NOME-ARQ-REND-ANUAL
           STRING "RENDIMENTOS-" DELIMITED BY SIZE
               WS-ENT-ANO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-REND-ANUAL
           MOVE SPACES TO WS-NOME-ARQ-AUDIT-ANUAL
           STRING "AUDITORIA-" DELIMITED BY SIZE
               WS-ENT-ANO DELIMITED BY SIZE
               ".LOG" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-AUDIT-ANUAL.

       1100-CARREGAR-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS
           IF WS-FS-EMPRESAS NOT = "00"
               DISPLAY "Erro ao abrir a tabela de empresas: ",
                   WS-FS-EMPRESAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LER-EMPRESA
           PERFORM 1120-ARMAZENAR-EMPRESA UNTIL FIM-EMPRESAS
           CLOSE ARQ-EMPRESAS
           IF WS-QTD-EMPRESAS = ZEROS
               DISPLAY "Tabela de empresas vazia."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-LER-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO WS-FIM-EMPRESAS
           END-READ.

       1120-ARMAZENAR-EMPRESA.
           IF WS-QTD-EMPRESAS < 10
               ADD 1 TO WS-QTD-EMPRESAS
               MOVE EMP-CODIGO TO WS-EMP-CODIGO(WS-QTD-EMPRESAS)
           ELSE
               DISPLAY "Tabela de empresas excede 10 entradas."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LER-EMPRESA.

      *> O informe e a ultima leitura oficial do ano no acumulador
      *> corrente: sem a emissao registrada o ano nao sai dele.
       1200-CONFERIR-INFORME.
           OPEN INPUT ARQ-EMITIDOS
           IF WS-FS-EMITIDOS NOT = "00" AND
              WS-FS-EMITIDOS NOT = "05"
               DISPLAY "Erro ao abrir o registro de informes: ",
                   WS-FS-EMITIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LER-EMISSAO
           PERFORM 1220-CONFERIR-EMISSAO
               UNTIL FIM-EMITIDOS OR INFORME-EMITIDO
           CLOSE ARQ-EMITIDOS
           IF NOT INFORME-EMITIDO
               DISPLAY "Informe de rendimentos do ano-base ",
                   WS-ENT-ANO, " ainda nao emitido."
               ADD 1 TO WS-QTD-IMPEDIMENTOS
           END-IF.

       1210-LER-EMISSAO.
           READ ARQ-EMITIDOS
               AT END MOVE "S" TO WS-FIM-EMITIDOS
           END-READ.

       1220-CONFERIR-EMISSAO.
           IF INF-ANO-BASE = WS-ENT-ANO-9
               MOVE "S" TO WS-INFORME-EMITIDO
           ELSE
               PERFORM 1210-LER-EMISSAO
           END-IF.

      *> Ano fechado: dezembro e toda competencia do ano com
      *> rendimento gravado fechados em cada empresa, e nenhuma
      *> competencia do ano reaberta.
       1300-CONFERIR-FECHAMENTOS.
           PERFORM 1330-MAPEAR-RENDIMENTOS
           OPEN INPUT ARQ-FECHAMENTO
           IF WS-FS-FECHAMENTO NOT = "00" AND
              WS-FS-FECHAMENTO NOT = "05"
               DISPLAY "Erro ao abrir o controle de fechamento: ",
                   WS-FS-FECHAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-CONFERIR-DEZEMBRO
               VARYING WS-IDX-EMPRESA FROM 1 BY 1
               UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
           MOVE ZEROS TO FEC-CHAVE
           START ARQ-FECHAMENTO KEY NOT < FEC-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-FECHAMENTO
           END-START
           PERFORM 1320-PROCURAR-REABERTA UNTIL FIM-FECHAMENTO
           CLOSE ARQ-FECHAMENTO.

       1310-CONFERIR-DEZEMBRO.
           MOVE WS-EMP-CODIGO(WS-IDX-EMPRESA) TO FEC-EMPRESA
           MOVE WS-COMP-DEZEMBRO TO FEC-COMPETENCIA
           READ ARQ-FECHAMENTO
               INVALID KEY
                   DISPLAY "Empresa ", WS-EMP-CODIGO(WS-IDX-EMPRESA),
                       " sem a competencia 12/", WS-ENT-ANO,
                       " fechada."
                   ADD 1 TO WS-QTD-IMPEDIMENTOS
           END-READ
           PERFORM 1315-CONFERIR-MES
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 11.

      *> A situacao reaberta e apontada na varredura seguinte;
      *> aqui falta so a competencia que nunca foi fechada.
       1315-CONFERIR-MES.
           IF WS-MES-COM-REND(WS-IDX-EMPRESA, WS-MES) = "S"
               MOVE WS-EMP-CODIGO(WS-IDX-EMPRESA) TO FEC-EMPRESA
               COMPUTE WS-COMP-CONFERIDA = WS-ENT-ANO-9 * 100 + WS-MES
               MOVE WS-COMP-CONFERIDA TO FEC-COMPETENCIA
               READ ARQ-FECHAMENTO
                   INVALID KEY
                       DISPLAY "Empresa ",
                           WS-EMP-CODIGO(WS-IDX-EMPRESA),
                           " com rendimentos da competencia ",
                           WS-COMP-CONFERIDA, " sem fechamento."
                       ADD 1 TO WS-QTD-IMPEDIMENTOS
               END-READ
           END-IF.

       1320-PROCURAR-REABERTA.
           READ ARQ-FECHAMENTO NEXT
               AT END MOVE "S" TO WS-FIM-FECHAMENTO
               NOT AT END
                   MOVE FEC-COMPETENCIA TO WS-COMPETENCIA-R
                   IF WS-COMP-ANO = WS-ENT-ANO-9
                    AND NOT COMPETENCIA-FECHADA
                       DISPLAY "Empresa ", FEC-EMPRESA,
                           " com a competencia ", FEC-COMPETENCIA,
                           " reaberta por ", FEC-OPERADOR-REABERTURA
                       ADD 1 TO WS-QTD-IMPEDIMENTOS
                   END-IF
           END-READ.

      *> Percorre os rendimentos do ano-base e marca, na empresa
      *> do funcionario, a competencia de cada um.
       1330-MAPEAR-RENDIMENTOS.
           MOVE SPACES TO WS-TAB-MESES-REND
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir o cadastro de funcionarios: ",
                   WS-FS-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS NOT = "00" AND
              WS-FS-RENDIMENTOS NOT = "05"
               DISPLAY "Erro ao abrir o acumulador de rendimentos: ",
                   WS-FS-RENDIMENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-RENDIMENTOS
           MOVE ZEROS TO REND-CHAVE
           START ARQ-RENDIMENTOS KEY NOT < REND-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-RENDIMENTOS
           END-START
           PERFORM 1340-LER-RENDIMENTO-ANO UNTIL FIM-RENDIMENTOS
           CLOSE ARQ-RENDIMENTOS
           CLOSE ARQ-FUNCIONARIOS
           MOVE "N" TO WS-FIM-RENDIMENTOS.

       1340-LER-RENDIMENTO-ANO.
           READ ARQ-RENDIMENTOS NEXT
               AT END MOVE "S" TO WS-FIM-RENDIMENTOS
               NOT AT END
                   MOVE REND-COMPETENCIA TO WS-COMPETENCIA-R
                   IF WS-COMP-ANO = WS-ENT-ANO-9
                       PERFORM 1350-MARCAR-MES-EMPRESA
                   END-IF
           END-READ.

       1350-MARCAR-MES-EMPRESA.
           MOVE REND-MATRICULA TO FUNC-MATRICULA
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   DISPLAY "Rendimento da matricula ", REND-MATRICULA,
                       " fora do cadastro de funcionarios."
                   ADD 1 TO WS-QTD-IMPEDIMENTOS
               NOT INVALID KEY
                   MOVE 0 TO WS-IDX-EMPRESA-REND
                   PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
                           UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
                       IF WS-EMP-CODIGO(WS-IDX-EMPRESA) = FUNC-EMPRESA
                           MOVE WS-IDX-EMPRESA TO WS-IDX-EMPRESA-REND
                       END-IF
                   END-PERFORM
                   IF WS-IDX-EMPRESA-REND = 0
                       DISPLAY "Matricula ", REND-MATRICULA,
                           " de empresa fora da tabela: ",
                           FUNC-EMPRESA
                       ADD 1 TO WS-QTD-IMPEDIMENTOS
                   ELSE
                       MOVE "S" TO WS-MES-COM-REND
                           (WS-IDX-EMPRESA-REND, WS-COMP-MES)
                   END-IF
           END-READ.

      *> Cada rendimento do ano e gravado no arquivo anual e so
      *> entao excluido do acumulador corrente. Um arquivamento
      *> repetido soma ao arquivo anual o que tiver voltado ao
      *> corrente, regravando a mesma chave.
       2000-ARQUIVAR-RENDIMENTOS.
           OPEN I-O ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS NOT = "00" AND
              WS-FS-RENDIMENTOS NOT = "05"
               DISPLAY "Erro ao abrir o acumulador de rendimentos: ",
                   WS-FS-RENDIMENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-REND-ANUAL
           IF WS-FS-REND-ANUAL NOT = "00" AND
              WS-FS-REND-ANUAL NOT = "05"
               DISPLAY "Erro ao abrir o arquivo anual de ",
                   "rendimentos: ", WS-FS-REND-ANUAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO REND-CHAVE
           START ARQ-RENDIMENTOS KEY NOT < REND-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-RENDIMENTOS
           END-START
           PERFORM 2100-MOVER-RENDIMENTO UNTIL FIM-RENDIMENTOS
           CLOSE ARQ-RENDIMENTOS
           CLOSE ARQ-REND-ANUAL.

       2100-MOVER-RENDIMENTO.
           READ ARQ-RENDIMENTOS NEXT
               AT END MOVE "S" TO WS-FIM-RENDIMENTOS
               NOT AT END
                   MOVE REND-COMPETENCIA TO WS-COMPETENCIA-R
                   IF WS-COMP-ANO = WS-ENT-ANO-9
                       PERFORM 2200-GRAVAR-RENDIMENTO-ANUAL
                   END-IF
           END-READ.

       2200-GRAVAR-RENDIMENTO-ANUAL.
           WRITE REG-REND-ANUAL FROM REG-RENDIMENTO
               INVALID KEY
                   REWRITE REG-REND-ANUAL FROM REG-RENDIMENTO
                       INVALID KEY
                           DISPLAY "Erro ao gravar o arquivo anual ",
                               "de rendimentos: ", WS-FS-REND-ANUAL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE
           DELETE ARQ-RENDIMENTOS
               INVALID KEY
                   DISPLAY "Erro ao excluir o rendimento arquivado: ",
                       WS-FS-RENDIMENTOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-QTD-REND-MOVIDOS.

      *> A data de cada linha da auditoria decide o ano: as do
      *> ano-base vao para o arquivo anual, as demais voltam para
      *> o log corrente pelo arquivo de trabalho.
       3000-ARQUIVAR-AUDITORIA.
           OPEN INPUT ARQ-AUDITORIA
           IF WS-FS-AUDITORIA NOT = "00" AND
              WS-FS-AUDITORIA NOT = "05"
               DISPLAY "Erro ao abrir a auditoria: ", WS-FS-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-AUDIT-ANUAL
           IF WS-FS-AUDIT-ANUAL NOT = "00" AND
              WS-FS-AUDIT-ANUAL NOT = "05"
               DISPLAY "Erro ao abrir a auditoria anual: ",
                   WS-FS-AUDIT-ANUAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-TEMP
           MOVE "N" TO WS-FIM-LINHAS
           PERFORM 3100-LER-AUDITORIA
           PERFORM 3200-SEPARAR-AUDITORIA UNTIL FIM-LINHAS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-AUDIT-ANUAL
           CLOSE ARQ-TEMP
           OPEN INPUT ARQ-TEMP
           OPEN OUTPUT ARQ-AUDITORIA
           MOVE "N" TO WS-FIM-LINHAS
           PERFORM 3300-LER-TEMP
           PERFORM 3400-DEVOLVER-AUDITORIA UNTIL FIM-LINHAS
           CLOSE ARQ-TEMP
           CLOSE ARQ-AUDITORIA.

       3100-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END MOVE "S" TO WS-FIM-LINHAS
           END-READ.

       3200-SEPARAR-AUDITORIA.
           IF REG-AUDITORIA(1:4) = WS-ENT-ANO
               MOVE REG-AUDITORIA TO REG-AUDIT-ANUAL
               WRITE REG-AUDIT-ANUAL
               ADD 1 TO WS-QTD-AUDIT-MOVIDAS
           ELSE
               MOVE REG-AUDITORIA TO REG-TEMP
               WRITE REG-TEMP
               ADD 1 TO WS-QTD-AUDIT-MANTIDAS
           END-IF
           PERFORM 3100-LER-AUDITORIA.

       3300-LER-TEMP.
           READ ARQ-TEMP
               AT END MOVE "S" TO WS-FIM-LINHAS
           END-READ.

       3400-DEVOLVER-AUDITORIA.
           MOVE REG-TEMP TO REG-AUDITORIA
           WRITE REG-AUDITORIA
           PERFORM 3300-LER-TEMP.

      *> Historico de saidas da empresa: a competencia no inicio
      *> de cada linha decide o ano, como na auditoria.
       4000-ARQUIVAR-SAIDAS-EMPRESA.
           MOVE WS-EMP-CODIGO(WS-IDX-EMPRESA) TO WS-EMPRESA-CODIGO
           MOVE SPACES TO WS-NOME-ARQ-HIST-SAIDAS
           STRING "SAIDAS-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".HIS" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-HIST-SAIDAS
           MOVE SPACES TO WS-NOME-ARQ-HIST-ANUAL
           STRING "SAIDAS-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ENT-ANO DELIMITED BY SIZE
               ".ARQ" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-HIST-ANUAL
           OPEN INPUT ARQ-HIST-SAIDAS
           IF WS-FS-HIST-SAIDAS NOT = "00" AND
              WS-FS-HIST-SAIDAS NOT = "05"
               DISPLAY "Erro ao abrir o historico de saidas: ",
                   WS-FS-HIST-SAIDAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-HIST-ANUAL
           IF WS-FS-HIST-ANUAL NOT = "00" AND
              WS-FS-HIST-ANUAL NOT = "05"
               DISPLAY "Erro ao abrir o historico anual de saidas: ",
                   WS-FS-HIST-ANUAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-TEMP
           MOVE 0 TO WS-QTD-LINHAS-MANTIDAS
           MOVE "N" TO WS-FIM-LINHAS
           PERFORM 4100-LER-SAIDA
           PERFORM 4200-SEPARAR-SAIDA UNTIL FIM-LINHAS
           CLOSE ARQ-HIST-SAIDAS
           CLOSE ARQ-HIST-ANUAL
           CLOSE ARQ-TEMP
           OPEN INPUT ARQ-TEMP
           OPEN OUTPUT ARQ-HIST-SAIDAS
           MOVE "N" TO WS-FIM-LINHAS
           PERFORM 3300-LER-TEMP
           PERFORM 4300-DEVOLVER-SAIDA UNTIL FIM-LINHAS
           CLOSE ARQ-TEMP
           CLOSE ARQ-HIST-SAIDAS.

       4100-LER-SAIDA.
           READ ARQ-HIST-SAIDAS
               AT END MOVE "S" TO WS-FIM-LINHAS
           END-READ.

       4200-SEPARAR-SAIDA.
           IF SAI-ANO = WS-ENT-ANO-9
               MOVE REG-SAIDA-HIST TO REG-HIST-ANUAL
               WRITE REG-HIST-ANUAL
               ADD 1 TO WS-QTD-SAIDAS-MOVIDAS
           ELSE
               MOVE REG-SAIDA-HIST TO REG-TEMP
               WRITE REG-TEMP
               ADD 1 TO WS-QTD-LINHAS-MANTIDAS
           END-IF
           PERFORM 4100-LER-SAIDA.

       4300-DEVOLVER-SAIDA.
           MOVE REG-TEMP TO REG-SAIDA-HIST
           WRITE REG-SAIDA-HIST
           PERFORM 3300-LER-TEMP.

       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-SISTEMA DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " ARQUIVAMENTO ANO-BASE=" DELIMITED BY SIZE
               WS-ENT-ANO DELIMITED BY SIZE
               " RENDIMENTOS=" DELIMITED BY SIZE
               WS-QTD-REND-MOVIDOS DELIMITED BY SIZE
               " AUDITORIA=" DELIMITED BY SIZE
               WS-QTD-AUDIT-MOVIDAS DELIMITED BY SIZE
               " SAIDAS=" DELIMITED BY SIZE
               WS-QTD-SAIDAS-MOVIDAS DELIMITED BY SIZE
               INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.
