       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReaberturaCompetencia.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Reabertura de uma competencia fechada pelo retorno
      *> bancario, para que a folha normal, o reset ou o
      *> adiantamento voltem a aceita-la. O pedido traz o nome de
      *> quem autoriza e o motivo; os dois ficam no controle de
      *> fechamento e na auditoria. O proximo retorno confirmado
      *> da folha fecha a competencia de novo.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-REABERTURA ASSIGN TO "data/REABERTURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REABERTURA.
           SELECT OPTIONAL ARQ-FECHAMENTO
               ASSIGN TO "data/FECHAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEC-CHAVE
               FILE STATUS IS WS-FS-FECHAMENTO.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-REABERTURA
           LABEL RECORDS ARE STANDARD.
           COPY REABCOMP.

       FD  ARQ-FECHAMENTO
           LABEL RECORDS ARE STANDARD.
           COPY FECHCOMP.

       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01 REG-AUDITORIA           PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-REABERTURA   PIC X(2).
       01 WS-FIM-REABERTURA  PIC X(1) VALUE "N".
           88 FIM-REABERTURA VALUE "S".
       01 WS-FS-FECHAMENTO   PIC X(2).
       01 WS-OPERADOR        PIC X(20).
       01 WS-COMPETENCIA-NUM.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-COMPETENCIA-AAAAMM REDEFINES WS-COMPETENCIA-NUM
                             PIC 9(6).
       01 WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA     PIC 9(8).
           05 WS-HORA-SISTEMA     PIC 9(6).

       PROCEDURE DIVISION.
       0000-REABRIR-COMPETENCIA.
           DISPLAY "Reabertura de Competencia Fechada".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           PERFORM 1000-LER-PEDIDO
           OPEN I-O ARQ-FECHAMENTO
           IF WS-FS-FECHAMENTO NOT = "00" AND
              WS-FS-FECHAMENTO NOT = "05"
               DISPLAY "Erro ao abrir o controle de fechamento: ",
                   WS-FS-FECHAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REAB-EMPRESA TO FEC-EMPRESA
           MOVE REAB-COMPETENCIA TO FEC-COMPETENCIA
           READ ARQ-FECHAMENTO
               INVALID KEY
                   DISPLAY "Competencia ", REAB-COMPETENCIA,
                       " da empresa ", REAB-EMPRESA,
                       " nao consta como fechada."
                   CLOSE ARQ-FECHAMENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT COMPETENCIA-FECHADA
               DISPLAY "Competencia ", REAB-COMPETENCIA,
                   " da empresa ", REAB-EMPRESA,
                   " ja esta reaberta desde ", FEC-DATA-REABERTURA,
                   " por ", FEC-OPERADOR-REABERTURA
               CLOSE ARQ-FECHAMENTO
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-GRAVAR-REABERTURA
           CLOSE ARQ-FECHAMENTO
           PERFORM 3000-AUDITAR-REABERTURA
           DISPLAY "Competencia ", REAB-COMPETENCIA, " da empresa ",
               REAB-EMPRESA, " reaberta por ", REAB-OPERADOR
           DISPLAY "Motivo: ", REAB-MOTIVO
           STOP RUN.

      *> O operador do controle identifica a sessao; quem
      *> autoriza a reabertura vem nominalmente no pedido.
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
           CLOSE ARQ-CONTROLE
           DISPLAY "Operador do controle ...: ", WS-OPERADOR.

      *> Pedido sem operador nominal ou sem motivo e recusado:
      *> reabrir um mes pago precisa de responsavel e de razao
      *> registrados.
       1000-LER-PEDIDO.
           OPEN INPUT ARQ-REABERTURA
           IF WS-FS-REABERTURA NOT = "00"
               DISPLAY "Erro ao abrir o pedido de reabertura: ",
                   WS-FS-REABERTURA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQ-REABERTURA
               AT END MOVE "S" TO WS-FIM-REABERTURA
           END-READ
           CLOSE ARQ-REABERTURA
           IF FIM-REABERTURA
               DISPLAY "Pedido de reabertura vazio."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REAB-COMPETENCIA TO WS-COMPETENCIA-AAAAMM
           IF REAB-EMPRESA NOT NUMERIC OR REAB-EMPRESA = ZEROS
            OR WS-COMPETENCIA-AAAAMM NOT NUMERIC
            OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
               DISPLAY "Pedido de reabertura invalido: informe a ",
                   "empresa e a competencia (AAAAMM)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REAB-OPERADOR = SPACES
               DISPLAY "Reabertura recusada: informe o nome de quem ",
                   "autoriza."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REAB-MOTIVO = SPACES
               DISPLAY "Reabertura recusada: informe o motivo."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-GRAVAR-REABERTURA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE "R" TO FEC-SITUACAO
           ADD 1 TO FEC-QTD-REABERTURAS
           MOVE WS-DATA-SISTEMA TO FEC-DATA-REABERTURA
           MOVE REAB-OPERADOR TO FEC-OPERADOR-REABERTURA
           MOVE REAB-MOTIVO TO FEC-MOTIVO-REABERTURA
           REWRITE REG-FECHAMENTO
               INVALID KEY
                   DISPLAY "Erro ao regravar o fechamento: ",
                       WS-FS-FECHAMENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       3000-AUDITAR-REABERTURA.
           OPEN EXTEND ARQ-AUDITORIA
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-SISTEMA DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               REAB-OPERADOR DELIMITED BY SIZE
               " REABERTURA EMPRESA=" DELIMITED BY SIZE
               REAB-EMPRESA DELIMITED BY SIZE
               " COMPETENCIA=" DELIMITED BY SIZE
               REAB-COMPETENCIA DELIMITED BY SIZE
               " MOTIVO=" DELIMITED BY SIZE
               REAB-MOTIVO DELIMITED BY SIZE
               INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.
