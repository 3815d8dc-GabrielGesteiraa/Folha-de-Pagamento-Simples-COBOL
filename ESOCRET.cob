       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetornoEsocial.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Controle de execucao preparado de vespera: o operador
      *> deixa de ser digitado para o retorno rodar encadeado.
           SELECT ARQ-CONTROLE
               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
      *> Retorno da transmissao: uma linha por evento processado
      *> pelo governo, com o Id gerado, a situacao (A aceito, R
      *> rejeitado), o recibo do evento aceito e a ocorrencia da
      *> rejeicao.
           SELECT ARQ-RETORNO ASSIGN TO "ESOCIAL-RETORNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.
           SELECT ARQ-ESOCIAL
               ASSIGN TO "data/ESOCIAL.CTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESC-CHAVE
               ALTERNATE RECORD KEY IS ESC-ID-EVENTO
               FILE STATUS IS WS-FS-ESOCIAL.
           SELECT ARQ-RELATORIO
               ASSIGN TO "ESOCIAL-RETORNO-RELATORIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Lista de correcao: um registro por evento rejeitado, com
      *> a chave do evento e a ocorrencia, para o cadastro ou o
      *> movimento serem corrigidos; a proxima geracao reenvia o
      *> evento rejeitado.
           SELECT ARQ-CORRECAO ASSIGN TO "ESOCIAL-CORRECOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY CTRLEXEC.

       FD  ARQ-RETORNO
           LABEL RECORDS ARE STANDARD.
       01 REG-RETORNO             PIC X(124).

       FD  ARQ-ESOCIAL
           LABEL RECORDS ARE STANDARD.
           COPY ESOCCTL.

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01 REG-RELATORIO           PIC X(132).

       FD  ARQ-CORRECAO
           LABEL RECORDS ARE STANDARD.
       01 REG-CORRECAO            PIC X(132).

       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01 REG-AUDITORIA           PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-RETORNO      PIC X(2).
       01 WS-FIM-RETORNO     PIC X(1) VALUE "N".
           88 FIM-RETORNO    VALUE "S".
       01 WS-FS-ESOCIAL      PIC X(2).
       01 WS-ACHOU-EVENTO    PIC X(1).
           88 ACHOU-EVENTO   VALUE "S".
       01 WS-OPERADOR        PIC X(20).
       01 WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA     PIC 9(8).
           05 WS-HORA-SISTEMA     PIC 9(6).

       01 WS-RETORNO-EVENTO.
           05 RTE-ID-EVENTO        PIC X(36).
           05 RTE-SITUACAO         PIC X(1).
               88 RTE-ACEITO       VALUE "A".
               88 RTE-REJEITADO    VALUE "R".
           05 RTE-RECIBO           PIC X(23).
           05 RTE-CODIGO           PIC X(4).
           05 RTE-DESCRICAO        PIC X(60).

       01 WS-CONTADORES.
           05 WS-QTD-LIDOS         PIC 9(5) VALUE 0.
           05 WS-QTD-ACEITOS       PIC 9(5) VALUE 0.
           05 WS-QTD-REJEITADOS    PIC 9(5) VALUE 0.
           05 WS-QTD-DESCONHECIDOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-PROCESSAR-RETORNO.
           DISPLAY "Processamento do Retorno do eSocial".
           PERFORM 0900-LER-CONTROLE-EXECUCAO
           OPEN INPUT ARQ-RETORNO
           IF WS-FS-RETORNO NOT = "00"
               DISPLAY "Erro ao abrir o retorno do eSocial: ",
                   WS-FS-RETORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-ESOCIAL
           IF WS-FS-ESOCIAL NOT = "00"
               DISPLAY "Erro ao abrir o controle de eventos do ",
                   "eSocial: ", WS-FS-ESOCIAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-CORRECAO
           PERFORM 1000-GRAVAR-CABECALHOS
           PERFORM 2000-LER-RETORNO
           PERFORM 3000-PROCESSAR-EVENTO UNTIL FIM-RETORNO
           PERFORM 8000-EMITIR-RESUMO
           PERFORM 9000-GRAVAR-AUDITORIA
      *> Eventos rejeitados ou desconhecidos devolvem codigo 4
      *> para o escalonador apontar a lista de correcao.
           IF WS-QTD-REJEITADOS > 0 OR WS-QTD-DESCONHECIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARQ-RETORNO
           CLOSE ARQ-ESOCIAL
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-CORRECAO
           STOP RUN.

      *> O operador vem do arquivo de controle preparado de
      *> vespera; sem controle valido o programa recusa a
      *> execucao com codigo 8.
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

       1000-GRAVAR-CABECALHOS.
           MOVE SPACES TO REG-RELATORIO
           MOVE "RELATORIO DE RETORNO DO ESOCIAL - EVENTOS TRANSMITIDOS"
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-CORRECAO
           MOVE "LISTA DE CORRECAO - EVENTOS REJEITADOS PELO ESOCIAL"
               TO REG-CORRECAO
           WRITE REG-CORRECAO
           MOVE SPACES TO REG-CORRECAO
           STRING "CORRIJA O CADASTRO OU O MOVIMENTO E GERE OS "
                   DELIMITED BY SIZE
               "EVENTOS NOVAMENTE: O REJEITADO E REENVIADO"
                   DELIMITED BY SIZE
               INTO REG-CORRECAO
           WRITE REG-CORRECAO.

       2000-LER-RETORNO.
           READ ARQ-RETORNO
               AT END MOVE "S" TO WS-FIM-RETORNO
           END-READ.

      *> O retorno e localizado pelo Id do evento. Um Id que nao
      *> esta no controle pertence a uma versao ja substituida
      *> por outra geracao e nao altera a situacao do evento.
       3000-PROCESSAR-EVENTO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE REG-RETORNO TO WS-RETORNO-EVENTO
           MOVE RTE-ID-EVENTO TO ESC-ID-EVENTO
           READ ARQ-ESOCIAL KEY IS ESC-ID-EVENTO
               INVALID KEY MOVE "N" TO WS-ACHOU-EVENTO
               NOT INVALID KEY MOVE "S" TO WS-ACHOU-EVENTO
           END-READ
           EVALUATE TRUE
               WHEN NOT ACHOU-EVENTO
                   ADD 1 TO WS-QTD-DESCONHECIDOS
                   PERFORM 4200-GRAVAR-DESCONHECIDO
               WHEN RTE-ACEITO
                   ADD 1 TO WS-QTD-ACEITOS
                   MOVE "A" TO ESC-SITUACAO
                   MOVE RTE-RECIBO TO ESC-RECIBO
                   MOVE SPACES TO ESC-ERRO-CODIGO
                   MOVE SPACES TO ESC-ERRO-DESCRICAO
                   PERFORM 3100-REGRAVAR-CONTROLE
                   PERFORM 4000-GRAVAR-ACEITO
               WHEN OTHER
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE "R" TO ESC-SITUACAO
                   MOVE RTE-CODIGO TO ESC-ERRO-CODIGO
                   MOVE RTE-DESCRICAO TO ESC-ERRO-DESCRICAO
                   PERFORM 3100-REGRAVAR-CONTROLE
                   PERFORM 4100-GRAVAR-REJEITADO
                   PERFORM 4300-GRAVAR-CORRECAO
           END-EVALUATE
           PERFORM 2000-LER-RETORNO.

       3100-REGRAVAR-CONTROLE.
           REWRITE REG-ESOCIAL
               INVALID KEY
                   DISPLAY "Erro ao regravar o controle do eSocial: ",
                       WS-FS-ESOCIAL
           END-REWRITE.

       4000-GRAVAR-ACEITO.
           MOVE SPACES TO REG-RELATORIO
           STRING "ACEITO    " DELIMITED BY SIZE
               ESC-EVENTO DELIMITED BY SIZE
               " EMPRESA " DELIMITED BY SIZE
               ESC-EMPRESA DELIMITED BY SIZE
               " MATRICULA " DELIMITED BY SIZE
               ESC-MATRICULA DELIMITED BY SIZE
               " PERIODO " DELIMITED BY SIZE
               ESC-PERIODO DELIMITED BY SIZE
               " RECIBO " DELIMITED BY SIZE
               ESC-RECIBO DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       4100-GRAVAR-REJEITADO.
           MOVE SPACES TO REG-RELATORIO
           STRING "REJEITADO " DELIMITED BY SIZE
               ESC-EVENTO DELIMITED BY SIZE
               " EMPRESA " DELIMITED BY SIZE
               ESC-EMPRESA DELIMITED BY SIZE
               " MATRICULA " DELIMITED BY SIZE
               ESC-MATRICULA DELIMITED BY SIZE
               " PERIODO " DELIMITED BY SIZE
               ESC-PERIODO DELIMITED BY SIZE
               " OCORRENCIA " DELIMITED BY SIZE
               ESC-ERRO-CODIGO DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "          MOTIVO: " DELIMITED BY SIZE
               ESC-ERRO-DESCRICAO DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       4200-GRAVAR-DESCONHECIDO.
           MOVE SPACES TO REG-RELATORIO
           STRING "IGNORADO  ID " DELIMITED BY SIZE
               RTE-ID-EVENTO DELIMITED BY SIZE
               " SITUACAO " DELIMITED BY SIZE
               RTE-SITUACAO DELIMITED BY SIZE
               " - EVENTO FORA DO CONTROLE OU VERSAO SUBSTITUIDA"
                   DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

       4300-GRAVAR-CORRECAO.
           MOVE SPACES TO REG-CORRECAO
           STRING ESC-EVENTO DELIMITED BY SIZE
               " EMP " DELIMITED BY SIZE
               ESC-EMPRESA DELIMITED BY SIZE
               " MAT " DELIMITED BY SIZE
               ESC-MATRICULA DELIMITED BY SIZE
               " PER " DELIMITED BY SIZE
               ESC-PERIODO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESC-OCORRENCIA DELIMITED BY SIZE
               " OCORR " DELIMITED BY SIZE
               ESC-ERRO-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESC-ERRO-DESCRICAO DELIMITED BY SIZE
               INTO REG-CORRECAO
           WRITE REG-CORRECAO.

       8000-EMITIR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "EVENTOS ACEITOS ........ " DELIMITED BY SIZE
               WS-QTD-ACEITOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "EVENTOS REJEITADOS ..... " DELIMITED BY SIZE
               WS-QTD-REJEITADOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "RETORNOS IGNORADOS ..... " DELIMITED BY SIZE
               WS-QTD-DESCONHECIDOS DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY "=== Resumo do Retorno do eSocial ==="
           DISPLAY "Registros lidos ....: ", WS-QTD-LIDOS
           DISPLAY "Eventos aceitos ....: ", WS-QTD-ACEITOS
           DISPLAY "Eventos rejeitados .: ", WS-QTD-REJEITADOS
           DISPLAY "Retornos ignorados .: ", WS-QTD-DESCONHECIDOS.

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
               " RETORNO-ESOCIAL ACEITOS=" DELIMITED BY SIZE
               WS-QTD-ACEITOS DELIMITED BY SIZE
               " REJEITADOS=" DELIMITED BY SIZE
               WS-QTD-REJEITADOS DELIMITED BY SIZE
               " IGNORADOS=" DELIMITED BY SIZE
               WS-QTD-DESCONHECIDOS DELIMITED BY SIZE
               INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.
