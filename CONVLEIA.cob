       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversaoLeiaute.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversao unica dos arquivos mestres para os leiautes
      *> ampliados: cadastro de funcionarios com adicionais de
      *> risco, PIS e CPF (120 posicoes), historico salarial com os
      *> adicionais da versao (31), acumulador de rendimentos com
      *> o salario-familia (105) e movimento mensal com horas
      *> noturnas, banco de horas e extras em feriado (35). Roda
      *> uma vez, antes da primeira execucao de qualquer programa
      *> com os leiautes novos, com a folha parada.
      *>
      *> Cada arquivo e copiado como esta para um .CNV, que fica
      *> como copia de seguranca no leiaute antigo, e depois
      *> regravado no leiaute novo a partir da copia. Os campos
      *> novos entram zerados, sem adicionais de risco e, no
      *> historico, com os adicionais do cadastro mestre. Arquivo
      *> ausente ou ja no leiaute novo e apenas informado, entao
      *> rodar de novo nao altera nada.
           SELECT OPTIONAL ARQ-FUNC-ANTIGO
               ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FANT-MATRICULA
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "data/FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT OPTIONAL ARQ-HIST-ANTIGO
               ASSIGN TO "data/HISTSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HANT-CHAVE
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT ARQ-HISTORICO ASSIGN TO "data/HISTSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT OPTIONAL ARQ-REND-ANTIGO
               ASSIGN TO "RENDIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RANT-CHAVE
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT ARQ-RENDIMENTOS ASSIGN TO "RENDIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REND-CHAVE
               FILE STATUS IS WS-FS-RENDIMENTOS.
      *> O movimento digitado e texto: linha curta ja chega com os
      *> campos novos em branco.
           SELECT OPTIONAL ARQ-MOVIMENTO
               ASSIGN TO "data/MOVIMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT ARQ-COPIA ASSIGN USING WS-NOME-ARQ-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COPIA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNC-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01 REG-FUNC-ANTIGO.
           05 FANT-MATRICULA       PIC 9(5).
           05 FILLER               PIC X(91).

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY EMPFUNC.

       FD  ARQ-HIST-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01 REG-HIST-ANTIGO.
           05 HANT-CHAVE.
               10 HANT-MATRICULA   PIC 9(5).
               10 HANT-VIGENCIA    PIC 9(6).
           05 FILLER               PIC X(18).

       FD  ARQ-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY HISTFUNC.

       FD  ARQ-REND-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01 REG-REND-ANTIGO.
           05 RANT-CHAVE.
               10 RANT-MATRICULA   PIC 9(5).
               10 RANT-COMPETENCIA PIC 9(6).
           05 FILLER               PIC X(87).

       FD  ARQ-RENDIMENTOS
           LABEL RECORDS ARE STANDARD.
           COPY RENDFUNC.

       FD  ARQ-MOVIMENTO
           LABEL RECORDS ARE STANDARD.
           COPY MOVFUNC.

       FD  ARQ-COPIA
           LABEL RECORDS ARE STANDARD.
       01 REG-COPIA               PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-ANTIGO       PIC X(2).
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FS-HISTORICO    PIC X(2).
       01 WS-FS-RENDIMENTOS  PIC X(2).
       01 WS-FS-MOVIMENTO    PIC X(2).
       01 WS-FS-COPIA        PIC X(2).
       01 WS-NOME-ARQ-ORIGEM PIC X(30).
       01 WS-NOME-ARQ-COPIA  PIC X(30).
       01 WS-FIM-ARQUIVO     PIC X(1) VALUE "N".
           88 FIM-DE-ARQUIVO VALUE "S".
      *> Situacao do arquivo em conversao depois da abertura no
      *> leiaute antigo.
       01 WS-SITUACAO-ARQ    PIC X(1).
           88 ARQ-A-CONVERTER VALUE "C".
           88 ARQ-AUSENTE     VALUE "A".
           88 ARQ-JA-NOVO     VALUE "N".
       01 WS-CONTADORES.
           05 WS-QTD-FUNCIONARIOS PIC 9(7) VALUE 0.
           05 WS-QTD-SEM-PIS      PIC 9(7) VALUE 0.
           05 WS-QTD-SEM-CPF      PIC 9(7) VALUE 0.
           05 WS-QTD-HISTORICOS   PIC 9(7) VALUE 0.
           05 WS-QTD-HIST-SEM-CAD PIC 9(7) VALUE 0.
           05 WS-QTD-RENDIMENTOS  PIC 9(7) VALUE 0.
           05 WS-QTD-MOVIMENTOS   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-CONVERTER-ARQUIVOS.
           DISPLAY "Conversao dos Arquivos para os Leiautes Novos".
      *> O historico herda os adicionais do cadastro ja convertido.
           PERFORM 1000-CONVERTER-CADASTRO
           PERFORM 2000-CONVERTER-HISTORICO
           PERFORM 3000-CONVERTER-RENDIMENTOS
           PERFORM 4000-CONVERTER-MOVIMENTO
           PERFORM 8000-EMITIR-RESUMO
           IF WS-QTD-SEM-PIS > 0 OR WS-QTD-SEM-CPF > 0
            OR WS-QTD-HIST-SEM-CAD > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Status 39 na abertura pelo leiaute antigo: o tamanho do
      *> registro gravado nao confere, o arquivo ja foi convertido.
       0100-AVALIAR-ABERTURA.
           EVALUATE WS-FS-ANTIGO
               WHEN "00"
                   MOVE "C" TO WS-SITUACAO-ARQ
               WHEN "05"
               WHEN "35"
                   MOVE "A" TO WS-SITUACAO-ARQ
               WHEN "39"
                   MOVE "N" TO WS-SITUACAO-ARQ
               WHEN OTHER
                   DISPLAY "Erro ao abrir ", WS-NOME-ARQ-ORIGEM,
                       " no leiaute antigo: ", WS-FS-ANTIGO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0200-ABRIR-COPIA-SAIDA.
           OPEN OUTPUT ARQ-COPIA
           IF WS-FS-COPIA NOT = "00"
               DISPLAY "Erro ao criar a copia ", WS-NOME-ARQ-COPIA,
                   ": ", WS-FS-COPIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-ABRIR-COPIA-ENTRADA.
           OPEN INPUT ARQ-COPIA
           IF WS-FS-COPIA NOT = "00"
               DISPLAY "Erro ao reabrir a copia ", WS-NOME-ARQ-COPIA,
                   ": ", WS-FS-COPIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 0400-LER-COPIA.

       0400-LER-COPIA.
           READ ARQ-COPIA
               AT END MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.

       0500-INFORMAR-SITUACAO.
           IF ARQ-AUSENTE
               DISPLAY "Arquivo ausente, nada a converter: ",
                   WS-NOME-ARQ-ORIGEM
           END-IF
           IF ARQ-JA-NOVO
               DISPLAY "Arquivo ja esta no leiaute novo: ",
                   WS-NOME-ARQ-ORIGEM
           END-IF.

      *> Cadastro mestre: sem adicionais de risco ate o RH
      *> informar; o PIS e o CPF zerados ficam apontados para o
      *> cadastro.
       1000-CONVERTER-CADASTRO.
           MOVE "data/FUNCIONARIOS.DAT" TO WS-NOME-ARQ-ORIGEM
           MOVE "data/FUNCIONARIOS.CNV" TO WS-NOME-ARQ-COPIA
           OPEN INPUT ARQ-FUNC-ANTIGO
           PERFORM 0100-AVALIAR-ABERTURA
           IF ARQ-A-CONVERTER
               PERFORM 0200-ABRIR-COPIA-SAIDA
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM 1100-COPIAR-CADASTRO UNTIL FIM-DE-ARQUIVO
               CLOSE ARQ-FUNC-ANTIGO
               CLOSE ARQ-COPIA
               OPEN OUTPUT ARQ-FUNCIONARIOS
               IF WS-FS-FUNCIONARIOS NOT = "00"
                   DISPLAY "Erro ao recriar o cadastro: ",
                       WS-FS-FUNCIONARIOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0300-ABRIR-COPIA-ENTRADA
               PERFORM 1200-REGRAVAR-CADASTRO UNTIL FIM-DE-ARQUIVO
               CLOSE ARQ-COPIA
               CLOSE ARQ-FUNCIONARIOS
           ELSE
               PERFORM 0500-INFORMAR-SITUACAO
               IF ARQ-AUSENTE
                   CLOSE ARQ-FUNC-ANTIGO
               END-IF
           END-IF.

       1100-COPIAR-CADASTRO.
           READ ARQ-FUNC-ANTIGO NEXT
               AT END MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE REG-FUNC-ANTIGO TO REG-COPIA
                   WRITE REG-COPIA
           END-READ.

       1200-REGRAVAR-CADASTRO.
           MOVE REG-COPIA TO REG-FUNCIONARIO
           IF FUNC-GRAU-INSALUBRIDADE = SPACE
               MOVE "0" TO FUNC-GRAU-INSALUBRIDADE
           END-IF
           IF FUNC-PERICULOSIDADE = SPACE
               MOVE "N" TO FUNC-PERICULOSIDADE
           END-IF
           IF FUNC-PIS NOT NUMERIC
               MOVE ZEROS TO FUNC-PIS
           END-IF
           IF FUNC-PIS = ZEROS AND NOT FUNC-DESLIGADO
               ADD 1 TO WS-QTD-SEM-PIS
           END-IF
           IF FUNC-CPF NOT NUMERIC
               MOVE ZEROS TO FUNC-CPF
           END-IF
           IF FUNC-CPF = ZEROS AND NOT FUNC-DESLIGADO
               ADD 1 TO WS-QTD-SEM-CPF
           END-IF
           WRITE REG-FUNCIONARIO
               INVALID KEY
                   DISPLAY "Erro ao regravar a matricula ",
                       FUNC-MATRICULA, ": ", WS-FS-FUNCIONARIOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-QTD-FUNCIONARIOS
           PERFORM 0400-LER-COPIA.

      *> Historico salarial: cada versao recebe os adicionais que o
      *> cadastro mestre tem hoje, que sao os que a folha vinha
      *> aplicando a todas as competencias.
       2000-CONVERTER-HISTORICO.
           MOVE "data/HISTSAL.DAT" TO WS-NOME-ARQ-ORIGEM
           MOVE "data/HISTSAL.CNV" TO WS-NOME-ARQ-COPIA
           OPEN INPUT ARQ-HIST-ANTIGO
           PERFORM 0100-AVALIAR-ABERTURA
           IF ARQ-A-CONVERTER
               PERFORM 0200-ABRIR-COPIA-SAIDA
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM 2100-COPIAR-HISTORICO UNTIL FIM-DE-ARQUIVO
               CLOSE ARQ-HIST-ANTIGO
               CLOSE ARQ-COPIA
               OPEN INPUT ARQ-FUNCIONARIOS
               IF WS-FS-FUNCIONARIOS NOT = "00"
                   DISPLAY "Erro ao abrir o cadastro convertido: ",
                       WS-FS-FUNCIONARIOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT ARQ-HISTORICO
               IF WS-FS-HISTORICO NOT = "00"
                   DISPLAY "Erro ao recriar o historico salarial: ",
                       WS-FS-HISTORICO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0300-ABRIR-COPIA-ENTRADA
               PERFORM 2200-REGRAVAR-HISTORICO UNTIL FIM-DE-ARQUIVO
               CLOSE ARQ-COPIA
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-FUNCIONARIOS
           ELSE
               PERFORM 0500-INFORMAR-SITUACAO
               IF ARQ-AUSENTE
                   CLOSE ARQ-HIST-ANTIGO
               END-IF
           END-IF.

       2100-COPIAR-HISTORICO.
           READ ARQ-HIST-ANTIGO NEXT
               AT END MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE REG-HIST-ANTIGO TO REG-COPIA
                   WRITE REG-COPIA
           END-READ.

       2200-REGRAVAR-HISTORICO.
           MOVE REG-COPIA TO REG-HISTORICO
           IF NOT HIST-GRAU-INSALUB-OK OR NOT HIST-PERICULOSIDADE-OK
               MOVE HIST-MATRICULA TO FUNC-MATRICULA
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       ADD 1 TO WS-QTD-HIST-SEM-CAD
                       DISPLAY "Versao sem cadastro mestre, gravada ",
                           "sem adicionais: ", HIST-MATRICULA, " ",
                           HIST-VIGENCIA
                       MOVE "0" TO HIST-GRAU-INSALUBRIDADE
                       MOVE "N" TO HIST-PERICULOSIDADE
                   NOT INVALID KEY
                       MOVE FUNC-GRAU-INSALUBRIDADE
                           TO HIST-GRAU-INSALUBRIDADE
                       MOVE FUNC-PERICULOSIDADE
                           TO HIST-PERICULOSIDADE
               END-READ
           END-IF
           WRITE REG-HISTORICO
               INVALID KEY
                   DISPLAY "Erro ao regravar a versao ",
                       HIST-MATRICULA, " ", HIST-VIGENCIA, ": ",
                       WS-FS-HISTORICO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-QTD-HISTORICOS
           PERFORM 0400-LER-COPIA.

      *> Acumulador de rendimentos: competencias pagas antes do
      *> salario-familia ficam com a cota zerada. Os anos ja
      *> arquivados sao gravados no leiaute novo pelo
      *> arquivamento e nao passam por aqui.
       3000-CONVERTER-RENDIMENTOS.
           MOVE "RENDIMENTOS.DAT" TO WS-NOME-ARQ-ORIGEM
           MOVE "RENDIMENTOS.CNV" TO WS-NOME-ARQ-COPIA
           OPEN INPUT ARQ-REND-ANTIGO
           PERFORM 0100-AVALIAR-ABERTURA
           IF ARQ-A-CONVERTER
               PERFORM 0200-ABRIR-COPIA-SAIDA
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM 3100-COPIAR-RENDIMENTOS UNTIL FIM-DE-ARQUIVO
               CLOSE ARQ-REND-ANTIGO
               CLOSE ARQ-COPIA
               OPEN OUTPUT ARQ-RENDIMENTOS
               IF WS-FS-RENDIMENTOS NOT = "00"
                   DISPLAY "Erro ao recriar o acumulador de ",
                       "rendimentos: ", WS-FS-RENDIMENTOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0300-ABRIR-COPIA-ENTRADA
               PERFORM 3200-REGRAVAR-RENDIMENTOS UNTIL FIM-DE-ARQUIVO
               CLOSE ARQ-COPIA
               CLOSE ARQ-RENDIMENTOS
           ELSE
               PERFORM 0500-INFORMAR-SITUACAO
               IF ARQ-AUSENTE
                   CLOSE ARQ-REND-ANTIGO
               END-IF
           END-IF.

       3100-COPIAR-RENDIMENTOS.
           READ ARQ-REND-ANTIGO NEXT
               AT END MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE REG-REND-ANTIGO TO REG-COPIA
                   WRITE REG-COPIA
           END-READ.

       3200-REGRAVAR-RENDIMENTOS.
           MOVE REG-COPIA TO REG-RENDIMENTO
           IF REND-SALARIO-FAMILIA NOT NUMERIC
               MOVE ZEROS TO REND-SALARIO-FAMILIA
           END-IF
           WRITE REG-RENDIMENTO
               INVALID KEY
                   DISPLAY "Erro ao regravar o rendimento ",
                       REND-MATRICULA, " ", REND-COMPETENCIA, ": ",
                       WS-FS-RENDIMENTOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-QTD-RENDIMENTOS
           PERFORM 0400-LER-COPIA.

      *> Movimento mensal ainda nao criticado: as horas novas
      *> entram zeradas para a critica aceitar a linha.
       4000-CONVERTER-MOVIMENTO.
           MOVE "data/MOVIMENTO.DAT" TO WS-NOME-ARQ-ORIGEM
           MOVE "data/MOVIMENTO.CNV" TO WS-NOME-ARQ-COPIA
           OPEN INPUT ARQ-MOVIMENTO
           IF WS-FS-MOVIMENTO = "05"
               MOVE "A" TO WS-SITUACAO-ARQ
               PERFORM 0500-INFORMAR-SITUACAO
               CLOSE ARQ-MOVIMENTO
           ELSE
               IF WS-FS-MOVIMENTO NOT = "00"
                   DISPLAY "Erro ao abrir o movimento mensal: ",
                       WS-FS-MOVIMENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0200-ABRIR-COPIA-SAIDA
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM 4100-COPIAR-MOVIMENTO UNTIL FIM-DE-ARQUIVO
               CLOSE ARQ-MOVIMENTO
               CLOSE ARQ-COPIA
               OPEN OUTPUT ARQ-MOVIMENTO
               IF WS-FS-MOVIMENTO NOT = "00"
                   DISPLAY "Erro ao regravar o movimento mensal: ",
                       WS-FS-MOVIMENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0300-ABRIR-COPIA-ENTRADA
               PERFORM 4200-REGRAVAR-MOVIMENTO UNTIL FIM-DE-ARQUIVO
               CLOSE ARQ-COPIA
               CLOSE ARQ-MOVIMENTO
           END-IF.

       4100-COPIAR-MOVIMENTO.
           READ ARQ-MOVIMENTO
               AT END MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE REG-MOVIMENTO TO REG-COPIA
                   WRITE REG-COPIA
           END-READ.

       4200-REGRAVAR-MOVIMENTO.
           MOVE REG-COPIA TO REG-MOVIMENTO
           IF MOV-HORAS-NOTURNAS NOT NUMERIC
               MOVE ZEROS TO MOV-HORAS-NOTURNAS
           END-IF
           IF MOV-HORAS-EXTRAS-BANCO NOT NUMERIC
               MOVE ZEROS TO MOV-HORAS-EXTRAS-BANCO
           END-IF
           IF MOV-HORAS-COMPENSADAS NOT NUMERIC
               MOVE ZEROS TO MOV-HORAS-COMPENSADAS
           END-IF
           IF MOV-HORAS-EXTRAS-FERIADO NOT NUMERIC
               MOVE ZEROS TO MOV-HORAS-EXTRAS-FERIADO
           END-IF
           WRITE REG-MOVIMENTO
           ADD 1 TO WS-QTD-MOVIMENTOS
           PERFORM 0400-LER-COPIA.

       8000-EMITIR-RESUMO.
           DISPLAY "=== Resumo da Conversao ==="
           DISPLAY "Funcionarios regravados ..: ", WS-QTD-FUNCIONARIOS
           DISPLAY "Ativos sem PIS no cadastro: ", WS-QTD-SEM-PIS
           DISPLAY "Ativos sem CPF no cadastro: ", WS-QTD-SEM-CPF
           DISPLAY "Versoes do historico .....: ", WS-QTD-HISTORICOS
           DISPLAY "Versoes sem cadastro .....: ", WS-QTD-HIST-SEM-CAD
           DISPLAY "Rendimentos regravados ...: ", WS-QTD-RENDIMENTOS
           DISPLAY "Linhas do movimento ......: ", WS-QTD-MOVIMENTOS.
