               ASSIGN TO "data/CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
      *> Ano-base ja arquivado e lido do arquivo anual
      *> RENDIMENTOS-AAAA.DAT, de mesmo leiaute; os demais saem do
      *> acumulador corrente.
           SELECT OPTIONAL ARQ-RENDIMENTOS
               ASSIGN USING WS-NOME-ARQ-RENDIMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REND-CHAVE
               FILE STATUS IS WS-FS-RENDIMENTOS.
           SELECT ARQ-INFORME ASSIGN TO "INFORME-RENDIMENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Registro das emissoes, consultado pelo arquivamento anual.
           SELECT OPTIONAL ARQ-EMITIDOS
               ASSIGN TO "data/INFORMES-EMITIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMITIDOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
       01 REG-INFORME             PIC X(100).

       FD  ARQ-EMITIDOS
           LABEL RECORDS ARE STANDARD.
           COPY INFEMIT.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
           88 FIM-CONTROLE   VALUE "S".
       01 WS-FS-RENDIMENTOS  PIC X(2).
       01 WS-NOME-ARQ-RENDIMENTOS PIC X(30).
       01 WS-FS-EMITIDOS     PIC X(2).
       01 WS-OPERADOR        PIC X(20).
       01 WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA     PIC 9(8).
           05 WS-HORA-SISTEMA     PIC 9(6).
       01 WS-FIM-ARQUIVO     PIC X(1) VALUE "N".
           88 FIM-DE-ARQUIVO VALUE "S".
       01 WS-ENT-ANO         PIC X(4).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOME-ARQ-RENDIMENTOS
           STRING "RENDIMENTOS-" DELIMITED BY SIZE
               WS-ENT-ANO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-RENDIMENTOS
           OPEN INPUT ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS = "05"
               CLOSE ARQ-RENDIMENTOS
               MOVE "RENDIMENTOS.DAT" TO WS-NOME-ARQ-RENDIMENTOS
               OPEN INPUT ARQ-RENDIMENTOS
           END-IF
           DISPLAY "Rendimentos lidos de ...: ", WS-NOME-ARQ-RENDIMENTOS
           IF WS-FS-RENDIMENTOS NOT = "00"
               DISPLAY "Erro ao abrir o arquivo de rendimentos: ",
                   WS-FS-RENDIMENTOS
                   WS-ENT-ANO, "."
           ELSE
               PERFORM 5000-IMPRIMIR-RESUMO-EMPRESA
               PERFORM 6000-REGISTRAR-EMISSAO
           END-IF
      *> Sem rendimento no ano ou com competencias faltantes o
      *> informe devolve codigo 4 para a conferencia.
               STOP RUN
           END-IF
           MOVE CTL-ANO-BASE TO WS-ENT-ANO
           MOVE CTL-OPERADOR TO WS-OPERADOR
           CLOSE ARQ-CONTROLE
           DISPLAY "Ano-base do controle ...: ", WS-ENT-ANO.

           DISPLAY "Informes emitidos: ", WS-QTD-INFORMES
           DISPLAY "Funcionarios com competencia faltante: ",
               WS-QTD-COM-FALTA.

       6000-REGISTRAR-EMISSAO.
           OPEN EXTEND ARQ-EMITIDOS
           IF WS-FS-EMITIDOS NOT = "00" AND
              WS-FS-EMITIDOS NOT = "05"
               DISPLAY "Erro ao registrar a emissao do informe: ",
                   WS-FS-EMITIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-ENT-ANO-9 TO INF-ANO-BASE
           MOVE WS-DATA-SISTEMA TO INF-DATA-EMISSAO
           MOVE WS-HORA-SISTEMA TO INF-HORA-EMISSAO
           MOVE WS-OPERADOR TO INF-OPERADOR
           MOVE WS-QTD-INFORMES TO INF-QTD-INFORMES
           WRITE REG-INFORME-EMITIDO
           CLOSE ARQ-EMITIDOS.
