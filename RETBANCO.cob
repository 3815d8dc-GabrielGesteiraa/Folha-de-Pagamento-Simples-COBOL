               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> A remessa confirmada fecha a competencia da empresa, que
      *> e reconhecida pelo banco e convenio do header do arquivo.
           SELECT ARQ-EMPRESAS ASSIGN TO "data/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESAS.
           SELECT OPTIONAL ARQ-FECHAMENTO
               ASSIGN TO "data/FECHAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEC-CHAVE
               FILE STATUS IS WS-FS-FECHAMENTO.
      *> Saidas da empresa gravadas pela folha do mes, copiadas no
      *> fechamento para o historico da empresa antes que a
      *> corrida seguinte as sobrescreva.
           SELECT OPTIONAL ARQ-SAIDA ASSIGN USING WS-NOME-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.
           SELECT OPTIONAL ARQ-HIST-SAIDAS
               ASSIGN USING WS-NOME-ARQ-HIST-SAIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-SAIDAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
       01 REG-AUDITORIA           PIC X(180).

       FD  ARQ-EMPRESAS
           LABEL RECORDS ARE STANDARD.
           COPY EMPRESA.

       FD  ARQ-FECHAMENTO
           LABEL RECORDS ARE STANDARD.
           COPY FECHCOMP.

       FD  ARQ-SAIDA
           LABEL RECORDS ARE STANDARD.
       01 REG-SAIDA               PIC X(240).

       FD  ARQ-HIST-SAIDAS
           LABEL RECORDS ARE STANDARD.
           COPY SAIDAHIS.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE     PIC X(2).
       01 WS-FIM-CONTROLE    PIC X(1) VALUE "N".
       01 WS-FIM-RETORNO     PIC X(1) VALUE "N".
           88 FIM-RETORNO    VALUE "S".
       01 WS-OPERADOR        PIC X(20).
       01 WS-COMPETENCIA     PIC X(7).
       01 WS-COMPETENCIA-NUM.
           05 WS-COMP-ANO    PIC 9(4).
           05 WS-COMP-MES    PIC 9(2).
       01 WS-COMPETENCIA-AAAAMM REDEFINES WS-COMPETENCIA-NUM
                             PIC 9(6).
      *> Tipo de corrida da folha no controle: o retorno da folha
      *> mensal fecha a competencia; o da complementar so guarda a
      *> remessa complementar no historico; o do adiantamento nao
      *> fecha nada.
       01 WS-MODO-FOLHA      PIC X(1).
           88 RETORNO-DA-FOLHA     VALUE "N" "R" "Z".
           88 RETORNO-COMPLEMENTAR VALUE "C".
       01 WS-FS-EMPRESAS     PIC X(2).
       01 WS-FIM-EMPRESAS    PIC X(1) VALUE "N".
           88 FIM-EMPRESAS   VALUE "S".
       01 WS-FS-FECHAMENTO   PIC X(2).
       01 WS-FS-SAIDA        PIC X(2).
       01 WS-FIM-SAIDA       PIC X(1).
           88 FIM-SAIDA      VALUE "S".
       01 WS-FS-HIST-SAIDAS  PIC X(2).
       01 WS-NOME-ARQ-SAIDA  PIC X(30).
       01 WS-NOME-ARQ-HIST-SAIDAS PIC X(30).
       01 WS-TIPO-SAIDA      PIC X(3).
       01 WS-QTD-LINHAS-SAIDA PIC 9(7) VALUE 0.
       01 WS-EMPRESA-CODIGO  PIC 9(3) VALUE 0.
       01 WS-EMPRESA-ACHADA  PIC X(1) VALUE "N".
           88 EMPRESA-ACHADA VALUE "S".
       01 WS-SEM-FECHAMENTO  PIC X(1) VALUE "N".
           88 SEM-FECHAMENTO VALUE "S".
       01 WS-SITUACAO-FECHAMENTO PIC X(10).
       01 WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA     PIC 9(8).
           05 WS-HORA-SISTEMA     PIC 9(6).
               88 OCORRENCIA-EFETIVADA VALUE "00".
           05 FILLER               PIC X(128).

      *> Header de arquivo devolvido: mesmo desenho do header da
      *> remessa, com o banco e o convenio da empresa pagadora.
       01 WS-RETORNO-HEADER.
           05 REH-BANCO            PIC 9(3).
           05 REH-LOTE             PIC 9(4).
           05 REH-TIPO-REGISTRO    PIC 9(1).
           05 FILLER               PIC X(9).
           05 REH-CONVENIO         PIC 9(9).
           05 FILLER               PIC X(214).
       01 WS-RET-BANCO-EMPRESA PIC 9(3) VALUE 0.
       01 WS-RET-CONVENIO      PIC 9(9) VALUE 0.

       01 WS-MOTIVO-OCORRENCIA PIC X(40).
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS        PIC 9(5) VALUE 0.
           PERFORM 3000-CLASSIFICAR-REGISTRO UNTIL FIM-RETORNO
           PERFORM 8000-EMITIR-RESUMO
           PERFORM 9000-GRAVAR-AUDITORIA
           PERFORM 6000-FECHAR-COMPETENCIA
      *> Creditos devolvidos devolvem codigo 4 para o escalonador
      *> apontar a lista de repagamento; o retorno da folha que
      *> nao conseguiu fechar a competencia tambem.
           IF WS-QTD-REJEITADOS > 0 OR SEM-FECHAMENTO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARQ-RETORNO
               STOP RUN
           END-IF
           MOVE CTL-OPERADOR TO WS-OPERADOR
           MOVE CTL-COMPETENCIA TO WS-COMPETENCIA
           MOVE CTL-MODO-FOLHA TO WS-MODO-FOLHA
           CLOSE ARQ-CONTROLE
           MOVE WS-COMPETENCIA(4:4) TO WS-COMP-ANO
           MOVE WS-COMPETENCIA(1:2) TO WS-COMP-MES
           DISPLAY "Operador do controle ...: ", WS-OPERADOR
           DISPLAY "Competencia do controle : ", WS-COMPETENCIA.

       1000-GRAVAR-CABECALHOS.
           MOVE SPACES TO REG-RELATORIO
       3000-CLASSIFICAR-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE REG-RETORNO TO WS-RETORNO-DETALHE
           IF RET-TIPO-REGISTRO = 0
               MOVE REG-RETORNO TO WS-RETORNO-HEADER
               MOVE REH-BANCO TO WS-RET-BANCO-EMPRESA
               MOVE REH-CONVENIO TO WS-RET-CONVENIO
           END-IF
           IF RET-TIPO-REGISTRO = 3 AND RET-SEGMENTO = "A"
               PERFORM 3100-PROCESSAR-SEGMENTO-A
           END-IF
                       TO WS-MOTIVO-OCORRENCIA
           END-EVALUATE.

      *> Fechamento da competencia da empresa do retorno: so com
      *> a folha mensal no controle e ao menos um credito
      *> confirmado. Creditos devolvidos sao repagos avulsos e
      *> nao impedem o fechamento. Uma competencia ja fechada nao
      *> e regravada; a reaberta volta a fechar no novo retorno.
       6000-FECHAR-COMPETENCIA.
           IF WS-COMPETENCIA-AAAAMM NOT NUMERIC
            OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
               DISPLAY "Competencia do controle invalida: ",
                   "competencia nao fechada."
               MOVE "S" TO WS-SEM-FECHAMENTO
           ELSE
               IF RETORNO-DA-FOLHA OR RETORNO-COMPLEMENTAR
                   PERFORM 6100-IDENTIFICAR-EMPRESA
               ELSE
                   DISPLAY "Retorno de adiantamento: a competencia ",
                       "so fecha com o retorno da folha mensal."
               END-IF
           END-IF
           IF EMPRESA-ACHADA AND WS-QTD-CONFIRMADOS = 0
               DISPLAY "Nenhum credito confirmado: competencia ",
                   "nao fechada."
               MOVE "S" TO WS-SEM-FECHAMENTO
           END-IF
           IF EMPRESA-ACHADA AND WS-QTD-CONFIRMADOS > 0
               IF RETORNO-COMPLEMENTAR
                   PERFORM 6400-GUARDAR-REMESSA-COMP
               ELSE
                   PERFORM 6200-GRAVAR-FECHAMENTO
               END-IF
           END-IF.

       6100-IDENTIFICAR-EMPRESA.
           OPEN INPUT ARQ-EMPRESAS
           IF WS-FS-EMPRESAS NOT = "00"
               DISPLAY "Erro ao abrir a tabela de empresas: ",
                   WS-FS-EMPRESAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6110-LER-EMPRESA
           PERFORM 6120-CONFERIR-EMPRESA
               UNTIL FIM-EMPRESAS OR EMPRESA-ACHADA
           CLOSE ARQ-EMPRESAS
           IF NOT EMPRESA-ACHADA
               DISPLAY "Banco ", WS-RET-BANCO-EMPRESA, " convenio ",
                   WS-RET-CONVENIO, " do retorno sem empresa ",
                   "cadastrada: competencia nao fechada."
               MOVE "S" TO WS-SEM-FECHAMENTO
           END-IF.

       6110-LER-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO WS-FIM-EMPRESAS
           END-READ.

       6120-CONFERIR-EMPRESA.
           IF EMP-BANCO = WS-RET-BANCO-EMPRESA
            AND EMP-CONVENIO = WS-RET-CONVENIO
               MOVE EMP-CODIGO TO WS-EMPRESA-CODIGO
               MOVE "S" TO WS-EMPRESA-ACHADA
           ELSE
               PERFORM 6110-LER-EMPRESA
           END-IF.

       6200-GRAVAR-FECHAMENTO.
           OPEN I-O ARQ-FECHAMENTO
           IF WS-FS-FECHAMENTO NOT = "00" AND
              WS-FS-FECHAMENTO NOT = "05"
               DISPLAY "Erro ao abrir o controle de fechamento: ",
                   WS-FS-FECHAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-EMPRESA-CODIGO TO FEC-EMPRESA
           MOVE WS-COMPETENCIA-AAAAMM TO FEC-COMPETENCIA
           READ ARQ-FECHAMENTO
               INVALID KEY
                   INITIALIZE REG-FECHAMENTO
                   MOVE WS-EMPRESA-CODIGO TO FEC-EMPRESA
                   MOVE WS-COMPETENCIA-AAAAMM TO FEC-COMPETENCIA
                   MOVE "NOVO" TO WS-SITUACAO-FECHAMENTO
               NOT INVALID KEY
                   IF COMPETENCIA-FECHADA
                       MOVE "FECHADA" TO WS-SITUACAO-FECHAMENTO
                   ELSE
                       MOVE "REABERTA" TO WS-SITUACAO-FECHAMENTO
                   END-IF
           END-READ
           IF WS-SITUACAO-FECHAMENTO = "FECHADA"
               DISPLAY "Competencia ", WS-COMPETENCIA, " da empresa ",
                   WS-EMPRESA-CODIGO, " ja estava fechada."
           ELSE
               MOVE "F" TO FEC-SITUACAO
               MOVE WS-DATA-SISTEMA TO FEC-DATA-FECHAMENTO
               MOVE WS-HORA-SISTEMA TO FEC-HORA-FECHAMENTO
               MOVE WS-OPERADOR TO FEC-OPERADOR-FECHAMENTO
               MOVE WS-QTD-CONFIRMADOS TO FEC-QTD-CONFIRMADOS
               MOVE WS-TOTAL-CONFIRMADO TO FEC-VALOR-CONFIRMADO
               IF WS-SITUACAO-FECHAMENTO = "NOVO"
                   WRITE REG-FECHAMENTO
                       INVALID KEY
                           DISPLAY "Erro ao gravar o fechamento: ",
                               WS-FS-FECHAMENTO
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               ELSE
                   REWRITE REG-FECHAMENTO
                       INVALID KEY
                           DISPLAY "Erro ao regravar o fechamento: ",
                               WS-FS-FECHAMENTO
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
               END-IF
               PERFORM 6300-GUARDAR-SAIDAS-EMPRESA
               PERFORM 9100-AUDITAR-FECHAMENTO
               DISPLAY "Competencia ", WS-COMPETENCIA, " da empresa ",
                   WS-EMPRESA-CODIGO, " fechada."
           END-IF
           CLOSE ARQ-FECHAMENTO.

      *> Copia as saidas da empresa para o historico, cada linha
      *> marcada com a competencia e o tipo de arquivo.
       6300-GUARDAR-SAIDAS-EMPRESA.
           PERFORM 6310-ABRIR-HISTORICO-SAIDAS
           MOVE "REM" TO WS-TIPO-SAIDA
           MOVE SPACES TO WS-NOME-ARQ-SAIDA
           STRING "REMESSA-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".REM" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-SAIDA
           PERFORM 6320-COPIAR-SAIDA
           MOVE "ADT" TO WS-TIPO-SAIDA
           MOVE SPACES TO WS-NOME-ARQ-SAIDA
           STRING "REMADTO-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".REM" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-SAIDA
           PERFORM 6320-COPIAR-SAIDA
           MOVE "GPS" TO WS-TIPO-SAIDA
           MOVE SPACES TO WS-NOME-ARQ-SAIDA
           STRING "GPS-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-SAIDA
           PERFORM 6320-COPIAR-SAIDA
           MOVE "FGT" TO WS-TIPO-SAIDA
           MOVE SPACES TO WS-NOME-ARQ-SAIDA
           STRING "FGTS-RELACAO-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-SAIDA
           PERFORM 6320-COPIAR-SAIDA
           MOVE "CTB" TO WS-TIPO-SAIDA
           MOVE SPACES TO WS-NOME-ARQ-SAIDA
           STRING "CONTABIL-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".LAN" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-SAIDA
           PERFORM 6320-COPIAR-SAIDA
           CLOSE ARQ-HIST-SAIDAS.

       6310-ABRIR-HISTORICO-SAIDAS.
           MOVE SPACES TO WS-NOME-ARQ-HIST-SAIDAS
           STRING "SAIDAS-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".HIS" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-HIST-SAIDAS
           OPEN EXTEND ARQ-HIST-SAIDAS
           IF WS-FS-HIST-SAIDAS NOT = "00" AND
              WS-FS-HIST-SAIDAS NOT = "05"
               DISPLAY "Erro ao abrir o historico de saidas: ",
                   WS-FS-HIST-SAIDAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Saida ausente (empresa sem adiantamento, por exemplo) nao
      *> e erro: simplesmente nao ha linhas a guardar.
       6320-COPIAR-SAIDA.
           OPEN INPUT ARQ-SAIDA
           IF WS-FS-SAIDA NOT = "00" AND WS-FS-SAIDA NOT = "05"
               DISPLAY "Erro ao abrir a saida ", WS-NOME-ARQ-SAIDA,
                   ": ", WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-SAIDA
           PERFORM 6330-LER-SAIDA
           PERFORM 6340-GRAVAR-LINHA-HISTORICO UNTIL FIM-SAIDA
           CLOSE ARQ-SAIDA.

       6330-LER-SAIDA.
           READ ARQ-SAIDA
               AT END MOVE "S" TO WS-FIM-SAIDA
           END-READ.

       6340-GRAVAR-LINHA-HISTORICO.
           MOVE WS-COMPETENCIA-AAAAMM TO SAI-COMPETENCIA
           MOVE WS-TIPO-SAIDA TO SAI-TIPO
           MOVE REG-SAIDA TO SAI-LINHA
           WRITE REG-SAIDA-HIST
           ADD 1 TO WS-QTD-LINHAS-SAIDA
           PERFORM 6330-LER-SAIDA.

      *> A complementar de uma competencia fechada tem remessa
      *> propria, que tambem vai para o historico da empresa.
       6400-GUARDAR-REMESSA-COMP.
           PERFORM 6310-ABRIR-HISTORICO-SAIDAS
           MOVE "CMP" TO WS-TIPO-SAIDA
           MOVE SPACES TO WS-NOME-ARQ-SAIDA
           STRING "REMCOMP-E" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               ".REM" DELIMITED BY SIZE
               INTO WS-NOME-ARQ-SAIDA
           PERFORM 6320-COPIAR-SAIDA
           CLOSE ARQ-HIST-SAIDAS
           DISPLAY "Remessa complementar da empresa ",
               WS-EMPRESA-CODIGO, " guardada no historico.".

       8000-EMITIR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           MOVE ALL "=" TO REG-RELATORIO
               INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       9100-AUDITAR-FECHAMENTO.
           OPEN EXTEND ARQ-AUDITORIA
           MOVE WS-TOTAL-CONFIRMADO TO TOTAL-ED
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-SISTEMA DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " FECHAMENTO EMPRESA=" DELIMITED BY SIZE
               WS-EMPRESA-CODIGO DELIMITED BY SIZE
               " COMPETENCIA=" DELIMITED BY SIZE
               WS-COMPETENCIA-AAAAMM DELIMITED BY SIZE
               " CONFIRMADOS=" DELIMITED BY SIZE
               WS-QTD-CONFIRMADOS DELIMITED BY SIZE
               " VALOR=" DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               " LINHAS-HISTORICO=" DELIMITED BY SIZE
               WS-QTD-LINHAS-SAIDA DELIMITED BY SIZE
               INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.
