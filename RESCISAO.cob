               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.
      *> Verbas do termo confirmado, lidas pela geracao do evento
      *> de desligamento do eSocial.
           SELECT OPTIONAL ARQ-RESCISOES
               ASSIGN TO "data/RESCISOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESC-CHAVE
               FILE STATUS IS WS-FS-RESCISOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
           COPY HISTFUNC.

       FD  ARQ-RESCISOES
           LABEL RECORDS ARE STANDARD.
           COPY RESCFUNC.

       WORKING-STORAGE SECTION.
       01 WS-FS-HISTORICO       PIC X(2).
       01 WS-FS-RESCISOES       PIC X(2).
       01 WS-FIM-HISTORICO      PIC X(1).
           88 FIM-HISTORICO     VALUE "S".
       01 WS-ACHOU-CONTRATO     PIC X(1).
                   PERFORM 3000-CALCULAR-VERBAS
                   PERFORM 4000-EMITIR-RESULTADO
                   PERFORM 5000-GRAVAR-AUDITORIA
                   PERFORM 5500-GRAVAR-RESCISAO
                   PERFORM 6000-ATUALIZAR-CADASTRO
               END-IF
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

      *> Um recalculo do mesmo desligamento substitui as verbas
      *> gravadas antes.
       5500-GRAVAR-RESCISAO.
           OPEN I-O ARQ-RESCISOES
           IF WS-FS-RESCISOES NOT = "00" AND
              WS-FS-RESCISOES NOT = "05"
               DISPLAY "Erro ao abrir o arquivo de rescisoes: ",
                   WS-FS-RESCISOES
               CLOSE ARQ-FUNCIONARIOS
               STOP RUN
           END-IF
           MOVE FUNC-MATRICULA TO RESC-MATRICULA
           MOVE WS-DATA-DESLIGAMENTO TO RESC-DATA-DESLIGAMENTO
           MOVE FUNC-EMPRESA TO RESC-EMPRESA
           MOVE WS-TIPO-AVISO TO RESC-TIPO-AVISO
           MOVE WS-DIAS-AVISO TO RESC-DIAS-AVISO
           MOVE WS-SALDO-SALARIO TO RESC-SALDO-SALARIO
           MOVE WS-AVISO-INDENIZADO TO RESC-AVISO-INDENIZADO
           MOVE WS-FERIAS-PROPORCIONAIS TO RESC-FERIAS-PROPORCIONAIS
           MOVE WS-TERCO-FERIAS TO RESC-TERCO-FERIAS
           MOVE WS-DECIMO-TERCEIRO-PROP TO RESC-DECIMO-TERCEIRO
           MOVE WS-FGTS-MULTA TO RESC-FGTS-MULTA
           MOVE WS-TOTAL-RESCISAO TO RESC-TOTAL
           MOVE WS-DATA-SISTEMA TO RESC-DATA-CALCULO
           MOVE WS-OPERADOR TO RESC-OPERADOR
           WRITE REG-RESCISAO
               INVALID KEY
                   REWRITE REG-RESCISAO
                       INVALID KEY
                           DISPLAY "Erro ao gravar a rescisao: ",
                               WS-FS-RESCISOES
                   END-REWRITE
           END-WRITE
           CLOSE ARQ-RESCISOES.

      *> Com o calculo confirmado na auditoria, o desligamento e
      *> registrado no cadastro para a folha deixar de pagar o
      *> funcionario nas competencias seguintes.
