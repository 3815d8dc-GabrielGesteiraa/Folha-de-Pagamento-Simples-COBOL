       01 WS-IDX-EMPRESA     PIC 9(2).
       01 WS-EMPRESA-VALIDA  PIC X(1).
           88 EMPRESA-VALIDA VALUE "S".
      *> Digito verificador do PIS: pesos de 3 a 2 sobre os dez
      *> primeiros digitos, modulo 11.
       01 WS-PESOS-PIS-TXT   PIC X(10) VALUE "3298765432".
       01 WS-PESOS-PIS REDEFINES WS-PESOS-PIS-TXT.
           05 WS-PESO-PIS    PIC 9(1) OCCURS 10 TIMES.
       01 WS-IDX-PIS         PIC 9(2).
       01 WS-SOMA-PIS        PIC 9(4).
       01 WS-QUOC-PIS        PIC 9(4).
       01 WS-RESTO-PIS       PIC 9(2).
       01 WS-DV-PIS          PIC 9(2).
       01 WS-PIS-VALIDO      PIC X(1).
           88 PIS-VALIDO     VALUE "S".
      *> Digitos verificadores do CPF, modulo 11: o primeiro sobre
      *> os nove primeiros digitos com pesos de 10 a 2, o segundo
      *> sobre os dez primeiros com pesos de 11 a 2; resto menor
      *> que 2 da digito zero. Digitos todos iguais passam no
      *> calculo mas nao sao CPF.
       01 WS-IDX-CPF         PIC 9(2).
       01 WS-SOMA-CPF        PIC 9(4).
       01 WS-QUOC-CPF        PIC 9(4).
       01 WS-RESTO-CPF       PIC 9(2).
       01 WS-DV-CPF          PIC 9(2).
       01 WS-QTD-DIG-IGUAIS  PIC 9(2).
       01 WS-CPF-VALIDO      PIC X(1).
           88 CPF-VALIDO     VALUE "S".
       01 WS-FS-FUNCIONARIOS PIC X(2).
       01 WS-FS-HISTORICO    PIC X(2).
       01 WS-OPCAO           PIC X(1).
       01 WS-ENT-EMPRESA     PIC X(3).
       01 WS-ENT-EMPRESA-9   REDEFINES WS-ENT-EMPRESA
                             PIC 9(3).
       01 WS-ENT-PIS         PIC X(11).
       01 WS-ENT-PIS-9       REDEFINES WS-ENT-PIS
                             PIC 9(11).
       01 WS-ENT-PIS-R       REDEFINES WS-ENT-PIS.
           05 WS-ENT-PIS-DIG PIC 9(1) OCCURS 11 TIMES.
       01 WS-ENT-CPF         PIC X(11).
       01 WS-ENT-CPF-9       REDEFINES WS-ENT-CPF
                             PIC 9(11).
       01 WS-ENT-CPF-R       REDEFINES WS-ENT-CPF.
           05 WS-ENT-CPF-DIG PIC 9(1) OCCURS 11 TIMES.
       01 WS-ENT-INSALUBRIDADE PIC X(1).
           88 ENT-INSALUB-OK     VALUE "0" "1" "2" "3".
           88 ENT-SEM-INSALUB    VALUE "0".
       01 WS-ENT-PERICULOSIDADE PIC X(1).
           88 ENT-PERICULOSO     VALUE "S".
           88 ENT-PERICULOSIDADE-OK VALUE "S" "N".
       01 WS-ENT-VIGENCIA    PIC X(7).
       01 WS-VIGENCIA-NUM.
           05 WS-VIG-ANO     PIC 9(4).
               DISPLAY "Empresa nao cadastrada na tabela de ",
                   "empresas."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "PIS/PASEP (11 digitos): ".
           ACCEPT WS-ENT-PIS.
           PERFORM 6160-VALIDAR-PIS
           IF NOT PIS-VALIDO
               DISPLAY "PIS invalido: confira os digitos."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "CPF (11 digitos): ".
           ACCEPT WS-ENT-CPF.
           PERFORM 6170-VALIDAR-CPF
           IF NOT CPF-VALIDO
               DISPLAY "CPF invalido: confira os digitos."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "Grau de insalubridade (0-nenhum 1-minimo ",
               "2-medio 3-maximo): ".
           ACCEPT WS-ENT-INSALUBRIDADE.
           IF NOT ENT-INSALUB-OK
               DISPLAY "Grau de insalubridade invalido."
               MOVE "N" TO WS-DADOS-OK
           END-IF
           DISPLAY "Periculosidade (S/N): ".
           ACCEPT WS-ENT-PERICULOSIDADE.
           IF NOT ENT-PERICULOSIDADE-OK
               DISPLAY "Periculosidade invalida: informe S ou N."
               MOVE "N" TO WS-DADOS-OK
           END-IF
      *> Os dois adicionais nao se acumulam: o funcionario opta
      *> por um deles.
           IF ENT-PERICULOSO AND ENT-INSALUB-OK
            AND NOT ENT-SEM-INSALUB
               DISPLAY "Insalubridade e periculosidade nao se ",
                   "acumulam: informe apenas um adicional."
               MOVE "N" TO WS-DADOS-OK
           END-IF.

       6150-VALIDAR-EMPRESA.
               END-PERFORM
           END-IF.

       6160-VALIDAR-PIS.
           MOVE "N" TO WS-PIS-VALIDO
           IF WS-ENT-PIS NUMERIC AND WS-ENT-PIS-9 > ZEROS
               MOVE 0 TO WS-SOMA-PIS
               PERFORM VARYING WS-IDX-PIS FROM 1 BY 1
                       UNTIL WS-IDX-PIS > 10
                   COMPUTE WS-SOMA-PIS = WS-SOMA-PIS +
                       WS-ENT-PIS-DIG(WS-IDX-PIS)
                           * WS-PESO-PIS(WS-IDX-PIS)
               END-PERFORM
               DIVIDE WS-SOMA-PIS BY 11 GIVING WS-QUOC-PIS
                   REMAINDER WS-RESTO-PIS
               COMPUTE WS-DV-PIS = 11 - WS-RESTO-PIS
               IF WS-DV-PIS > 9
                   MOVE 0 TO WS-DV-PIS
               END-IF
               IF WS-DV-PIS = WS-ENT-PIS-DIG(11)
                   MOVE "S" TO WS-PIS-VALIDO
               END-IF
           END-IF.

       6170-VALIDAR-CPF.
           MOVE "N" TO WS-CPF-VALIDO
           MOVE 0 TO WS-QTD-DIG-IGUAIS
           IF WS-ENT-CPF NUMERIC
               PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                       UNTIL WS-IDX-CPF > 11
                   IF WS-ENT-CPF-DIG(WS-IDX-CPF) = WS-ENT-CPF-DIG(1)
                       ADD 1 TO WS-QTD-DIG-IGUAIS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENT-CPF NUMERIC AND WS-QTD-DIG-IGUAIS < 11
               MOVE 0 TO WS-SOMA-CPF
               PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                       UNTIL WS-IDX-CPF > 9
                   COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
                       WS-ENT-CPF-DIG(WS-IDX-CPF) * (11 - WS-IDX-CPF)
               END-PERFORM
               PERFORM 6175-CALCULAR-DV-CPF
               IF WS-DV-CPF = WS-ENT-CPF-DIG(10)
                   MOVE 0 TO WS-SOMA-CPF
                   PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                           UNTIL WS-IDX-CPF > 10
                       COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
                           WS-ENT-CPF-DIG(WS-IDX-CPF)
                               * (12 - WS-IDX-CPF)
                   END-PERFORM
                   PERFORM 6175-CALCULAR-DV-CPF
                   IF WS-DV-CPF = WS-ENT-CPF-DIG(11)
                       MOVE "S" TO WS-CPF-VALIDO
                   END-IF
               END-IF
           END-IF.

       6175-CALCULAR-DV-CPF.
           DIVIDE WS-SOMA-CPF BY 11 GIVING WS-QUOC-CPF
               REMAINDER WS-RESTO-CPF
           IF WS-RESTO-CPF < 2
               MOVE 0 TO WS-DV-CPF
           ELSE
               COMPUTE WS-DV-CPF = 11 - WS-RESTO-CPF
           END-IF.

       6200-MONTAR-REGISTRO.
           MOVE WS-ENT-NOME TO FUNC-NOME
           MOVE WS-ENT-HORAS-NORMAIS-9 TO FUNC-HORAS-NORMAIS
           MOVE WS-ENT-CONTA-DV TO FUNC-CONTA-DV
           MOVE WS-ENT-CCUSTO-9 TO FUNC-CENTRO-CUSTO
           MOVE WS-ENT-ADMISSAO TO FUNC-DATA-ADMISSAO
           MOVE WS-ENT-EMPRESA-9 TO FUNC-EMPRESA
           MOVE WS-ENT-PIS-9 TO FUNC-PIS
           MOVE WS-ENT-CPF-9 TO FUNC-CPF
           MOVE WS-ENT-INSALUBRIDADE TO FUNC-GRAU-INSALUBRIDADE
           MOVE WS-ENT-PERICULOSIDADE TO FUNC-PERICULOSIDADE.

       6400-SOLICITAR-VIGENCIA.
           DISPLAY "Vigencia da alteracao (MM/AAAA): ".
           MOVE WS-ENT-SALARIO-HORA-9 TO HIST-SALARIO-HORA
           MOVE WS-ENT-VT-PERC-9 TO HIST-VT-PERC
           MOVE WS-ENT-VR-9 TO HIST-VALE-REFEICAO
           MOVE WS-ENT-INSALUBRIDADE TO HIST-GRAU-INSALUBRIDADE
           MOVE WS-ENT-PERICULOSIDADE TO HIST-PERICULOSIDADE
           WRITE REG-HISTORICO
               INVALID KEY
                   REWRITE REG-HISTORICO
           DISPLAY "Desligamento .....: ", FUNC-DATA-DESLIGAMENTO.
           DISPLAY "Situacao .........: ", FUNC-SITUACAO.
           DISPLAY "Empresa ..........: ", FUNC-EMPRESA.
           DISPLAY "PIS/PASEP ........: ", FUNC-PIS.
           DISPLAY "CPF ..............: ", FUNC-CPF.
           DISPLAY "Grau insalubridade: ", FUNC-GRAU-INSALUBRIDADE.
           DISPLAY "Periculosidade ...: ", FUNC-PERICULOSIDADE.
