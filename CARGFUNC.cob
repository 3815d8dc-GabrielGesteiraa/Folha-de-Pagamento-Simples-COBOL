       FILE SECTION.
       FD  ARQ-SEQUENCIAL
           LABEL RECORDS ARE STANDARD.
       01 REG-SEQUENCIAL          PIC X(120).

       FD  ARQ-FUNCIONARIOS
           LABEL RECORDS ARE STANDARD.
