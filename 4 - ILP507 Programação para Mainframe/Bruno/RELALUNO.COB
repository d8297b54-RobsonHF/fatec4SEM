           05 NT-FALTAS2       PIC 9(02).
      * Nota do exame de recuperacao (zeros = nao fez)
           05 NT-NOTA-FINAL    PIC 99V99.
      * Professor que lancou as notas (PROFESS.DAT); zeros
      * nos registros de antes do cadastro de professores
           05 NT-PROFESSOR     PIC 9(04).

       FD RELALUNO
           LABEL RECORDS ARE STANDARD
