               05 BOL-NOME                 PIC X(30).
               05 FILLER                   PIC X(24).
               05 BOL-FORN-NOME            PIC X(25).
               05 FILLER                   PIC X(79).

       FD ARQBOM
           LABEL RECORDS ARE STANDARD
           01 REG-NOT.
               05 NOT-CHAVE                PIC X(15).
               05 NOT-NOME                 PIC X(30).
               05 FILLER                   PIC X(20).

       FD ARQFPR
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MENU.DAT".
           01 REG-MNU.
               05 MNU-CHAVE                PIC X(18).
               05 FILLER                   PIC X(161).

       FD BOLJORNL
