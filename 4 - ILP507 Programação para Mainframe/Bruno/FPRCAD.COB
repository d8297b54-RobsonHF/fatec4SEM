       FD EXPORTCSV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FPRCAD.CSV".
           01 REG-EXPORTCSV                    PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-EXPORTCSV          PIC X(02).
           77 WS-LINHA-CSV                 PIC X(100) VALUE SPACES.
           77 WS-STATUS-ARQUIVO            PIC X(02).
           77 WS-MENSAGEM                  PIC X(48) VALUE SPACES.
           77 WS-TEMPORIZADOR              PIC 9(06) VALUE ZEROS.
               05 WS-OP-NOME               PIC X(30).
               05 WS-OP-NIVEL              PIC X(01).

      * Historico de contatos com a familia (CALL "COMUNLOG"):
      * cada aluno exportado para a lista de e-mails fica
      * registrado
           01 WS-COMUNICACAO.
               05 WS-CML-FUNCAO            PIC X(01).
               05 WS-CML-ORIGEM            PIC X(01).
               05 WS-CML-CODIGO            PIC 9(06).
               05 WS-CML-DATA              PIC 9(08).
               05 WS-CML-TIPO              PIC X(08).
               05 WS-CML-CANAL             PIC X(01).
               05 WS-CML-RESUMO            PIC X(50).
               05 WS-CML-OPERADOR          PIC 9(04).
               05 WS-CML-PROGRAMA          PIC X(08).
               05 WS-CML-DESDE             PIC 9(08).
               05 WS-CML-ANTERIORES        PIC 9(02).
               05 WS-CML-ULTIMA-DATA       PIC 9(08).
               05 WS-CML-NO-DIA            PIC X(01).
               05 WS-CML-RETORNO           PIC X(02).

      * Contato pedagogico do aluno, que recebe a newsletter no
      * lugar do aluno (CALL "RESPONS")
           01 WS-RESPONSAVEL.
               05 WS-RES-FUNCAO            PIC X(01).
               05 WS-RES-RA                PIC 9(06).
               05 WS-RES-SEQ               PIC 9(02).
               05 WS-RES-NOME              PIC X(30).
               05 WS-RES-CPF               PIC 9(11).
               05 WS-RES-PARENTESCO        PIC X(15).
               05 WS-RES-ENDERECO.
                   10 WS-RES-LOGRADOURO    PIC X(30).
                   10 WS-RES-NUM-CASA      PIC 9(05).
                   10 WS-RES-COMPLEMENTO   PIC X(12).
                   10 WS-RES-BAIRRO        PIC X(20).
                   10 WS-RES-CIDADE        PIC X(20).
                   10 WS-RES-ESTADO        PIC X(02).
                   10 WS-RES-CEP           PIC 9(08).
               05 WS-RES-EMAIL             PIC X(30).
               05 WS-RES-DDD               PIC 9(03).
               05 WS-RES-NUM-TEL           PIC 9(09).
               05 WS-RES-RETORNO           PIC X(02).

       LINKAGE SECTION.
       01 LK-OPERADOR.
           05 LK-OP-CODIGO                 PIC 9(04).
           READ ARQUIVO NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
      * com responsavel cadastrado, o e-mail vai para ele
               MOVE "P" TO WS-RES-FUNCAO
               MOVE RA TO WS-RES-RA
               CALL "RESPONS" USING WS-RESPONSAVEL
               IF WS-RES-RETORNO NOT = "00" OR
                   WS-RES-EMAIL = SPACES
                   MOVE NOME TO WS-RES-NOME
                   MOVE EMAIL TO WS-RES-EMAIL
               END-IF
               MOVE SPACES TO WS-LINHA-CSV
               STRING RA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-RES-NOME DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-RES-EMAIL DELIMITED BY SIZE
                   INTO WS-LINHA-CSV
               MOVE WS-LINHA-CSV TO REG-EXPORTCSV
               WRITE REG-EXPORTCSV
               ADD 1 TO WS-CONTADOR-ARQUIVO
               MOVE "G" TO WS-CML-FUNCAO
               MOVE "A" TO WS-CML-ORIGEM
               MOVE RA TO WS-CML-CODIGO
               MOVE ZEROS TO WS-CML-DATA WS-CML-ANTERIORES
               MOVE "NEWSLETR" TO WS-CML-TIPO
               MOVE "E" TO WS-CML-CANAL
               MOVE SPACES TO WS-CML-RESUMO
               STRING "Newsletter para " DELIMITED BY SIZE
                   WS-RES-EMAIL DELIMITED BY SPACE
                   INTO WS-CML-RESUMO
               MOVE WS-OP-CODIGO TO WS-CML-OPERADOR
               MOVE "FPRCAD" TO WS-CML-PROGRAMA
               CALL "COMUNLOG" USING WS-COMUNICACAO.

       P-EXPORT-CSV-FIM.
           MOVE ZEROS TO WS-CONTADOR-ARQUIVO
