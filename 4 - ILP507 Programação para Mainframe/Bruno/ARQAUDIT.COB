                   10 NOT-SEMESTRE         PIC 9(01).
                   10 NOT-DISCIPLINA       PIC X(04).
               05 NOT-NOME                 PIC X(30).
               05 FILLER                   PIC X(20).

       FD ARQFALTAS
           LABEL RECORDS ARE STANDARD
                       15 FLT-ANO          PIC 9(04).
                       15 FLT-MES          PIC 9(02).
                       15 FLT-DIA          PIC 9(02).
                   10 FLT-DISCIPLINA       PIC X(04).
               05 FLT-AULAS                PIC 9(02).

       FD CLIENTES
           01 REG-CLIENTE.
               05 CLI-CODIGO               PIC 9(04).
               05 CLI-NOME                 PIC X(30).
               05 FILLER                   PIC X(28).

       FD FIADOMOV
           LABEL RECORDS ARE STANDARD
               05 MOV-TIPO                 PIC X(01).
               05 MOV-VALOR                PIC 9(07)V99.
               05 MOV-OBS                  PIC X(30).
      * Operador logado que lancou o movimento; zeros nos
      * registros antigos
               05 MOV-OPERADOR             PIC 9(04).

       FD ARQBOL
           LABEL RECORDS ARE STANDARD
               05 BOL-CHAVE.
                   10 BOL-SKU              PIC 9(04).
                   10 BOL-LOCAL            PIC X(02).
               05 FILLER                   PIC X(171).

       FD VENDAS
           LABEL RECORDS ARE STANDARD
               05 VND-HORA                 PIC X(06).
               05 VND-CLIENTE              PIC 9(04).
               05 VND-CUPOM                PIC 9(06).
               05 VND-OPERADOR             PIC 9(04).
               05 VND-LOCAL                PIC X(02).
               05 VND-ENCOMENDA            PIC 9(06).

       FD RELAUDIT
           LABEL RECORDS ARE STANDARD
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-REGISTROS-LIDOS           PIC 9(06) VALUE ZEROS.
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.
               10 TAB-SKU                  PIC 9(04).
               10 TAB-SKU-EXISTE           PIC X(01).

      * Controle do dia de movimento (CALL "DATAMOV")
       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO                PIC X(01).
           05 WS-DTM-AMD                   PIC 9(08).
           05 WS-DTM-SITUACAO              PIC X(01).
           05 WS-DTM-OPERADOR              PIC 9(04).
           05 WS-DTM-RETORNO               PIC X(02).

       PROCEDURE DIVISION.
      **********************
      * Rotinas principais *
      **********************
       P-INICIO.
           PERFORM P-DATA-MOVIMENTO
           MOVE "INICIO" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           PERFORM P-ABRE-ARQUIVOS
                       FLT-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FLT-ANO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FLT-DISCIPLINA DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FLT-AULAS DELIMITED BY SIZE
                       " aulas)" DELIMITED BY SIZE
               DISPLAY "Erro ao gravar o log de execucao: "
                   WS-STATUS-JOBLOG
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE "ARQAUDIT" TO JOB-PROGRAMA
               MOVE WS-DATA-SISTEMA(7:2) TO JOB-DIA
               WRITE REG-JOBLOG
               CLOSE JOBLOG.

      ***************************************************
      * Data de movimento do processamento: a do        *
      * primeiro cartao do SYSIN (DDMMAAAA) quando o    *
      * job e reprocessado, senao a do controle da loja *
      * (DATAMOV)                                       *
      ***************************************************
       P-DATA-MOVIMENTO.
           ACCEPT WS-PARM-DATA-MOV
           IF WS-PARM-DATA-MOV NOT = ZEROS
               MOVE WS-PARM-DATA-MOV(5:4) TO WS-DATA-MOVIMENTO(1:4)
               MOVE WS-PARM-DATA-MOV(3:2) TO WS-DATA-MOVIMENTO(5:2)
               MOVE WS-PARM-DATA-MOV(1:2) TO WS-DATA-MOVIMENTO(7:2)
           ELSE
               MOVE "C" TO WS-DTM-FUNCAO
               CALL "DATAMOV" USING WS-DATA-MOV
               MOVE WS-DTM-AMD TO WS-DATA-MOVIMENTO.

      *----------------------Parágrafos de Saída
       P-FIM-SAIDA.
           IF WS-ALU-ABERTO = "S"
