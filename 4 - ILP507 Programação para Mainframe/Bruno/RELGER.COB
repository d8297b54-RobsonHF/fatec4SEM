           05 FALTAS2           PIC 9(02).
      * Nota do exame de recuperacao (zeros = nao fez)
           05 NOTA-FINAL        PIC 99V99.
      * Professor que lancou as notas (PROFESS.DAT); zeros
      * nos registros de antes do cadastro de professores
           05 NT-PROFESSOR      PIC 9(04).

       FD ARQBOLINHO
           LABEL RECORDS ARE STANDARD
      * "K" = kit/cesta montado de outros SKUs: o estoque
      * baixado na venda e o dos componentes (KITCOMP.DAT)
           05 TIPO-PRODUTO         PIC X(01).
      * Curva ABC do SKU pelo valor vendido nos ultimos
      * 90 dias (A, B ou C), gravada todo mes pelo CLASSABC;
      * espaco = ainda nao classificado
           05 CLASSE-ABC           PIC X(01).

       FD ARQBOMBOM
           LABEL RECORDS ARE STANDARD
       77 STATUS-JOBLOG         PIC X(02).
       77 LINHA-RELGER          PIC X(100) VALUE SPACES.
       77 WS-NOME-RELGER        PIC X(18) VALUE SPACES.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
       77 WS-PARM-DATA-MOV      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-MOVIMENTO     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SISTEMA       PIC 9(08) VALUE ZEROS.
       77 WS-REGISTROS-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WS-JOB-SITUACAO       PIC X(08) VALUE SPACES.

       77 MEDIA-CORTE           PIC 99V99 VALUE ZEROS.
       77 LIMITE-FALTAS         PIC 9(03) VALUE ZEROS.

       77 TOTAL-ALUNOS          PIC 9(06) VALUE ZEROS.

           88 ARQ-EOF-SIM       VALUE "S".
           88 ARQ-EOF-NAO       VALUE "N".

      * Regras da escola em vigor (CALL "PARAMETR")
       01 WS-PARAMETRO.
           05 WS-PAR-FUNCAO     PIC X(01).
           05 WS-PAR-ITEM       PIC 9(02).
           05 WS-PAR-CODIGO     PIC X(08).
           05 WS-PAR-DATA       PIC 9(08).
           05 WS-PAR-VALOR      PIC 9(07)V99.
           05 WS-PAR-DESCRICAO  PIC X(40).
           05 WS-PAR-MAXIMO     PIC 9(07)V99.
           05 WS-PAR-VIGENCIA   PIC 9(08).
           05 WS-PAR-OPERADOR   PIC 9(04).
           05 WS-PAR-MOTIVO     PIC X(40).
           05 WS-PAR-RETORNO    PIC X(02).

      * Controle do dia de movimento (CALL "DATAMOV")
       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO     PIC X(01).
           05 WS-DTM-AMD        PIC 9(08).
           05 WS-DTM-SITUACAO   PIC X(01).
           05 WS-DTM-OPERADOR   PIC 9(04).
           05 WS-DTM-RETORNO    PIC X(02).

      **************
      * O PROGRAMA *
      **************
       INICIO.

       000-ABERTURA.
           PERFORM 950-DATA-MOVIMENTO
           PERFORM 960-LE-REGRAS
      * marca de inicio no log, para o monitor da manha medir
      * a duracao e flagrar job que abriu e nao terminou
           MOVE "INICIO" TO WS-JOB-SITUACAO
           PERFORM 900-GRAVA-JOBLOG
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           MOVE SPACES TO WS-NOME-RELGER
           STRING "RELGER" DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               DISPLAY "Erro ao gravar o log de execucao: "
                   STATUS-JOBLOG
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE "RELGER" TO JOB-PROGRAMA
               MOVE WS-DATA-SISTEMA(7:2) TO JOB-DIA
               WRITE REG-JOBLOG
               CLOSE JOBLOG.

      ***************************************************
      * Data de movimento do processamento: a do         *
      * primeiro cartao do SYSIN (DDMMAAAA) quando o job *
      * e reprocessado, senao a do controle da loja      *
      * (DATAMOV)                                        *
      ***************************************************
       950-DATA-MOVIMENTO.
           ACCEPT WS-PARM-DATA-MOV
           IF WS-PARM-DATA-MOV NOT = ZEROS
               MOVE WS-PARM-DATA-MOV(5:4) TO WS-DATA-MOVIMENTO(1:4)
               MOVE WS-PARM-DATA-MOV(3:2) TO WS-DATA-MOVIMENTO(5:2)
               MOVE WS-PARM-DATA-MOV(1:2) TO WS-DATA-MOVIMENTO(7:2)
           ELSE
               MOVE "C" TO WS-DTM-FUNCAO
               CALL "DATAMOV" USING WS-DATA-MOV
               MOVE WS-DTM-AMD TO WS-DATA-MOVIMENTO.

      * Media de aprovacao e limite de faltas em vigor no dia
      * de apuracao
      * (PARAMETR.DAT, mantido pelo gerente no PORTAL)
       960-LE-REGRAS.
           MOVE "C" TO WS-PAR-FUNCAO
           MOVE ZEROS TO WS-PAR-ITEM
           MOVE WS-DATA-MOVIMENTO TO WS-PAR-DATA
           MOVE "MEDIAAPR" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO MEDIA-CORTE
           MOVE "LIMFALTA" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO LIMITE-FALTAS.

      **************************
      * Rotinas de finalização *
      **************************
