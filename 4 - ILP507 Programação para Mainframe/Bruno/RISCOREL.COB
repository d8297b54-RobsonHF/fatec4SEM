      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-12                    *
      * Purpose: Academics               *
      *          Alerta semanal de       *
      *          alunos em risco: nota   *
      *          abaixo da recuperacao,  *
      *          faltas perto do limite  *
      *          e mensalidade em        *
      *          atraso, com pontuacao,  *
      *          motivos e contato por   *
      *          turma, e o arquivo      *
      *          RISCO.DAT para as       *
      *          cartas a familia, com o *
      *          contato pedagogico do   *
      *          RESPONS.DAT             *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RISCOREL.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTURMAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TUR-CHAVE
           FILE STATUS     IS STATUS-ARQTURMAS.

           SELECT ARQALUNO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RA
           FILE STATUS     IS STATUS-ARQALUNO.

           SELECT ARQNOTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NT-CHAVE
           FILE STATUS     IS STATUS-ARQNOTAS.

           SELECT ARQFALTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS FLT-CHAVE
           FILE STATUS     IS STATUS-ARQFALTAS.

           SELECT ARQMENS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS MEN-CHAVE
           FILE STATUS     IS STATUS-ARQMENS.

           SELECT RELRISCO ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELRISCO.

           SELECT ARQRISCO ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-ARQRISCO.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQTURMAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TURMAS.DAT".

      * Uma linha por aluno matriculado na turma
       01 REG-TURMA.
           05 TUR-CHAVE.
               10 TUR-CODIGO       PIC X(04).
               10 TUR-RA           PIC 9(06).
           05 TUR-ANO              PIC 9(04).
           05 TUR-SEMESTRE         PIC 9(01).
           05 TUR-NOME             PIC X(30).

       FD ARQALUNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADALUNO.DAT".

       01 REGALUNO.
           05 RA               PIC 9(06).
           05 NOME             PIC X(30).
           05 CPF              PIC 9(11).
           05 RG               PIC X(12).
           05 DATA-NASCIMENTO.
               10 DIA          PIC 9(02).
               10 MES          PIC 9(02).
               10 ANO          PIC 9(04).
           05 NATURALIDADE     PIC X(20).
           05 NACIONALIDADE    PIC X(20).
           05 ENDERECO.
               10 LOGRADOURO   PIC X(30).
               10 NUM-CASA     PIC 9(05).
               10 COMPLEMENTO  PIC X(12).
               10 BAIRRO       PIC X(20).
               10 CIDADE       PIC X(20).
               10 ESTADO       PIC X(02).
               10 CEP          PIC 9(08).
           05 EMAIL            PIC X(30).
           05 TELEFONE.
               10 DDD          PIC 9(03).
               10 NUM-TEL      PIC 9(09).
      * "A" ativo, "T" trancado, "F" formado, "C" cancelado
           05 SITUACAO         PIC X(01).
               88 SIT-ATIVO        VALUE "A".

       FD ARQNOTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTAS.DAT".

       01 RECNOTAS.
           05 NT-CHAVE.
               10 MATRICULA    PIC 9(06).
               10 NT-ANO       PIC 9(04).
               10 NT-SEMESTRE  PIC 9(01).
               10 NT-DISCIPLINA PIC X(04).
           05 NT-NOME          PIC X(30).
           05 NT-NOTA1         PIC 99V99.
           05 NT-NOTA2         PIC 99V99.
           05 NT-FALTAS1       PIC 9(02).
           05 NT-FALTAS2       PIC 9(02).
           05 NT-NOTA-FINAL    PIC 99V99.
           05 NT-PROFESSOR     PIC 9(04).

       FD ARQFALTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FALTAS.DAT".

       01 REG-FALTAS.
           05 FLT-CHAVE.
               10 FLT-MATRICULA    PIC 9(06).
               10 FLT-DATA.
                   15 FLT-ANO      PIC 9(04).
                   15 FLT-MES      PIC 9(02).
                   15 FLT-DIA      PIC 9(02).
      * espacos = falta do dia inteiro (leiaute antigo)
               10 FLT-DISCIPLINA   PIC X(04).
           05 FLT-AULAS            PIC 9(02).

       FD ARQMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MENSALID.DAT".

       01 REG-MENSALIDADE.
           05 MEN-CHAVE.
               10 MEN-RA           PIC 9(06).
               10 MEN-ANO-MES      PIC 9(06).
           05 MEN-VALOR            PIC 9(05)V99.
      * "A" = em aberto, "P" = paga
           05 MEN-SITUACAO         PIC X(01).
           05 MEN-DATA-PAGTO       PIC 9(08).
           05 MEN-VALOR-PAGO       PIC 9(05)V99.

       FD RELRISCO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RISCOREL.LST".
           01 REG-RELRISCO                     PIC X(100).

      * Um registro por aluno em risco, com os motivos e o
      * endereco de contato, para os programas de carta
       FD ARQRISCO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RISCO.DAT".

       01 REG-RISCO.
           05 RSC-RA               PIC 9(06).
           05 RSC-NOME             PIC X(30).
           05 RSC-TURMA            PIC X(04).
           05 RSC-ANO              PIC 9(04).
           05 RSC-SEMESTRE         PIC 9(01).
           05 RSC-DATA             PIC 9(08).
      * pontos de 0 a 2 em cada risco e o total (0 a 6)
           05 RSC-PONTOS           PIC 9(01).
           05 RSC-PONTOS-NOTAS     PIC 9(01).
           05 RSC-PONTOS-FALTAS    PIC 9(01).
           05 RSC-PONTOS-MENSAL    PIC 9(01).
      * disciplinas com NOTA1 abaixo da recuperacao
           05 RSC-DISC-NOTA        PIC 9(02).
           05 RSC-DISCIPLINAS      PIC X(24).
      * maior numero de aulas perdidas numa disciplina
           05 RSC-FALTAS           PIC 9(03).
           05 RSC-DISC-FALTAS      PIC X(04).
           05 RSC-MENS-ATRASO      PIC 9(02).
           05 RSC-VALOR-ATRASO     PIC 9(06)V99.
           05 RSC-ENDERECO.
               10 RSC-LOGRADOURO   PIC X(30).
               10 RSC-NUM-CASA     PIC 9(05).
               10 RSC-COMPLEMENTO  PIC X(12).
               10 RSC-BAIRRO       PIC X(20).
               10 RSC-CIDADE       PIC X(20).
               10 RSC-ESTADO       PIC X(02).
               10 RSC-CEP          PIC 9(08).
           05 RSC-EMAIL            PIC X(30).
           05 RSC-DDD              PIC 9(03).
           05 RSC-NUM-TEL          PIC 9(09).
      * responsavel a quem a carta se dirige (brancos = ao
      * proprio aluno); endereco e contato acima sao os dele
           05 RSC-RESPONSAVEL      PIC X(30).
           05 RSC-PARENTESCO       PIC X(15).

       FD JOBLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "JOBLOG.DAT".

       01 REG-JOBLOG.
           05 JOB-PROGRAMA             PIC X(08).
           05 JOB-DATA.
               10 JOB-DIA              PIC 99.
               10 JOB-MES              PIC 99.
               10 JOB-ANO              PIC 9(04).
           05 JOB-HORA                 PIC X(06).
           05 JOB-REGISTROS            PIC 9(06).
           05 JOB-SITUACAO             PIC X(08).

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       WORKING-STORAGE SECTION.

       77 STATUS-ARQTURMAS     PIC X(02).
       77 STATUS-ARQALUNO      PIC X(02).
       77 STATUS-ARQNOTAS      PIC X(02).
       77 STATUS-ARQFALTAS     PIC X(02).
       77 STATUS-ARQMENS       PIC X(02).
       77 STATUS-RELRISCO      PIC X(02).
       77 STATUS-ARQRISCO      PIC X(02).
       77 STATUS-JOBLOG        PIC X(02).
       77 FALTAS-ABERTO        PIC X(01) VALUE "N".
       77 MENS-ABERTO          PIC X(01) VALUE "N".
       77 LINHA-REL            PIC X(100) VALUE SPACES.

      * Parametros via SYSIN, depois da data de movimento:
      * ano (AAAA), semestre (1 ou 2) e pontuacao minima para
      * entrar na lista (zeros = 2)
       77 ANO-PARM             PIC 9(04) VALUE ZEROS.
       77 SEMESTRE-PARM        PIC 9(01) VALUE ZEROS.
       77 PONTOS-MINIMO        PIC 9(01) VALUE ZEROS.
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 JOB-SITUACAO-W       PIC X(08) VALUE SPACES.
       77 MES-INICIO           PIC 9(02) VALUE ZEROS.
       77 MES-FIM              PIC 9(02) VALUE ZEROS.
      * mensalidade em aberto de mes anterior ao do movimento
      * esta em atraso
       77 ANO-MES-MOVIMENTO    PIC 9(06) VALUE ZEROS.

      * mesmas regras do CADNOTAS e do FALTAREL: media de
      * recuperacao e limite de faltas do PARAMETR.DAT (MEDIAAPR
      * e LIMFALTA), com degraus de 50% e 75% do limite por
      * disciplina
       77 MEDIA-RECUPERACAO    PIC 99V99 VALUE ZEROS.
       77 LIMITE-FALTAS        PIC 9(03) VALUE ZEROS.
       77 LIMITE-50            PIC 9(03) VALUE ZEROS.
       77 LIMITE-75            PIC 9(03) VALUE ZEROS.
      * bimestre do calendario: depois do 1o corte a NOTA1
      * zerada conta como nota; antes, so nota ja lancada
       77 BIMESTRE-ATUAL       PIC 9(01) VALUE ZEROS.

      * Sinais do aluno corrente
       77 DISC-ABAIXO          PIC 9(02) VALUE ZEROS.
       77 LISTA-DISC           PIC X(24) VALUE SPACES.
       77 PTR-DISC             PIC 9(02) VALUE ZEROS.
       77 PTR-LINHA            PIC 9(03) VALUE ZEROS.
       77 MAIOR-FALTAS         PIC 9(04) VALUE ZEROS.
       77 DISC-MAIOR-FALTAS    PIC X(04) VALUE SPACES.
       77 FALTAS-DIA-INTEIRO   PIC 9(04) VALUE ZEROS.
       77 FALTAS-DISC          PIC 9(04) VALUE ZEROS.
       77 MENS-ATRASO          PIC 9(02) VALUE ZEROS.
       77 VALOR-ATRASO         PIC 9(06)V99 VALUE ZEROS.
       77 PONTOS-NOTAS         PIC 9(01) VALUE ZEROS.
       77 PONTOS-FALTAS        PIC 9(01) VALUE ZEROS.
       77 PONTOS-MENSAL        PIC 9(01) VALUE ZEROS.
       77 PONTOS-TOTAL         PIC 9(01) VALUE ZEROS.
       77 NIVEL-RISCO          PIC X(05) VALUE SPACES.

      * Aulas perdidas do aluno corrente por disciplina
       01 TABELA-FALTAS-DISC.
           05 TAB-FRD OCCURS 30 TIMES.
               10 TAB-FRD-DISCIPLINA   PIC X(04).
               10 TAB-FRD-AULAS        PIC 9(04).
       77 QTD-FRD              PIC 9(02) VALUE ZEROS.
       77 FRD-IDX              PIC 9(02) VALUE ZEROS.
       77 FRD-ACHOU            PIC X(01) VALUE "N".

      * Quebra por turma
       77 TURMA-ATUAL          PIC X(04) VALUE SPACES.
       77 NOME-TURMA-ATUAL     PIC X(30) VALUE SPACES.
       77 TURMA-ATIVOS         PIC 9(04) VALUE ZEROS.
       77 TURMA-RISCO          PIC 9(04) VALUE ZEROS.
       77 TOTAL-ATIVOS         PIC 9(05) VALUE ZEROS.
       77 TOTAL-RISCO          PIC 9(05) VALUE ZEROS.
       77 TOTAL-ALTO           PIC 9(05) VALUE ZEROS.

       01 MASC-VALOR           PIC ZZZ.ZZ9,99.
       01 MASC-MEDIA           PIC Z9,99.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

       01 LEITURA-EOF          PIC X(01) VALUE "N".
           88 LEITURA-EOF-SIM  VALUE "S".
           88 LEITURA-EOF-NAO  VALUE "N".

      * Regras da escola em vigor (CALL "PARAMETR")
       01 PARAMETRO.
           05 PAR-FUNCAO       PIC X(01).
           05 PAR-ITEM         PIC 9(02).
           05 PAR-CODIGO       PIC X(08).
           05 PAR-DATA         PIC 9(08).
           05 PAR-VALOR        PIC 9(07)V99.
           05 PAR-DESCRICAO    PIC X(40).
           05 PAR-MAXIMO       PIC 9(07)V99.
           05 PAR-VIGENCIA     PIC 9(08).
           05 PAR-OPERADOR     PIC 9(04).
           05 PAR-MOTIVO       PIC X(40).
           05 PAR-RETORNO      PIC X(02).

      * Controle do dia de movimento (CALL "DATAMOV")
       01 DATA-MOV.
           05 DTM-FUNCAO       PIC X(01).
           05 DTM-AMD          PIC 9(08).
           05 DTM-SITUACAO     PIC X(01).
           05 DTM-OPERADOR     PIC 9(04).
           05 DTM-RETORNO      PIC X(02).

      * Bimestre do periodo no calendario (CALL "DIALETIV")
       01 DIA-LETIVO.
           05 DLT-FUNCAO       PIC X(01).
           05 DLT-ANO          PIC 9(04).
           05 DLT-SEMESTRE     PIC 9(01).
           05 DLT-AMD          PIC 9(08).
           05 DLT-INICIO       PIC 9(08).
           05 DLT-FIM          PIC 9(08).
           05 DLT-CORTE-1      PIC 9(08).
           05 DLT-CORTE-2      PIC 9(08).
           05 DLT-BIMESTRE     PIC 9(01).
           05 DLT-DIA-SEMANA   PIC 9(01).
           05 DLT-DIAS         PIC 9(03) OCCURS 7 TIMES.
           05 DLT-TOTAL-DIAS   PIC 9(03).
           05 DLT-DESCRICAO    PIC X(30).
           05 DLT-RETORNO      PIC X(02).

      * Contato pedagogico do aluno, destinatario das cartas a
      * familia (CALL "RESPONS")
       01 RESPONSAVEL.
           05 RES-FUNCAO       PIC X(01).
           05 RES-RA           PIC 9(06).
           05 RES-SEQ          PIC 9(02).
           05 RES-NOME         PIC X(30).
           05 RES-CPF          PIC 9(11).
           05 RES-PARENTESCO   PIC X(15).
           05 RES-ENDERECO.
               10 RES-LOGRADOURO   PIC X(30).
               10 RES-NUM-CASA     PIC 9(05).
               10 RES-COMPLEMENTO  PIC X(12).
               10 RES-BAIRRO       PIC X(20).
               10 RES-CIDADE       PIC X(20).
               10 RES-ESTADO       PIC X(02).
               10 RES-CEP          PIC 9(08).
           05 RES-EMAIL        PIC X(30).
           05 RES-DDD          PIC 9(03).
           05 RES-NUM-TEL      PIC 9(09).
           05 RES-RETORNO      PIC X(02).

      **************
      * O PROGRAMA *
      **************
       PROCEDURE DIVISION.
       INICIO.

       000-ABERTURA.
           PERFORM 950-DATA-MOVIMENTO
           PERFORM 960-LE-REGRAS
           ACCEPT ANO-PARM
           ACCEPT SEMESTRE-PARM
           ACCEPT PONTOS-MINIMO
           IF SEMESTRE-PARM = 1
               MOVE 01 TO MES-INICIO
               MOVE 06 TO MES-FIM
           ELSE IF SEMESTRE-PARM = 2
               MOVE 07 TO MES-INICIO
               MOVE 12 TO MES-FIM
           ELSE
               DISPLAY "Semestre invalido: " SEMESTRE-PARM
               GO TO FIM-STOP-RUN.
           IF PONTOS-MINIMO = ZEROS
               MOVE 2 TO PONTOS-MINIMO.
           MOVE DATA-MOVIMENTO(1:6) TO ANO-MES-MOVIMENTO
           COMPUTE LIMITE-50 = LIMITE-FALTAS / 2
           COMPUTE LIMITE-75 = LIMITE-FALTAS * 3 / 4

           MOVE ZEROS TO BIMESTRE-ATUAL
           MOVE "P" TO DLT-FUNCAO
           MOVE ANO-PARM TO DLT-ANO
           MOVE SEMESTRE-PARM TO DLT-SEMESTRE
           MOVE DATA-MOVIMENTO TO DLT-AMD
           CALL "DIALETIV" USING DIA-LETIVO
           IF DLT-RETORNO = "00"
               MOVE DLT-BIMESTRE TO BIMESTRE-ATUAL.

           OPEN INPUT ARQTURMAS
           IF STATUS-ARQTURMAS NOT = "00"
               DISPLAY "Erro na abertura do TURMAS.DAT: "
                   STATUS-ARQTURMAS
               GO TO FIM-STOP-RUN.
           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO NOT = "00"
               DISPLAY "Erro na abertura do CADALUNO.DAT: "
                   STATUS-ARQALUNO
               GO TO FIM-STOP-RUN.
           OPEN INPUT ARQNOTAS
           IF STATUS-ARQNOTAS NOT = "00"
               DISPLAY "Erro na abertura do CADNOTAS.DAT: "
                   STATUS-ARQNOTAS
               GO TO FIM-STOP-RUN.
      * sem faltas lancadas ou sem mensalidades geradas o risco
      * correspondente fica zerado
           OPEN INPUT ARQFALTAS
           IF STATUS-ARQFALTAS = "00"
               MOVE "S" TO FALTAS-ABERTO.
           OPEN INPUT ARQMENS
           IF STATUS-ARQMENS = "00"
               MOVE "S" TO MENS-ABERTO.
           OPEN OUTPUT RELRISCO
           IF STATUS-RELRISCO NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   STATUS-RELRISCO
               GO TO FIM-STOP-RUN.
           OPEN OUTPUT ARQRISCO
           IF STATUS-ARQRISCO NOT = "00"
               DISPLAY "Erro na abertura do RISCO.DAT: "
                   STATUS-ARQRISCO
               GO TO FIM-STOP-RUN.

           MOVE MEDIA-RECUPERACAO TO MASC-MEDIA
           MOVE SPACES TO LINHA-REL
           STRING "Alunos em risco - " DELIMITED BY SIZE
               ANO-PARM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SEMESTRE-PARM DELIMITED BY SIZE
               " - apuracao em " DELIMITED BY SIZE
               DATA-MOVIMENTO(7:2) "/" DELIMITED BY SIZE
               DATA-MOVIMENTO(5:2) "/" DELIMITED BY SIZE
               DATA-MOVIMENTO(1:4) DELIMITED BY SIZE
               " - pontuacao minima " DELIMITED BY SIZE
               PONTOS-MINIMO DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "Pontos (0 a 2 cada): notas = disciplinas com "
               DELIMITED BY SIZE
               "NOTA1 abaixo de " DELIMITED BY SIZE
               MASC-MEDIA DELIMITED BY SIZE
               " (1 = uma, 2 = duas ou mais)" DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "  faltas = maior numero numa disciplina (1 = "
               DELIMITED BY SIZE
               LIMITE-50 DELIMITED BY SIZE
               ", 2 = " DELIMITED BY SIZE
               LIMITE-75 DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               LIMITE-FALTAS DELIMITED BY SIZE
               "); mensalidades em atraso (1 = uma, 2 = duas+)"
               DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA.

      ***************************************************
      * Lista das turmas em ordem de turma e RA; so as   *
      * linhas do periodo pedido e os alunos ativos      *
      ***************************************************
       001-PROCESSA.
           MOVE LOW-VALUES TO TUR-CHAVE
           MOVE "N" TO CHAVE-EOF
           START ARQTURMAS KEY IS GREATER THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 002-ALUNO-TURMA THRU 002-ALUNO-TURMA-FIM
               UNTIL CHAVE-EOF-SIM
           IF TURMA-ATUAL NOT = SPACES
               PERFORM 008-FECHA-TURMA.

           MOVE ALL "=" TO REG-RELRISCO
           WRITE REG-RELRISCO
           MOVE SPACES TO LINHA-REL
           STRING "Alunos ativos avaliados: " DELIMITED BY SIZE
               TOTAL-ATIVOS DELIMITED BY SIZE
               " - em risco: " DELIMITED BY SIZE
               TOTAL-RISCO DELIMITED BY SIZE
               " (risco alto: " DELIMITED BY SIZE
               TOTAL-ALTO DELIMITED BY SIZE
               ") - registros em RISCO.DAT: " DELIMITED BY SIZE
               TOTAL-RISCO DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           DISPLAY "Alunos em risco: " TOTAL-RISCO " de "
               TOTAL-ATIVOS " ativos avaliados."
           MOVE "OK" TO JOB-SITUACAO-W
           PERFORM 910-GRAVA-JOBLOG
           GO TO FIM-SAIDA.

       002-ALUNO-TURMA.
           READ ARQTURMAS NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-SIM
               GO TO 002-ALUNO-TURMA-FIM.
           IF TUR-ANO NOT = ANO-PARM OR
               TUR-SEMESTRE NOT = SEMESTRE-PARM
               GO TO 002-ALUNO-TURMA-FIM.
           MOVE TUR-RA TO RA
           READ ARQALUNO INVALID KEY
               GO TO 002-ALUNO-TURMA-FIM.
           IF NOT SIT-ATIVO
               GO TO 002-ALUNO-TURMA-FIM.

           IF TUR-CODIGO NOT = TURMA-ATUAL
               IF TURMA-ATUAL NOT = SPACES
                   PERFORM 008-FECHA-TURMA
               END-IF
               MOVE TUR-CODIGO TO TURMA-ATUAL
               MOVE TUR-NOME TO NOME-TURMA-ATUAL
               MOVE ZEROS TO TURMA-ATIVOS TURMA-RISCO
               MOVE SPACES TO REG-RELRISCO
               WRITE REG-RELRISCO
               MOVE SPACES TO LINHA-REL
               STRING "Turma " DELIMITED BY SIZE
                   TUR-CODIGO DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   TUR-NOME DELIMITED BY SIZE
                   INTO LINHA-REL
               PERFORM 900-GRAVA-LINHA.
           ADD 1 TO TURMA-ATIVOS TOTAL-ATIVOS

           PERFORM 003-RISCO-NOTAS
           PERFORM 004-RISCO-FALTAS
           PERFORM 005-RISCO-MENSALIDADES
           COMPUTE PONTOS-TOTAL =
               PONTOS-NOTAS + PONTOS-FALTAS + PONTOS-MENSAL
           IF PONTOS-TOTAL NOT < PONTOS-MINIMO AND
               PONTOS-TOTAL > ZEROS
               PERFORM 006-LISTA-ALUNO
               PERFORM 007-GRAVA-RISCO.

       002-ALUNO-TURMA-FIM.
           EXIT.

      * Notas: disciplinas do periodo com NOTA1 abaixo da
      * media de recuperacao
       003-RISCO-NOTAS.
           MOVE ZEROS TO DISC-ABAIXO PONTOS-NOTAS
           MOVE SPACES TO LISTA-DISC
           MOVE 1 TO PTR-DISC
           MOVE RA TO MATRICULA
           MOVE ANO-PARM TO NT-ANO
           MOVE SEMESTRE-PARM TO NT-SEMESTRE
           MOVE SPACES TO NT-DISCIPLINA
           MOVE "N" TO LEITURA-EOF
           START ARQNOTAS KEY IS NOT LESS THAN NT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 003-AVALIA-NOTA UNTIL LEITURA-EOF-SIM
           IF DISC-ABAIXO > 1
               MOVE 2 TO PONTOS-NOTAS
           ELSE
               MOVE DISC-ABAIXO TO PONTOS-NOTAS.

       003-AVALIA-NOTA.
           READ ARQNOTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF MATRICULA NOT = RA OR
                   NT-ANO NOT = ANO-PARM OR
                   NT-SEMESTRE NOT = SEMESTRE-PARM
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   IF NT-NOTA1 < MEDIA-RECUPERACAO AND
                       (NT-NOTA1 > ZEROS OR BIMESTRE-ATUAL = 2)
                       ADD 1 TO DISC-ABAIXO
                       IF PTR-DISC < 24
                           STRING NT-DISCIPLINA " " DELIMITED BY SIZE
                               INTO LISTA-DISC WITH POINTER PTR-DISC
                           END-STRING.

      ***************************************************
      * Faltas: aulas perdidas no periodo ate a data de  *
      * apuracao, por disciplina; as do dia inteiro      *
      * contam em todas                                  *
      ***************************************************
       004-RISCO-FALTAS.
           MOVE ZEROS TO MAIOR-FALTAS FALTAS-DIA-INTEIRO QTD-FRD
               PONTOS-FALTAS
           MOVE SPACES TO DISC-MAIOR-FALTAS
           IF FALTAS-ABERTO NOT = "S"
               GO TO 004-RISCO-FALTAS-FIM.
           MOVE RA TO FLT-MATRICULA
           MOVE ANO-PARM TO FLT-ANO
           MOVE MES-INICIO TO FLT-MES
           MOVE 01 TO FLT-DIA
           MOVE SPACES TO FLT-DISCIPLINA
           MOVE "N" TO LEITURA-EOF
           START ARQFALTAS KEY IS NOT LESS THAN FLT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 004-ACUMULA-FALTA UNTIL LEITURA-EOF-SIM

           MOVE FALTAS-DIA-INTEIRO TO MAIOR-FALTAS
           MOVE 1 TO FRD-IDX
           PERFORM 004-MAIOR-DISCIPLINA UNTIL FRD-IDX > QTD-FRD
           IF MAIOR-FALTAS NOT < LIMITE-75
               MOVE 2 TO PONTOS-FALTAS
           ELSE IF MAIOR-FALTAS NOT < LIMITE-50
               MOVE 1 TO PONTOS-FALTAS.

       004-RISCO-FALTAS-FIM.
           EXIT.

       004-ACUMULA-FALTA.
           READ ARQFALTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF FLT-MATRICULA NOT = RA OR
                   FLT-ANO NOT = ANO-PARM OR
                   FLT-MES > MES-FIM OR
                   FLT-DATA > DATA-MOVIMENTO
                   MOVE "S" TO LEITURA-EOF
               ELSE IF FLT-DISCIPLINA = SPACES
                   ADD FLT-AULAS TO FALTAS-DIA-INTEIRO
               ELSE
                   PERFORM 004-ACUMULA-DISCIPLINA.

       004-ACUMULA-DISCIPLINA.
           MOVE "N" TO FRD-ACHOU
           MOVE 1 TO FRD-IDX
           PERFORM 004-ACHA-DISCIPLINA
               UNTIL FRD-ACHOU = "S" OR FRD-IDX > QTD-FRD
           IF FRD-ACHOU = "N" AND QTD-FRD < 30
               ADD 1 TO QTD-FRD
               MOVE QTD-FRD TO FRD-IDX
               MOVE FLT-DISCIPLINA TO TAB-FRD-DISCIPLINA(FRD-IDX)
               MOVE ZEROS TO TAB-FRD-AULAS(FRD-IDX)
               MOVE "S" TO FRD-ACHOU.
           IF FRD-ACHOU = "S"
               ADD FLT-AULAS TO TAB-FRD-AULAS(FRD-IDX).

       004-ACHA-DISCIPLINA.
           IF TAB-FRD-DISCIPLINA(FRD-IDX) = FLT-DISCIPLINA
               MOVE "S" TO FRD-ACHOU
           ELSE
               ADD 1 TO FRD-IDX.

       004-MAIOR-DISCIPLINA.
           COMPUTE FALTAS-DISC =
               TAB-FRD-AULAS(FRD-IDX) + FALTAS-DIA-INTEIRO
           IF FALTAS-DISC > MAIOR-FALTAS
               MOVE FALTAS-DISC TO MAIOR-FALTAS
               MOVE TAB-FRD-DISCIPLINA(FRD-IDX) TO DISC-MAIOR-FALTAS.
           ADD 1 TO FRD-IDX.

      * Mensalidades em aberto de meses anteriores ao do
      * movimento
       005-RISCO-MENSALIDADES.
           MOVE ZEROS TO MENS-ATRASO VALOR-ATRASO PONTOS-MENSAL
           IF MENS-ABERTO NOT = "S"
               GO TO 005-RISCO-MENSALIDADES-FIM.
           MOVE RA TO MEN-RA
           MOVE ZEROS TO MEN-ANO-MES
           MOVE "N" TO LEITURA-EOF
           START ARQMENS KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 005-LE-MENSALIDADE UNTIL LEITURA-EOF-SIM
           IF MENS-ATRASO > 1
               MOVE 2 TO PONTOS-MENSAL
           ELSE
               MOVE MENS-ATRASO TO PONTOS-MENSAL.

       005-RISCO-MENSALIDADES-FIM.
           EXIT.

       005-LE-MENSALIDADE.
           READ ARQMENS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF MEN-RA NOT = RA OR
                   MEN-ANO-MES NOT < ANO-MES-MOVIMENTO
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   IF MEN-SITUACAO = "A"
                       ADD 1 TO MENS-ATRASO
                       ADD MEN-VALOR TO VALOR-ATRASO.

      ***************************************************
      * Aluno na lista: pontos, motivos e contato        *
      ***************************************************
       006-LISTA-ALUNO.
           ADD 1 TO TURMA-RISCO TOTAL-RISCO
           IF PONTOS-TOTAL > 3
               MOVE "ALTO" TO NIVEL-RISCO
               ADD 1 TO TOTAL-ALTO
           ELSE
               MOVE "MEDIO" TO NIVEL-RISCO.
           MOVE SPACES TO LINHA-REL
           STRING "  RA " DELIMITED BY SIZE
               RA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
               " risco " DELIMITED BY SIZE
               NIVEL-RISCO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PONTOS-TOTAL DELIMITED BY SIZE
               " pontos (notas " DELIMITED BY SIZE
               PONTOS-NOTAS DELIMITED BY SIZE
               ", faltas " DELIMITED BY SIZE
               PONTOS-FALTAS DELIMITED BY SIZE
               ", mensalidades " DELIMITED BY SIZE
               PONTOS-MENSAL DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           IF PONTOS-NOTAS > ZEROS
               MOVE SPACES TO LINHA-REL
               STRING "      NOTA1 abaixo de " DELIMITED BY SIZE
                   MASC-MEDIA DELIMITED BY SIZE
                   " em " DELIMITED BY SIZE
                   DISC-ABAIXO DELIMITED BY SIZE
                   " disciplina(s): " DELIMITED BY SIZE
                   LISTA-DISC DELIMITED BY SIZE
                   INTO LINHA-REL
               PERFORM 900-GRAVA-LINHA.
           IF PONTOS-FALTAS > ZEROS
               MOVE SPACES TO LINHA-REL
               MOVE 1 TO PTR-LINHA
               STRING "      " DELIMITED BY SIZE
                   MAIOR-FALTAS DELIMITED BY SIZE
                   " aulas perdidas" DELIMITED BY SIZE
                   INTO LINHA-REL WITH POINTER PTR-LINHA
               IF DISC-MAIOR-FALTAS = SPACES
                   STRING " em dias inteiros" DELIMITED BY SIZE
                       INTO LINHA-REL WITH POINTER PTR-LINHA
               ELSE
                   STRING " em " DELIMITED BY SIZE
                       DISC-MAIOR-FALTAS DELIMITED BY SIZE
                       INTO LINHA-REL WITH POINTER PTR-LINHA
               END-IF
               STRING " (limite " DELIMITED BY SIZE
                   LIMITE-FALTAS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LINHA-REL WITH POINTER PTR-LINHA
               PERFORM 900-GRAVA-LINHA.
           IF PONTOS-MENSAL > ZEROS
               MOVE VALOR-ATRASO TO MASC-VALOR
               MOVE SPACES TO LINHA-REL
               STRING "      " DELIMITED BY SIZE
                   MENS-ATRASO DELIMITED BY SIZE
                   " mensalidade(s) em atraso - R$ " DELIMITED BY SIZE
                   MASC-VALOR DELIMITED BY SIZE
                   INTO LINHA-REL
               PERFORM 900-GRAVA-LINHA.

      * o contato e o do responsavel pedagogico, quando houver
           MOVE "P" TO RES-FUNCAO
           MOVE RA TO RES-RA
           CALL "RESPONS" USING RESPONSAVEL
           IF RES-RETORNO = "00"
               MOVE RES-ENDERECO TO ENDERECO
               MOVE RES-EMAIL TO EMAIL
               MOVE RES-DDD TO DDD
               MOVE RES-NUM-TEL TO NUM-TEL
               MOVE SPACES TO LINHA-REL
               STRING "      responsavel: " DELIMITED BY SIZE
                   RES-NOME DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   RES-PARENTESCO DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO LINHA-REL
               PERFORM 900-GRAVA-LINHA.
           MOVE SPACES TO LINHA-REL
           STRING "      contato: " DELIMITED BY SIZE
               EMAIL DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               DDD DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               NUM-TEL DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CIDADE DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA.

       007-GRAVA-RISCO.
           MOVE SPACES TO REG-RISCO
           MOVE RA TO RSC-RA
           MOVE NOME TO RSC-NOME
           MOVE TURMA-ATUAL TO RSC-TURMA
           MOVE ANO-PARM TO RSC-ANO
           MOVE SEMESTRE-PARM TO RSC-SEMESTRE
           MOVE DATA-MOVIMENTO TO RSC-DATA
           MOVE PONTOS-TOTAL TO RSC-PONTOS
           MOVE PONTOS-NOTAS TO RSC-PONTOS-NOTAS
           MOVE PONTOS-FALTAS TO RSC-PONTOS-FALTAS
           MOVE PONTOS-MENSAL TO RSC-PONTOS-MENSAL
           MOVE DISC-ABAIXO TO RSC-DISC-NOTA
           MOVE LISTA-DISC TO RSC-DISCIPLINAS
           IF MAIOR-FALTAS > 999
               MOVE 999 TO RSC-FALTAS
           ELSE
               MOVE MAIOR-FALTAS TO RSC-FALTAS.
           MOVE DISC-MAIOR-FALTAS TO RSC-DISC-FALTAS
           MOVE MENS-ATRASO TO RSC-MENS-ATRASO
           MOVE VALOR-ATRASO TO RSC-VALOR-ATRASO
           MOVE LOGRADOURO TO RSC-LOGRADOURO
           MOVE NUM-CASA TO RSC-NUM-CASA
           MOVE COMPLEMENTO TO RSC-COMPLEMENTO
           MOVE BAIRRO TO RSC-BAIRRO
           MOVE CIDADE TO RSC-CIDADE
           MOVE ESTADO TO RSC-ESTADO
           MOVE CEP TO RSC-CEP
           MOVE EMAIL TO RSC-EMAIL
           MOVE DDD TO RSC-DDD
           MOVE NUM-TEL TO RSC-NUM-TEL
           MOVE RES-NOME TO RSC-RESPONSAVEL
           MOVE RES-PARENTESCO TO RSC-PARENTESCO
           WRITE REG-RISCO.

       008-FECHA-TURMA.
           MOVE SPACES TO LINHA-REL
           IF TURMA-RISCO = ZEROS
               STRING "  nenhum aluno em risco entre " DELIMITED BY SIZE
                   TURMA-ATIVOS DELIMITED BY SIZE
                   " ativos" DELIMITED BY SIZE
                   INTO LINHA-REL
           ELSE
               STRING "  em risco: " DELIMITED BY SIZE
                   TURMA-RISCO DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   TURMA-ATIVOS DELIMITED BY SIZE
                   " ativos" DELIMITED BY SIZE
                   INTO LINHA-REL.
           PERFORM 900-GRAVA-LINHA.

       900-GRAVA-LINHA.
           MOVE LINHA-REL TO REG-RELRISCO
           WRITE REG-RELRISCO
           MOVE SPACES TO LINHA-REL.

      ***************************************************
      * Registro de controle de execucao no log          *
      * compartilhado dos jobs                           *
      ***************************************************
       910-GRAVA-JOBLOG.
           OPEN EXTEND JOBLOG
           IF STATUS-JOBLOG = "35"
               OPEN OUTPUT JOBLOG.
           IF STATUS-JOBLOG NOT = "00" AND
               STATUS-JOBLOG NOT = "05"
               DISPLAY "Erro ao gravar o log de execucao: "
                   STATUS-JOBLOG
           ELSE
               MOVE DATA-MOVIMENTO TO DATA-SISTEMA
               ACCEPT HORA-SISTEMA FROM TIME
               MOVE "RISCOREL" TO JOB-PROGRAMA
               MOVE DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE DATA-SISTEMA(5:2) TO JOB-MES
               MOVE DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE TOTAL-RISCO TO JOB-REGISTROS
               MOVE JOB-SITUACAO-W TO JOB-SITUACAO
               WRITE REG-JOBLOG
               CLOSE JOBLOG.

      ***************************************************
      * Data de movimento: a do primeiro cartao do SYSIN *
      * (DDMMAAAA), senao a do controle da loja          *
      * (DATAMOV)                                        *
      ***************************************************
       950-DATA-MOVIMENTO.
           ACCEPT PARM-DATA-MOV
           IF PARM-DATA-MOV NOT = ZEROS
               MOVE PARM-DATA-MOV(5:4) TO DATA-MOVIMENTO(1:4)
               MOVE PARM-DATA-MOV(3:2) TO DATA-MOVIMENTO(5:2)
               MOVE PARM-DATA-MOV(1:2) TO DATA-MOVIMENTO(7:2)
           ELSE
               MOVE "C" TO DTM-FUNCAO
               CALL "DATAMOV" USING DATA-MOV
               MOVE DTM-AMD TO DATA-MOVIMENTO.

      * Media de aprovacao e limite de faltas em vigor no dia
      * de apuracao
      * (PARAMETR.DAT, mantido pelo gerente no PORTAL)
       960-LE-REGRAS.
           MOVE "C" TO PAR-FUNCAO
           MOVE ZEROS TO PAR-ITEM
           MOVE DATA-MOVIMENTO TO PAR-DATA
           MOVE "MEDIAAPR" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO MEDIA-RECUPERACAO
           MOVE "LIMFALTA" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO LIMITE-FALTAS.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE ARQTURMAS ARQALUNO ARQNOTAS RELRISCO ARQRISCO
           IF FALTAS-ABERTO = "S"
               CLOSE ARQFALTAS.
           IF MENS-ABERTO = "S"
               CLOSE ARQMENS.
       FIM-STOP-RUN.
           STOP RUN.
