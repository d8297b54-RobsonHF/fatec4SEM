      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-12                    *
      * Purpose: Academics               *
      *          Rematricula do semestre:*
      *          passa os alunos ativos  *
      *          de cada turma do        *
      *          periodo que fecha para  *
      *          a turma seguinte (lista *
      *          nova no TURMAS.DAT e    *
      *          boletins vazios no      *
      *          CADNOTAS), segurando em *
      *          pendencia quem deve     *
      *          mensalidade, trancou ou *
      *          foi reprovado           *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REMATRIC.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQALUNO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RA
           FILE STATUS     IS STATUS-ARQALUNO.

           SELECT ARQTURMAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TUR-CHAVE
           FILE STATUS     IS STATUS-ARQTURMAS.

           SELECT ARQNOTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NT-CHAVE
           ALTERNATE RECORD KEY IS NT-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-ARQNOTAS.

           SELECT ARQMENS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS MEN-CHAVE
           FILE STATUS     IS STATUS-ARQMENS.

           SELECT ARQATRIB ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ATR-CHAVE
           FILE STATUS     IS STATUS-ARQATRIB.

           SELECT ARQDISC ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DIS-CODIGO
           FILE STATUS     IS STATUS-ARQDISC.

           SELECT RELREMA ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELREMA.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQALUNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADALUNO.DAT".

       01 REGALUNO.
           05 RA               PIC 9(06).
           05 NOME             PIC X(30).
           05 FILLER           PIC X(210).
      * "A" ativo, "T" trancado, "F" formado, "C" cancelado
           05 SITUACAO         PIC X(01).
               88 SIT-ATIVO        VALUE "A".
               88 SIT-TRANCADO     VALUE "T".

       FD ARQTURMAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TURMAS.DAT".

      * Uma linha por aluno matriculado na turma; os dados da
      * turma (ano, semestre, nome) se repetem em cada linha
       01 REG-TURMA.
           05 TUR-CHAVE.
               10 TUR-CODIGO       PIC X(04).
               10 TUR-RA           PIC 9(06).
           05 TUR-ANO              PIC 9(04).
           05 TUR-SEMESTRE         PIC 9(01).
           05 TUR-NOME             PIC X(30).

       FD ARQNOTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTAS.DAT".

       01 RECNOTAS.
           05 NT-CHAVE.
               10 MATRICULA    PIC 9(06).
               10 NT-ANO       PIC 9(04).
               10 NT-SEMESTRE  PIC 9(01).
      * Codigo da disciplina (catalogo em DISCIPL.DAT);
      * espacos nos registros antigos valem o boletim unico
      * de antes da grade por materia
               10 NT-DISCIPLINA PIC X(04).
           05 NT-NOME          PIC X(30).
           05 NT-NOTA1         PIC 99V99.
           05 NT-NOTA2         PIC 99V99.
           05 NT-FALTAS1       PIC 9(02).
           05 NT-FALTAS2       PIC 9(02).
      * Nota do exame de recuperacao (zeros = nao fez)
           05 NT-NOTA-FINAL    PIC 99V99.
      * Professor que lancou as notas (PROFESS.DAT); zeros
      * nos registros de antes do cadastro de professores
           05 NT-PROFESSOR     PIC 9(04).

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

       FD ARQATRIB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATRIBUI.DAT".

       01 REG-ATRIBUI.
           05 ATR-CHAVE.
               10 ATR-ANO          PIC 9(04).
               10 ATR-SEMESTRE     PIC 9(01).
               10 ATR-TURMA        PIC X(04).
               10 ATR-DISCIPLINA   PIC X(04).
           05 ATR-PROFESSOR        PIC 9(04).
           05 ATR-AULAS-SEMANA     PIC 9(02).
      * grade da semana: aulas de segunda (1) a sabado (6); as
      * aulas por semana sao a soma
           05 ATR-GRADE.
               10 ATR-AULAS-DIA    PIC 9(01) OCCURS 6 TIMES.

       FD ARQDISC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DISCIPL.DAT".

       01 REG-DISCIPLINA.
           05 DIS-CODIGO       PIC X(04).
           05 DIS-NOME         PIC X(30).

       FD RELREMA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REMATRIC.LST".
           01 REG-RELREMA                      PIC X(100).

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

       77 STATUS-ARQALUNO      PIC X(02).
       77 STATUS-ARQTURMAS     PIC X(02).
       77 STATUS-ARQNOTAS      PIC X(02).
       77 STATUS-ARQMENS       PIC X(02).
       77 STATUS-ARQATRIB      PIC X(02).
       77 STATUS-ARQDISC       PIC X(02).
       77 STATUS-RELREMA       PIC X(02).
       77 STATUS-JOBLOG        PIC X(02).
       77 LINHA-REL            PIC X(100) VALUE SPACES.
       77 MENS-ABERTO          PIC X(01) VALUE "N".
       77 ATRIB-ABERTO         PIC X(01) VALUE "N".
       77 DISC-ABERTO          PIC X(01) VALUE "N".

      * Parametros via SYSIN: data de movimento (DDMMAAAA;
      * zeros = a do DATAMOV), periodo que fecha e periodo
      * novo (AAAAS), quantidade de turmas e um cartao por
      * turma (PARM-TURMA)
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 JOB-SITUACAO-W       PIC X(08) VALUE SPACES.
       77 PARM-ORIGEM          PIC 9(05) VALUE ZEROS.
       77 PARM-DESTINO         PIC 9(05) VALUE ZEROS.
       77 ANO-ORIGEM           PIC 9(04) VALUE ZEROS.
       77 SEM-ORIGEM           PIC 9(01) VALUE ZEROS.
       77 ANO-DESTINO          PIC 9(04) VALUE ZEROS.
       77 SEM-DESTINO          PIC 9(01) VALUE ZEROS.
       77 QTD-CARTOES          PIC 9(02) VALUE ZEROS.

      * Cartao da turma: turma que fecha, turma seguinte, nome
      * da turma seguinte (espacos = o da atual) e ate 8
      * disciplinas do periodo novo (nenhuma = as mesmas da
      * turma atual no ATRIBUI.DAT)
       01 PARM-TURMA.
           05 PTU-ORIGEM           PIC X(04).
           05 FILLER               PIC X(01).
           05 PTU-DESTINO          PIC X(04).
           05 FILLER               PIC X(01).
           05 PTU-NOME             PIC X(30).
           05 PTU-DISCIPLINAS OCCURS 8 TIMES.
               10 FILLER           PIC X(01).
               10 PTU-DISCIPLINA   PIC X(04).

       77 MEDIA-CORTE          PIC 99V99 VALUE ZEROS.
       77 LIMITE-FALTAS        PIC 9(03) VALUE ZEROS.
       77 MEDIA-FINAL          PIC 99V99 VALUE ZEROS.
       77 FALTAS-DISC          PIC 9(04) VALUE ZEROS.
       77 DISCIPLINAS-PERIODO  PIC 9(02) VALUE ZEROS.
       77 MOTIVO-PENDENCIA     PIC X(40) VALUE SPACES.
       77 MENS-EM-ABERTO       PIC 9(03) VALUE ZEROS.
       77 ANO-MES-CORTE        PIC 9(06) VALUE ZEROS.

       77 TUR-IDX              PIC 9(02) VALUE ZEROS.
       77 DSC-IDX              PIC 9(02) VALUE ZEROS.
       77 CRT-IDX              PIC 9(02) VALUE ZEROS.
       77 ACHOU                PIC X(01) VALUE "N".
       77 SALVA-CHAVE-TURMA    PIC X(10) VALUE SPACES.
       77 NOVO-NOME-TURMA      PIC X(30) VALUE SPACES.

       77 TOTAL-PROMOVIDOS     PIC 9(05) VALUE ZEROS.
       77 TOTAL-PENDENTES      PIC 9(05) VALUE ZEROS.
       77 TOTAL-JA-FEITOS      PIC 9(05) VALUE ZEROS.
       77 TOTAL-BOLETINS       PIC 9(06) VALUE ZEROS.
       77 TOTAL-SEM-DESTINO    PIC 9(05) VALUE ZEROS.
       77 TOTAL-FORA           PIC 9(05) VALUE ZEROS.

      * Turmas do SYSIN com as disciplinas do periodo novo e
      * os contadores do resumo
       01 TABELA-REMATRICULA.
           05 TAB-REM OCCURS 50 TIMES.
               10 TAB-REM-ORIGEM       PIC X(04).
               10 TAB-REM-DESTINO      PIC X(04).
               10 TAB-REM-NOME         PIC X(30).
               10 TAB-REM-QTD-DISC     PIC 9(02).
               10 TAB-REM-DISC         PIC X(04) OCCURS 15 TIMES.
               10 TAB-REM-PROMOVIDOS   PIC 9(04).
               10 TAB-REM-PENDENTES    PIC 9(04).
               10 TAB-REM-JA-FEITOS    PIC 9(04).
       77 QTD-REM              PIC 9(02) VALUE ZEROS.

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

      **************
      * O PROGRAMA *
      **************
       PROCEDURE DIVISION.
       INICIO.

       000-ABERTURA.
           PERFORM 950-DATA-MOVIMENTO
           PERFORM 960-LE-REGRAS
           ACCEPT PARM-ORIGEM
           ACCEPT PARM-DESTINO
           ACCEPT QTD-CARTOES
           MOVE PARM-ORIGEM(1:4) TO ANO-ORIGEM
           MOVE PARM-ORIGEM(5:1) TO SEM-ORIGEM
           MOVE PARM-DESTINO(1:4) TO ANO-DESTINO
           MOVE PARM-DESTINO(5:1) TO SEM-DESTINO
           IF (SEM-ORIGEM NOT = 1 AND SEM-ORIGEM NOT = 2) OR
               (SEM-DESTINO NOT = 1 AND SEM-DESTINO NOT = 2) OR
               PARM-DESTINO NOT > PARM-ORIGEM
               DISPLAY "Informe o periodo que fecha e o periodo novo "
                   "(AAAAS, o novo depois do atual) no SYSIN."
               GO TO FIM-STOP-RUN.
           IF QTD-CARTOES = ZEROS OR QTD-CARTOES > 50
               DISPLAY "Informe de 1 a 50 turmas no SYSIN."
               GO TO FIM-STOP-RUN.
      * mensalidade em aberto so conta ate o mes do movimento
           MOVE DATA-MOVIMENTO(1:6) TO ANO-MES-CORTE

           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO NOT = "00"
               DISPLAY "Erro na abertura do CADALUNO.DAT: "
                   STATUS-ARQALUNO
               GO TO FIM-STOP-RUN.
           OPEN I-O ARQTURMAS
           IF STATUS-ARQTURMAS NOT = "00"
               DISPLAY "Erro na abertura do TURMAS.DAT: "
                   STATUS-ARQTURMAS
               GO TO FIM-STOP-RUN.
           OPEN I-O ARQNOTAS
           IF STATUS-ARQNOTAS NOT = "00"
               DISPLAY "Erro na abertura do CADNOTAS.DAT: "
                   STATUS-ARQNOTAS
               GO TO FIM-STOP-RUN.
      * sem MENSALID.DAT ninguem deve; sem ATRIBUI.DAT as
      * disciplinas vem so dos cartoes
           OPEN INPUT ARQMENS
           IF STATUS-ARQMENS = "00"
               MOVE "S" TO MENS-ABERTO
           ELSE
               DISPLAY "Aviso: MENSALID.DAT indisponivel; "
                   "inadimplencia nao conferida.".
           OPEN INPUT ARQATRIB
           IF STATUS-ARQATRIB = "00"
               MOVE "S" TO ATRIB-ABERTO.
           OPEN INPUT ARQDISC
           IF STATUS-ARQDISC = "00"
               MOVE "S" TO DISC-ABERTO.
           OPEN OUTPUT RELREMA
           IF STATUS-RELREMA NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   STATUS-RELREMA
               GO TO FIM-STOP-RUN.

           PERFORM 010-LE-CARTAO THRU 010-LE-CARTAO-FIM
               VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > QTD-CARTOES

           MOVE SPACES TO LINHA-REL
           STRING "Rematricula de " DELIMITED BY SIZE
               ANO-ORIGEM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SEM-ORIGEM DELIMITED BY SIZE
               " para " DELIMITED BY SIZE
               ANO-DESTINO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SEM-DESTINO DELIMITED BY SIZE
               " - pendencias (alunos nao rematriculados):"
               DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELREMA
           WRITE REG-RELREMA.

      ***************************************************
      * Percorre as listas de turma: cada aluno de uma   *
      * turma do periodo que fecha passa para a turma    *
      * seguinte ou fica na lista de pendencias          *
      ***************************************************
       001-PROCESSA.
           MOVE LOW-VALUES TO TUR-CHAVE
           MOVE "N" TO CHAVE-EOF
           START ARQTURMAS KEY IS GREATER THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 002-ALUNO-TURMA THRU 002-ALUNO-TURMA-FIM
               UNTIL CHAVE-EOF-SIM

           PERFORM 008-RESUMO THRU 008-RESUMO-FIM

           DISPLAY "Rematricula: " TOTAL-PROMOVIDOS " rematriculados, "
               TOTAL-PENDENTES " pendentes, " TOTAL-JA-FEITOS
               " ja rematriculados. Listas em REMATRIC.LST."
           MOVE "OK" TO JOB-SITUACAO-W
           PERFORM 900-GRAVA-JOBLOG
           GO TO FIM-SAIDA.

       002-ALUNO-TURMA.
           READ ARQTURMAS NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-SIM
               GO TO 002-ALUNO-TURMA-FIM.
           IF TUR-ANO NOT = ANO-ORIGEM OR
               TUR-SEMESTRE NOT = SEM-ORIGEM
               GO TO 002-ALUNO-TURMA-FIM.

           MOVE "N" TO ACHOU
           MOVE 1 TO TUR-IDX
           PERFORM 003-ACHA-TURMA
               UNTIL ACHOU = "S" OR TUR-IDX > QTD-REM
           IF ACHOU = "N"
               ADD 1 TO TOTAL-SEM-DESTINO
               GO TO 002-ALUNO-TURMA-FIM.

           MOVE TUR-RA TO RA
           READ ARQALUNO INVALID KEY
               MOVE "(sem cadastro no CADALUNO)" TO NOME
               MOVE "sem cadastro no CADALUNO" TO MOTIVO-PENDENCIA
               PERFORM 007-GRAVA-PENDENCIA
               GO TO 002-ALUNO-TURMA-FIM.
           IF SIT-TRANCADO
               MOVE "matricula trancada" TO MOTIVO-PENDENCIA
               PERFORM 007-GRAVA-PENDENCIA
               GO TO 002-ALUNO-TURMA-FIM.
           IF NOT SIT-ATIVO
               ADD 1 TO TOTAL-FORA
               GO TO 002-ALUNO-TURMA-FIM.

           PERFORM 004-CONFERE-MENSALIDADES
           IF MENS-EM-ABERTO > ZEROS
               MOVE SPACES TO MOTIVO-PENDENCIA
               STRING "mensalidades em aberto: " DELIMITED BY SIZE
                   MENS-EM-ABERTO DELIMITED BY SIZE
                   INTO MOTIVO-PENDENCIA
               PERFORM 007-GRAVA-PENDENCIA
               GO TO 002-ALUNO-TURMA-FIM.

           PERFORM 005-CONFERE-APROVACAO
           IF MOTIVO-PENDENCIA NOT = SPACES
               PERFORM 007-GRAVA-PENDENCIA
               GO TO 002-ALUNO-TURMA-FIM.

           PERFORM 006-REMATRICULA.

       002-ALUNO-TURMA-FIM.
           EXIT.

       003-ACHA-TURMA.
           IF TAB-REM-ORIGEM(TUR-IDX) = TUR-CODIGO
               MOVE "S" TO ACHOU
           ELSE
               ADD 1 TO TUR-IDX.

      * Cobrancas em aberto do aluno ate o mes do movimento
       004-CONFERE-MENSALIDADES.
           MOVE ZEROS TO MENS-EM-ABERTO
           IF MENS-ABERTO NOT = "S"
               GO TO 004-CONFERE-MENSALIDADES-FIM.
           MOVE RA TO MEN-RA
           MOVE ZEROS TO MEN-ANO-MES
           MOVE "N" TO LEITURA-EOF
           START ARQMENS KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 004-LE-MENSALIDADE UNTIL LEITURA-EOF-SIM.

       004-CONFERE-MENSALIDADES-FIM.
           EXIT.

       004-LE-MENSALIDADE.
           READ ARQMENS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF MEN-RA NOT = RA OR MEN-ANO-MES > ANO-MES-CORTE
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   IF MEN-SITUACAO = "A"
                       ADD 1 TO MENS-EM-ABERTO.

      ***************************************************
      * Aprovacao no periodo que fecha, pela mesma regra *
      * do boletim: media final com recuperacao e faltas *
      * no limite em cada disciplina                     *
      ***************************************************
       005-CONFERE-APROVACAO.
           MOVE SPACES TO MOTIVO-PENDENCIA
           MOVE ZEROS TO DISCIPLINAS-PERIODO
           MOVE RA TO MATRICULA
           MOVE ANO-ORIGEM TO NT-ANO
           MOVE SEM-ORIGEM TO NT-SEMESTRE
           MOVE SPACES TO NT-DISCIPLINA
           MOVE "N" TO LEITURA-EOF
           START ARQNOTAS KEY IS NOT LESS THAN NT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 005-AVALIA-DISCIPLINA UNTIL LEITURA-EOF-SIM
           IF DISCIPLINAS-PERIODO = ZEROS
               MOVE "sem notas no periodo" TO MOTIVO-PENDENCIA.

       005-AVALIA-DISCIPLINA.
           READ ARQNOTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF MATRICULA NOT = RA OR
                   NT-ANO NOT = ANO-ORIGEM OR
                   NT-SEMESTRE NOT = SEM-ORIGEM
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   ADD 1 TO DISCIPLINAS-PERIODO
                   COMPUTE FALTAS-DISC = NT-FALTAS1 + NT-FALTAS2
                   COMPUTE MEDIA-FINAL = (NT-NOTA1 + NT-NOTA2) / 2
                   IF MEDIA-FINAL < MEDIA-CORTE AND
                       NT-NOTA-FINAL > ZEROS
                       COMPUTE MEDIA-FINAL =
                           (MEDIA-FINAL + NT-NOTA-FINAL) / 2
                   END-IF
                   IF MOTIVO-PENDENCIA = SPACES
                       IF FALTAS-DISC > LIMITE-FALTAS
                           STRING "reprovado por falta em "
                               DELIMITED BY SIZE
                               NT-DISCIPLINA DELIMITED BY SIZE
                               INTO MOTIVO-PENDENCIA
                       ELSE IF MEDIA-FINAL < MEDIA-CORTE
                           STRING "reprovado por nota em "
                               DELIMITED BY SIZE
                               NT-DISCIPLINA DELIMITED BY SIZE
                               INTO MOTIVO-PENDENCIA.

      ***************************************************
      * Rematricula: linha do aluno na turma seguinte e  *
      * um boletim vazio por disciplina do periodo novo. *
      * Reexecucao nao duplica: o que ja existe e pulado *
      ***************************************************
       006-REMATRICULA.
           MOVE TUR-CHAVE TO SALVA-CHAVE-TURMA
           MOVE TAB-REM-NOME(TUR-IDX) TO NOVO-NOME-TURMA
           IF NOVO-NOME-TURMA = SPACES
               MOVE TUR-NOME TO NOVO-NOME-TURMA.
           MOVE TAB-REM-DESTINO(TUR-IDX) TO TUR-CODIGO
           MOVE RA TO TUR-RA
           MOVE ANO-DESTINO TO TUR-ANO
           MOVE SEM-DESTINO TO TUR-SEMESTRE
           MOVE NOVO-NOME-TURMA TO TUR-NOME
           WRITE REG-TURMA
               INVALID KEY
                   ADD 1 TO TAB-REM-JA-FEITOS(TUR-IDX)
                   ADD 1 TO TOTAL-JA-FEITOS
               NOT INVALID KEY
                   ADD 1 TO TAB-REM-PROMOVIDOS(TUR-IDX)
                   ADD 1 TO TOTAL-PROMOVIDOS
           END-WRITE

           PERFORM 006-CRIA-BOLETIM
               VARYING DSC-IDX FROM 1 BY 1
               UNTIL DSC-IDX > TAB-REM-QTD-DISC(TUR-IDX)

      * volta a posicao da leitura sequencial na turma atual
           MOVE SALVA-CHAVE-TURMA TO TUR-CHAVE
           START ARQTURMAS KEY IS GREATER THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START.

       006-CRIA-BOLETIM.
           MOVE RA TO MATRICULA
           MOVE ANO-DESTINO TO NT-ANO
           MOVE SEM-DESTINO TO NT-SEMESTRE
           MOVE TAB-REM-DISC(TUR-IDX, DSC-IDX) TO NT-DISCIPLINA
           MOVE NOME TO NT-NOME
           MOVE ZEROS TO NT-NOTA1 NT-NOTA2 NT-FALTAS1 NT-FALTAS2
               NT-NOTA-FINAL NT-PROFESSOR
           WRITE RECNOTAS
               NOT INVALID KEY
                   ADD 1 TO TOTAL-BOLETINS
           END-WRITE.

       007-GRAVA-PENDENCIA.
           ADD 1 TO TAB-REM-PENDENTES(TUR-IDX)
           ADD 1 TO TOTAL-PENDENTES
           MOVE SPACES TO LINHA-REL
           STRING "  " DELIMITED BY SIZE
               TUR-CODIGO DELIMITED BY SIZE
               " RA " DELIMITED BY SIZE
               TUR-RA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOTIVO-PENDENCIA DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELREMA
           WRITE REG-RELREMA.

      ***************************************************
      * Resumo por turma: rematriculados, pendentes e os *
      * que ja estavam na turma seguinte                 *
      ***************************************************
       008-RESUMO.
           MOVE SPACES TO REG-RELREMA
           WRITE REG-RELREMA
           MOVE "Resumo por turma:" TO REG-RELREMA
           WRITE REG-RELREMA
           MOVE "  Atual Seguinte Rematric. Pendentes Ja feitos Discip
      -        "linas" TO REG-RELREMA
           WRITE REG-RELREMA
           PERFORM 009-LINHA-RESUMO
               VARYING TUR-IDX FROM 1 BY 1 UNTIL TUR-IDX > QTD-REM
           MOVE SPACES TO LINHA-REL
           STRING "  Total: " DELIMITED BY SIZE
               TOTAL-PROMOVIDOS DELIMITED BY SIZE
               " rematriculados, " DELIMITED BY SIZE
               TOTAL-PENDENTES DELIMITED BY SIZE
               " pendentes, " DELIMITED BY SIZE
               TOTAL-JA-FEITOS DELIMITED BY SIZE
               " ja feitos, " DELIMITED BY SIZE
               TOTAL-BOLETINS DELIMITED BY SIZE
               " boletins criados" DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELREMA
           WRITE REG-RELREMA
           MOVE SPACES TO LINHA-REL
           STRING "  Fora da rematricula: " DELIMITED BY SIZE
               TOTAL-FORA DELIMITED BY SIZE
               " formados/cancelados, " DELIMITED BY SIZE
               TOTAL-SEM-DESTINO DELIMITED BY SIZE
               " em turmas sem cartao no SYSIN" DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELREMA
           WRITE REG-RELREMA.

       008-RESUMO-FIM.
           EXIT.

       009-LINHA-RESUMO.
           MOVE SPACES TO LINHA-REL
           MOVE TAB-REM-ORIGEM(TUR-IDX) TO LINHA-REL(3:4)
           MOVE TAB-REM-DESTINO(TUR-IDX) TO LINHA-REL(9:4)
           MOVE TAB-REM-PROMOVIDOS(TUR-IDX) TO LINHA-REL(21:4)
           MOVE TAB-REM-PENDENTES(TUR-IDX) TO LINHA-REL(31:4)
           MOVE TAB-REM-JA-FEITOS(TUR-IDX) TO LINHA-REL(41:4)
           MOVE TAB-REM-QTD-DISC(TUR-IDX) TO LINHA-REL(51:2)
           MOVE LINHA-REL TO REG-RELREMA
           WRITE REG-RELREMA.

      ***************************************************
      * Cartao de turma do SYSIN: sem disciplinas no     *
      * cartao valem as da turma atual no ATRIBUI.DAT;   *
      * disciplina fora do catalogo e recusada           *
      ***************************************************
       010-LE-CARTAO.
           MOVE SPACES TO PARM-TURMA
           ACCEPT PARM-TURMA
           IF PTU-ORIGEM = SPACES OR PTU-DESTINO = SPACES
               DISPLAY "Cartao de turma sem turma atual/seguinte: "
                   PARM-TURMA
               GO TO 010-LE-CARTAO-FIM.
           ADD 1 TO QTD-REM
           MOVE PTU-ORIGEM TO TAB-REM-ORIGEM(QTD-REM)
           MOVE PTU-DESTINO TO TAB-REM-DESTINO(QTD-REM)
           MOVE PTU-NOME TO TAB-REM-NOME(QTD-REM)
           MOVE ZEROS TO TAB-REM-QTD-DISC(QTD-REM)
               TAB-REM-PROMOVIDOS(QTD-REM) TAB-REM-PENDENTES(QTD-REM)
               TAB-REM-JA-FEITOS(QTD-REM)
           PERFORM 011-DISCIPLINA-CARTAO
               VARYING DSC-IDX FROM 1 BY 1 UNTIL DSC-IDX > 8
           IF TAB-REM-QTD-DISC(QTD-REM) = ZEROS AND
               ATRIB-ABERTO = "S"
               MOVE ANO-ORIGEM TO ATR-ANO
               MOVE SEM-ORIGEM TO ATR-SEMESTRE
               MOVE PTU-ORIGEM TO ATR-TURMA
               MOVE SPACES TO ATR-DISCIPLINA
               MOVE "N" TO LEITURA-EOF
               START ARQATRIB KEY IS NOT LESS THAN ATR-CHAVE
                   INVALID KEY MOVE "S" TO LEITURA-EOF
               END-START
               PERFORM 012-DISCIPLINA-ATRIBUI UNTIL LEITURA-EOF-SIM.
           IF TAB-REM-QTD-DISC(QTD-REM) = ZEROS
               DISPLAY "Turma " PTU-ORIGEM " sem disciplinas: "
                   "rematricula sem boletins.".

       010-LE-CARTAO-FIM.
           EXIT.

       011-DISCIPLINA-CARTAO.
           IF PTU-DISCIPLINA(DSC-IDX) NOT = SPACES
               MOVE PTU-DISCIPLINA(DSC-IDX) TO DIS-CODIGO
               PERFORM 013-GUARDA-DISCIPLINA.

       012-DISCIPLINA-ATRIBUI.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF ATR-ANO NOT = ANO-ORIGEM OR
                   ATR-SEMESTRE NOT = SEM-ORIGEM OR
                   ATR-TURMA NOT = PTU-ORIGEM
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   MOVE ATR-DISCIPLINA TO DIS-CODIGO
                   PERFORM 013-GUARDA-DISCIPLINA.

       013-GUARDA-DISCIPLINA.
           IF DISC-ABERTO = "S"
               READ ARQDISC INVALID KEY
                   DISPLAY "Disciplina " DIS-CODIGO " fora do "
                       "catalogo; ignorada na turma " PTU-DESTINO
                   MOVE SPACES TO DIS-CODIGO
               END-READ.
           IF DIS-CODIGO NOT = SPACES
               IF TAB-REM-QTD-DISC(QTD-REM) = 15
                   DISPLAY "Mais de 15 disciplinas na turma "
                       PTU-DESTINO "; ignorada " DIS-CODIGO
               ELSE
                   ADD 1 TO TAB-REM-QTD-DISC(QTD-REM)
                   MOVE DIS-CODIGO TO TAB-REM-DISC(QTD-REM,
                       TAB-REM-QTD-DISC(QTD-REM)).

      ***************************************************
      * Registro de controle de execucao no log          *
      * compartilhado dos jobs                           *
      ***************************************************
       900-GRAVA-JOBLOG.
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
               MOVE "REMATRIC" TO JOB-PROGRAMA
               MOVE DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE DATA-SISTEMA(5:2) TO JOB-MES
               MOVE DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE TOTAL-PROMOVIDOS TO JOB-REGISTROS
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
           MOVE PAR-VALOR TO MEDIA-CORTE
           MOVE "LIMFALTA" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO LIMITE-FALTAS.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE ARQALUNO ARQTURMAS ARQNOTAS RELREMA
           IF MENS-ABERTO = "S"
               CLOSE ARQMENS.
           IF ATRIB-ABERTO = "S"
               CLOSE ARQATRIB.
           IF DISC-ABERTO = "S"
               CLOSE ARQDISC.
       FIM-STOP-RUN.
           STOP RUN.
