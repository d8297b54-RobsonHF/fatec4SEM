      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-11                    *
      * Purpose: Academics               *
      *          Carga docente do        *
      *          semestre: aulas por     *
      *          semana de cada          *
      *          professor, turma a      *
      *          turma, e as disciplinas *
      *          que ficaram sem         *
      *          professor em sala       *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROFREL.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROF ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PRF-CODIGO
           FILE STATUS     IS STATUS-ARQPROF.

           SELECT ARQATRIB ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ATR-CHAVE
           ALTERNATE RECORD KEY IS ATR-PROFESSOR WITH DUPLICATES
           FILE STATUS     IS STATUS-ARQATRIB.

           SELECT ARQDISC ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DIS-CODIGO
           FILE STATUS     IS STATUS-ARQDISC.

           SELECT RELPROF ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELPROF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROFESS.DAT".

       01 REG-PROFESSOR.
           05 PRF-CODIGO           PIC 9(04).
           05 PRF-NOME             PIC X(30).
           05 FILLER               PIC X(61).
      * "A" ativo, "L" licenca/afastado, "D" desligado
           05 PRF-SITUACAO         PIC X(01).
               88 PRF-ATIVO        VALUE "A".
               88 PRF-DESLIGADO    VALUE "D".

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
           05 DIS-CODIGO           PIC X(04).
           05 DIS-NOME             PIC X(30).

       FD RELPROF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROFREL.LST".
           01 REG-RELPROF                      PIC X(100).

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       WORKING-STORAGE SECTION.

       77 STATUS-ARQPROF       PIC X(02).
       77 STATUS-ARQATRIB      PIC X(02).
       77 STATUS-ARQDISC       PIC X(02).
       77 STATUS-RELPROF       PIC X(02).
       77 LINHA-REL            PIC X(100) VALUE SPACES.

      * Parametros via SYSIN: ano e semestre (1 ou 2)
       77 ANO-PARM             PIC 9(04) VALUE ZEROS.
       77 SEMESTRE-PARM        PIC 9(01) VALUE ZEROS.

       77 PROF-DISCIPLINAS     PIC 9(03) VALUE ZEROS.
       77 PROF-AULAS           PIC 9(03) VALUE ZEROS.
       77 TOTAL-PROFESSORES    PIC 9(04) VALUE ZEROS.
       77 TOTAL-AULAS          PIC 9(05) VALUE ZEROS.
       77 TOTAL-SEM-PROFESSOR  PIC 9(04) VALUE ZEROS.
       77 SITUACAO-TEXTO       PIC X(10) VALUE SPACES.
       77 MOTIVO-TEXTO         PIC X(30) VALUE SPACES.

      * Disciplinas do catalogo que tem ao menos uma turma com
      * professor ativo no semestre
       01 TABELA-COBERTAS.
           05 TAB-COB OCCURS 30 TIMES.
               10 TAB-COB-DISCIPLINA   PIC X(04).
       77 QTD-COB              PIC 9(02) VALUE ZEROS.
       77 COB-IDX              PIC 9(02) VALUE ZEROS.
       77 COB-ACHOU            PIC X(01) VALUE "N".
       77 COB-BUSCA            PIC X(04) VALUE SPACES.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

       01 ATRIB-EOF            PIC X(01) VALUE "N".
           88 ATRIB-EOF-SIM    VALUE "S".
           88 ATRIB-EOF-NAO    VALUE "N".

      **************
      * O PROGRAMA *
      **************
       PROCEDURE DIVISION.
       INICIO.

       000-ABERTURA.
           ACCEPT ANO-PARM
           ACCEPT SEMESTRE-PARM
           IF SEMESTRE-PARM NOT = 1 AND SEMESTRE-PARM NOT = 2
               DISPLAY "Semestre invalido: " SEMESTRE-PARM
               GO TO FIM-STOP-RUN.

           OPEN INPUT ARQPROF
           IF STATUS-ARQPROF NOT = "00"
               DISPLAY "Erro na abertura do PROFESS.DAT: "
                   STATUS-ARQPROF
               GO TO FIM-STOP-RUN.
           OPEN INPUT ARQATRIB
           IF STATUS-ARQATRIB NOT = "00"
               DISPLAY "Erro na abertura do ATRIBUI.DAT: "
                   STATUS-ARQATRIB
               GO TO FIM-STOP-RUN.
           OPEN INPUT ARQDISC
           IF STATUS-ARQDISC NOT = "00"
               DISPLAY "Erro na abertura do DISCIPL.DAT: "
                   STATUS-ARQDISC
               GO TO FIM-STOP-RUN.
           OPEN OUTPUT RELPROF
           IF STATUS-RELPROF NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   STATUS-RELPROF
               GO TO FIM-STOP-RUN.

           MOVE SPACES TO LINHA-REL
           STRING "Carga docente - " DELIMITED BY SIZE
               ANO-PARM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SEMESTRE-PARM DELIMITED BY SIZE
               " - aulas por semana de cada professor"
               DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA.

      ***************************************************
      * Professor a professor, em ordem de codigo, com   *
      * as atribuicoes do semestre pela chave alternada  *
      ***************************************************
       001-PROFESSORES.
           MOVE ZEROS TO PRF-CODIGO
           MOVE "N" TO CHAVE-EOF
           START ARQPROF KEY IS GREATER THAN PRF-CODIGO
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 002-PROFESSOR THRU 002-PROFESSOR-FIM
               UNTIL CHAVE-EOF-SIM.

      ***************************************************
      * Disciplinas sem professor: atribuicoes do        *
      * semestre com professor fora de sala ou sem       *
      * cadastro, e disciplinas do catalogo sem nenhuma  *
      * turma atribuida a professor ativo                *
      ***************************************************
       003-SEM-PROFESSOR.
           MOVE SPACES TO REG-RELPROF
           WRITE REG-RELPROF
           MOVE "Disciplinas sem professor em sala" TO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           MOVE ANO-PARM TO ATR-ANO
           MOVE SEMESTRE-PARM TO ATR-SEMESTRE
           MOVE SPACES TO ATR-TURMA ATR-DISCIPLINA
           MOVE "N" TO ATRIB-EOF
           START ARQATRIB KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY MOVE "S" TO ATRIB-EOF
           END-START
           PERFORM 004-ATRIBUICAO UNTIL ATRIB-EOF-SIM

           MOVE SPACES TO DIS-CODIGO
           MOVE "N" TO CHAVE-EOF
           START ARQDISC KEY IS GREATER THAN DIS-CODIGO
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 006-DISCIPLINA UNTIL CHAVE-EOF-SIM

           IF TOTAL-SEM-PROFESSOR = ZEROS
               MOVE "    nenhuma" TO LINHA-REL
               PERFORM 900-GRAVA-LINHA.

           MOVE SPACES TO REG-RELPROF
           WRITE REG-RELPROF
           MOVE SPACES TO LINHA-REL
           STRING "Professores em sala: " DELIMITED BY SIZE
               TOTAL-PROFESSORES DELIMITED BY SIZE
               " - aulas por semana: " DELIMITED BY SIZE
               TOTAL-AULAS DELIMITED BY SIZE
               " - disciplinas sem professor: " DELIMITED BY SIZE
               TOTAL-SEM-PROFESSOR DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           DISPLAY "Carga docente apurada: " TOTAL-PROFESSORES
               " professores, " TOTAL-AULAS " aulas/semana, "
               TOTAL-SEM-PROFESSOR " disciplinas sem professor."
           GO TO FIM-SAIDA.

       002-PROFESSOR.
           READ ARQPROF NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-SIM
               GO TO 002-PROFESSOR-FIM.

           MOVE ZEROS TO PROF-DISCIPLINAS PROF-AULAS
           MOVE PRF-CODIGO TO ATR-PROFESSOR
           MOVE "N" TO ATRIB-EOF
           START ARQATRIB KEY IS EQUAL TO ATR-PROFESSOR
               INVALID KEY MOVE "S" TO ATRIB-EOF
           END-START
      * o desligado sem aulas no semestre nao entra na lista
           IF PRF-DESLIGADO AND ATRIB-EOF-SIM
               GO TO 002-PROFESSOR-FIM.

           IF PRF-ATIVO
               MOVE "ativo" TO SITUACAO-TEXTO
           ELSE IF PRF-DESLIGADO
               MOVE "DESLIGADO" TO SITUACAO-TEXTO
           ELSE
               MOVE "LICENCA" TO SITUACAO-TEXTO.
           MOVE SPACES TO REG-RELPROF
           WRITE REG-RELPROF
           MOVE SPACES TO LINHA-REL
           STRING PRF-CODIGO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PRF-NOME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               SITUACAO-TEXTO DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           PERFORM 005-LINHA-ATRIBUICAO UNTIL ATRIB-EOF-SIM

           MOVE SPACES TO LINHA-REL
           IF PROF-DISCIPLINAS = ZEROS
               MOVE "    sem atribuicao no semestre" TO LINHA-REL
           ELSE
               STRING "    total: " DELIMITED BY SIZE
                   PROF-DISCIPLINAS DELIMITED BY SIZE
                   " disciplinas, " DELIMITED BY SIZE
                   PROF-AULAS DELIMITED BY SIZE
                   " aulas por semana" DELIMITED BY SIZE
                   INTO LINHA-REL.
           PERFORM 900-GRAVA-LINHA
           IF PRF-ATIVO AND PROF-DISCIPLINAS > ZEROS
               ADD 1 TO TOTAL-PROFESSORES
               ADD PROF-AULAS TO TOTAL-AULAS.

       002-PROFESSOR-FIM.
           EXIT.

       005-LINHA-ATRIBUICAO.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO ATRIB-EOF.
           IF ATRIB-EOF-NAO
               IF ATR-PROFESSOR NOT = PRF-CODIGO
                   MOVE "S" TO ATRIB-EOF
               ELSE
               IF ATR-ANO = ANO-PARM AND
                   ATR-SEMESTRE = SEMESTRE-PARM
                   ADD 1 TO PROF-DISCIPLINAS
                   ADD ATR-AULAS-SEMANA TO PROF-AULAS
                   MOVE ATR-DISCIPLINA TO DIS-CODIGO
                   READ ARQDISC INVALID KEY
                       MOVE "(fora do catalogo)" TO DIS-NOME
                   END-READ
                   MOVE SPACES TO LINHA-REL
                   STRING "    turma " DELIMITED BY SIZE
                       ATR-TURMA DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       ATR-DISCIPLINA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DIS-NOME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ATR-AULAS-SEMANA DELIMITED BY SIZE
                       " aulas/semana" DELIMITED BY SIZE
                       INTO LINHA-REL
                   PERFORM 900-GRAVA-LINHA.

      * Atribuicao do semestre, em ordem de turma: professor
      * fora de sala deixa a disciplina da turma descoberta
       004-ATRIBUICAO.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO ATRIB-EOF.
           IF ATRIB-EOF-NAO
               IF ATR-ANO NOT = ANO-PARM OR
                   ATR-SEMESTRE NOT = SEMESTRE-PARM
                   MOVE "S" TO ATRIB-EOF
               ELSE
                   MOVE SPACES TO MOTIVO-TEXTO
                   MOVE ATR-PROFESSOR TO PRF-CODIGO
                   READ ARQPROF
                       INVALID KEY
                           MOVE "professor sem cadastro"
                               TO MOTIVO-TEXTO
                       NOT INVALID KEY
                           IF PRF-DESLIGADO
                               MOVE "professor desligado"
                                   TO MOTIVO-TEXTO
                           ELSE IF NOT PRF-ATIVO
                               MOVE "professor de licenca"
                                   TO MOTIVO-TEXTO
                           END-IF
                   END-READ
                   IF MOTIVO-TEXTO = SPACES
                       PERFORM 007-MARCA-COBERTA
                   ELSE
                       ADD 1 TO TOTAL-SEM-PROFESSOR
                       MOVE SPACES TO LINHA-REL
                       STRING "    turma " DELIMITED BY SIZE
                           ATR-TURMA DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           ATR-DISCIPLINA DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           MOTIVO-TEXTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ATR-PROFESSOR DELIMITED BY SIZE
                           INTO LINHA-REL
                       PERFORM 900-GRAVA-LINHA.

       006-DISCIPLINA.
           READ ARQDISC NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               MOVE DIS-CODIGO TO COB-BUSCA
               MOVE "N" TO COB-ACHOU
               MOVE 1 TO COB-IDX
               PERFORM 008-ACHA-COBERTA
                   UNTIL COB-ACHOU = "S" OR COB-IDX > QTD-COB
               IF COB-ACHOU = "N"
                   ADD 1 TO TOTAL-SEM-PROFESSOR
                   MOVE SPACES TO LINHA-REL
                   STRING "    " DELIMITED BY SIZE
                       DIS-CODIGO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DIS-NOME DELIMITED BY SIZE
                       " - nenhuma turma com professor atribuido"
                       DELIMITED BY SIZE
                       INTO LINHA-REL
                   PERFORM 900-GRAVA-LINHA.

       007-MARCA-COBERTA.
           MOVE ATR-DISCIPLINA TO COB-BUSCA
           MOVE "N" TO COB-ACHOU
           MOVE 1 TO COB-IDX
           PERFORM 008-ACHA-COBERTA
               UNTIL COB-ACHOU = "S" OR COB-IDX > QTD-COB
           IF COB-ACHOU = "N"
               IF QTD-COB = 30
                   DISPLAY "Mais de 30 disciplinas atribuidas; "
                       ATR-DISCIPLINA " fora da conferencia"
               ELSE
                   ADD 1 TO QTD-COB
                   MOVE ATR-DISCIPLINA TO TAB-COB-DISCIPLINA(QTD-COB).

       008-ACHA-COBERTA.
           IF TAB-COB-DISCIPLINA(COB-IDX) = COB-BUSCA
               MOVE "S" TO COB-ACHOU
           ELSE
               ADD 1 TO COB-IDX.

       900-GRAVA-LINHA.
           MOVE LINHA-REL TO REG-RELPROF
           WRITE REG-RELPROF.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE ARQPROF ARQATRIB ARQDISC RELPROF.
       FIM-STOP-RUN.
           STOP RUN.
