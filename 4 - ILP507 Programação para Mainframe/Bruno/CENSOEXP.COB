      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-12                    *
      * Purpose: Academics               *
      *          Exportacao anual para o *
      *          Censo Escolar: turmas,  *
      *          professores e alunos do *
      *          periodo da data de      *
      *          referencia, no leiaute  *
      *          de importacao de        *
      *          tamanho fixo, depois de *
      *          validar os dados        *
      *          obrigatorios            *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CENSOEXP.
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

           SELECT ARQPROF ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PRF-CODIGO
           FILE STATUS     IS STATUS-ARQPROF.

           SELECT ARQATRIB ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ATR-CHAVE
           FILE STATUS     IS STATUS-ARQATRIB.

           SELECT RELVALID ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELVALID.

           SELECT ARQCENSO ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-ARQCENSO.

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
           05 CPF-DIGITOS REDEFINES CPF OCCURS 11 TIMES PIC 9(01).
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

       FD ARQPROF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROFESS.DAT".

       01 REG-PROFESSOR.
           05 PRF-CODIGO           PIC 9(04).
           05 PRF-NOME             PIC X(30).
           05 PRF-CPF              PIC 9(11).
           05 PRF-EMAIL            PIC X(30).
           05 PRF-TELEFONE.
               10 PRF-DDD          PIC 9(03).
               10 PRF-NUM-TEL      PIC 9(09).
           05 PRF-ADMISSAO.
               10 PRF-ADM-DIA      PIC 9(02).
               10 PRF-ADM-MES      PIC 9(02).
               10 PRF-ADM-ANO      PIC 9(04).
      * "A" ativo, "L" licenca/afastado, "D" desligado
           05 PRF-SITUACAO         PIC X(01).

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
           05 ATR-GRADE.
               10 ATR-AULAS-DIA    PIC 9(01) OCCURS 6 TIMES.

       FD RELVALID
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CENSOVAL.LST".
           01 REG-RELVALID                     PIC X(100).

      * Leiaute de importacao do Censo Escolar: registros de 250
      * posicoes, o tipo nas duas primeiras; 00 = escola, 20 =
      * turma, 51 = professor na turma, 60 = aluno na turma,
      * 30 = professor (um por CPF), 99 = totais
       FD ARQCENSO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CENSO.DAT".

       01 CEN-REG-ESCOLA.
           05 CEN-TIPO             PIC X(02).
           05 CEN-INEP             PIC 9(08).
           05 CEN-DATA-REF         PIC 9(08).
           05 CEN-ANO              PIC 9(04).
           05 CEN-SEMESTRE         PIC 9(01).
           05 FILLER               PIC X(227).

       01 CEN-REG-TURMA.
           05 CEN-TUR-TIPO         PIC X(02).
           05 CEN-TUR-INEP         PIC 9(08).
           05 CEN-TUR-CODIGO       PIC X(04).
           05 CEN-TUR-NOME         PIC X(30).
           05 CEN-TUR-ANO          PIC 9(04).
           05 CEN-TUR-SEMESTRE     PIC 9(01).
           05 CEN-TUR-ALUNOS       PIC 9(04).
           05 FILLER               PIC X(197).

       01 CEN-REG-DOCENTE.
           05 CEN-DOC-TIPO         PIC X(02).
           05 CEN-DOC-INEP         PIC 9(08).
           05 CEN-DOC-CODIGO       PIC 9(04).
           05 CEN-DOC-CPF          PIC 9(11).
           05 CEN-DOC-NOME         PIC X(30).
           05 CEN-DOC-EMAIL        PIC X(30).
           05 CEN-DOC-SITUACAO     PIC X(01).
           05 FILLER               PIC X(164).

       01 CEN-REG-DOCENTE-TURMA.
           05 CEN-DTU-TIPO         PIC X(02).
           05 CEN-DTU-INEP         PIC 9(08).
           05 CEN-DTU-TURMA        PIC X(04).
           05 CEN-DTU-DISCIPLINA   PIC X(04).
           05 CEN-DTU-CODIGO       PIC 9(04).
           05 CEN-DTU-CPF          PIC 9(11).
           05 CEN-DTU-AULAS        PIC 9(02).
           05 FILLER               PIC X(215).

       01 CEN-REG-ALUNO.
           05 CEN-ALU-TIPO         PIC X(02).
           05 CEN-ALU-INEP         PIC 9(08).
           05 CEN-ALU-TURMA        PIC X(04).
           05 CEN-ALU-RA           PIC 9(06).
           05 CEN-ALU-NOME         PIC X(30).
           05 CEN-ALU-CPF          PIC 9(11).
      * nascimento AAAAMMDD
           05 CEN-ALU-NASCIMENTO   PIC 9(08).
           05 CEN-ALU-NACIONALIDADE PIC X(20).
           05 CEN-ALU-NATURALIDADE PIC X(20).
           05 CEN-ALU-LOGRADOURO   PIC X(30).
           05 CEN-ALU-NUMERO       PIC 9(05).
           05 CEN-ALU-COMPLEMENTO  PIC X(12).
           05 CEN-ALU-BAIRRO       PIC X(20).
           05 CEN-ALU-CIDADE       PIC X(20).
           05 CEN-ALU-UF           PIC X(02).
           05 CEN-ALU-CEP          PIC 9(08).
      * situacao do CADALUNO (A, T, F ou C)
           05 CEN-ALU-SITUACAO     PIC X(01).
           05 FILLER               PIC X(43).

       01 CEN-REG-TOTAIS.
           05 CEN-TOT-TIPO         PIC X(02).
           05 CEN-TOT-INEP         PIC 9(08).
           05 CEN-TOT-TURMAS       PIC 9(05).
           05 CEN-TOT-DOCENTES     PIC 9(05).
           05 CEN-TOT-DOC-TURMA    PIC 9(05).
           05 CEN-TOT-ALUNOS       PIC 9(06).
           05 CEN-TOT-REGISTROS    PIC 9(07).
           05 FILLER               PIC X(212).

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
       77 STATUS-ARQPROF       PIC X(02).
       77 STATUS-ARQATRIB      PIC X(02).
       77 STATUS-RELVALID      PIC X(02).
       77 STATUS-ARQCENSO      PIC X(02).
       77 STATUS-JOBLOG        PIC X(02).
       77 LINHA-REL            PIC X(100) VALUE SPACES.

      * Parametros via SYSIN, depois da data de referencia:
      * codigo INEP da escola e modo ("V" = so valida, "G" ou
      * espaco = valida e gera o arquivo se nao houver pendencia)
       77 INEP-ESCOLA          PIC 9(08) VALUE ZEROS.
       77 MODO-PARM            PIC X(01) VALUE SPACES.
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 JOB-SITUACAO-W       PIC X(08) VALUE SPACES.
       77 JOB-REGISTROS-W      PIC 9(06) VALUE ZEROS.
      * periodo letivo que contem a data de referencia
       77 ANO-REF              PIC 9(04) VALUE ZEROS.
       77 MES-REF              PIC 9(02) VALUE ZEROS.
       77 SEMESTRE-REF         PIC 9(01) VALUE ZEROS.

      * Validacao dos dados obrigatorios
       77 MOTIVO-ERRO          PIC X(40) VALUE SPACES.
       77 TIPO-ERRO            PIC X(09) VALUE SPACES.
       77 CODIGO-ERRO          PIC 9(06) VALUE ZEROS.
       77 NOME-ERRO            PIC X(30) VALUE SPACES.
       77 TURMA-ERRO           PIC X(04) VALUE SPACES.
       77 QTD-ERROS            PIC 9(05) VALUE ZEROS.
       01 CPF-TESTE            PIC 9(11) VALUE ZEROS.
       01 CPF-TESTE-DIGITOS REDEFINES CPF-TESTE.
           05 CPF-T-DIGITO     PIC 9(01) OCCURS 11 TIMES.
       77 CPF-I                PIC 9(02) VALUE ZEROS.
       77 CPF-SOMA             PIC 9(04) VALUE ZEROS.
       77 CPF-AUX              PIC 9(05) VALUE ZEROS.
       77 CPF-QUOC             PIC 9(03) VALUE ZEROS.
       77 CPF-RESTO            PIC 9(02) VALUE ZEROS.
       77 CPF-DV1              PIC 9(01) VALUE ZEROS.
       77 CPF-DV2              PIC 9(01) VALUE ZEROS.
       77 ANO-DIV-NASC         PIC 9(04) VALUE ZEROS.
       77 ANO-RESTO-NASC       PIC 9(01) VALUE ZEROS.

       01 CPF-VALIDO-FLAG      PIC X(01) VALUE "N".
           88 CPF-VALIDO-SIM   VALUE "S".
           88 CPF-VALIDO-NAO   VALUE "N".

       01 NASC-VALIDA-FLAG     PIC X(01) VALUE "N".
           88 NASC-VALIDA-SIM  VALUE "S".
           88 NASC-VALIDA-NAO  VALUE "N".

       01 UF-TESTE                     PIC X(02) VALUE SPACES.
           88 UF-VALIDA    VALUE "AC" "AL" "AP" "AM" "BA" "CE" "DF"
                                 "ES" "GO" "MA" "MT" "MS" "MG" "PA"
                                 "PB" "PR" "PE" "PI" "RJ" "RN" "RS"
                                 "RO" "RR" "SC" "SP" "SE" "TO".

      * Turmas do periodo, com o numero de alunos e se ha
      * professor atribuido
       01 TABELA-TURMAS.
           05 TAB-TUR OCCURS 100 TIMES.
               10 TAB-TUR-CODIGO       PIC X(04).
               10 TAB-TUR-NOME         PIC X(30).
               10 TAB-TUR-ALUNOS       PIC 9(04).
               10 TAB-TUR-DOCENTE      PIC X(01).
       77 QTD-TURMAS           PIC 9(03) VALUE ZEROS.
       77 TUR-IDX              PIC 9(03) VALUE ZEROS.
       77 TUR-ACHOU            PIC X(01) VALUE "N".

      * Professores com aula no periodo (um registro 30 cada)
       01 TABELA-DOCENTES.
           05 TAB-DOC-CODIGO   PIC 9(04) OCCURS 200 TIMES.
       77 QTD-DOCENTES         PIC 9(03) VALUE ZEROS.
       77 DOC-IDX              PIC 9(03) VALUE ZEROS.
       77 DOC-ACHOU            PIC X(01) VALUE "N".

       77 QTD-ALUNOS           PIC 9(06) VALUE ZEROS.
       77 QTD-DOC-TURMA        PIC 9(05) VALUE ZEROS.
       77 QTD-REGISTROS        PIC 9(07) VALUE ZEROS.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

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
           ACCEPT INEP-ESCOLA
           ACCEPT MODO-PARM
           IF MODO-PARM = SPACES
               MOVE "G" TO MODO-PARM.
           IF MODO-PARM NOT = "V" AND MODO-PARM NOT = "G"
               DISPLAY "Modo invalido: " MODO-PARM
               GO TO FIM-STOP-RUN.
           IF INEP-ESCOLA = ZEROS
               DISPLAY "Codigo INEP da escola nao informado."
               GO TO FIM-STOP-RUN.
           MOVE DATA-MOVIMENTO(1:4) TO ANO-REF
           MOVE DATA-MOVIMENTO(5:2) TO MES-REF
           IF MES-REF > 06
               MOVE 2 TO SEMESTRE-REF
           ELSE
               MOVE 1 TO SEMESTRE-REF.

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
           OPEN OUTPUT RELVALID
           IF STATUS-RELVALID NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   STATUS-RELVALID
               GO TO FIM-STOP-RUN.

           MOVE SPACES TO LINHA-REL
           STRING "Censo Escolar - validacao - escola " DELIMITED
               BY SIZE
               INEP-ESCOLA DELIMITED BY SIZE
               " - referencia " DELIMITED BY SIZE
               DATA-MOVIMENTO(7:2) "/" DELIMITED BY SIZE
               DATA-MOVIMENTO(5:2) "/" DELIMITED BY SIZE
               DATA-MOVIMENTO(1:4) DELIMITED BY SIZE
               " - periodo " DELIMITED BY SIZE
               ANO-REF DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SEMESTRE-REF DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA
           MOVE ALL "=" TO REG-RELVALID
           WRITE REG-RELVALID.

      ***************************************************
      * Primeira passagem: valida alunos, professores e  *
      * turmas do periodo; o arquivo so e gerado sem     *
      * nenhuma pendencia                                *
      ***************************************************
       001-PROCESSA.
           MOVE LOW-VALUES TO TUR-CHAVE
           MOVE "N" TO CHAVE-EOF
           START ARQTURMAS KEY IS GREATER THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 002-VALIDA-ALUNO THRU 002-VALIDA-ALUNO-FIM
               UNTIL CHAVE-EOF-SIM

           MOVE ANO-REF TO ATR-ANO
           MOVE SEMESTRE-REF TO ATR-SEMESTRE
           MOVE LOW-VALUES TO ATR-TURMA ATR-DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           START ARQATRIB KEY IS GREATER THAN ATR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 004-VALIDA-ATRIBUICAO THRU 004-VALIDA-ATRIB-FIM
               UNTIL CHAVE-EOF-SIM

           MOVE 1 TO TUR-IDX
           PERFORM 006-TURMA-SEM-DOCENTE UNTIL TUR-IDX > QTD-TURMAS

           MOVE ALL "=" TO REG-RELVALID
           WRITE REG-RELVALID
           MOVE SPACES TO LINHA-REL
           STRING "Turmas: " DELIMITED BY SIZE
               QTD-TURMAS DELIMITED BY SIZE
               " - alunos: " DELIMITED BY SIZE
               QTD-ALUNOS DELIMITED BY SIZE
               " - professores: " DELIMITED BY SIZE
               QTD-DOCENTES DELIMITED BY SIZE
               " - pendencias: " DELIMITED BY SIZE
               QTD-ERROS DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           IF QTD-TURMAS = ZEROS
               MOVE "Nenhuma turma no periodo; arquivo nao gerado."
                   TO LINHA-REL
               PERFORM 900-GRAVA-LINHA
               DISPLAY "Nenhuma turma no periodo " ANO-REF "/"
                   SEMESTRE-REF
               MOVE ZEROS TO JOB-REGISTROS-W
               MOVE "VAZIO" TO JOB-SITUACAO-W
               PERFORM 910-GRAVA-JOBLOG
               GO TO FIM-SAIDA.
           IF QTD-ERROS > ZEROS
               MOVE "Corrigir as pendencias no cadastro; arquivo nao ger
      -            "ado." TO LINHA-REL
               PERFORM 900-GRAVA-LINHA
               DISPLAY "Censo: " QTD-ERROS " pendencia(s) em "
                   "CENSOVAL.LST; arquivo nao gerado."
               MOVE QTD-ERROS TO JOB-REGISTROS-W
               MOVE "PENDENTE" TO JOB-SITUACAO-W
               PERFORM 910-GRAVA-JOBLOG
               GO TO FIM-SAIDA.
           IF MODO-PARM = "V"
               MOVE "Dados validados; arquivo nao gerado (modo V)."
                   TO LINHA-REL
               PERFORM 900-GRAVA-LINHA
               DISPLAY "Censo: dados validados, sem pendencias."
               MOVE ZEROS TO JOB-REGISTROS-W
               MOVE "VALIDADO" TO JOB-SITUACAO-W
               PERFORM 910-GRAVA-JOBLOG
               GO TO FIM-SAIDA.

           PERFORM 010-GERA-CENSO THRU 010-GERA-CENSO-FIM
           GO TO FIM-SAIDA.

       002-VALIDA-ALUNO.
           READ ARQTURMAS NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-SIM
               GO TO 002-VALIDA-ALUNO-FIM.
           IF TUR-ANO NOT = ANO-REF OR
               TUR-SEMESTRE NOT = SEMESTRE-REF
               GO TO 002-VALIDA-ALUNO-FIM.

           IF QTD-TURMAS = ZEROS OR
               TUR-CODIGO NOT = TAB-TUR-CODIGO(QTD-TURMAS)
               IF QTD-TURMAS = 100
                   MOVE "ALUNO" TO TIPO-ERRO
                   MOVE TUR-RA TO CODIGO-ERRO
                   MOVE SPACES TO NOME-ERRO
                   MOVE TUR-CODIGO TO TURMA-ERRO
                   MOVE "mais de 100 turmas no periodo" TO MOTIVO-ERRO
                   PERFORM 008-GRAVA-ERRO
                   GO TO 002-VALIDA-ALUNO-FIM
               END-IF
               ADD 1 TO QTD-TURMAS
               MOVE TUR-CODIGO TO TAB-TUR-CODIGO(QTD-TURMAS)
               MOVE TUR-NOME TO TAB-TUR-NOME(QTD-TURMAS)
               MOVE ZEROS TO TAB-TUR-ALUNOS(QTD-TURMAS)
               MOVE "N" TO TAB-TUR-DOCENTE(QTD-TURMAS).
           ADD 1 TO TAB-TUR-ALUNOS(QTD-TURMAS)
           ADD 1 TO QTD-ALUNOS

           MOVE "ALUNO" TO TIPO-ERRO
           MOVE TUR-RA TO CODIGO-ERRO
           MOVE TUR-CODIGO TO TURMA-ERRO
           MOVE SPACES TO NOME-ERRO
           MOVE TUR-RA TO RA
           READ ARQALUNO INVALID KEY
               MOVE "RA nao cadastrado no CADALUNO" TO MOTIVO-ERRO
               PERFORM 008-GRAVA-ERRO
               GO TO 002-VALIDA-ALUNO-FIM.
           MOVE NOME TO NOME-ERRO

           MOVE CPF TO CPF-TESTE
           IF CPF-TESTE = ZEROS
               MOVE "CPF nao informado" TO MOTIVO-ERRO
               PERFORM 008-GRAVA-ERRO
           ELSE
               PERFORM 020-VALIDA-CPF THRU 020-VALIDA-CPF-FIM
               IF CPF-VALIDO-NAO
                   MOVE "CPF com digito verificador invalido"
                       TO MOTIVO-ERRO
                   PERFORM 008-GRAVA-ERRO.
           IF CEP = ZEROS
               MOVE "CEP nao informado" TO MOTIVO-ERRO
               PERFORM 008-GRAVA-ERRO.
           PERFORM 025-VALIDA-NASCIMENTO THRU 025-VALIDA-NASC-FIM
           IF NASC-VALIDA-NAO
               PERFORM 008-GRAVA-ERRO.
           MOVE ESTADO TO UF-TESTE
           IF NOT UF-VALIDA
               MOVE "UF do endereco invalida" TO MOTIVO-ERRO
               PERFORM 008-GRAVA-ERRO.

       002-VALIDA-ALUNO-FIM.
           EXIT.

      * Atribuicoes do periodo: cada turma precisa de professor
      * e cada professor de CPF valido
       004-VALIDA-ATRIBUICAO.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-SIM
               GO TO 004-VALIDA-ATRIB-FIM.
           IF ATR-ANO NOT = ANO-REF OR ATR-SEMESTRE NOT = SEMESTRE-REF
               MOVE "S" TO CHAVE-EOF
               GO TO 004-VALIDA-ATRIB-FIM.

           MOVE "N" TO TUR-ACHOU
           MOVE 1 TO TUR-IDX
           PERFORM 005-ACHA-TURMA
               UNTIL TUR-ACHOU = "S" OR TUR-IDX > QTD-TURMAS
      * turma sem aluno matriculado nao vai para o censo
           IF TUR-ACHOU = "N"
               GO TO 004-VALIDA-ATRIB-FIM.
           MOVE "S" TO TAB-TUR-DOCENTE(TUR-IDX)

           MOVE "N" TO DOC-ACHOU
           MOVE 1 TO DOC-IDX
           PERFORM 005-ACHA-DOCENTE
               UNTIL DOC-ACHOU = "S" OR DOC-IDX > QTD-DOCENTES
           IF DOC-ACHOU = "S"
               GO TO 004-VALIDA-ATRIB-FIM.

           MOVE "PROFESSOR" TO TIPO-ERRO
           MOVE ATR-PROFESSOR TO CODIGO-ERRO
           MOVE ATR-TURMA TO TURMA-ERRO
           MOVE SPACES TO NOME-ERRO
           IF QTD-DOCENTES = 200
               MOVE "mais de 200 professores no periodo"
                   TO MOTIVO-ERRO
               PERFORM 008-GRAVA-ERRO
               GO TO 004-VALIDA-ATRIB-FIM.
           ADD 1 TO QTD-DOCENTES
           MOVE ATR-PROFESSOR TO TAB-DOC-CODIGO(QTD-DOCENTES)

           MOVE ATR-PROFESSOR TO PRF-CODIGO
           READ ARQPROF INVALID KEY
               MOVE "professor nao cadastrado no PROFESS"
                   TO MOTIVO-ERRO
               PERFORM 008-GRAVA-ERRO
               GO TO 004-VALIDA-ATRIB-FIM.
           MOVE PRF-NOME TO NOME-ERRO
           MOVE PRF-CPF TO CPF-TESTE
           IF CPF-TESTE = ZEROS
               MOVE "CPF nao informado" TO MOTIVO-ERRO
               PERFORM 008-GRAVA-ERRO
           ELSE
               PERFORM 020-VALIDA-CPF THRU 020-VALIDA-CPF-FIM
               IF CPF-VALIDO-NAO
                   MOVE "CPF com digito verificador invalido"
                       TO MOTIVO-ERRO
                   PERFORM 008-GRAVA-ERRO.

       004-VALIDA-ATRIB-FIM.
           EXIT.

       005-ACHA-TURMA.
           IF TAB-TUR-CODIGO(TUR-IDX) = ATR-TURMA
               MOVE "S" TO TUR-ACHOU
           ELSE
               ADD 1 TO TUR-IDX.

       005-ACHA-DOCENTE.
           IF TAB-DOC-CODIGO(DOC-IDX) = ATR-PROFESSOR
               MOVE "S" TO DOC-ACHOU
           ELSE
               ADD 1 TO DOC-IDX.

       006-TURMA-SEM-DOCENTE.
           IF TAB-TUR-DOCENTE(TUR-IDX) = "N"
               MOVE "TURMA" TO TIPO-ERRO
               MOVE ZEROS TO CODIGO-ERRO
               MOVE TAB-TUR-CODIGO(TUR-IDX) TO TURMA-ERRO
               MOVE TAB-TUR-NOME(TUR-IDX) TO NOME-ERRO
               MOVE "nenhum professor atribuido (ATRIBUI)"
                   TO MOTIVO-ERRO
               PERFORM 008-GRAVA-ERRO.
           ADD 1 TO TUR-IDX.

       008-GRAVA-ERRO.
           ADD 1 TO QTD-ERROS
           MOVE SPACES TO LINHA-REL
           STRING TIPO-ERRO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CODIGO-ERRO DELIMITED BY SIZE
               " turma " DELIMITED BY SIZE
               TURMA-ERRO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME-ERRO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOTIVO-ERRO DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA.

      ***************************************************
      * Segunda passagem: arquivo de importacao, turma a *
      * turma (20, 51 e 60), depois os professores (30)  *
      * e os totais (99)                                 *
      ***************************************************
       010-GERA-CENSO.
           OPEN OUTPUT ARQCENSO
           IF STATUS-ARQCENSO NOT = "00"
               DISPLAY "Erro na abertura do CENSO.DAT: "
                   STATUS-ARQCENSO
               MOVE ZEROS TO JOB-REGISTROS-W
               MOVE "ERRO" TO JOB-SITUACAO-W
               PERFORM 910-GRAVA-JOBLOG
               GO TO 010-GERA-CENSO-FIM.

           MOVE SPACES TO CEN-REG-ESCOLA
           MOVE "00" TO CEN-TIPO
           MOVE INEP-ESCOLA TO CEN-INEP
           MOVE DATA-MOVIMENTO TO CEN-DATA-REF
           MOVE ANO-REF TO CEN-ANO
           MOVE SEMESTRE-REF TO CEN-SEMESTRE
           WRITE CEN-REG-ESCOLA
           ADD 1 TO QTD-REGISTROS

           MOVE 1 TO TUR-IDX
           PERFORM 011-GERA-TURMA UNTIL TUR-IDX > QTD-TURMAS
           MOVE 1 TO DOC-IDX
           PERFORM 015-GERA-DOCENTE UNTIL DOC-IDX > QTD-DOCENTES

           ADD 1 TO QTD-REGISTROS
           MOVE SPACES TO CEN-REG-TOTAIS
           MOVE "99" TO CEN-TOT-TIPO
           MOVE INEP-ESCOLA TO CEN-TOT-INEP
           MOVE QTD-TURMAS TO CEN-TOT-TURMAS
           MOVE QTD-DOCENTES TO CEN-TOT-DOCENTES
           MOVE QTD-DOC-TURMA TO CEN-TOT-DOC-TURMA
           MOVE QTD-ALUNOS TO CEN-TOT-ALUNOS
           MOVE QTD-REGISTROS TO CEN-TOT-REGISTROS
           WRITE CEN-REG-TOTAIS
           CLOSE ARQCENSO

           MOVE SPACES TO LINHA-REL
           STRING "Arquivo CENSO.DAT gerado: " DELIMITED BY SIZE
               QTD-REGISTROS DELIMITED BY SIZE
               " registros." DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA
           DISPLAY "Censo: CENSO.DAT gerado com " QTD-REGISTROS
               " registros."
           MOVE QTD-ALUNOS TO JOB-REGISTROS-W
           MOVE "OK" TO JOB-SITUACAO-W
           PERFORM 910-GRAVA-JOBLOG.

       010-GERA-CENSO-FIM.
           EXIT.

       011-GERA-TURMA.
           MOVE SPACES TO CEN-REG-TURMA
           MOVE "20" TO CEN-TUR-TIPO
           MOVE INEP-ESCOLA TO CEN-TUR-INEP
           MOVE TAB-TUR-CODIGO(TUR-IDX) TO CEN-TUR-CODIGO
           MOVE TAB-TUR-NOME(TUR-IDX) TO CEN-TUR-NOME
           MOVE ANO-REF TO CEN-TUR-ANO
           MOVE SEMESTRE-REF TO CEN-TUR-SEMESTRE
           MOVE TAB-TUR-ALUNOS(TUR-IDX) TO CEN-TUR-ALUNOS
           WRITE CEN-REG-TURMA
           ADD 1 TO QTD-REGISTROS

           MOVE ANO-REF TO ATR-ANO
           MOVE SEMESTRE-REF TO ATR-SEMESTRE
           MOVE TAB-TUR-CODIGO(TUR-IDX) TO ATR-TURMA
           MOVE LOW-VALUES TO ATR-DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           START ARQATRIB KEY IS GREATER THAN ATR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 012-GERA-DOCENTE-TURMA UNTIL CHAVE-EOF-SIM

           MOVE TAB-TUR-CODIGO(TUR-IDX) TO TUR-CODIGO
           MOVE ZEROS TO TUR-RA
           MOVE "N" TO CHAVE-EOF
           START ARQTURMAS KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 013-GERA-ALUNO UNTIL CHAVE-EOF-SIM
           ADD 1 TO TUR-IDX.

       012-GERA-DOCENTE-TURMA.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF ATR-ANO NOT = ANO-REF OR
                   ATR-SEMESTRE NOT = SEMESTRE-REF OR
                   ATR-TURMA NOT = TAB-TUR-CODIGO(TUR-IDX)
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   MOVE ATR-PROFESSOR TO PRF-CODIGO
                   READ ARQPROF INVALID KEY
                       MOVE ZEROS TO PRF-CPF
                   END-READ
                   MOVE SPACES TO CEN-REG-DOCENTE-TURMA
                   MOVE "51" TO CEN-DTU-TIPO
                   MOVE INEP-ESCOLA TO CEN-DTU-INEP
                   MOVE ATR-TURMA TO CEN-DTU-TURMA
                   MOVE ATR-DISCIPLINA TO CEN-DTU-DISCIPLINA
                   MOVE ATR-PROFESSOR TO CEN-DTU-CODIGO
                   MOVE PRF-CPF TO CEN-DTU-CPF
                   MOVE ATR-AULAS-SEMANA TO CEN-DTU-AULAS
                   WRITE CEN-REG-DOCENTE-TURMA
                   ADD 1 TO QTD-REGISTROS QTD-DOC-TURMA.

       013-GERA-ALUNO.
           READ ARQTURMAS NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF TUR-CODIGO NOT = TAB-TUR-CODIGO(TUR-IDX)
                   MOVE "S" TO CHAVE-EOF
               ELSE IF TUR-ANO = ANO-REF AND
                   TUR-SEMESTRE = SEMESTRE-REF
                   MOVE TUR-RA TO RA
                   READ ARQALUNO INVALID KEY
                       MOVE SPACES TO REGALUNO
                       MOVE TUR-RA TO RA
                   END-READ
                   PERFORM 014-GRAVA-ALUNO.

       014-GRAVA-ALUNO.
           MOVE SPACES TO CEN-REG-ALUNO
           MOVE "60" TO CEN-ALU-TIPO
           MOVE INEP-ESCOLA TO CEN-ALU-INEP
           MOVE TUR-CODIGO TO CEN-ALU-TURMA
           MOVE RA TO CEN-ALU-RA
           MOVE NOME TO CEN-ALU-NOME
           MOVE CPF TO CEN-ALU-CPF
           MOVE ANO TO CEN-ALU-NASCIMENTO(1:4)
           MOVE MES TO CEN-ALU-NASCIMENTO(5:2)
           MOVE DIA TO CEN-ALU-NASCIMENTO(7:2)
           MOVE NACIONALIDADE TO CEN-ALU-NACIONALIDADE
           MOVE NATURALIDADE TO CEN-ALU-NATURALIDADE
           MOVE LOGRADOURO TO CEN-ALU-LOGRADOURO
           MOVE NUM-CASA TO CEN-ALU-NUMERO
           MOVE COMPLEMENTO TO CEN-ALU-COMPLEMENTO
           MOVE BAIRRO TO CEN-ALU-BAIRRO
           MOVE CIDADE TO CEN-ALU-CIDADE
           MOVE ESTADO TO CEN-ALU-UF
           MOVE CEP TO CEN-ALU-CEP
           MOVE SITUACAO TO CEN-ALU-SITUACAO
           WRITE CEN-REG-ALUNO
           ADD 1 TO QTD-REGISTROS.

       015-GERA-DOCENTE.
           MOVE TAB-DOC-CODIGO(DOC-IDX) TO PRF-CODIGO
           READ ARQPROF INVALID KEY
               MOVE SPACES TO REG-PROFESSOR
               MOVE TAB-DOC-CODIGO(DOC-IDX) TO PRF-CODIGO
               MOVE ZEROS TO PRF-CPF
           END-READ
           MOVE SPACES TO CEN-REG-DOCENTE
           MOVE "30" TO CEN-DOC-TIPO
           MOVE INEP-ESCOLA TO CEN-DOC-INEP
           MOVE PRF-CODIGO TO CEN-DOC-CODIGO
           MOVE PRF-CPF TO CEN-DOC-CPF
           MOVE PRF-NOME TO CEN-DOC-NOME
           MOVE PRF-EMAIL TO CEN-DOC-EMAIL
           MOVE PRF-SITUACAO TO CEN-DOC-SITUACAO
           WRITE CEN-REG-DOCENTE
           ADD 1 TO QTD-REGISTROS
           ADD 1 TO DOC-IDX.

      *******************************************
      * Validação do dígito verificador do CPF  *
      * (mesma regra do cadastro de alunos)     *
      *******************************************
       020-VALIDA-CPF.
           MOVE ZEROS TO CPF-SOMA

           IF CPF-T-DIGITO (01) = CPF-T-DIGITO (02) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (03) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (04) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (05) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (06) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (07) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (08) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (09) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (10) AND
              CPF-T-DIGITO (01) = CPF-T-DIGITO (11)
               MOVE "N" TO CPF-VALIDO-FLAG
               GO TO 020-VALIDA-CPF-FIM.

           PERFORM 021-CPF-SOMA1 VARYING CPF-I FROM 1 BY 1
               UNTIL CPF-I > 9
           COMPUTE CPF-AUX = CPF-SOMA * 10
           DIVIDE CPF-AUX BY 11 GIVING CPF-QUOC REMAINDER CPF-RESTO
           IF CPF-RESTO = 10
               MOVE 0 TO CPF-DV1
           ELSE
               MOVE CPF-RESTO TO CPF-DV1.

           MOVE ZEROS TO CPF-SOMA
           PERFORM 022-CPF-SOMA2 VARYING CPF-I FROM 1 BY 1
               UNTIL CPF-I > 10
           COMPUTE CPF-AUX = CPF-SOMA * 10
           DIVIDE CPF-AUX BY 11 GIVING CPF-QUOC REMAINDER CPF-RESTO
           IF CPF-RESTO = 10
               MOVE 0 TO CPF-DV2
           ELSE
               MOVE CPF-RESTO TO CPF-DV2.

           IF CPF-DV1 = CPF-T-DIGITO (10) AND
              CPF-DV2 = CPF-T-DIGITO (11)
               MOVE "S" TO CPF-VALIDO-FLAG
           ELSE
               MOVE "N" TO CPF-VALIDO-FLAG.

       020-VALIDA-CPF-FIM.
           EXIT.

       021-CPF-SOMA1.
           COMPUTE CPF-SOMA = CPF-SOMA +
               CPF-T-DIGITO (CPF-I) * (11 - CPF-I).

       022-CPF-SOMA2.
           COMPUTE CPF-SOMA = CPF-SOMA +
               CPF-T-DIGITO (CPF-I) * (12 - CPF-I).

      *******************************************
      * Data de nascimento completa e coerente  *
      * (dia do mes, bissexto) e anterior a     *
      * data de referencia                      *
      *******************************************
       025-VALIDA-NASCIMENTO.
           MOVE "S" TO NASC-VALIDA-FLAG
           MOVE SPACES TO MOTIVO-ERRO

           IF DIA = ZEROS OR MES = ZEROS OR ANO = ZEROS
               MOVE "data de nascimento nao informada" TO MOTIVO-ERRO
               MOVE "N" TO NASC-VALIDA-FLAG
               GO TO 025-VALIDA-NASC-FIM.

           IF MES > 12 OR DIA > 31 OR ANO < 1900 OR ANO > ANO-REF
               MOVE "data de nascimento invalida" TO MOTIVO-ERRO
               MOVE "N" TO NASC-VALIDA-FLAG
               GO TO 025-VALIDA-NASC-FIM.

           IF (MES = 04 OR MES = 06 OR MES = 09 OR MES = 11) AND
               DIA > 30
               MOVE "data de nascimento invalida" TO MOTIVO-ERRO
               MOVE "N" TO NASC-VALIDA-FLAG
               GO TO 025-VALIDA-NASC-FIM.

           DIVIDE ANO BY 4 GIVING ANO-DIV-NASC
               REMAINDER ANO-RESTO-NASC
           IF MES = 02 AND ANO-RESTO-NASC = 0 AND DIA > 29
               MOVE "data de nascimento invalida" TO MOTIVO-ERRO
               MOVE "N" TO NASC-VALIDA-FLAG
               GO TO 025-VALIDA-NASC-FIM.
           IF MES = 02 AND ANO-RESTO-NASC NOT = 0 AND DIA > 28
               MOVE "data de nascimento invalida" TO MOTIVO-ERRO
               MOVE "N" TO NASC-VALIDA-FLAG
               GO TO 025-VALIDA-NASC-FIM.

       025-VALIDA-NASC-FIM.
           EXIT.

       900-GRAVA-LINHA.
           MOVE LINHA-REL TO REG-RELVALID
           WRITE REG-RELVALID
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
               MOVE "CENSOEXP" TO JOB-PROGRAMA
               MOVE DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE DATA-SISTEMA(5:2) TO JOB-MES
               MOVE DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE JOB-REGISTROS-W TO JOB-REGISTROS
               MOVE JOB-SITUACAO-W TO JOB-SITUACAO
               WRITE REG-JOBLOG
               CLOSE JOBLOG.

      ***************************************************
      * Data de referencia: a do primeiro cartao do      *
      * SYSIN (DDMMAAAA), senao a do controle da loja    *
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

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE ARQTURMAS ARQALUNO ARQPROF ARQATRIB RELVALID.
       FIM-STOP-RUN.
           STOP RUN.
