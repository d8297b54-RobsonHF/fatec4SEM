      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-12                    *
      * Purpose: Academics               *
      *          Arquivo anual dos       *
      *          formados e cancelados:  *
      *          tira do CADNOTAS, do    *
      *          FALTAS e do TURMAS os   *
      *          registros de quem saiu  *
      *          ha mais que o prazo de  *
      *          guarda e grava nos      *
      *          arquivos historicos,    *
      *          com totais de controle; *
      *          tambem devolve ao vivo  *
      *          o aluno que volta       *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ARQESCOL.
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

           SELECT ARQNOTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NT-CHAVE
           ALTERNATE RECORD KEY IS NT-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-ARQNOTAS.

           SELECT ARQFALTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS FLT-CHAVE
           FILE STATUS     IS STATUS-ARQFALTAS.

           SELECT ARQTURMAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TUR-CHAVE
           FILE STATUS     IS STATUS-ARQTURMAS.

           SELECT HISNOTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS HNT-CHAVE
           ALTERNATE RECORD KEY IS HNT-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-HISNOTAS.

           SELECT HISFALTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS HFL-CHAVE
           FILE STATUS     IS STATUS-HISFALTAS.

           SELECT HISTURMAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS HTU-CHAVE
           FILE STATUS     IS STATUS-HISTURMAS.

           SELECT RELARQ ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELARQ.

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
               88 SIT-FORMADO      VALUE "F".
               88 SIT-CANCELADO    VALUE "C".

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
               10 FLT-DISCIPLINA   PIC X(04).
           05 FLT-AULAS            PIC 9(02).

       FD ARQTURMAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TURMAS.DAT".

       01 REG-TURMA.
           05 TUR-CHAVE.
               10 TUR-CODIGO       PIC X(04).
               10 TUR-RA           PIC 9(06).
           05 TUR-ANO              PIC 9(04).
           05 TUR-SEMESTRE         PIC 9(01).
           05 TUR-NOME             PIC X(30).

      * Arquivos historicos: o mesmo leiaute e a mesma chave dos
      * arquivos vivos, para o HISTESC, o BOLETIM e as
      * declaracoes lerem um ou outro do mesmo jeito
       FD HISNOTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTASHIS.DAT".

       01 REG-HISNOTAS.
           05 HNT-CHAVE.
               10 HNT-RA           PIC 9(06).
               10 FILLER           PIC X(09).
           05 HNT-NOME             PIC X(30).
           05 FILLER               PIC X(20).

       FD HISFALTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FALTAHIS.DAT".

       01 REG-HISFALTAS.
           05 HFL-CHAVE.
               10 HFL-RA           PIC 9(06).
               10 FILLER           PIC X(12).
           05 FILLER               PIC X(02).

       FD HISTURMAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TURMAHIS.DAT".

       01 REG-HISTURMAS.
           05 HTU-CHAVE.
               10 HTU-CODIGO       PIC X(04).
               10 HTU-RA           PIC 9(06).
           05 FILLER               PIC X(35).

       FD RELARQ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARQESCOL.LST".
           01 REG-RELARQ                       PIC X(100).

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
       77 STATUS-ARQNOTAS      PIC X(02).
       77 STATUS-ARQFALTAS     PIC X(02).
       77 STATUS-ARQTURMAS     PIC X(02).
       77 STATUS-HISNOTAS      PIC X(02).
       77 STATUS-HISFALTAS     PIC X(02).
       77 STATUS-HISTURMAS     PIC X(02).
       77 STATUS-RELARQ        PIC X(02).
       77 STATUS-JOBLOG        PIC X(02).
       77 LINHA-REL            PIC X(100) VALUE SPACES.

      * Parametros via SYSIN: data de movimento (DDMMAAAA;
      * zeros = a do DATAMOV), modo ("A" = arquivar, "R" =
      * restaurar) e, na restauracao, um RA por cartao ate o
      * cartao 000000
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 JOB-SITUACAO-W       PIC X(08) VALUE SPACES.
       77 MODO                 PIC X(01) VALUE SPACES.
           88 MODO-ARQUIVA     VALUE "A".
           88 MODO-RESTAURA    VALUE "R".
       77 RA-CARTAO            PIC 9(06) VALUE ZEROS.

      * Anos de guarda no vivo depois do ultimo periodo com nota
      * ou falta (ARQANOS no PARAMETR.DAT)
       77 ANOS-GUARDA          PIC 9(02) VALUE ZEROS.
       77 ANO-MOVIMENTO        PIC 9(04) VALUE ZEROS.
       77 ULTIMO-ANO           PIC 9(04) VALUE ZEROS.

       77 NOTAS-ALUNO          PIC 9(04) VALUE ZEROS.
       77 FALTAS-ALUNO         PIC 9(05) VALUE ZEROS.
       77 TOTAL-ALUNOS         PIC 9(05) VALUE ZEROS.
       77 TOTAL-EM-GUARDA      PIC 9(05) VALUE ZEROS.
       77 TOTAL-ADIADOS        PIC 9(05) VALUE ZEROS.
       77 TOTAL-ERROS          PIC 9(05) VALUE ZEROS.
       77 TOTAL-MOVIDOS        PIC 9(07) VALUE ZEROS.
       77 TOTAL-ANTES          PIC 9(08) VALUE ZEROS.
       77 TOTAL-DEPOIS         PIC 9(08) VALUE ZEROS.
       77 DIVERGENCIAS         PIC 9(02) VALUE ZEROS.
       77 CONFERE              PIC X(01) VALUE "S".

      * Alunos arquivados ou restaurados nesta execucao, para a
      * passada unica no TURMAS (a chave comeca pela turma)
       01 TABELA-ALUNOS.
           05 TAB-RA           PIC 9(06) OCCURS 5000 TIMES.
       77 QTD-RAS              PIC 9(04) VALUE ZEROS.
       77 RA-IDX               PIC 9(04) VALUE ZEROS.
       77 ACHOU                PIC X(01) VALUE "N".

      * Totais de controle por arquivo (1 = CADNOTAS, 2 =
      * FALTAS, 3 = TURMAS): registros no vivo e no historico
      * antes (1) e depois (2) da movimentacao, registros
      * gravados no destino e excluidos da origem, e a soma dos
      * RAs de uns e de outros
       01 TABELA-CONTROLE.
           05 CTL-ARQUIVO OCCURS 3 TIMES.
               10 CTL-NOME             PIC X(08).
               10 CTL-VIVO             PIC 9(07) OCCURS 2 TIMES.
               10 CTL-HIST             PIC 9(07) OCCURS 2 TIMES.
               10 CTL-GRAVADOS         PIC 9(07).
               10 CTL-EXCLUIDOS        PIC 9(07).
               10 CTL-SOMA-GRAVADOS    PIC 9(12).
               10 CTL-SOMA-EXCLUIDOS   PIC 9(12).
       77 CTL-IDX              PIC 9(01) VALUE ZEROS.
       77 FASE                 PIC 9(01) VALUE ZEROS.

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
           ACCEPT MODO
           IF MODO = "a" MOVE "A" TO MODO.
           IF MODO = "r" MOVE "R" TO MODO.
           IF NOT MODO-ARQUIVA AND NOT MODO-RESTAURA
               DISPLAY "Informe o modo no SYSIN: A = arquivar, "
                   "R = restaurar."
               GO TO FIM-STOP-RUN.
           MOVE DATA-MOVIMENTO(1:4) TO ANO-MOVIMENTO
           MOVE ZEROS TO TABELA-CONTROLE
           MOVE "CADNOTAS" TO CTL-NOME(1)
           MOVE "FALTAS" TO CTL-NOME(2)
           MOVE "TURMAS" TO CTL-NOME(3)

           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO NOT = "00"
               DISPLAY "Erro na abertura do CADALUNO.DAT: "
                   STATUS-ARQALUNO
               GO TO FIM-STOP-RUN.
           OPEN I-O ARQNOTAS
           IF STATUS-ARQNOTAS NOT = "00"
               DISPLAY "Erro na abertura do CADNOTAS.DAT: "
                   STATUS-ARQNOTAS
               GO TO FIM-STOP-RUN.
           OPEN I-O ARQFALTAS
           IF STATUS-ARQFALTAS NOT = "00"
               DISPLAY "Erro na abertura do FALTAS.DAT: "
                   STATUS-ARQFALTAS
               GO TO FIM-STOP-RUN.
           OPEN I-O ARQTURMAS
           IF STATUS-ARQTURMAS NOT = "00"
               DISPLAY "Erro na abertura do TURMAS.DAT: "
                   STATUS-ARQTURMAS
               GO TO FIM-STOP-RUN.

      * Os historicos nascem vazios na primeira execucao
       000-ABRE-HISNOTAS.
           OPEN I-O HISNOTAS
           IF STATUS-HISNOTAS NOT = "00"
               IF STATUS-HISNOTAS = "30" OR STATUS-HISNOTAS = "35"
               OPEN OUTPUT HISNOTAS
               CLOSE HISNOTAS
               GO TO 000-ABRE-HISNOTAS
               ELSE
               DISPLAY "Erro na abertura do NOTASHIS.DAT: "
                   STATUS-HISNOTAS
               GO TO FIM-STOP-RUN.

       000-ABRE-HISFALTAS.
           OPEN I-O HISFALTAS
           IF STATUS-HISFALTAS NOT = "00"
               IF STATUS-HISFALTAS = "30" OR STATUS-HISFALTAS = "35"
               OPEN OUTPUT HISFALTAS
               CLOSE HISFALTAS
               GO TO 000-ABRE-HISFALTAS
               ELSE
               DISPLAY "Erro na abertura do FALTAHIS.DAT: "
                   STATUS-HISFALTAS
               GO TO FIM-STOP-RUN.

       000-ABRE-HISTURMAS.
           OPEN I-O HISTURMAS
           IF STATUS-HISTURMAS NOT = "00"
               IF STATUS-HISTURMAS = "30" OR STATUS-HISTURMAS = "35"
               OPEN OUTPUT HISTURMAS
               CLOSE HISTURMAS
               GO TO 000-ABRE-HISTURMAS
               ELSE
               DISPLAY "Erro na abertura do TURMAHIS.DAT: "
                   STATUS-HISTURMAS
               GO TO FIM-STOP-RUN.

           OPEN OUTPUT RELARQ
           IF STATUS-RELARQ NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   STATUS-RELARQ
               GO TO FIM-STOP-RUN.

           MOVE SPACES TO LINHA-REL
           IF MODO-ARQUIVA
               STRING "Arquivo escolar de " DELIMITED BY SIZE
                   DATA-MOVIMENTO(7:2) "/" DATA-MOVIMENTO(5:2) "/"
                   DATA-MOVIMENTO(1:4) DELIMITED BY SIZE
                   " - formados e cancelados sem movimento ha mais"
                   DELIMITED BY SIZE
                   " de " ANOS-GUARDA " anos:" DELIMITED BY SIZE
                   INTO LINHA-REL
           ELSE
               STRING "Restauracao do arquivo escolar de "
                   DELIMITED BY SIZE
                   DATA-MOVIMENTO(7:2) "/" DATA-MOVIMENTO(5:2) "/"
                   DATA-MOVIMENTO(1:4) DELIMITED BY SIZE
                   INTO LINHA-REL.
           MOVE LINHA-REL TO REG-RELARQ
           WRITE REG-RELARQ
           MOVE "    RA     Nome                           Sit "
               TO LINHA-REL
           MOVE "Ult.ano   Notas  Faltas" TO LINHA-REL(48:23)
           MOVE LINHA-REL TO REG-RELARQ
           WRITE REG-RELARQ.

      ***************************************************
      * Conta os vivos e os historicos, movimenta, conta *
      * de novo e confere os totais de controle          *
      ***************************************************
       001-PROCESSA.
           MOVE 1 TO FASE
           PERFORM 100-CONTA-ARQUIVOS
           IF MODO-ARQUIVA
               PERFORM 200-ARQUIVA
           ELSE
               PERFORM 300-RESTAURA.
           MOVE 2 TO FASE
           PERFORM 100-CONTA-ARQUIVOS
           PERFORM 400-CONFERE THRU 400-CONFERE-FIM

           IF DIVERGENCIAS > ZEROS OR TOTAL-ERROS > ZEROS
               MOVE "ERRO" TO JOB-SITUACAO-W
           ELSE
               MOVE "OK" TO JOB-SITUACAO-W.
           DISPLAY "Arquivo escolar: " TOTAL-ALUNOS " alunos, "
               TOTAL-MOVIDOS " registros movidos, " TOTAL-ERROS
               " erros. Totais em ARQESCOL.LST."
           IF DIVERGENCIAS > ZEROS
               DISPLAY "ATENCAO: totais de controle nao conferem; "
                   "veja ARQESCOL.LST.".
           PERFORM 900-GRAVA-JOBLOG
           GO TO FIM-SAIDA.

      ***************************************************
      * Totais de controle: registros de cada arquivo    *
      * vivo e historico na fase (1 = antes, 2 = depois) *
      ***************************************************
       100-CONTA-ARQUIVOS.
           MOVE LOW-VALUES TO NT-CHAVE
           MOVE "N" TO LEITURA-EOF
           START ARQNOTAS KEY IS GREATER THAN NT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 101-CONTA-NOTAS UNTIL LEITURA-EOF-SIM

           MOVE LOW-VALUES TO FLT-CHAVE
           MOVE "N" TO LEITURA-EOF
           START ARQFALTAS KEY IS GREATER THAN FLT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 102-CONTA-FALTAS UNTIL LEITURA-EOF-SIM

           MOVE LOW-VALUES TO TUR-CHAVE
           MOVE "N" TO LEITURA-EOF
           START ARQTURMAS KEY IS GREATER THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 103-CONTA-TURMAS UNTIL LEITURA-EOF-SIM

           MOVE LOW-VALUES TO HNT-CHAVE
           MOVE "N" TO LEITURA-EOF
           START HISNOTAS KEY IS GREATER THAN HNT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 104-CONTA-HISNOTAS UNTIL LEITURA-EOF-SIM

           MOVE LOW-VALUES TO HFL-CHAVE
           MOVE "N" TO LEITURA-EOF
           START HISFALTAS KEY IS GREATER THAN HFL-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 105-CONTA-HISFALTAS UNTIL LEITURA-EOF-SIM

           MOVE LOW-VALUES TO HTU-CHAVE
           MOVE "N" TO LEITURA-EOF
           START HISTURMAS KEY IS GREATER THAN HTU-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 106-CONTA-HISTURMAS UNTIL LEITURA-EOF-SIM.

       101-CONTA-NOTAS.
           READ ARQNOTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               ADD 1 TO CTL-VIVO(1, FASE).

       102-CONTA-FALTAS.
           READ ARQFALTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               ADD 1 TO CTL-VIVO(2, FASE).

       103-CONTA-TURMAS.
           READ ARQTURMAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               ADD 1 TO CTL-VIVO(3, FASE).

       104-CONTA-HISNOTAS.
           READ HISNOTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               ADD 1 TO CTL-HIST(1, FASE).

       105-CONTA-HISFALTAS.
           READ HISFALTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               ADD 1 TO CTL-HIST(2, FASE).

       106-CONTA-HISTURMAS.
           READ HISTURMAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               ADD 1 TO CTL-HIST(3, FASE).

      ***************************************************
      * Arquivamento: formado ou cancelado cujo ultimo   *
      * ano com nota ou falta, somado aos anos de guarda,*
      * ja ficou para tras. O registro so sai do vivo    *
      * depois de gravado no historico                   *
      ***************************************************
       200-ARQUIVA.
           MOVE ZEROS TO RA
           MOVE "N" TO CHAVE-EOF
           START ARQALUNO KEY IS NOT LESS THAN RA
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 201-ALUNO THRU 201-ALUNO-FIM UNTIL CHAVE-EOF-SIM
           IF QTD-RAS > ZEROS
               PERFORM 230-TURMAS-ARQUIVA.

           MOVE SPACES TO LINHA-REL
           STRING "  Alunos arquivados: " DELIMITED BY SIZE
               TOTAL-ALUNOS DELIMITED BY SIZE
               "   ainda na guarda: " DELIMITED BY SIZE
               TOTAL-EM-GUARDA DELIMITED BY SIZE
               "   para a proxima execucao: " DELIMITED BY SIZE
               TOTAL-ADIADOS DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELARQ
           WRITE REG-RELARQ.

       201-ALUNO.
           READ ARQALUNO NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-SIM
               GO TO 201-ALUNO-FIM.
           IF NOT SIT-FORMADO AND NOT SIT-CANCELADO
               GO TO 201-ALUNO-FIM.

      * sem nada no vivo: ja arquivado ou nunca cursou
           PERFORM 202-ULTIMO-ANO
           IF ULTIMO-ANO = ZEROS
               GO TO 201-ALUNO-FIM.
           IF ULTIMO-ANO + ANOS-GUARDA NOT < ANO-MOVIMENTO
               ADD 1 TO TOTAL-EM-GUARDA
               GO TO 201-ALUNO-FIM.
           IF QTD-RAS = 5000
               ADD 1 TO TOTAL-ADIADOS
               GO TO 201-ALUNO-FIM.

           ADD 1 TO QTD-RAS TOTAL-ALUNOS
           MOVE RA TO TAB-RA(QTD-RAS)
           MOVE ZEROS TO NOTAS-ALUNO FALTAS-ALUNO
           PERFORM 210-NOTAS-ARQUIVA
           PERFORM 220-FALTAS-ARQUIVA
           PERFORM 800-LINHA-ALUNO.

       201-ALUNO-FIM.
           EXIT.

       202-ULTIMO-ANO.
           MOVE ZEROS TO ULTIMO-ANO
           MOVE RA TO MATRICULA
           MOVE ZEROS TO NT-ANO NT-SEMESTRE
           MOVE SPACES TO NT-DISCIPLINA
           MOVE "N" TO LEITURA-EOF
           START ARQNOTAS KEY IS NOT LESS THAN NT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 203-ANO-NOTAS UNTIL LEITURA-EOF-SIM

           MOVE RA TO FLT-MATRICULA
           MOVE ZEROS TO FLT-DATA
           MOVE SPACES TO FLT-DISCIPLINA
           MOVE "N" TO LEITURA-EOF
           START ARQFALTAS KEY IS NOT LESS THAN FLT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 204-ANO-FALTAS UNTIL LEITURA-EOF-SIM.

       203-ANO-NOTAS.
           READ ARQNOTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF MATRICULA NOT = RA
                   MOVE "S" TO LEITURA-EOF
               ELSE IF NT-ANO > ULTIMO-ANO
                   MOVE NT-ANO TO ULTIMO-ANO.

       204-ANO-FALTAS.
           READ ARQFALTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF FLT-MATRICULA NOT = RA
                   MOVE "S" TO LEITURA-EOF
               ELSE IF FLT-ANO > ULTIMO-ANO
                   MOVE FLT-ANO TO ULTIMO-ANO.

       210-NOTAS-ARQUIVA.
           MOVE RA TO MATRICULA
           MOVE ZEROS TO NT-ANO NT-SEMESTRE
           MOVE SPACES TO NT-DISCIPLINA
           MOVE "N" TO LEITURA-EOF
           START ARQNOTAS KEY IS NOT LESS THAN NT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 211-NOTA-ARQUIVA UNTIL LEITURA-EOF-SIM.

       211-NOTA-ARQUIVA.
           READ ARQNOTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF MATRICULA NOT = RA
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   PERFORM 212-GRAVA-HISNOTAS
                       THRU 212-GRAVA-HISNOTAS-FIM.

       212-GRAVA-HISNOTAS.
           MOVE RECNOTAS TO REG-HISNOTAS
           WRITE REG-HISNOTAS INVALID KEY
               DISPLAY "Ja existe no NOTASHIS.DAT, fica no vivo: "
                   NT-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 212-GRAVA-HISNOTAS-FIM.
           ADD 1 TO CTL-GRAVADOS(1) NOTAS-ALUNO
           ADD MATRICULA TO CTL-SOMA-GRAVADOS(1)
           DELETE ARQNOTAS RECORD INVALID KEY
               DISPLAY "Erro ao excluir do CADNOTAS.DAT: " NT-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 212-GRAVA-HISNOTAS-FIM.
           ADD 1 TO CTL-EXCLUIDOS(1)
           ADD MATRICULA TO CTL-SOMA-EXCLUIDOS(1).

       212-GRAVA-HISNOTAS-FIM.
           EXIT.

       220-FALTAS-ARQUIVA.
           MOVE RA TO FLT-MATRICULA
           MOVE ZEROS TO FLT-DATA
           MOVE SPACES TO FLT-DISCIPLINA
           MOVE "N" TO LEITURA-EOF
           START ARQFALTAS KEY IS NOT LESS THAN FLT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 221-FALTA-ARQUIVA UNTIL LEITURA-EOF-SIM.

       221-FALTA-ARQUIVA.
           READ ARQFALTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF FLT-MATRICULA NOT = RA
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   PERFORM 222-GRAVA-HISFALTAS
                       THRU 222-GRAVA-HISFALTAS-FIM.

       222-GRAVA-HISFALTAS.
           MOVE REG-FALTAS TO REG-HISFALTAS
           WRITE REG-HISFALTAS INVALID KEY
               DISPLAY "Ja existe no FALTAHIS.DAT, fica no vivo: "
                   FLT-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 222-GRAVA-HISFALTAS-FIM.
           ADD 1 TO CTL-GRAVADOS(2) FALTAS-ALUNO
           ADD FLT-MATRICULA TO CTL-SOMA-GRAVADOS(2)
           DELETE ARQFALTAS RECORD INVALID KEY
               DISPLAY "Erro ao excluir do FALTAS.DAT: " FLT-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 222-GRAVA-HISFALTAS-FIM.
           ADD 1 TO CTL-EXCLUIDOS(2)
           ADD FLT-MATRICULA TO CTL-SOMA-EXCLUIDOS(2).

       222-GRAVA-HISFALTAS-FIM.
           EXIT.

      * Uma passada so no TURMAS para todos os alunos da tabela
       230-TURMAS-ARQUIVA.
           MOVE LOW-VALUES TO TUR-CHAVE
           MOVE "N" TO LEITURA-EOF
           START ARQTURMAS KEY IS GREATER THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 231-TURMA-ARQUIVA UNTIL LEITURA-EOF-SIM.

       231-TURMA-ARQUIVA.
           READ ARQTURMAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               MOVE TUR-RA TO RA-CARTAO
               PERFORM 810-PROCURA-RA
               IF ACHOU = "S"
                   PERFORM 232-GRAVA-HISTURMAS
                       THRU 232-GRAVA-HISTURMAS-FIM.

       232-GRAVA-HISTURMAS.
           MOVE REG-TURMA TO REG-HISTURMAS
           WRITE REG-HISTURMAS INVALID KEY
               DISPLAY "Ja existe no TURMAHIS.DAT, fica no vivo: "
                   TUR-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 232-GRAVA-HISTURMAS-FIM.
           ADD 1 TO CTL-GRAVADOS(3)
           ADD TUR-RA TO CTL-SOMA-GRAVADOS(3)
           DELETE ARQTURMAS RECORD INVALID KEY
               DISPLAY "Erro ao excluir do TURMAS.DAT: " TUR-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 232-GRAVA-HISTURMAS-FIM.
           ADD 1 TO CTL-EXCLUIDOS(3)
           ADD TUR-RA TO CTL-SOMA-EXCLUIDOS(3).

       232-GRAVA-HISTURMAS-FIM.
           EXIT.

      ***************************************************
      * Restauracao: o aluno que volta a estudar tem     *
      * notas, faltas e turmas devolvidas ao vivo; um RA *
      * por cartao do SYSIN ate o cartao 000000          *
      ***************************************************
       300-RESTAURA.
           MOVE "N" TO CHAVE-EOF
           PERFORM 301-CARTAO THRU 301-CARTAO-FIM UNTIL CHAVE-EOF-SIM
           IF QTD-RAS > ZEROS
               PERFORM 330-TURMAS-RESTAURA.

           MOVE SPACES TO LINHA-REL
           STRING "  Alunos restaurados: " DELIMITED BY SIZE
               TOTAL-ALUNOS DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELARQ
           WRITE REG-RELARQ.

       301-CARTAO.
           MOVE ZEROS TO RA-CARTAO
           ACCEPT RA-CARTAO
           IF RA-CARTAO = ZEROS
               MOVE "S" TO CHAVE-EOF
               GO TO 301-CARTAO-FIM.
           MOVE RA-CARTAO TO RA
           READ ARQALUNO INVALID KEY
               MOVE SPACES TO LINHA-REL
               STRING "    " RA-CARTAO "  RA sem cadastro no CADALUNO"
                   DELIMITED BY SIZE INTO LINHA-REL
               MOVE LINHA-REL TO REG-RELARQ
               WRITE REG-RELARQ
               GO TO 301-CARTAO-FIM.
           PERFORM 810-PROCURA-RA
           IF ACHOU = "S"
               GO TO 301-CARTAO-FIM.
           IF QTD-RAS = 5000
               DISPLAY "Mais de 5000 RAs; restaure " RA-CARTAO
                   " em outra execucao."
               GO TO 301-CARTAO-FIM.

           ADD 1 TO QTD-RAS TOTAL-ALUNOS
           MOVE RA TO TAB-RA(QTD-RAS)
           MOVE ZEROS TO NOTAS-ALUNO FALTAS-ALUNO ULTIMO-ANO
           PERFORM 310-NOTAS-RESTAURA
           PERFORM 320-FALTAS-RESTAURA
           PERFORM 800-LINHA-ALUNO
           IF NOTAS-ALUNO = ZEROS AND FALTAS-ALUNO = ZEROS
               MOVE "      nada no arquivo historico para este RA"
                   TO REG-RELARQ
               WRITE REG-RELARQ.
      * se a situacao nao mudar, o proximo arquivamento leva o
      * aluno de volta para o historico
           IF SIT-FORMADO OR SIT-CANCELADO
               MOVE "      situacao ainda formado/cancelado no "
                   TO LINHA-REL
               MOVE "CADALUNO; reativar a matricula" TO LINHA-REL(47:30)
               MOVE LINHA-REL TO REG-RELARQ
               WRITE REG-RELARQ.

       301-CARTAO-FIM.
           EXIT.

       310-NOTAS-RESTAURA.
           MOVE RA TO MATRICULA
           MOVE ZEROS TO NT-ANO NT-SEMESTRE
           MOVE SPACES TO NT-DISCIPLINA
           MOVE NT-CHAVE TO HNT-CHAVE
           MOVE "N" TO LEITURA-EOF
           START HISNOTAS KEY IS NOT LESS THAN HNT-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 311-NOTA-RESTAURA UNTIL LEITURA-EOF-SIM.

       311-NOTA-RESTAURA.
           READ HISNOTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF HNT-RA NOT = RA
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   PERFORM 312-GRAVA-NOTAS
                       THRU 312-GRAVA-NOTAS-FIM.

       312-GRAVA-NOTAS.
           MOVE REG-HISNOTAS TO RECNOTAS
           IF NT-ANO > ULTIMO-ANO
               MOVE NT-ANO TO ULTIMO-ANO.
           WRITE RECNOTAS INVALID KEY
               DISPLAY "Ja existe no CADNOTAS.DAT, fica no "
                   "historico: " NT-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 312-GRAVA-NOTAS-FIM.
           ADD 1 TO CTL-GRAVADOS(1) NOTAS-ALUNO
           ADD MATRICULA TO CTL-SOMA-GRAVADOS(1)
           DELETE HISNOTAS RECORD INVALID KEY
               DISPLAY "Erro ao excluir do NOTASHIS.DAT: " NT-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 312-GRAVA-NOTAS-FIM.
           ADD 1 TO CTL-EXCLUIDOS(1)
           ADD HNT-RA TO CTL-SOMA-EXCLUIDOS(1).

       312-GRAVA-NOTAS-FIM.
           EXIT.

       320-FALTAS-RESTAURA.
           MOVE RA TO FLT-MATRICULA
           MOVE ZEROS TO FLT-DATA
           MOVE SPACES TO FLT-DISCIPLINA
           MOVE FLT-CHAVE TO HFL-CHAVE
           MOVE "N" TO LEITURA-EOF
           START HISFALTAS KEY IS NOT LESS THAN HFL-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 321-FALTA-RESTAURA UNTIL LEITURA-EOF-SIM.

       321-FALTA-RESTAURA.
           READ HISFALTAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               IF HFL-RA NOT = RA
                   MOVE "S" TO LEITURA-EOF
               ELSE
                   PERFORM 322-GRAVA-FALTAS
                       THRU 322-GRAVA-FALTAS-FIM.

       322-GRAVA-FALTAS.
           MOVE REG-HISFALTAS TO REG-FALTAS
           IF FLT-ANO > ULTIMO-ANO
               MOVE FLT-ANO TO ULTIMO-ANO.
           WRITE REG-FALTAS INVALID KEY
               DISPLAY "Ja existe no FALTAS.DAT, fica no "
                   "historico: " FLT-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 322-GRAVA-FALTAS-FIM.
           ADD 1 TO CTL-GRAVADOS(2) FALTAS-ALUNO
           ADD FLT-MATRICULA TO CTL-SOMA-GRAVADOS(2)
           DELETE HISFALTAS RECORD INVALID KEY
               DISPLAY "Erro ao excluir do FALTAHIS.DAT: " FLT-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 322-GRAVA-FALTAS-FIM.
           ADD 1 TO CTL-EXCLUIDOS(2)
           ADD HFL-RA TO CTL-SOMA-EXCLUIDOS(2).

       322-GRAVA-FALTAS-FIM.
           EXIT.

       330-TURMAS-RESTAURA.
           MOVE LOW-VALUES TO HTU-CHAVE
           MOVE "N" TO LEITURA-EOF
           START HISTURMAS KEY IS GREATER THAN HTU-CHAVE
               INVALID KEY MOVE "S" TO LEITURA-EOF
           END-START
           PERFORM 331-TURMA-RESTAURA UNTIL LEITURA-EOF-SIM.

       331-TURMA-RESTAURA.
           READ HISTURMAS NEXT RECORD
           AT END MOVE "S" TO LEITURA-EOF.
           IF LEITURA-EOF-NAO
               MOVE HTU-RA TO RA-CARTAO
               PERFORM 810-PROCURA-RA
               IF ACHOU = "S"
                   PERFORM 332-GRAVA-TURMAS
                       THRU 332-GRAVA-TURMAS-FIM.

       332-GRAVA-TURMAS.
           MOVE REG-HISTURMAS TO REG-TURMA
           WRITE REG-TURMA INVALID KEY
               DISPLAY "Ja existe no TURMAS.DAT, fica no "
                   "historico: " TUR-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 332-GRAVA-TURMAS-FIM.
           ADD 1 TO CTL-GRAVADOS(3)
           ADD TUR-RA TO CTL-SOMA-GRAVADOS(3)
           DELETE HISTURMAS RECORD INVALID KEY
               DISPLAY "Erro ao excluir do TURMAHIS.DAT: " TUR-CHAVE
               ADD 1 TO TOTAL-ERROS
               GO TO 332-GRAVA-TURMAS-FIM.
           ADD 1 TO CTL-EXCLUIDOS(3)
           ADD HTU-RA TO CTL-SOMA-EXCLUIDOS(3).

       332-GRAVA-TURMAS-FIM.
           EXIT.

      ***************************************************
      * Conferencia por arquivo: nada some (vivo mais    *
      * historico igual antes e depois), o destino cresce*
      * e a origem diminui exatamente o que foi movido,  *
      * e a soma dos RAs gravados bate com a dos         *
      * excluidos                                        *
      ***************************************************
       400-CONFERE.
           MOVE SPACES TO REG-RELARQ
           WRITE REG-RELARQ
           MOVE "Totais de controle (registros)" TO REG-RELARQ
           WRITE REG-RELARQ
           PERFORM 401-CONFERE-ARQUIVO
               VARYING CTL-IDX FROM 1 BY 1 UNTIL CTL-IDX > 3.

       400-CONFERE-FIM.
           EXIT.

       401-CONFERE-ARQUIVO.
           MOVE "S" TO CONFERE
           COMPUTE TOTAL-ANTES = CTL-VIVO(CTL-IDX, 1) +
               CTL-HIST(CTL-IDX, 1)
           COMPUTE TOTAL-DEPOIS = CTL-VIVO(CTL-IDX, 2) +
               CTL-HIST(CTL-IDX, 2)
           IF TOTAL-ANTES NOT = TOTAL-DEPOIS
               MOVE "N" TO CONFERE.
           IF CTL-GRAVADOS(CTL-IDX) NOT = CTL-EXCLUIDOS(CTL-IDX) OR
               CTL-SOMA-GRAVADOS(CTL-IDX) NOT =
               CTL-SOMA-EXCLUIDOS(CTL-IDX)
               MOVE "N" TO CONFERE.
           IF MODO-ARQUIVA
               IF CTL-VIVO(CTL-IDX, 2) + CTL-EXCLUIDOS(CTL-IDX)
                   NOT = CTL-VIVO(CTL-IDX, 1) OR
                   CTL-HIST(CTL-IDX, 1) + CTL-GRAVADOS(CTL-IDX)
                   NOT = CTL-HIST(CTL-IDX, 2)
                   MOVE "N" TO CONFERE
               END-IF
           ELSE
               IF CTL-VIVO(CTL-IDX, 1) + CTL-GRAVADOS(CTL-IDX)
                   NOT = CTL-VIVO(CTL-IDX, 2) OR
                   CTL-HIST(CTL-IDX, 2) + CTL-EXCLUIDOS(CTL-IDX)
                   NOT = CTL-HIST(CTL-IDX, 1)
                   MOVE "N" TO CONFERE.
           ADD CTL-GRAVADOS(CTL-IDX) TO TOTAL-MOVIDOS

           MOVE SPACES TO LINHA-REL
           STRING "  " CTL-NOME(CTL-IDX) DELIMITED BY SIZE
               " vivo: antes " CTL-VIVO(CTL-IDX, 1)
               " depois " CTL-VIVO(CTL-IDX, 2) DELIMITED BY SIZE
               "   historico: antes " CTL-HIST(CTL-IDX, 1)
               " depois " CTL-HIST(CTL-IDX, 2) DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELARQ
           WRITE REG-RELARQ
           MOVE SPACES TO LINHA-REL
           STRING "           gravados " CTL-GRAVADOS(CTL-IDX)
               " excluidos " CTL-EXCLUIDOS(CTL-IDX) DELIMITED BY SIZE
               "   soma dos RAs " CTL-SOMA-GRAVADOS(CTL-IDX)
               " / " CTL-SOMA-EXCLUIDOS(CTL-IDX) DELIMITED BY SIZE
               INTO LINHA-REL
           IF CONFERE = "S"
               MOVE "OK" TO LINHA-REL(90:2)
           ELSE
               MOVE "DIVERGENCIA" TO LINHA-REL(90:11)
               ADD 1 TO DIVERGENCIAS.
           MOVE LINHA-REL TO REG-RELARQ
           WRITE REG-RELARQ.

      * Linha do aluno movimentado na lista
       800-LINHA-ALUNO.
           MOVE SPACES TO LINHA-REL
           MOVE RA TO LINHA-REL(5:6)
           MOVE NOME TO LINHA-REL(13:30)
           MOVE SITUACAO TO LINHA-REL(45:1)
           MOVE ULTIMO-ANO TO LINHA-REL(49:4)
           MOVE NOTAS-ALUNO TO LINHA-REL(58:4)
           MOVE FALTAS-ALUNO TO LINHA-REL(64:5)
           MOVE LINHA-REL TO REG-RELARQ
           WRITE REG-RELARQ.

      * RA-CARTAO esta na tabela dos alunos desta execucao?
       810-PROCURA-RA.
           MOVE "N" TO ACHOU
           MOVE 1 TO RA-IDX
           PERFORM 811-TESTA-RA
               UNTIL ACHOU = "S" OR RA-IDX > QTD-RAS.

       811-TESTA-RA.
           IF TAB-RA(RA-IDX) = RA-CARTAO
               MOVE "S" TO ACHOU
           ELSE
               ADD 1 TO RA-IDX.

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
               MOVE "ARQESCOL" TO JOB-PROGRAMA
               MOVE DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE DATA-SISTEMA(5:2) TO JOB-MES
               MOVE DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE TOTAL-MOVIDOS TO JOB-REGISTROS
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

      * Anos de guarda no vivo em vigor no dia de movimento
      * (PARAMETR.DAT, mantido pelo gerente no PORTAL)
       960-LE-REGRAS.
           MOVE "C" TO PAR-FUNCAO
           MOVE ZEROS TO PAR-ITEM
           MOVE DATA-MOVIMENTO TO PAR-DATA
           MOVE "ARQANOS" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO ANOS-GUARDA.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE ARQALUNO ARQNOTAS ARQFALTAS ARQTURMAS
               HISNOTAS HISFALTAS HISTURMAS RELARQ.
       FIM-STOP-RUN.
           STOP RUN.
