      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-12                    *
      * Purpose: Academics               *
      *          Retificacoes de notas   *
      *          do semestre fechado     *
      *          para o conselho         *
      *          escolar: boletim,       *
      *          valores de antes e de   *
      *          depois, operador e      *
      *          motivo                  *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RETIFREL.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIFIC ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RETIFIC.

           SELECT NOTAFECH ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-NOTAFECH.

           SELECT ARQALUNO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RA
           FILE STATUS     IS STATUS-ARQALUNO.

           SELECT OPERADOR ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS OP-CODIGO
           FILE STATUS     IS STATUS-OPERADOR.

           SELECT RELRETIF ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELRETIF.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
      * Retificacoes gravadas pelo CADNOTAS em periodo fechado
       FD RETIFIC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RETIFIC.DAT".

       01 REG-RETIFIC.
           05 RTF-DATA             PIC 9(08).
           05 RTF-HORA             PIC X(06).
           05 RTF-OPERADOR         PIC 9(04).
           05 RTF-CHAVE.
               10 RTF-MATRICULA    PIC 9(06).
               10 RTF-ANO          PIC 9(04).
               10 RTF-SEMESTRE     PIC 9(01).
               10 RTF-DISCIPLINA   PIC X(04).
           05 RTF-ANTES.
               10 RTF-NOTA1-ANT    PIC 99V99.
               10 RTF-NOTA2-ANT    PIC 99V99.
               10 RTF-FALTAS1-ANT  PIC 9(02).
               10 RTF-FALTAS2-ANT  PIC 9(02).
               10 RTF-FINAL-ANT    PIC 99V99.
               10 RTF-PROF-ANT     PIC 9(04).
           05 RTF-DEPOIS.
               10 RTF-NOTA1-DEP    PIC 99V99.
               10 RTF-NOTA2-DEP    PIC 99V99.
               10 RTF-FALTAS1-DEP  PIC 9(02).
               10 RTF-FALTAS2-DEP  PIC 9(02).
               10 RTF-FINAL-DEP    PIC 99V99.
               10 RTF-PROF-DEP     PIC 9(04).
           05 RTF-MOTIVO           PIC X(40).

      * Periodos com as notas fechadas no CADNOTAS (opcao P)
       FD NOTAFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTAFECH.DAT".

       01 REG-NOTAFECH.
           05 NFC-ANO              PIC 9(04).
           05 NFC-SEMESTRE         PIC 9(01).
           05 NFC-DATA             PIC 9(08).
           05 NFC-OPERADOR         PIC 9(04).

       FD ARQALUNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADALUNO.DAT".

       01 REGALUNO.
           05 RA                   PIC 9(06).
           05 NOME                 PIC X(30).
           05 FILLER               PIC X(211).

       FD OPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".

       01 REG-OPERADOR.
           05 OP-CODIGO            PIC 9(04).
           05 OP-NOME              PIC X(30).
           05 OP-SENHA             PIC X(08).
           05 OP-NIVEL             PIC X(01).
           05 OP-ATIVO             PIC X(01).
           05 OP-TROCA-SENHA       PIC X(01).
           05 OP-DATA-SENHA        PIC 9(08).
           05 OP-FALHAS            PIC 9(01).
           05 OP-BLOQUEADO         PIC X(01).

       FD RELRETIF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RETIFREL.LST".
           01 REG-RELRETIF                     PIC X(100).

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

       77 STATUS-RETIFIC       PIC X(02).
       77 STATUS-NOTAFECH      PIC X(02).
       77 STATUS-ARQALUNO      PIC X(02).
       77 STATUS-OPERADOR      PIC X(02).
       77 STATUS-RELRETIF      PIC X(02).
       77 STATUS-JOBLOG        PIC X(02).
       77 ALUNO-ABERTO         PIC X(01) VALUE "N".
       77 OPERADOR-ABERTO      PIC X(01) VALUE "N".
       77 LINHA-REL            PIC X(100) VALUE SPACES.

      * Parametros via SYSIN, depois da data de movimento:
      * ano (AAAA) e semestre (1 ou 2)
       77 ANO-PARM             PIC 9(04) VALUE ZEROS.
       77 SEMESTRE-PARM        PIC 9(01) VALUE ZEROS.
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 JOB-SITUACAO-W       PIC X(08) VALUE SPACES.

       77 PERIODO-FECHADO      PIC X(01) VALUE "N".
       77 DATA-FECHAMENTO      PIC 9(08) VALUE ZEROS.
       77 OPERADOR-FECHAMENTO  PIC 9(04) VALUE ZEROS.
       77 TOTAL-RETIFICACOES   PIC 9(05) VALUE ZEROS.
       77 NOME-ALUNO           PIC X(30) VALUE SPACES.
       77 NOME-OPERADOR        PIC X(30) VALUE SPACES.

       01 MASC-NOTA1           PIC Z9,99.
       01 MASC-NOTA2           PIC Z9,99.
       01 MASC-FINAL           PIC Z9,99.

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
           ACCEPT ANO-PARM
           ACCEPT SEMESTRE-PARM
           IF SEMESTRE-PARM NOT = 1 AND SEMESTRE-PARM NOT = 2
               DISPLAY "Semestre invalido: " SEMESTRE-PARM
               GO TO FIM-STOP-RUN.

           PERFORM 010-LE-FECHAMENTO

      * sem retificacao nenhuma o relatorio sai so com o
      * cabecalho e o total zerado
           OPEN INPUT RETIFIC
           IF STATUS-RETIFIC NOT = "00" AND
               STATUS-RETIFIC NOT = "35"
               DISPLAY "Erro na abertura do RETIFIC.DAT: "
                   STATUS-RETIFIC
               GO TO FIM-STOP-RUN.
      * sem CADALUNO ou OPERADOR.DAT saem so os codigos
           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO = "00"
               MOVE "S" TO ALUNO-ABERTO.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = "00"
               MOVE "S" TO OPERADOR-ABERTO.
           OPEN OUTPUT RELRETIF
           IF STATUS-RELRETIF NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   STATUS-RELRETIF
               GO TO FIM-STOP-RUN.

           MOVE SPACES TO LINHA-REL
           STRING "Retificacoes de notas - " DELIMITED BY SIZE
               ANO-PARM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SEMESTRE-PARM DELIMITED BY SIZE
               " - relatorio ao conselho escolar" DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA
           MOVE SPACES TO LINHA-REL
           IF PERIODO-FECHADO = "S"
               MOVE OPERADOR-FECHAMENTO TO OP-CODIGO
               PERFORM 020-NOME-OPERADOR
               STRING "Notas fechadas em " DELIMITED BY SIZE
                   DATA-FECHAMENTO(7:2) "/" DELIMITED BY SIZE
                   DATA-FECHAMENTO(5:2) "/" DELIMITED BY SIZE
                   DATA-FECHAMENTO(1:4) DELIMITED BY SIZE
                   " por " DELIMITED BY SIZE
                   OPERADOR-FECHAMENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME-OPERADOR DELIMITED BY SIZE
                   INTO LINHA-REL
           ELSE
               MOVE "Periodo ainda aberto no CADNOTAS (sem fechamento)"
                   TO LINHA-REL.
           PERFORM 900-GRAVA-LINHA
           MOVE ALL "=" TO REG-RELRETIF
           WRITE REG-RELRETIF.

      ***************************************************
      * Retificacoes do periodo na ordem em que foram    *
      * feitas: boletim, antes, depois e motivo          *
      ***************************************************
       001-PROCESSA.
           MOVE "N" TO CHAVE-EOF
           IF STATUS-RETIFIC = "35"
               MOVE "S" TO CHAVE-EOF.
           PERFORM 002-RETIFICACAO UNTIL CHAVE-EOF-SIM

           MOVE SPACES TO REG-RELRETIF
           WRITE REG-RELRETIF
           MOVE SPACES TO LINHA-REL
           IF TOTAL-RETIFICACOES = ZEROS
               MOVE "Nenhuma retificacao no periodo." TO LINHA-REL
           ELSE
               STRING "Retificacoes no periodo: " DELIMITED BY SIZE
                   TOTAL-RETIFICACOES DELIMITED BY SIZE
                   INTO LINHA-REL.
           PERFORM 900-GRAVA-LINHA

           DISPLAY "Retificacoes de " ANO-PARM "/" SEMESTRE-PARM
               ": " TOTAL-RETIFICACOES
           MOVE "OK" TO JOB-SITUACAO-W
           PERFORM 910-GRAVA-JOBLOG
           GO TO FIM-SAIDA.

       002-RETIFICACAO.
           READ RETIFIC
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF RTF-ANO = ANO-PARM AND
                   RTF-SEMESTRE = SEMESTRE-PARM
                   PERFORM 003-IMPRIME-RETIFICACAO.

       003-IMPRIME-RETIFICACAO.
           ADD 1 TO TOTAL-RETIFICACOES
           MOVE "(sem cadastro)" TO NOME-ALUNO
           IF ALUNO-ABERTO = "S"
               MOVE RTF-MATRICULA TO RA
               READ ARQALUNO
                   NOT INVALID KEY MOVE NOME TO NOME-ALUNO
               END-READ.
           MOVE RTF-OPERADOR TO OP-CODIGO
           PERFORM 020-NOME-OPERADOR

           MOVE SPACES TO REG-RELRETIF
           WRITE REG-RELRETIF
           MOVE SPACES TO LINHA-REL
           STRING RTF-DATA(7:2) "/" RTF-DATA(5:2) "/"
               RTF-DATA(1:4) " " DELIMITED BY SIZE
               RTF-HORA(1:2) ":" RTF-HORA(3:2) DELIMITED BY SIZE
               "  RA " DELIMITED BY SIZE
               RTF-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME-ALUNO DELIMITED BY SIZE
               " disciplina " DELIMITED BY SIZE
               RTF-DISCIPLINA DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "    operador " DELIMITED BY SIZE
               RTF-OPERADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME-OPERADOR DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           MOVE RTF-NOTA1-ANT TO MASC-NOTA1
           MOVE RTF-NOTA2-ANT TO MASC-NOTA2
           MOVE RTF-FINAL-ANT TO MASC-FINAL
           MOVE SPACES TO LINHA-REL
           STRING "    antes : nota1 " DELIMITED BY SIZE
               MASC-NOTA1 DELIMITED BY SIZE
               "  nota2 " DELIMITED BY SIZE
               MASC-NOTA2 DELIMITED BY SIZE
               "  faltas1 " DELIMITED BY SIZE
               RTF-FALTAS1-ANT DELIMITED BY SIZE
               "  faltas2 " DELIMITED BY SIZE
               RTF-FALTAS2-ANT DELIMITED BY SIZE
               "  recuperacao " DELIMITED BY SIZE
               MASC-FINAL DELIMITED BY SIZE
               "  professor " DELIMITED BY SIZE
               RTF-PROF-ANT DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           MOVE RTF-NOTA1-DEP TO MASC-NOTA1
           MOVE RTF-NOTA2-DEP TO MASC-NOTA2
           MOVE RTF-FINAL-DEP TO MASC-FINAL
           MOVE SPACES TO LINHA-REL
           STRING "    depois: nota1 " DELIMITED BY SIZE
               MASC-NOTA1 DELIMITED BY SIZE
               "  nota2 " DELIMITED BY SIZE
               MASC-NOTA2 DELIMITED BY SIZE
               "  faltas1 " DELIMITED BY SIZE
               RTF-FALTAS1-DEP DELIMITED BY SIZE
               "  faltas2 " DELIMITED BY SIZE
               RTF-FALTAS2-DEP DELIMITED BY SIZE
               "  recuperacao " DELIMITED BY SIZE
               MASC-FINAL DELIMITED BY SIZE
               "  professor " DELIMITED BY SIZE
               RTF-PROF-DEP DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA

           MOVE SPACES TO LINHA-REL
           STRING "    motivo: " DELIMITED BY SIZE
               RTF-MOTIVO DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 900-GRAVA-LINHA.

      * Data e operador do fechamento do periodo no
      * NOTAFECH.DAT
       010-LE-FECHAMENTO.
           MOVE "N" TO PERIODO-FECHADO
           OPEN INPUT NOTAFECH
           IF STATUS-NOTAFECH = "00"
               MOVE "N" TO CHAVE-EOF
               PERFORM 011-LE-FECHAMENTO-REG UNTIL CHAVE-EOF-SIM
               CLOSE NOTAFECH.

       011-LE-FECHAMENTO-REG.
           READ NOTAFECH
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF NFC-ANO = ANO-PARM AND
                   NFC-SEMESTRE = SEMESTRE-PARM
                   MOVE "S" TO PERIODO-FECHADO
                   MOVE NFC-DATA TO DATA-FECHAMENTO
                   MOVE NFC-OPERADOR TO OPERADOR-FECHAMENTO
                   MOVE "S" TO CHAVE-EOF.

       020-NOME-OPERADOR.
           MOVE SPACES TO NOME-OPERADOR
           IF OPERADOR-ABERTO = "S"
               READ OPERADOR
                   INVALID KEY MOVE "(sem cadastro)" TO NOME-OPERADOR
                   NOT INVALID KEY MOVE OP-NOME TO NOME-OPERADOR
               END-READ.

       900-GRAVA-LINHA.
           MOVE LINHA-REL TO REG-RELRETIF
           WRITE REG-RELRETIF
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
               MOVE "RETIFREL" TO JOB-PROGRAMA
               MOVE DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE DATA-SISTEMA(5:2) TO JOB-MES
               MOVE DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE TOTAL-RETIFICACOES TO JOB-REGISTROS
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

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE RELRETIF
           IF STATUS-RETIFIC NOT = "35"
               CLOSE RETIFIC.
           IF ALUNO-ABERTO = "S"
               CLOSE ARQALUNO.
           IF OPERADOR-ABERTO = "S"
               CLOSE OPERADOR.
       FIM-STOP-RUN.
           STOP RUN.
