      *          Totaliza as faltas      *
      *          lancadas na chamada     *
      *          dentro de FALTAS1 e     *
      *          FALTAS2 da disciplina   *
      *          correspondente no       *
      *          CADNOTAS                *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-FALTFECH.

           SELECT NOTAFECH ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-NOTAFECH.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-JOBLOG.
                   15 FLT-ANO      PIC 9(04).
                   15 FLT-MES      PIC 9(02).
                   15 FLT-DIA      PIC 9(02).
      * espacos = falta do dia inteiro (leiaute antigo)
               10 FLT-DISCIPLINA   PIC X(04).
           05 FLT-AULAS            PIC 9(02).

       FD ARQNOTAS
           05 NT-FALTAS2       PIC 9(02).
      * Nota do exame de recuperacao (zeros = nao fez)
           05 NT-NOTA-FINAL    PIC 99V99.
      * Professor que lancou as notas (PROFESS.DAT); zeros
      * nos registros de antes do cadastro de professores
           05 NT-PROFESSOR     PIC 9(04).

       FD FALTFECH
           LABEL RECORDS ARE STANDARD
           05 FCH-ANO          PIC 9(04).
           05 FCH-SEMESTRE     PIC 9(01).

      * Periodos com as notas fechadas no CADNOTAS (opcao P)
       FD NOTAFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTAFECH.DAT".

       01 REG-NOTAFECH.
           05 NFC-ANO          PIC 9(04).
           05 NFC-SEMESTRE     PIC 9(01).
           05 NFC-DATA         PIC 9(08).
           05 NFC-OPERADOR     PIC 9(04).

       FD JOBLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "JOBLOG.DAT".
       77 MES-FIM              PIC 9(02) VALUE ZEROS.

       77 MATRICULA-ATUAL      PIC 9(06) VALUE ZEROS.
      * faltas do dia inteiro, sem disciplina (registros
      * convertidos do leiaute antigo): valem para todas as
      * disciplinas do aluno no periodo
       77 SOMA-FALTAS1         PIC 9(04) VALUE ZEROS.
       77 SOMA-FALTAS2         PIC 9(04) VALUE ZEROS.
       77 FALTAS1-DISC         PIC 9(04) VALUE ZEROS.
       77 FALTAS2-DISC         PIC 9(04) VALUE ZEROS.

      * Faltas do aluno corrente por disciplina da chamada
       01 TABELA-FALTAS-DISC.
           05 TAB-FLD OCCURS 30 TIMES.
               10 TAB-FLD-DISCIPLINA   PIC X(04).
               10 TAB-FLD-FALTAS1      PIC 9(04).
               10 TAB-FLD-FALTAS2      PIC 9(04).
      * "S" quando achou o boletim da disciplina
               10 TAB-FLD-APLICADA     PIC X(01).
       77 QTD-FLD              PIC 9(02) VALUE ZEROS.
       77 FLD-IDX              PIC 9(02) VALUE ZEROS.
       77 FLD-ACHOU            PIC X(01) VALUE "N".
       77 CONTADOR-DISC-SEM-BOLETIM PIC 9(04) VALUE ZEROS.

       77 CONTADOR-ATUALIZADOS PIC 9(04) VALUE ZEROS.
       77 BOLETINS-DO-ALUNO    PIC 9(02) VALUE ZEROS.
       77 CONTADOR-SEM-BOLETIM PIC 9(04) VALUE ZEROS.

       77 STATUS-FALTFECH      PIC X(02).
       77 STATUS-NOTAFECH      PIC X(02).
       77 NOTAS-FECHADAS       PIC X(01) VALUE "N".
       77 STATUS-JOBLOG        PIC X(02).
      * Quarta linha do SYSIN: "REPROCESSA" autoriza rodar de
      * novo um periodo ja aplicado (a aplicacao substitui os
      * totais, entao o reprocesso limpo apenas regrava)
       77 PARM-REPROCESSA      PIC X(10) VALUE SPACES.
       77 JA-APLICADO          PIC X(01) VALUE "N".
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 JOB-SITUACAO-W       PIC X(08) VALUE SPACES.
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
       INICIO.

      ***************************************************
      * Parametros via SYSIN, depois da data de          *
      * movimento: ano (AAAA) e semestre                 *
      * (1 ou 2). Faltas da primeira metade do semestre  *
      * entram em FALTAS1 e as da segunda em FALTAS2.    *
      ***************************************************
       000-ABERTURA.
           PERFORM 950-DATA-MOVIMENTO
           ACCEPT ANO-PARM
           ACCEPT SEMESTRE-PARM
           ACCEPT PARM-REPROCESSA
      * SYSIN, senao as faltas dobrariam num engano      *
      ***************************************************
       000-TESTA-JA-APLICADO.
           PERFORM 012-LE-FECHAMENTO THRU 012-LE-FECHAMENTO-FIM
           IF NOTAS-FECHADAS = "S"
               DISPLAY "Notas do periodo " ANO-PARM "/"
                   SEMESTRE-PARM " fechadas no CADNOTAS: faltas "
                   "nao aplicadas (acerto so por retificacao)."
               MOVE "RECUSADO" TO JOB-SITUACAO-W
               PERFORM 900-GRAVA-JOBLOG
               GO TO FIM-STOP-RUN.
           PERFORM 010-LE-CONTROLE THRU 010-LE-CONTROLE-FIM
           IF JA-APLICADO = "S" AND PARM-REPROCESSA NOT = "REPROCESSA"
               DISPLAY "Periodo " ANO-PARM "/" SEMESTRE-PARM

      ***************************************************
      * Quebra por matricula: o arquivo de faltas esta   *
      * em ordem de RA + data + disciplina, entao        *
      * acumula por disciplina e aplica no boletim a     *
      * cada troca de aluno                              *
      ***************************************************
       001-PROCESSA.
           MOVE ZEROS TO FLT-CHAVE MATRICULA-ATUAL
               SOMA-FALTAS1 SOMA-FALTAS2 QTD-FLD
           MOVE "N" TO CHAVE-EOF
           START ARQFALTAS KEY IS GREATER THAN FLT-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF

           DISPLAY "Faltas aplicadas: " CONTADOR-ATUALIZADOS
               " boletins atualizados, " CONTADOR-SEM-BOLETIM
               " alunos sem boletim no periodo, "
               CONTADOR-DISC-SEM-BOLETIM
               " disciplinas com falta e sem boletim."
           IF JA-APLICADO = "N"
               PERFORM 004-MARCA-APLICADO.
           MOVE "OK" TO JOB-SITUACAO-W
                           THRU 003-APLICA-BOLETIM-FIM
                   END-IF
                   MOVE FLT-MATRICULA TO MATRICULA-ATUAL
                   MOVE ZEROS TO SOMA-FALTAS1 SOMA-FALTAS2 QTD-FLD
               END-IF
               IF FLT-ANO = ANO-PARM AND
                   FLT-MES NOT < MES-INICIO AND
                   FLT-MES NOT > MES-FIM
                   IF FLT-DISCIPLINA = SPACES
                       IF FLT-MES NOT > MES-MEIO
                           ADD FLT-AULAS TO SOMA-FALTAS1
                       ELSE
                           ADD FLT-AULAS TO SOMA-FALTAS2
                       END-IF
                   ELSE
                       PERFORM 006-ACUMULA-DISCIPLINA.

       006-ACUMULA-DISCIPLINA.
           MOVE "N" TO FLD-ACHOU
           MOVE 1 TO FLD-IDX
           PERFORM 007-ACHA-DISCIPLINA
               UNTIL FLD-ACHOU = "S" OR FLD-IDX > QTD-FLD
           IF FLD-ACHOU = "N"
               IF QTD-FLD = 30
                   DISPLAY "Mais de 30 disciplinas para o RA "
                       FLT-MATRICULA "; ignorada " FLT-DISCIPLINA
               ELSE
                   ADD 1 TO QTD-FLD
                   MOVE QTD-FLD TO FLD-IDX
                   MOVE FLT-DISCIPLINA TO TAB-FLD-DISCIPLINA(FLD-IDX)
                   MOVE ZEROS TO TAB-FLD-FALTAS1(FLD-IDX)
                       TAB-FLD-FALTAS2(FLD-IDX)
                   MOVE "N" TO TAB-FLD-APLICADA(FLD-IDX)
                   MOVE "S" TO FLD-ACHOU.
           IF FLD-ACHOU = "S"
               IF FLT-MES NOT > MES-MEIO
                   ADD FLT-AULAS TO TAB-FLD-FALTAS1(FLD-IDX)
               ELSE
                   ADD FLT-AULAS TO TAB-FLD-FALTAS2(FLD-IDX).

       007-ACHA-DISCIPLINA.
           IF TAB-FLD-DISCIPLINA(FLD-IDX) = FLT-DISCIPLINA
               MOVE "S" TO FLD-ACHOU
           ELSE
               ADD 1 TO FLD-IDX.

      * Cada disciplina do boletim recebe as faltas das
      * sessoes de chamada dela mais as do dia inteiro; o
      * boletim unico antigo (disciplina em espacos) recebe
      * todas as faltas do aluno no periodo
       003-APLICA-BOLETIM.
           IF SOMA-FALTAS1 = ZEROS AND SOMA-FALTAS2 = ZEROS AND
               QTD-FLD = ZEROS
               GO TO 003-APLICA-BOLETIM-FIM.

           MOVE MATRICULA-ATUAL TO MATRICULA
           MOVE ANO-PARM TO NT-ANO
           MOVE SEMESTRE-PARM TO NT-SEMESTRE
           IF BOLETINS-DO-ALUNO = ZEROS
               DISPLAY "Sem boletim para o RA " MATRICULA-ATUAL
                   " em " ANO-PARM "/" SEMESTRE-PARM
               ADD 1 TO CONTADOR-SEM-BOLETIM
           ELSE
               MOVE 1 TO FLD-IDX
               PERFORM 008-DISCIPLINA-SEM-BOLETIM
                   UNTIL FLD-IDX > QTD-FLD.

       003-APLICA-BOLETIM-FIM.
           EXIT.
                   NT-SEMESTRE NOT = SEMESTRE-PARM
                   MOVE "S" TO NOTAS-EOF
               ELSE
                   MOVE SOMA-FALTAS1 TO FALTAS1-DISC
                   MOVE SOMA-FALTAS2 TO FALTAS2-DISC
                   MOVE 1 TO FLD-IDX
                   PERFORM 009-SOMA-DISCIPLINA
                       UNTIL FLD-IDX > QTD-FLD
                   IF FALTAS1-DISC > 99
                       MOVE 99 TO FALTAS1-DISC
                   END-IF
                   IF FALTAS2-DISC > 99
                       MOVE 99 TO FALTAS2-DISC
                   END-IF
                   MOVE FALTAS1-DISC TO NT-FALTAS1
                   MOVE FALTAS2-DISC TO NT-FALTAS2
                   REWRITE RECNOTAS INVALID KEY
                       DISPLAY "Erro ao regravar o boletim do RA "
                           MATRICULA-ATUAL
                   ADD 1 TO BOLETINS-DO-ALUNO
                   ADD 1 TO CONTADOR-ATUALIZADOS.

       009-SOMA-DISCIPLINA.
           IF NT-DISCIPLINA = SPACES OR
               NT-DISCIPLINA = TAB-FLD-DISCIPLINA(FLD-IDX)
               ADD TAB-FLD-FALTAS1(FLD-IDX) TO FALTAS1-DISC
               ADD TAB-FLD-FALTAS2(FLD-IDX) TO FALTAS2-DISC
               MOVE "S" TO TAB-FLD-APLICADA(FLD-IDX).
           ADD 1 TO FLD-IDX.

      * falta lancada numa disciplina que o aluno nao tem no
      * boletim do periodo: fica no FALTAS.DAT para acerto
       008-DISCIPLINA-SEM-BOLETIM.
           IF TAB-FLD-APLICADA(FLD-IDX) = "N"
               DISPLAY "Faltas em " TAB-FLD-DISCIPLINA(FLD-IDX)
                   " sem boletim da disciplina para o RA "
                   MATRICULA-ATUAL
               ADD 1 TO CONTADOR-DISC-SEM-BOLETIM.
           ADD 1 TO FLD-IDX.

      ***************************************************
      * Controle de periodos ja aplicados (FALTFECH.DAT) *
      ***************************************************
       010-LE-CONTROLE-FIM.
           EXIT.

      * Periodo fechado no CADNOTAS (NOTAFECH.DAT): as faltas
      * do boletim fechado nao sao mais regravadas
       012-LE-FECHAMENTO.
           MOVE "N" TO NOTAS-FECHADAS
           OPEN INPUT NOTAFECH
           IF STATUS-NOTAFECH NOT = "00"
               GO TO 012-LE-FECHAMENTO-FIM.
           MOVE "N" TO CHAVE-EOF-FECH
           PERFORM 013-LE-FECHAMENTO-REG UNTIL FECH-EOF-SIM
           CLOSE NOTAFECH.

       012-LE-FECHAMENTO-FIM.
           EXIT.

       013-LE-FECHAMENTO-REG.
           READ NOTAFECH
           AT END MOVE "S" TO CHAVE-EOF-FECH.
           IF FECH-EOF-NAO
               IF NFC-ANO = ANO-PARM AND
                   NFC-SEMESTRE = SEMESTRE-PARM
                   MOVE "S" TO NOTAS-FECHADAS
                   MOVE "S" TO CHAVE-EOF-FECH.

       004-MARCA-APLICADO.
           OPEN EXTEND FALTFECH
           IF STATUS-FALTFECH = "35"
               DISPLAY "Erro ao gravar o log de execucao: "
                   STATUS-JOBLOG
           ELSE
               MOVE DATA-MOVIMENTO TO DATA-SISTEMA
               ACCEPT HORA-SISTEMA FROM TIME
               MOVE "FALTBAT" TO JOB-PROGRAMA
               MOVE DATA-SISTEMA(7:2) TO JOB-DIA
               WRITE REG-JOBLOG
               CLOSE JOBLOG.

      ***************************************************
      * Data de movimento do processamento: a do         *
      * primeiro cartao do SYSIN (DDMMAAAA) quando o job *
      * e reprocessado, senao a do controle da loja      *
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
