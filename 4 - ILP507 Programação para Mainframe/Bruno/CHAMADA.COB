      * Authors: Bruno Bega Harnik       *
      * Date: 2020-08                    *
      * Purpose: Academics               *
      *          Chamada por turma, data *
      *          de aula e disciplina:   *
      *          registra as faltas de   *
      *          cada aluno na sessao e  *
      *          o professor que deu a   *
      *          aula (DIARIO.DAT), e    *
      *          lista as faltas de um   *
      *          aluno                   *
      * Tectonics: cobc                  *
           RECORD KEY      IS TUR-CHAVE
           FILE STATUS     IS STATUS-ARQTURMAS.

           SELECT ARQDISC ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DIS-CODIGO
           FILE STATUS     IS STATUS-ARQDISC.

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

           SELECT ARQDIARIO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DIR-CHAVE
           FILE STATUS     IS STATUS-ARQDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFALTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FALTAS.DAT".

      * Uma linha por aluno, dia e disciplina da sessao de
      * chamada; disciplina em espacos nos registros do dia
      * inteiro trazidos do leiaute antigo (FALTCONV)
       01 REG-FALTAS.
           05 FLT-CHAVE.
               10 FLT-MATRICULA    PIC 9(06).
                   15 FLT-ANO      PIC 9(04).
                   15 FLT-MES      PIC 9(02).
                   15 FLT-DIA      PIC 9(02).
               10 FLT-DISCIPLINA   PIC X(04).
           05 FLT-AULAS            PIC 9(02).

       FD ARQALUNO
           05 TUR-SEMESTRE         PIC 9(01).
           05 TUR-NOME             PIC X(30).

       FD ARQDISC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DISCIPL.DAT".

       01 REG-DISCIPLINA.
           05 DIS-CODIGO           PIC X(04).
           05 DIS-NOME             PIC X(30).

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

       FD ARQDIARIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIARIO.DAT".

      * Diario de classe: uma linha por sessao de chamada, com o
      * professor que deu a aula e o resumo da presenca
       01 REG-DIARIO.
           05 DIR-CHAVE.
               10 DIR-TURMA        PIC X(04).
               10 DIR-DATA.
                   15 DIR-ANO      PIC 9(04).
                   15 DIR-MES      PIC 9(02).
                   15 DIR-DIA      PIC 9(02).
               10 DIR-DISCIPLINA   PIC X(04).
           05 DIR-PROFESSOR        PIC 9(04).
           05 DIR-AULAS            PIC 9(02).
           05 DIR-ALUNOS           PIC 9(03).
           05 DIR-AUSENTES         PIC 9(03).
           05 DIR-OPERADOR         PIC 9(04).

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       77 AULA-DIA                 PIC 9(02) VALUE ZEROS.
       77 AULA-MES                 PIC 9(02) VALUE ZEROS.
       77 AULA-ANO                 PIC 9(04) VALUE ZEROS.
       77 AULA-DISCIPLINA          PIC X(04) VALUE SPACES.
      * aulas da sessao: o ausente perde todas, salvo se chegou
      * atrasado ou saiu antes
       77 AULAS-SESSAO             PIC 9(02) VALUE ZEROS.
       77 STATUS-ARQDISC           PIC X(02).
      * professor da sessao: zeros = o atribuido a disciplina
      * da turma no PROFCAD
       77 AULA-PROFESSOR           PIC 9(04) VALUE ZEROS.
       77 STATUS-ARQPROF           PIC X(02).
       77 STATUS-ARQATRIB          PIC X(02).
       77 STATUS-ARQDIARIO         PIC X(02).
       77 ATRIB-ABERTO             PIC X(01) VALUE "N".
       77 PROF-OK                  PIC X(01) VALUE "N".
      * ano/semestre da turma e a conferencia do dia letivo no
      * calendario escolar (CALESCOL)
       77 TURMA-AULA-ANO           PIC 9(04) VALUE ZEROS.
       77 TURMA-AULA-SEMESTRE      PIC 9(01) VALUE ZEROS.
       77 DIA-OK                   PIC X(01) VALUE "N".

       77 RESP-PRESENTE            PIC X(01) VALUE SPACES.
       77 AULAS-PERDIDAS           PIC 9(02) VALUE ZEROS.
           05 OPER-NOME            PIC X(30).
           05 OPER-NIVEL           PIC X(01).

       01 DIA-LETIVO.
           05 DLT-FUNCAO           PIC X(01).
           05 DLT-ANO              PIC 9(04).
           05 DLT-SEMESTRE         PIC 9(01).
           05 DLT-AMD              PIC 9(08).
           05 DLT-INICIO           PIC 9(08).
           05 DLT-FIM              PIC 9(08).
           05 DLT-CORTE-1          PIC 9(08).
           05 DLT-CORTE-2          PIC 9(08).
           05 DLT-BIMESTRE         PIC 9(01).
           05 DLT-DIA-SEMANA       PIC 9(01).
           05 DLT-DIAS             PIC 9(03) OCCURS 7 TIMES.
           05 DLT-TOTAL-DIAS       PIC 9(03).
           05 DLT-DESCRICAO        PIC X(30).
           05 DLT-RETORNO          PIC X(02).

      *********
      * Telas *
      *********
           FOREGROUND-COLOR 14 LINE 12 COLUMN 41 AUTO.

       01 TELA-DATA-AULA.
         05 VALUE "Chamada: turma, data e disciplina da aula"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "Data (DD MM AAAA)"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
           FOREGROUND-COLOR 15 LINE 05 COLUMN 06.
         05 TURMA-INPUT PIC X(04) TO TURMA-BUSCA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 05 COLUMN 30.
         05 VALUE "Disciplina"
           FOREGROUND-COLOR 15 LINE 07 COLUMN 06.
         05 DISC-INPUT PIC X(04) TO AULA-DISCIPLINA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 07 COLUMN 30.
         05 VALUE "Aulas na sessao (0 = grade)"
           FOREGROUND-COLOR 15 LINE 09 COLUMN 06.
         05 SESSAO-INPUT PIC 9(02) TO AULAS-SESSAO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 09 COLUMN 34.
         05 VALUE "Professor (0 = atribuido)"
           FOREGROUND-COLOR 15 LINE 11 COLUMN 06.
         05 PROF-INPUT PIC 9(04) TO AULA-PROFESSOR
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 11 COLUMN 34.

       01 TELA-BUSCA-RA.
         05 VALUE "Faltas por aluno"
               CLOSE ARQFALTAS ARQALUNO
               GO TO ROT-FIM-EXIT.

      * O catalogo de disciplinas e mantido no CADNOTAS (opcao
      * M); aqui so valida a disciplina da sessao
       000-ABRE-DISCIPL.
           OPEN INPUT ARQDISC
           IF STATUS-ARQDISC NOT = "00"
               MOVE " Erro na abertura do DISCIPL.DAT." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               CLOSE ARQFALTAS ARQALUNO ARQTURMAS
               GO TO ROT-FIM-EXIT.

      * Professores e atribuicoes sao mantidos no PROFCAD;
      * sem atribuicoes o professor e digitado na chamada
       000-ABRE-PROFESS.
           OPEN INPUT ARQPROF
           IF STATUS-ARQPROF NOT = "00"
               MOVE " Cadastre os professores (PORTAL, opcao E)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               CLOSE ARQFALTAS ARQALUNO ARQTURMAS ARQDISC
               GO TO ROT-FIM-EXIT.
           OPEN INPUT ARQATRIB
           IF STATUS-ARQATRIB = "00"
               MOVE "S" TO ATRIB-ABERTO.

       000-ABRE-DIARIO.
           OPEN I-O ARQDIARIO
           IF STATUS-ARQDIARIO NOT = "00"
               IF STATUS-ARQDIARIO = "30" OR STATUS-ARQDIARIO = "35"
               OPEN OUTPUT ARQDIARIO
               CLOSE ARQDIARIO
               GO TO 000-ABRE-DIARIO
               ELSE
               MOVE " Erro na abertura do DIARIO.DAT." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               CLOSE ARQFALTAS ARQALUNO ARQTURMAS ARQDISC ARQPROF
               IF ATRIB-ABERTO = "S"
                   CLOSE ARQATRIB
               END-IF
               GO TO ROT-FIM-EXIT.

       002-MENU-PRINCIPAL.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-MENU-PRINCIPAL
               GO TO 002-MENU-PRINCIPAL.

      ***************************************************
      * Chamada: fixa a turma, a data e a disciplina da  *
      * sessao e percorre a lista da turma anotando os   *
      * ausentes                                         *
      ***************************************************
       100-CHAMADA.
           DISPLAY BLANK-SCREEN
               MOVE "          Data de aula invalida." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CHAMADA.
           PERFORM 105-DIA-LETIVO THRU 105-DIA-LETIVO-FIM
           IF DIA-OK = "N"
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CHAMADA.

           MOVE AULA-DISCIPLINA TO DIS-CODIGO
           READ ARQDISC INVALID KEY
               MOVE " Disciplina fora do catalogo (CADNOTAS M)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CHAMADA.
           PERFORM 103-ACHA-PROFESSOR THRU 103-ACHA-PROFESSOR-FIM
           IF PROF-OK = "N"
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CHAMADA.
           IF AULAS-SESSAO = ZEROS
               PERFORM 106-AULAS-DO-DIA.

      * A chamada percorre so a lista da turma, em vez do
      * cadastro inteiro de alunos
               DISPLAY "Turma " TURMA-BUSCA " sem alunos matriculados"
                   " (opcao T)."
           ELSE
               PERFORM 104-GRAVA-DIARIO
               DISPLAY "Chamada de " AULA-DISCIPLINA " - " DIS-NOME
               DISPLAY "Professor " PRF-CODIGO " - " PRF-NOME
               DISPLAY "Chamada encerrada: " CONTADOR-FALTAS
                   " faltas anotadas em " TURMA-ALUNOS " alunos.".
           DISPLAY "Tecle ENTER para prosseguir..."
           ACCEPT WS-ESC-KEY.
           GO TO 100-CHAMADA-FIM.

       101-CHAMADA-ALUNO.
           READ ARQTURMAS NEXT RECORD
                       MOVE "(sem cadastro)" TO AL-NOME
                   END-READ
                   DISPLAY BLANK-SCREEN
                   DISPLAY "Turma " TURMA-BUSCA " - " AULA-DISCIPLINA
                       " - " DIS-NOME
                   DISPLAY "Aluno " AL-RA " - " AL-NOME
                   DISPLAY "Presente? (S=sim N=faltou F=encerra): "
                   ACCEPT RESP-PRESENTE
                       PERFORM 102-ANOTA-FALTA.

       102-ANOTA-FALTA.
           DISPLAY "Aulas perdidas na sessao (ENTER = todas as "
               AULAS-SESSAO "): "
           MOVE ZEROS TO AULAS-PERDIDAS
           ACCEPT AULAS-PERDIDAS
           IF AULAS-PERDIDAS = ZEROS OR AULAS-PERDIDAS > AULAS-SESSAO
               MOVE AULAS-SESSAO TO AULAS-PERDIDAS.

           MOVE AL-RA TO FLT-MATRICULA
           MOVE AULA-ANO TO FLT-ANO
           MOVE AULA-MES TO FLT-MES
           MOVE AULA-DIA TO FLT-DIA
           MOVE AULA-DISCIPLINA TO FLT-DISCIPLINA
           MOVE AULAS-PERDIDAS TO FLT-AULAS
           WRITE REG-FALTAS INVALID KEY
               REWRITE REG-FALTAS INVALID KEY
           END-WRITE
           ADD 1 TO CONTADOR-FALTAS.

      ***************************************************
      * Professor da sessao: o digitado, ou o atribuido  *
      * a disciplina da turma no ano/semestre da turma;  *
      * so professor ativo registra chamada              *
      ***************************************************
       103-ACHA-PROFESSOR.
           MOVE "N" TO PROF-OK
           IF AULA-PROFESSOR = ZEROS AND ATRIB-ABERTO = "S"
               MOVE TURMA-AULA-ANO TO ATR-ANO
               MOVE TURMA-AULA-SEMESTRE TO ATR-SEMESTRE
               MOVE TURMA-BUSCA TO ATR-TURMA
               MOVE AULA-DISCIPLINA TO ATR-DISCIPLINA
               READ ARQATRIB
                   NOT INVALID KEY
                       MOVE ATR-PROFESSOR TO AULA-PROFESSOR
               END-READ.
           IF AULA-PROFESSOR = ZEROS
               MOVE " Sem professor atribuido: informe o codigo."
                   TO MENSAGEM
               GO TO 103-ACHA-PROFESSOR-FIM.

           MOVE AULA-PROFESSOR TO PRF-CODIGO
           READ ARQPROF INVALID KEY
               MOVE "       Professor nao encontrado." TO MENSAGEM
               GO TO 103-ACHA-PROFESSOR-FIM.
           IF NOT PRF-ATIVO
               MOVE "  Professor de licenca ou desligado." TO MENSAGEM
               GO TO 103-ACHA-PROFESSOR-FIM.
           MOVE "S" TO PROF-OK.

       103-ACHA-PROFESSOR-FIM.
           EXIT.

      ***************************************************
      * Dia letivo: o ano/semestre vem da turma          *
      * (TURMAS.DAT) e a data precisa ser dia de aula no *
      * calendario escolar do periodo                    *
      ***************************************************
       105-DIA-LETIVO.
           MOVE "N" TO DIA-OK
           MOVE TURMA-BUSCA TO TUR-CODIGO
           MOVE ZEROS TO TUR-RA
           START ARQTURMAS KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY MOVE "23" TO STATUS-ARQTURMAS
           END-START
           IF STATUS-ARQTURMAS = "00"
               READ ARQTURMAS NEXT RECORD
                   AT END MOVE "10" TO STATUS-ARQTURMAS
               END-READ.
           IF STATUS-ARQTURMAS NOT = "00" OR
               TUR-CODIGO NOT = TURMA-BUSCA
               MOVE " Turma sem alunos matriculados (opcao T)."
                   TO MENSAGEM
               GO TO 105-DIA-LETIVO-FIM.
           MOVE TUR-ANO TO TURMA-AULA-ANO
           MOVE TUR-SEMESTRE TO TURMA-AULA-SEMESTRE

           MOVE "D" TO DLT-FUNCAO
           MOVE TURMA-AULA-ANO TO DLT-ANO
           MOVE TURMA-AULA-SEMESTRE TO DLT-SEMESTRE
           COMPUTE DLT-AMD = AULA-ANO * 10000 + AULA-MES * 100
               + AULA-DIA
           CALL "DIALETIV" USING DIA-LETIVO
           IF DLT-RETORNO = "10"
               MOVE " Periodo sem calendario (PORTAL, opcao L)."
                   TO MENSAGEM
           ELSE IF DLT-RETORNO = "21"
               MOVE "   Data fora do periodo letivo da turma."
                   TO MENSAGEM
           ELSE IF DLT-RETORNO = "22"
               MOVE "    Sabado ou domingo: nao e dia letivo."
                   TO MENSAGEM
           ELSE IF DLT-RETORNO = "23" OR DLT-RETORNO = "24"
               STRING "   Sem aula: " DELIMITED BY SIZE
                   DLT-DESCRICAO DELIMITED BY SIZE
                   INTO MENSAGEM
           ELSE IF DLT-RETORNO NOT = "00"
               MOVE "          Data de aula invalida." TO MENSAGEM
           ELSE
               MOVE "S" TO DIA-OK.

       105-DIA-LETIVO-FIM.
           EXIT.

      * Sem as aulas da sessao, vale a grade da disciplina na
      * turma para o dia da semana (PROFCAD T), ou uma aula
       106-AULAS-DO-DIA.
           MOVE 1 TO AULAS-SESSAO
           IF ATRIB-ABERTO = "S" AND DLT-DIA-SEMANA > ZEROS AND
               DLT-DIA-SEMANA < 7
               MOVE TURMA-AULA-ANO TO ATR-ANO
               MOVE TURMA-AULA-SEMESTRE TO ATR-SEMESTRE
               MOVE TURMA-BUSCA TO ATR-TURMA
               MOVE AULA-DISCIPLINA TO ATR-DISCIPLINA
               READ ARQATRIB
                   NOT INVALID KEY
                       IF ATR-AULAS-DIA(DLT-DIA-SEMANA) > ZEROS
                           MOVE ATR-AULAS-DIA(DLT-DIA-SEMANA)
                               TO AULAS-SESSAO
                       END-IF
               END-READ.

      * Refazer a chamada da mesma sessao regrava a linha
       104-GRAVA-DIARIO.
           MOVE TURMA-BUSCA TO DIR-TURMA
           MOVE AULA-ANO TO DIR-ANO
           MOVE AULA-MES TO DIR-MES
           MOVE AULA-DIA TO DIR-DIA
           MOVE AULA-DISCIPLINA TO DIR-DISCIPLINA
           MOVE AULA-PROFESSOR TO DIR-PROFESSOR
           MOVE AULAS-SESSAO TO DIR-AULAS
           MOVE TURMA-ALUNOS TO DIR-ALUNOS
           MOVE CONTADOR-FALTAS TO DIR-AUSENTES
           MOVE OPER-CODIGO TO DIR-OPERADOR
           WRITE REG-DIARIO INVALID KEY
               REWRITE REG-DIARIO INVALID KEY
                   DISPLAY "Erro ao gravar o diario da sessao."
               END-REWRITE
           END-WRITE.

       100-CHAMADA-FIM.
           EXIT.

      ***************************************************
      * Listagem das faltas de um aluno, por data e      *
      * disciplina                                       *
      ***************************************************
       200-LISTAR.
           DISPLAY BLANK-SCREEN
           MOVE RA-BUSCA TO FLT-MATRICULA
           MOVE ZEROS TO FLT-ANO FLT-MES FLT-DIA
               CONTADOR-FALTAS TOTAL-AULAS
           MOVE SPACES TO FLT-DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           START ARQFALTAS KEY IS NOT LESS THAN FLT-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           IF CONTADOR-FALTAS = ZEROS
               DISPLAY "Nenhuma falta registrada."
           ELSE
               DISPLAY "Total: " CONTADOR-FALTAS " sessoes, "
                   TOTAL-AULAS " aulas perdidas.".
           DISPLAY "Tecle ENTER para prosseguir..."
           ACCEPT WS-ESC-KEY.
               IF FLT-MATRICULA NOT = RA-BUSCA
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   IF FLT-DISCIPLINA = SPACES
                       DISPLAY FLT-DIA "/" FLT-MES "/" FLT-ANO
                           " - (dia)  - " FLT-AULAS " aulas"
                   ELSE
                       DISPLAY FLT-DIA "/" FLT-MES "/" FLT-ANO
                           " - " FLT-DISCIPLINA " - " FLT-AULAS
                           " aulas"
                   END-IF
                   ADD 1 TO CONTADOR-FALTAS
                   ADD FLT-AULAS TO TOTAL-AULAS
                   ADD 1 TO CONTADOR-LINHAS
      **************************
       ROT-FIM.
           DISPLAY BLANK-SCREEN
           CLOSE ARQFALTAS ARQALUNO ARQTURMAS ARQDISC ARQPROF
               ARQDIARIO
           IF ATRIB-ABERTO = "S"
               CLOSE ARQATRIB.
       ROT-FIM-EXIT.
           EXIT PROGRAM.
       ROT-STOP-RUN.
