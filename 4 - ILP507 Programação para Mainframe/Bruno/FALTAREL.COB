      * Purpose: Academics               *
      *          Relatorio de frequencia *
      *          por aluno no semestre:  *
      *          aulas perdidas por data *
      *          e disciplina, subtotal  *
      *          por disciplina,         *
      *          percentual sobre as     *
      *          aulas dadas (calendario *
      *          escolar x grade da      *
      *          turma), e carta de      *
      *          advertencia para quem   *
      *          cruza 50% e 75% do      *
      *          limite de faltas numa   *
      *          disciplina              *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           RECORD KEY      IS RA
           FILE STATUS     IS STATUS-ARQALUNO.

           SELECT ARQATRIB ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ATR-CHAVE
           FILE STATUS     IS STATUS-ARQATRIB.

           SELECT ARQTURMAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TUR-CHAVE
           FILE STATUS     IS STATUS-ARQTURMAS.

           SELECT RELFALTA ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELFALTA.
                   15 FLT-ANO      PIC 9(04).
                   15 FLT-MES      PIC 9(02).
                   15 FLT-DIA      PIC 9(02).
      * espacos = falta do dia inteiro (leiaute antigo)
               10 FLT-DISCIPLINA   PIC X(04).
           05 FLT-AULAS            PIC 9(02).

       FD ARQALUNO
      * "A" ativo, "T" trancado, "F" formado, "C" cancelado
           05 SITUACAO         PIC X(01).

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

       FD RELFALTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FALTAREL.LST".
       77 STATUS-ARQALUNO      PIC X(02).
       77 STATUS-RELFALTA      PIC X(02).
       77 STATUS-CARTAFAL      PIC X(02).
       77 STATUS-ARQATRIB      PIC X(02).
       77 STATUS-ARQTURMAS     PIC X(02).
       77 LINHA-REL            PIC X(100) VALUE SPACES.

      * Parametros via SYSIN: data de apuracao (DDMMAAAA;
      * zeros = dia de movimento do DATAMOV), ano e semestre
      * (1 ou 2)
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 ANO-PARM             PIC 9(04) VALUE ZEROS.
       77 SEMESTRE-PARM        PIC 9(01) VALUE ZEROS.
      * aulas dadas na turma do aluno ate a data de apuracao
       77 TOTAL-AULAS-DADAS    PIC 9(04) VALUE ZEROS.
       77 MES-INICIO           PIC 9(02) VALUE ZEROS.
       77 MES-FIM              PIC 9(02) VALUE ZEROS.

       77 LIMITE-FALTAS        PIC 9(03) VALUE ZEROS.
       77 LIMITE-50            PIC 9(03) VALUE ZEROS.
       77 LIMITE-75            PIC 9(03) VALUE ZEROS.

       77 CARTAS-GERADAS       PIC 9(03) VALUE ZEROS.
       77 ALUNOS-NO-RELATORIO  PIC 9(04) VALUE ZEROS.
       77 NIVEL-ALERTA         PIC X(12) VALUE SPACES.
       77 SEGUNDOS-AVISOS      PIC 9(03) VALUE ZEROS.
       77 AVISO-CARTA          PIC 9(02) VALUE ZEROS.
       77 PTR-LINHA            PIC 9(03) VALUE ZEROS.

      * Aulas perdidas do aluno corrente por disciplina; as do
      * dia inteiro (sem disciplina) contam em todas elas
       01 TABELA-FALTAS-DISC.
           05 TAB-FRD OCCURS 30 TIMES.
               10 TAB-FRD-DISCIPLINA   PIC X(04).
               10 TAB-FRD-AULAS        PIC 9(04).
       77 QTD-FRD              PIC 9(02) VALUE ZEROS.
       77 FRD-IDX              PIC 9(02) VALUE ZEROS.
       77 FRD-ACHOU            PIC X(01) VALUE "N".
       77 AULAS-DIA-INTEIRO    PIC 9(04) VALUE ZEROS.
       77 FALTAS-DISC          PIC 9(04) VALUE ZEROS.
       77 MAIOR-FALTAS-DISC    PIC 9(04) VALUE ZEROS.
       77 DISCIPLINA-MAIOR     PIC X(04) VALUE SPACES.

      * Aulas dadas por turma e disciplina: dias letivos de
      * cada dia da semana no calendario vezes a grade da
      * atribuicao (PROFCAD T); e o total de cada turma
       01 TABELA-AULAS-DADAS.
           05 TAB-ADT OCCURS 200 TIMES.
               10 TAB-ADT-TURMA        PIC X(04).
               10 TAB-ADT-DISCIPLINA   PIC X(04).
               10 TAB-ADT-AULAS        PIC 9(04).
       77 QTD-ADT              PIC 9(03) VALUE ZEROS.
       77 ADT-IDX              PIC 9(03) VALUE ZEROS.
       01 TABELA-TURMAS.
           05 TAB-TUR OCCURS 50 TIMES.
               10 TAB-TUR-CODIGO       PIC X(04).
               10 TAB-TUR-AULAS        PIC 9(04).
       77 QTD-TUR              PIC 9(02) VALUE ZEROS.
       77 TUR-IDX              PIC 9(02) VALUE ZEROS.
       77 SEMANA-IDX           PIC 9(01) VALUE ZEROS.
       77 AULAS-ATRIBUICAO     PIC 9(04) VALUE ZEROS.
       77 TURMA-ALUNO          PIC X(04) VALUE SPACES.
       77 AULAS-DADAS-DISC     PIC 9(04) VALUE ZEROS.
       77 ACHOU                PIC X(01) VALUE "N".

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

      * Dias letivos do periodo (CALL "DIALETIV")
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

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

      * Registro das cartas enviadas a familia (CALL
      * "COMUNLOG")
       01 COMUNICACAO.
           05 CML-FUNCAO       PIC X(01).
           05 CML-ORIGEM       PIC X(01).
           05 CML-CODIGO       PIC 9(06).
           05 CML-DATA         PIC 9(08).
           05 CML-TIPO         PIC X(08).
           05 CML-CANAL        PIC X(01).
           05 CML-RESUMO       PIC X(50).
           05 CML-OPERADOR     PIC 9(04).
           05 CML-PROGRAMA     PIC X(08).
           05 CML-DESDE        PIC 9(08).
           05 CML-ANTERIORES   PIC 9(02).
           05 CML-ULTIMA-DATA  PIC 9(08).
           05 CML-NO-DIA       PIC X(01).
           05 CML-RETORNO      PIC X(02).

      * Responsavel do aluno que recebe a carta (CALL
      * "RESPONS")
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
       INICIO.

       000-ABERTURA.
           PERFORM 950-DATA-MOVIMENTO
           PERFORM 960-LE-REGRAS
           ACCEPT ANO-PARM
           ACCEPT SEMESTRE-PARM
           IF SEMESTRE-PARM = 1
               MOVE 01 TO MES-INICIO
               MOVE 06 TO MES-FIM
           ELSE
               DISPLAY "Semestre invalido: " SEMESTRE-PARM
               GO TO FIM-STOP-RUN.

      * dias letivos do inicio do periodo ate a data de
      * apuracao (ou ate o fim das aulas, se ja passou)
           MOVE "S" TO DLT-FUNCAO
           MOVE ANO-PARM TO DLT-ANO
           MOVE SEMESTRE-PARM TO DLT-SEMESTRE
           MOVE DATA-MOVIMENTO TO DLT-AMD
           CALL "DIALETIV" USING DIA-LETIVO
           IF DLT-RETORNO NOT = "00"
               DISPLAY "Periodo " ANO-PARM "/" SEMESTRE-PARM
                   " sem calendario escolar (CALESCOL)."
               GO TO FIM-STOP-RUN.

      * degraus do limite de faltas que disparam as cartas
               DISPLAY "Erro na abertura do CADALUNO.DAT: "
                   STATUS-ARQALUNO
               GO TO FIM-STOP-RUN.
           OPEN INPUT ARQATRIB
           IF STATUS-ARQATRIB NOT = "00"
               DISPLAY "Erro na abertura do ATRIBUI.DAT: "
                   STATUS-ARQATRIB
               GO TO FIM-STOP-RUN.
           OPEN INPUT ARQTURMAS
           IF STATUS-ARQTURMAS NOT = "00"
               DISPLAY "Erro na abertura do TURMAS.DAT: "
                   STATUS-ARQTURMAS
               GO TO FIM-STOP-RUN.
           OPEN OUTPUT RELFALTA
           IF STATUS-RELFALTA NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   STATUS-CARTAFAL
               GO TO FIM-STOP-RUN.

           PERFORM 009-CARREGA-AULAS-DADAS

           MOVE SPACES TO LINHA-REL
           STRING "Frequencia por aluno - " DELIMITED BY SIZE
               ANO-PARM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SEMESTRE-PARM DELIMITED BY SIZE
               " ate " DELIMITED BY SIZE
               DATA-MOVIMENTO(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DATA-MOVIMENTO(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DATA-MOVIMENTO(1:4) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               DLT-TOTAL-DIAS DELIMITED BY SIZE
               " dias letivos (limite por disciplina: "
               DELIMITED BY SIZE
               LIMITE-FALTAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-REL
      ***************************************************
       001-PROCESSA.
           MOVE ZEROS TO FLT-CHAVE MATRICULA-ATUAL
               DIAS-FALTADOS AULAS-PERDIDAS QTD-FRD AULAS-DIA-INTEIRO
           MOVE "N" TO CHAVE-EOF
           START ARQFALTAS KEY IS GREATER THAN FLT-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
               ALUNOS-NO-RELATORIO DELIMITED BY SIZE
               " - cartas geradas em CARTAFAL.LST: " DELIMITED BY SIZE
               CARTAS-GERADAS DELIMITED BY SIZE
               " (segundo aviso ou mais: " DELIMITED BY SIZE
               SEGUNDOS-AVISOS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELFALTA
           WRITE REG-RELFALTA
                   END-IF
                   MOVE FLT-MATRICULA TO MATRICULA-ATUAL
                   MOVE ZEROS TO DIAS-FALTADOS AULAS-PERDIDAS
                       QTD-FRD AULAS-DIA-INTEIRO
               END-IF
               IF FLT-ANO = ANO-PARM AND
                   FLT-MES NOT < MES-INICIO AND
                   END-IF
                   ADD 1 TO DIAS-FALTADOS
                   ADD FLT-AULAS TO AULAS-PERDIDAS
                   IF FLT-DISCIPLINA = SPACES
                       ADD FLT-AULAS TO AULAS-DIA-INTEIRO
                   ELSE
                       PERFORM 006-ACUMULA-DISCIPLINA
                   END-IF
                   MOVE SPACES TO LINHA-REL
                   STRING "    " DELIMITED BY SIZE
                       FLT-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FLT-ANO DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FLT-DISCIPLINA DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FLT-AULAS DELIMITED BY SIZE
                       " aulas" DELIMITED BY SIZE
                       INTO LINHA-REL
                   IF FLT-DISCIPLINA = SPACES
                       MOVE "dia " TO LINHA-REL(18:4)
                   END-IF
                   MOVE LINHA-REL TO REG-RELFALTA
                   WRITE REG-RELFALTA.

       006-ACUMULA-DISCIPLINA.
           MOVE "N" TO FRD-ACHOU
           MOVE 1 TO FRD-IDX
           PERFORM 007-ACHA-DISCIPLINA
               UNTIL FRD-ACHOU = "S" OR FRD-IDX > QTD-FRD
           IF FRD-ACHOU = "N"
               IF QTD-FRD = 30
                   DISPLAY "Mais de 30 disciplinas para o RA "
                       FLT-MATRICULA "; sem subtotal de "
                       FLT-DISCIPLINA
               ELSE
                   ADD 1 TO QTD-FRD
                   MOVE QTD-FRD TO FRD-IDX
                   MOVE FLT-DISCIPLINA TO TAB-FRD-DISCIPLINA(FRD-IDX)
                   MOVE ZEROS TO TAB-FRD-AULAS(FRD-IDX)
                   MOVE "S" TO FRD-ACHOU.
           IF FRD-ACHOU = "S"
               ADD FLT-AULAS TO TAB-FRD-AULAS(FRD-IDX).

       007-ACHA-DISCIPLINA.
           IF TAB-FRD-DISCIPLINA(FRD-IDX) = FLT-DISCIPLINA
               MOVE "S" TO FRD-ACHOU
           ELSE
               ADD 1 TO FRD-IDX.

       004-CABECALHO-ALUNO.
           MOVE FLT-MATRICULA TO RA
           READ ARQALUNO INVALID KEY
           WRITE REG-RELFALTA.

      ***************************************************
      * Fecha o aluno: subtotal por disciplina,          *
      * percentual sobre as aulas dadas e carta quando a *
      * disciplina com mais faltas cruza 50% ou 75% do   *
      * limite                                           *
      ***************************************************
       003-FECHA-ALUNO.
           IF AULAS-PERDIDAS = ZEROS
               GO TO 003-FECHA-ALUNO-FIM.
           ADD 1 TO ALUNOS-NO-RELATORIO
           PERFORM 012-ACHA-TURMA-ALUNO
           IF TURMA-ALUNO = SPACES
               MOVE SPACES TO LINHA-REL
               STRING "  (sem turma no semestre: percentual nao "
                   DELIMITED BY SIZE
                   "apurado)" DELIMITED BY SIZE
                   INTO LINHA-REL
               MOVE LINHA-REL TO REG-RELFALTA
               WRITE REG-RELFALTA.
           MOVE ZEROS TO PCT-FALTAS
           IF TOTAL-AULAS-DADAS > ZEROS
               COMPUTE PCT-FALTAS ROUNDED =
                   AULAS-PERDIDAS * 100 / TOTAL-AULAS-DADAS.
           MOVE PCT-FALTAS TO PCT-PRINT
           MOVE SPACES TO LINHA-REL
           STRING "  total: " DELIMITED BY SIZE
               DIAS-FALTADOS DELIMITED BY SIZE
               " sessoes, " DELIMITED BY SIZE
               AULAS-PERDIDAS DELIMITED BY SIZE
               " aulas perdidas (" DELIMITED BY SIZE
               PCT-PRINT DELIMITED BY SIZE
               "% das " DELIMITED BY SIZE
               TOTAL-AULAS-DADAS DELIMITED BY SIZE
               " aulas dadas na turma " DELIMITED BY SIZE
               TURMA-ALUNO DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELFALTA
           WRITE REG-RELFALTA

           MOVE AULAS-DIA-INTEIRO TO MAIOR-FALTAS-DISC
           MOVE SPACES TO DISCIPLINA-MAIOR
           MOVE 1 TO FRD-IDX
           PERFORM 008-LINHA-DISCIPLINA UNTIL FRD-IDX > QTD-FRD
           IF AULAS-DIA-INTEIRO > ZEROS
               MOVE SPACES TO LINHA-REL
               STRING "    dia inteiro, todas as disciplinas: "
                   DELIMITED BY SIZE
                   AULAS-DIA-INTEIRO DELIMITED BY SIZE
                   " aulas" DELIMITED BY SIZE
                   INTO LINHA-REL
               MOVE LINHA-REL TO REG-RELFALTA
               WRITE REG-RELFALTA.

           MOVE SPACES TO NIVEL-ALERTA
           IF MAIOR-FALTAS-DISC NOT < LIMITE-75
               MOVE "ALERTA GRAVE" TO NIVEL-ALERTA
           ELSE IF MAIOR-FALTAS-DISC NOT < LIMITE-50
               MOVE "ADVERTENCIA " TO NIVEL-ALERTA.
           IF NIVEL-ALERTA NOT = SPACES
               PERFORM 005-CARTA THRU 005-CARTA-FIM.
       003-FECHA-ALUNO-FIM.
           EXIT.

       008-LINHA-DISCIPLINA.
           COMPUTE FALTAS-DISC =
               TAB-FRD-AULAS(FRD-IDX) + AULAS-DIA-INTEIRO
           IF FALTAS-DISC > MAIOR-FALTAS-DISC
               MOVE FALTAS-DISC TO MAIOR-FALTAS-DISC
               MOVE TAB-FRD-DISCIPLINA(FRD-IDX) TO DISCIPLINA-MAIOR.
           MOVE ZEROS TO AULAS-DADAS-DISC
           MOVE "N" TO ACHOU
           MOVE 1 TO ADT-IDX
           PERFORM 013-ACHA-DADAS-DISC
               UNTIL ACHOU = "S" OR ADT-IDX > QTD-ADT
           MOVE SPACES TO LINHA-REL
           STRING "    " DELIMITED BY SIZE
               TAB-FRD-DISCIPLINA(FRD-IDX) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TAB-FRD-AULAS(FRD-IDX) DELIMITED BY SIZE
               " aulas perdidas de " DELIMITED BY SIZE
               AULAS-DADAS-DISC DELIMITED BY SIZE
               " dadas" DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELFALTA
           WRITE REG-RELFALTA
           ADD 1 TO FRD-IDX.

      ***************************************************
      * Aulas dadas: cada atribuicao do periodo rende a  *
      * grade do dia vezes os dias letivos daquele dia   *
      * da semana ate a data de apuracao                 *
      ***************************************************
       009-CARREGA-AULAS-DADAS.
           MOVE ZEROS TO QTD-ADT QTD-TUR
           MOVE ANO-PARM TO ATR-ANO
           MOVE SEMESTRE-PARM TO ATR-SEMESTRE
           MOVE SPACES TO ATR-TURMA ATR-DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           START ARQATRIB KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 010-LE-ATRIBUICAO UNTIL CHAVE-EOF-SIM
           MOVE "N" TO CHAVE-EOF.

       010-LE-ATRIBUICAO.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF ATR-ANO NOT = ANO-PARM OR
                   ATR-SEMESTRE NOT = SEMESTRE-PARM
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   MOVE ZEROS TO AULAS-ATRIBUICAO
                   PERFORM 011-SOMA-DIA VARYING SEMANA-IDX
                       FROM 1 BY 1 UNTIL SEMANA-IDX > 6
                   IF QTD-ADT = 200
                       DISPLAY "Mais de 200 atribuicoes no periodo; "
                           "sem aulas dadas de " ATR-TURMA " "
                           ATR-DISCIPLINA
                   ELSE
                       ADD 1 TO QTD-ADT
                       MOVE ATR-TURMA TO TAB-ADT-TURMA(QTD-ADT)
                       MOVE ATR-DISCIPLINA
                           TO TAB-ADT-DISCIPLINA(QTD-ADT)
                       MOVE AULAS-ATRIBUICAO TO TAB-ADT-AULAS(QTD-ADT)
                   END-IF
      * o arquivo esta em ordem de turma: nova turma, nova linha
                   IF QTD-TUR = ZEROS OR
                       TAB-TUR-CODIGO(QTD-TUR) NOT = ATR-TURMA
                       IF QTD-TUR = 50
                           DISPLAY "Mais de 50 turmas no periodo; "
                               "sem total da turma " ATR-TURMA
                       ELSE
                           ADD 1 TO QTD-TUR
                           MOVE ATR-TURMA TO TAB-TUR-CODIGO(QTD-TUR)
                           MOVE ZEROS TO TAB-TUR-AULAS(QTD-TUR)
                       END-IF
                   END-IF
                   IF TAB-TUR-CODIGO(QTD-TUR) = ATR-TURMA
                       ADD AULAS-ATRIBUICAO TO TAB-TUR-AULAS(QTD-TUR).

       011-SOMA-DIA.
           COMPUTE AULAS-ATRIBUICAO = AULAS-ATRIBUICAO +
               ATR-AULAS-DIA(SEMANA-IDX) * DLT-DIAS(SEMANA-IDX).

      * Turma do aluno no periodo: a primeira das turmas com
      * atribuicao em que o RA esta matriculado
       012-ACHA-TURMA-ALUNO.
           MOVE SPACES TO TURMA-ALUNO
           MOVE ZEROS TO TOTAL-AULAS-DADAS
           MOVE 1 TO TUR-IDX
           PERFORM 014-TESTA-TURMA
               UNTIL TURMA-ALUNO NOT = SPACES OR TUR-IDX > QTD-TUR.

       014-TESTA-TURMA.
           MOVE TAB-TUR-CODIGO(TUR-IDX) TO TUR-CODIGO
           MOVE MATRICULA-ATUAL TO TUR-RA
           READ ARQTURMAS
               NOT INVALID KEY
                   IF TUR-ANO = ANO-PARM AND
                       TUR-SEMESTRE = SEMESTRE-PARM
                       MOVE TUR-CODIGO TO TURMA-ALUNO
                       MOVE TAB-TUR-AULAS(TUR-IDX)
                           TO TOTAL-AULAS-DADAS
                   END-IF
           END-READ
           ADD 1 TO TUR-IDX.

       013-ACHA-DADAS-DISC.
           IF TAB-ADT-TURMA(ADT-IDX) = TURMA-ALUNO AND
               TAB-ADT-DISCIPLINA(ADT-IDX) =
               TAB-FRD-DISCIPLINA(FRD-IDX)
               MOVE TAB-ADT-AULAS(ADT-IDX) TO AULAS-DADAS-DISC
               MOVE "S" TO ACHOU
           ELSE
               ADD 1 TO ADT-IDX.

      ***************************************************
      * Carta de advertencia com o endereco do cadastro; *
      * se a familia ja recebeu carta de faltas neste    *
      * semestre, a nova sai como segundo aviso, e cada  *
      * carta fica no registro de comunicacoes           *
      ***************************************************
       005-CARTA.
           ADD 1 TO CARTAS-GERADAS
           MOVE "C" TO CML-FUNCAO
           MOVE "A" TO CML-ORIGEM
           MOVE MATRICULA-ATUAL TO CML-CODIGO
           MOVE DATA-MOVIMENTO TO CML-DATA
           MOVE "FALTAS" TO CML-TIPO
           MOVE DLT-INICIO TO CML-DESDE
           CALL "COMUNLOG" USING COMUNICACAO
           COMPUTE AVISO-CARTA = CML-ANTERIORES + 1
           IF CML-ANTERIORES > ZEROS
               ADD 1 TO SEGUNDOS-AVISOS.
           MOVE ALL "=" TO REG-CARTAFAL
           WRITE REG-CARTAFAL

               MOVE ZEROS TO NUM-CASA CEP
           END-READ

      * a carta vai para o contato pedagogico do aluno, no
      * endereco dele; sem responsavel cadastrado, para o aluno
           MOVE "P" TO RES-FUNCAO
           MOVE MATRICULA-ATUAL TO RES-RA
           CALL "RESPONS" USING RESPONSAVEL
           IF RES-RETORNO = "00"
               MOVE RES-ENDERECO TO ENDERECO.

           MOVE SPACES TO LINHA-REL
           MOVE 1 TO PTR-LINHA
           IF AVISO-CARTA = 2
               STRING "SEGUNDO AVISO - " DELIMITED BY SIZE
                   INTO LINHA-REL WITH POINTER PTR-LINHA
           ELSE IF AVISO-CARTA > 2
               STRING "NOVO AVISO (" DELIMITED BY SIZE
                   AVISO-CARTA DELIMITED BY SIZE
                   "o) - " DELIMITED BY SIZE
                   INTO LINHA-REL WITH POINTER PTR-LINHA.
           STRING "CARTA DE " DELIMITED BY SIZE
               NIVEL-ALERTA DELIMITED BY SIZE
               " DE FREQUENCIA - RA " DELIMITED BY SIZE
               MATRICULA-ATUAL DELIMITED BY SIZE
               INTO LINHA-REL WITH POINTER PTR-LINHA
           MOVE LINHA-REL TO REG-CARTAFAL
           WRITE REG-CARTAFAL

           IF RES-RETORNO = "00"
               MOVE SPACES TO LINHA-REL
               STRING RES-NOME DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   RES-PARENTESCO DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO LINHA-REL
               MOVE LINHA-REL TO REG-CARTAFAL
               WRITE REG-CARTAFAL
               MOVE SPACES TO LINHA-REL
               STRING "Ref.: aluno(a) " DELIMITED BY SIZE
                   NOME DELIMITED BY SIZE
                   INTO LINHA-REL
               MOVE LINHA-REL TO REG-CARTAFAL
           ELSE
               MOVE NOME TO REG-CARTAFAL.
           WRITE REG-CARTAFAL

           MOVE SPACES TO LINHA-REL
               SEMESTRE-PARM DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PCT-PRINT DELIMITED BY SIZE
               "% das aulas dadas na turma)." DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-CARTAFAL
           WRITE REG-CARTAFAL

           MOVE SPACES TO LINHA-REL
           IF DISCIPLINA-MAIOR = SPACES
               STRING "Sao " DELIMITED BY SIZE
                   MAIOR-FALTAS-DISC DELIMITED BY SIZE
                   " aulas perdidas em dias inteiros, em todas as "
                   DELIMITED BY SIZE
                   "disciplinas." DELIMITED BY SIZE
                   INTO LINHA-REL
           ELSE
               STRING "Na disciplina " DELIMITED BY SIZE
                   DISCIPLINA-MAIOR DELIMITED BY SIZE
                   " ja sao " DELIMITED BY SIZE
                   MAIOR-FALTAS-DISC DELIMITED BY SIZE
                   " aulas perdidas." DELIMITED BY SIZE
                   INTO LINHA-REL.
           MOVE LINHA-REL TO REG-CARTAFAL
           WRITE REG-CARTAFAL

           MOVE SPACES TO LINHA-REL
           STRING "O limite do semestre e de " DELIMITED BY SIZE
               LIMITE-FALTAS DELIMITED BY SIZE
               " aulas por disciplina; acima disso ha reprovacao"
               DELIMITED BY SIZE
               " por falta." DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-CARTAFAL
           WRITE REG-CARTAFAL

           IF AVISO-CARTA > 1
               MOVE SPACES TO LINHA-REL
               STRING "Ja enviamos " DELIMITED BY SIZE
                   CML-ANTERIORES DELIMITED BY SIZE
                   " aviso(s) de faltas neste semestre; o ultimo em "
                   DELIMITED BY SIZE
                   CML-ULTIMA-DATA(7:2) "/" DELIMITED BY SIZE
                   CML-ULTIMA-DATA(5:2) "/" DELIMITED BY SIZE
                   CML-ULTIMA-DATA(1:4) "." DELIMITED BY SIZE
                   INTO LINHA-REL
               MOVE LINHA-REL TO REG-CARTAFAL
               WRITE REG-CARTAFAL.

           MOVE "Pedimos o comparecimento do responsavel a secretaria."
               TO REG-CARTAFAL
           WRITE REG-CARTAFAL

      * reemissao no mesmo dia nao duplica o registro
           IF CML-NO-DIA NOT = "S"
               MOVE SPACES TO CML-RESUMO
               MOVE 1 TO PTR-LINHA
               STRING "Carta " DELIMITED BY SIZE
                   NIVEL-ALERTA DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   MAIOR-FALTAS-DISC DELIMITED BY SIZE
                   " aulas perdidas em " DELIMITED BY SIZE
                   INTO CML-RESUMO WITH POINTER PTR-LINHA
               IF DISCIPLINA-MAIOR = SPACES
                   STRING "dias inteiros" DELIMITED BY SIZE
                       INTO CML-RESUMO WITH POINTER PTR-LINHA
               ELSE
                   STRING DISCIPLINA-MAIOR DELIMITED BY SIZE
                       INTO CML-RESUMO WITH POINTER PTR-LINHA
               END-IF
               STRING " (" DELIMITED BY SIZE
                   PCT-PRINT DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO CML-RESUMO WITH POINTER PTR-LINHA
               MOVE "G" TO CML-FUNCAO
               MOVE "C" TO CML-CANAL
               MOVE ZEROS TO CML-OPERADOR
               MOVE "FALTAREL" TO CML-PROGRAMA
               CALL "COMUNLOG" USING COMUNICACAO.

       005-CARTA-FIM.
           EXIT.

      * Data de apuracao: a do controle da loja ou a do
      * primeiro cartao do SYSIN (DDMMAAAA)
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

      * Limite de faltas em vigor no dia de apuracao
      * (PARAMETR.DAT, mantido pelo gerente no PORTAL)
       960-LE-REGRAS.
           MOVE "C" TO PAR-FUNCAO
           MOVE ZEROS TO PAR-ITEM
           MOVE DATA-MOVIMENTO TO PAR-DATA
           MOVE "LIMFALTA" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO LIMITE-FALTAS.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE ARQFALTAS ARQALUNO ARQATRIB ARQTURMAS RELFALTA
               CARTAFAL.
       FIM-STOP-RUN.
           STOP RUN.
