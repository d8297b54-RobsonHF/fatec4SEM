      *          pagina formatada por    *
      *          estudante com as notas, *
      *          faltas e recuperacao de *
      *          cada disciplina (com o  *
      *          limite de faltas por    *
      *          disciplina e a          *
      *          frequencia sobre as     *
      *          aulas dadas), a         *
      *          media final e o         *
      *          resultado, pronta para  *
      *          entregar na reuniao     *
           RECORD KEY      IS DIS-CODIGO
           FILE STATUS     IS STATUS-ARQDISC.

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

           SELECT HISNOTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS HNT-CHAVE
           ALTERNATE RECORD KEY IS HNT-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-HISNOTAS.

           SELECT HISTURMAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS HTU-CHAVE
           FILE STATUS     IS STATUS-HISTURMAS.

           SELECT RELBOL ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELBOL.
           05 NT-FALTAS2       PIC 9(02).
      * Nota do exame de recuperacao (zeros = nao fez)
           05 NT-NOTA-FINAL    PIC 99V99.
      * Professor que lancou as notas (PROFESS.DAT); zeros
      * nos registros de antes do cadastro de professores
           05 NT-PROFESSOR     PIC 9(04).

       FD ARQDISC
           LABEL RECORDS ARE STANDARD
           05 DIS-CODIGO       PIC X(04).
           05 DIS-NOME         PIC X(30).

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

      * Formados e cancelados arquivados (ARQESCOL), no mesmo
      * leiaute do CADNOTAS e do TURMAS
       FD HISNOTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTASHIS.DAT".

       01 REG-HISNOTAS.
           05 HNT-CHAVE            PIC X(15).
           05 HNT-NOME             PIC X(30).
           05 FILLER               PIC X(20).

       FD HISTURMAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TURMAHIS.DAT".

       01 REG-HISTURMAS.
           05 HTU-CHAVE            PIC X(10).
           05 FILLER               PIC X(35).

       FD RELBOL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLETIM.LST".
       77 STATUS-ARQNOTAS      PIC X(02).
       77 STATUS-ARQDISC       PIC X(02).
       77 STATUS-RELBOL        PIC X(02).
       77 STATUS-ARQATRIB      PIC X(02).
       77 STATUS-ARQTURMAS     PIC X(02).
       77 STATUS-HISNOTAS      PIC X(02).
       77 STATUS-HISTURMAS     PIC X(02).
       77 HIST-ABERTO          PIC X(01) VALUE "N".
       77 LE-HISTORICO         PIC X(01) VALUE "N".
       77 TURMA-LIDA           PIC X(01) VALUE "N".
       77 LINHA-REL            PIC X(100) VALUE SPACES.

      * Parametros via SYSIN: data de apuracao (DDMMAAAA;
      * zeros = dia de movimento do DATAMOV), ano, semestre,
      * RA inicial e RA final (zeros nos RAs = todos os alunos)
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 ANO-PARM             PIC 9(04) VALUE ZEROS.
       77 SEMESTRE-PARM        PIC 9(01) VALUE ZEROS.
       77 RA-INICIAL           PIC 9(06) VALUE ZEROS.
       77 RA-FINAL             PIC 9(06) VALUE ZEROS.

       77 MEDIA-CORTE          PIC 99V99 VALUE ZEROS.
       77 LIMITE-FALTAS        PIC 9(03) VALUE ZEROS.

       77 MEDIA-FINAL          PIC 99V99 VALUE ZEROS.
       77 SOMA-MEDIAS          PIC 9(05)V99 VALUE ZEROS.
       77 TOTAL-FALTAS         PIC 9(04) VALUE ZEROS.
       77 DISCIPLINAS-PAGINA   PIC 9(02) VALUE ZEROS.
       77 REPROVACOES          PIC 9(02) VALUE ZEROS.
       77 REPROVACOES-FALTA    PIC 9(02) VALUE ZEROS.
       77 FALTAS-DISC          PIC 9(03) VALUE ZEROS.
       77 SITUACAO-DISC        PIC X(20) VALUE SPACES.
       77 BOLETINS-GERADOS     PIC 9(04) VALUE ZEROS.

       77 N2-PRINT             PIC Z9,99.
       77 RC-PRINT             PIC Z9,99.
       77 MD-PRINT             PIC Z9,99.
       77 FREQ-PCT             PIC 9(03)V99 VALUE ZEROS.
       77 FREQ-PRINT           PIC ZZ9,99.

      * Aulas dadas por turma e disciplina: dias letivos de
      * cada dia da semana no calendario vezes a grade da
      * atribuicao (PROFCAD T); e as turmas do periodo
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
       INICIO.

       000-ABERTURA.
           PERFORM 950-DATA-MOVIMENTO
           PERFORM 960-LE-REGRAS
           ACCEPT ANO-PARM
           ACCEPT SEMESTRE-PARM
           ACCEPT RA-INICIAL
               DISPLAY "Informe ano e semestre (1 ou 2) no SYSIN."
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

           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO NOT = "00"
               DISPLAY "Erro na abertura do CADALUNO.DAT: "
           IF STATUS-ARQDISC NOT = "00"
               DISPLAY "Aviso: DISCIPL.DAT indisponivel; boletim sai "
                   "so com o codigo da disciplina.".
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
      * sem os historicos so ficam de fora os alunos arquivados
           OPEN INPUT HISNOTAS
           IF STATUS-HISNOTAS = "00"
               OPEN INPUT HISTURMAS
               IF STATUS-HISTURMAS = "00"
                   MOVE "S" TO HIST-ABERTO
               ELSE
                   CLOSE HISNOTAS.
           OPEN OUTPUT RELBOL
           IF STATUS-RELBOL NOT = "00"
               DISPLAY "Erro na abertura do boletim: " STATUS-RELBOL
               GO TO FIM-STOP-RUN.

           PERFORM 007-CARREGA-AULAS-DADAS.

       001-PROCESSA.
           MOVE RA-INICIAL TO RA
           IF RA > ZEROS
      ***************************************************
       003-BOLETIM.
           MOVE ZEROS TO DISCIPLINAS-PAGINA SOMA-MEDIAS
               TOTAL-FALTAS REPROVACOES REPROVACOES-FALTA
           MOVE "N" TO LE-HISTORICO
           PERFORM 013-NOTAS-PERIODO
      * formado ou cancelado sem nada no vivo pode ter ido para
      * os historicos (ARQESCOL)
           IF DISCIPLINAS-PAGINA = ZEROS AND HIST-ABERTO = "S" AND
               (SITUACAO = "F" OR SITUACAO = "C")
               MOVE "S" TO LE-HISTORICO
               PERFORM 013-NOTAS-PERIODO.

           IF DISCIPLINAS-PAGINA = ZEROS
               GO TO 003-BOLETIM-FIM.
           WRITE REG-RELBOL

           MOVE SPACES TO LINHA-REL
           IF REPROVACOES-FALTA > ZEROS
               STRING "  RESULTADO: REPROVADO POR FALTA EM "
                   DELIMITED BY SIZE
                   REPROVACOES-FALTA DELIMITED BY SIZE
                   " DISCIPLINA(S)" DELIMITED BY SIZE
                   INTO LINHA-REL
           ELSE IF REPROVACOES > ZEROS
               STRING "  RESULTADO: REPROVADO EM " DELIMITED BY SIZE
                   REPROVACOES DELIMITED BY SIZE
           EXIT.

       004-DISCIPLINA.
           IF LE-HISTORICO = "S"
               READ HISNOTAS NEXT RECORD INTO RECNOTAS
                   AT END MOVE "S" TO NOTAS-EOF
               END-READ
           ELSE
               READ ARQNOTAS NEXT RECORD
                   AT END MOVE "S" TO NOTAS-EOF
               END-READ.
           IF NOTAS-EOF-NAO
               IF MATRICULA NOT = RA OR
                   NT-ANO NOT = ANO-PARM OR
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELBOL
           WRITE REG-RELBOL
           MOVE "  Disciplina                  N1    N2    Rec   Media F
      -        "altas Dadas  Freq%  Situacao" TO LINHA-REL
           MOVE LINHA-REL TO REG-RELBOL
           WRITE REG-RELBOL.

               COMPUTE MEDIA-FINAL =
                   (MEDIA-FINAL + NT-NOTA-FINAL) / 2.
           ADD MEDIA-FINAL TO SOMA-MEDIAS
      * o FALTBAT aplica em cada disciplina as faltas da chamada
      * dela; o limite vale por disciplina e o total do boletim
      * e a soma das linhas
           COMPUTE FALTAS-DISC = NT-FALTAS1 + NT-FALTAS2
           ADD FALTAS-DISC TO TOTAL-FALTAS

           IF FALTAS-DISC > LIMITE-FALTAS
               MOVE "REPROV FALTA" TO SITUACAO-DISC
               ADD 1 TO REPROVACOES-FALTA
           ELSE IF MEDIA-FINAL NOT < MEDIA-CORTE
               MOVE "APROVADO" TO SITUACAO-DISC
           ELSE
               MOVE "REPROVADO" TO SITUACAO-DISC
           MOVE NT-NOTA2 TO N2-PRINT
           MOVE NT-NOTA-FINAL TO RC-PRINT
           MOVE MEDIA-FINAL TO MD-PRINT
      * frequencia sobre as aulas dadas da disciplina na turma
      * do aluno ate a data de apuracao
           MOVE ZEROS TO AULAS-DADAS-DISC FREQ-PCT
           MOVE "N" TO ACHOU
           MOVE 1 TO ADT-IDX
           PERFORM 012-ACHA-DADAS-DISC
               UNTIL ACHOU = "S" OR ADT-IDX > QTD-ADT
           IF AULAS-DADAS-DISC > FALTAS-DISC
               COMPUTE FREQ-PCT ROUNDED =
                   (AULAS-DADAS-DISC - FALTAS-DISC) * 100
                   / AULAS-DADAS-DISC.
           MOVE FREQ-PCT TO FREQ-PRINT
           MOVE SPACES TO LINHA-REL
           MOVE "  " TO LINHA-REL(1:2)
           MOVE DIS-NOME(1:26) TO LINHA-REL(3:26)
           MOVE NT-FALTAS1 TO LINHA-REL(56:2)
           MOVE "+" TO LINHA-REL(58:1)
           MOVE NT-FALTAS2 TO LINHA-REL(59:2)
           MOVE AULAS-DADAS-DISC TO LINHA-REL(63:4)
           IF AULAS-DADAS-DISC > ZEROS
               MOVE FREQ-PRINT TO LINHA-REL(68:6)
           ELSE
               MOVE "    --" TO LINHA-REL(68:6).
           MOVE SITUACAO-DISC(1:12) TO LINHA-REL(76:12)
           MOVE LINHA-REL TO REG-RELBOL
           WRITE REG-RELBOL.

      ***************************************************
      * Aulas dadas: cada atribuicao do periodo rende a  *
      * grade do dia vezes os dias letivos daquele dia   *
      * da semana ate a data de apuracao                 *
      ***************************************************
       007-CARREGA-AULAS-DADAS.
           MOVE ZEROS TO QTD-ADT QTD-TUR
           MOVE ANO-PARM TO ATR-ANO
           MOVE SEMESTRE-PARM TO ATR-SEMESTRE
           MOVE SPACES TO ATR-TURMA ATR-DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           START ARQATRIB KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 008-LE-ATRIBUICAO UNTIL CHAVE-EOF-SIM
           MOVE "N" TO CHAVE-EOF.

       008-LE-ATRIBUICAO.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF ATR-ANO NOT = ANO-PARM OR
                   ATR-SEMESTRE NOT = SEMESTRE-PARM
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   MOVE ZEROS TO AULAS-ATRIBUICAO
                   PERFORM 009-SOMA-DIA VARYING SEMANA-IDX
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
                               "sem aulas dadas da turma " ATR-TURMA
                       ELSE
                           ADD 1 TO QTD-TUR
                           MOVE ATR-TURMA TO TAB-TUR-CODIGO(QTD-TUR).

       009-SOMA-DIA.
           COMPUTE AULAS-ATRIBUICAO = AULAS-ATRIBUICAO +
               ATR-AULAS-DIA(SEMANA-IDX) * DLT-DIAS(SEMANA-IDX).

      * Turma do aluno no periodo: a primeira das turmas com
      * atribuicao em que o RA esta matriculado
       010-ACHA-TURMA-ALUNO.
           MOVE SPACES TO TURMA-ALUNO
           MOVE 1 TO TUR-IDX
           PERFORM 011-TESTA-TURMA
               UNTIL TURMA-ALUNO NOT = SPACES OR TUR-IDX > QTD-TUR.

       011-TESTA-TURMA.
           MOVE TAB-TUR-CODIGO(TUR-IDX) TO TUR-CODIGO
           MOVE RA TO TUR-RA
           MOVE "N" TO TURMA-LIDA
           IF LE-HISTORICO = "S"
               MOVE TUR-CHAVE TO HTU-CHAVE
               READ HISTURMAS INTO REG-TURMA
                   NOT INVALID KEY MOVE "S" TO TURMA-LIDA
               END-READ
           ELSE
               READ ARQTURMAS
                   NOT INVALID KEY MOVE "S" TO TURMA-LIDA
               END-READ.
           IF TURMA-LIDA = "S" AND TUR-ANO = ANO-PARM AND
               TUR-SEMESTRE = SEMESTRE-PARM
               MOVE TUR-CODIGO TO TURMA-ALUNO.
           ADD 1 TO TUR-IDX.

       012-ACHA-DADAS-DISC.
           IF TAB-ADT-TURMA(ADT-IDX) = TURMA-ALUNO AND
               TAB-ADT-DISCIPLINA(ADT-IDX) = NT-DISCIPLINA
               MOVE TAB-ADT-AULAS(ADT-IDX) TO AULAS-DADAS-DISC
               MOVE "S" TO ACHOU
           ELSE
               ADD 1 TO ADT-IDX.

      * Turma e disciplinas do aluno no periodo, no vivo ou nos
      * historicos (LE-HISTORICO)
       013-NOTAS-PERIODO.
           PERFORM 010-ACHA-TURMA-ALUNO
           MOVE RA TO MATRICULA
           MOVE ANO-PARM TO NT-ANO
           MOVE SEMESTRE-PARM TO NT-SEMESTRE
           MOVE SPACES TO NT-DISCIPLINA
           MOVE "N" TO NOTAS-EOF
           IF LE-HISTORICO = "S"
               MOVE NT-CHAVE TO HNT-CHAVE
               START HISNOTAS KEY IS NOT LESS THAN HNT-CHAVE
                   INVALID KEY MOVE "S" TO NOTAS-EOF
               END-START
           ELSE
               START ARQNOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY MOVE "S" TO NOTAS-EOF
               END-START.
           PERFORM 004-DISCIPLINA THRU 004-DISCIPLINA-FIM
               UNTIL NOTAS-EOF-SIM.

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
           CLOSE ARQALUNO ARQNOTAS ARQATRIB ARQTURMAS RELBOL
           IF HIST-ABERTO = "S"
               CLOSE HISNOTAS HISTURMAS.
           IF STATUS-ARQDISC = "00"
               CLOSE ARQDISC.
       FIM-STOP-RUN.
