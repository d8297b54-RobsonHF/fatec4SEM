           RECORD KEY   IS TUR-CHAVE
           FILE STATUS  IS STATUS-ARQTURMAS.

           SELECT ARQPROF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PRF-CODIGO
           FILE STATUS  IS STATUS-ARQPROF.

           SELECT ARQATRIB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ATR-CHAVE
           FILE STATUS  IS STATUS-ARQATRIB.

           SELECT NOTAFECH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-NOTAFECH.

           SELECT RETIFIC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-RETIFIC.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
      * recuperacao) / 2 quando a media bimestral fica
      * abaixo do corte e o aluno faz o exame
           05 NOTA-FINAL           PIC 99V99.
      * Professor que lancou as notas (PROFESS.DAT); zeros
      * nos registros de antes do cadastro de professores
           05 PROFESSOR            PIC 9(04).

       FD ARQALUNO
           LABEL RECORDS ARE STANDARD
           05 TUR-ANO              PIC 9(04).
           05 TUR-SEMESTRE         PIC 9(01).
           05 TUR-NOME             PIC X(30).

      * Professores e atribuicoes mantidos no PROFCAD
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

      * Periodos com as notas fechadas (opcao P): depois do
      * fechamento o boletim so muda por retificacao do gerente
       FD NOTAFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTAFECH.DAT".

       01 REG-NOTAFECH.
           05 NFC-ANO              PIC 9(04).
           05 NFC-SEMESTRE         PIC 9(01).
           05 NFC-DATA             PIC 9(08).
           05 NFC-OPERADOR         PIC 9(04).

      * Retificacoes de boletim em periodo fechado: valores de
      * antes e de depois, operador e motivo (RETIFREL)
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
       
      *************************
      * Variáveis de trabalho *
       77 STATUS-ARQTURMAS         PIC X(02).
       77 TURMA-BUSCA              PIC X(04) VALUE SPACES.
       77 TURMAS-ABERTO            PIC X(01) VALUE "N".
       77 STATUS-ARQPROF           PIC X(02).
       77 STATUS-ARQATRIB          PIC X(02).
       77 PROF-ABERTO              PIC X(01) VALUE "N".
       77 ATRIB-ABERTO             PIC X(01) VALUE "N".
       77 PROF-OK                  PIC X(01) VALUE "N".
      * professor do lancamento em lote: zeros = o atribuido a
      * disciplina da turma no PROFCAD
       77 PROFESSOR-BUSCA          PIC 9(04) VALUE ZEROS.
      * bimestre em lancamento pelo calendario escolar: 1 ate o
      * corte do 1o bimestre (NOTA1), 2 depois dele (NOTA2);
      * zero = periodo sem calendario, sem restricao
       77 BIMESTRE-ATUAL           PIC 9(01) VALUE ZEROS.
       77 BIMESTRE-OK              PIC X(01) VALUE "N".
       77 NOTA1-ANTERIOR           PIC 99V99 VALUE ZEROS.
       77 NOTA2-ANTERIOR           PIC 99V99 VALUE ZEROS.
       77 NOTA-BIMESTRE            PIC 99V99 VALUE ZEROS.
       77 FALTAS-BIMESTRE          PIC 9(02) VALUE ZEROS.
       77 NOTAS-EXISTE             PIC X(01) VALUE "N".
      * notas digitadas no lote sem calendario, guardadas para
      * preencher o boletim vazio criado pela rematricula
       77 NOTA1-DIGITADA           PIC 99V99 VALUE ZEROS.
       77 NOTA2-DIGITADA           PIC 99V99 VALUE ZEROS.
       77 FALTAS1-DIGITADA         PIC 9(02) VALUE ZEROS.
       77 FALTAS2-DIGITADA         PIC 9(02) VALUE ZEROS.
      * fechamento do periodo e retificacao do boletim fechado
       77 STATUS-NOTAFECH          PIC X(02).
       77 STATUS-RETIFIC           PIC X(02).
       77 ANO-FECHA                PIC 9(04) VALUE ZEROS.
       77 SEMESTRE-FECHA           PIC 9(01) VALUE ZEROS.
       77 PERIODO-FECHADO          PIC X(01) VALUE "N".
       77 RETIFICACAO              PIC X(01) VALUE "N".
       77 RETIF-GRAVADA            PIC X(01) VALUE "N".
       77 MOTIVO-RETIF             PIC X(40) VALUE SPACES.
       77 FECHA-RESP               PIC X(01) VALUE SPACES.
       77 FECHA-BOLETINS           PIC 9(05) VALUE ZEROS.
       77 FECHA-SEM-NOTA           PIC 9(05) VALUE ZEROS.
       77 HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
       01 FECH-EOF                 PIC X(01) VALUE "N".
           88 FECH-EOF-SIM         VALUE "S".
           88 FECH-EOF-NAO         VALUE "N".
      * boletim como estava antes da retificacao e como ficou
       01 RETIF-ANTES.
           05 ANT-NOTA1            PIC 99V99.
           05 ANT-NOTA2            PIC 99V99.
           05 ANT-FALTAS1          PIC 9(02).
           05 ANT-FALTAS2          PIC 9(02).
           05 ANT-NOTA-FINAL       PIC 99V99.
           05 ANT-PROFESSOR        PIC 9(04).
       01 RETIF-DEPOIS.
           05 DEP-NOTA1            PIC 99V99.
           05 DEP-NOTA2            PIC 99V99.
           05 DEP-FALTAS1          PIC 9(02).
           05 DEP-FALTAS2          PIC 9(02).
           05 DEP-NOTA-FINAL       PIC 99V99.
           05 DEP-PROFESSOR        PIC 9(04).

       01 TURMA-EOF                PIC X(01) VALUE "N".
           88 TURMA-EOF-SIM        VALUE "S".
       77 TURMA-PULADOS            PIC 9(04) VALUE ZEROS.

       77 MEDIA-CORTE              PIC 99V99 VALUE ZEROS.
      * corte da escola para mandar o aluno a recuperacao
      * (MEDIAAPR no PARAMETR.DAT)
       77 MEDIA-RECUPERACAO        PIC 99V99 VALUE ZEROS.
       77 MEDIA-RECUP-EDIT         PIC Z9,99.
       77 MEDIA-BIMESTRAL          PIC 99V99 VALUE ZEROS.
       77 LIMITE-FALTAS            PIC 9(03) VALUE ZEROS.
       77 EST-SOMA-NOTA1           PIC 9(07)V99 VALUE ZEROS.
       77 EST-SOMA-NOTA2           PIC 9(07)V99 VALUE ZEROS.
       77 EST-MEDIA-ALUNO          PIC 99V99 VALUE ZEROS.
           05 OPER-CODIGO              PIC 9(04).
           05 OPER-NOME                PIC X(30).
           05 OPER-NIVEL               PIC X(01).

      * Regras da escola em vigor (CALL "PARAMETR")
       01 PARAMETRO.
           05 PAR-FUNCAO               PIC X(01).
           05 PAR-ITEM                 PIC 9(02).
           05 PAR-CODIGO               PIC X(08).
           05 PAR-DATA                 PIC 9(08).
           05 PAR-VALOR                PIC 9(07)V99.
           05 PAR-DESCRICAO            PIC X(40).
           05 PAR-MAXIMO               PIC 9(07)V99.
           05 PAR-VIGENCIA             PIC 9(08).
           05 PAR-OPERADOR             PIC 9(04).
           05 PAR-MOTIVO               PIC X(40).
           05 PAR-RETORNO              PIC X(02).

      * Dia de movimento (CALL "DATAMOV")
       01 DATA-MOV.
           05 DTM-FUNCAO               PIC X(01).
           05 DTM-AMD                  PIC 9(08).
           05 DTM-SITUACAO             PIC X(01).
           05 DTM-OPERADOR             PIC 9(04).
           05 DTM-RETORNO              PIC X(02).

      * Bimestre do periodo no calendario (CALL "DIALETIV")
       01 DIA-LETIVO.
           05 DLT-FUNCAO               PIC X(01).
           05 DLT-ANO                  PIC 9(04).
           05 DLT-SEMESTRE             PIC 9(01).
           05 DLT-AMD                  PIC 9(08).
           05 DLT-INICIO               PIC 9(08).
           05 DLT-FIM                  PIC 9(08).
           05 DLT-CORTE-1              PIC 9(08).
           05 DLT-CORTE-2              PIC 9(08).
           05 DLT-BIMESTRE             PIC 9(01).
           05 DLT-DIA-SEMANA           PIC 9(01).
           05 DLT-DIAS                 PIC 9(03) OCCURS 7 TIMES.
           05 DLT-TOTAL-DIAS           PIC 9(03).
           05 DLT-DESCRICAO            PIC X(30).
           05 DLT-RETORNO              PIC X(02).
       
      *********
      * Telas *
           FOREGROUND-COLOR 14 LINE 18 COLUMN 16.
         05 VALUE "inalizar o programa."
           FOREGROUND-COLOR 15 LINE 18 COLUMN 17.
         05 VALUE "P"
           FOREGROUND-COLOR 14 LINE 22 COLUMN 16.
         05 VALUE "eriodo: fechar as notas do semestre (gerente)."
           FOREGROUND-COLOR 15 LINE 22 COLUMN 17.
         05 VALUE "Digite a letra que corresponde"
           FOREGROUND-COLOR 15 LINE 23 COLUMN 16.
         05 VALUE "ao item desejado do menu:"
           FOREGROUND-COLOR 15 LINE 20 COLUMN 20.
         05 RECUP-INPUT     PIC 99V99 FROM NOTA-FINAL TO NOTA-FINAL
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 20 COLUMN 40.
         05 VALUE "Professor (codigo)"
           FOREGROUND-COLOR 15 LINE 22 COLUMN 20.
         05 PROF-INPUT      PIC 9(04) FROM PROFESSOR TO PROFESSOR
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 22 COLUMN 40.
       
       01 TELA-TURMA.
         05 VALUE "Lancamento de notas em lote (turma)"
           FOREGROUND-COLOR 15 LINE 07 COLUMN 06.
         05 DISC-TURMA-INPUT            PIC X(04) TO DISCIPLINA-BUSCA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 07 COLUMN 30.
         05 VALUE "Professor (0=atribuido)"
           FOREGROUND-COLOR 15 LINE 11 COLUMN 06.
         05 PROF-TURMA-INPUT            PIC 9(04) TO PROFESSOR-BUSCA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 11 COLUMN 30.

       01 TELA-TURMA-NOTAS.
         05 VALUE "Notas do estudante"
         05 FALTAS2-TURMA PIC 9(02) TO FALTAS2
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 12 COLUMN 30.

       01 TELA-TURMA-BIMESTRE.
         05 VALUE "Notas do estudante - bimestre"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 PIC 9(01) FROM BIMESTRE-ATUAL
           FOREGROUND-COLOR 12 LINE 01 COLUMN 31.
         05 VALUE "Matricula"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 PIC 9(06) FROM AL-RA        LINE 03 COLUMN 30.
         05 VALUE "Nome"
           FOREGROUND-COLOR 15 LINE 04 COLUMN 06.
         05 PIC X(30) FROM AL-NOME      LINE 04 COLUMN 30.
         05 VALUE "Nota do bimestre (0 a 10)"
           FOREGROUND-COLOR 15 LINE 06 COLUMN 03.
         05 NOTA-BIM-TURMA PIC 99V99 TO NOTA-BIMESTRE
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 06 COLUMN 30.
         05 VALUE "Faltas do bimestre"
           FOREGROUND-COLOR 15 LINE 08 COLUMN 06.
         05 FALTAS-BIM-TURMA PIC 9(02) TO FALTAS-BIMESTRE
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 08 COLUMN 30.

       01 TELA-ATU-BUSCA.
         05 VALUE "Atualizar registro por matricula/ano/semestre"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
               CALL "OPLOGIN" USING OPERADOR-LOGADO.
           IF OPER-CODIGO = ZEROS
               GO TO ROT-FIM-EXIT.
           PERFORM 960-LE-REGRAS.

       000-ABERTURA.
           OPEN I-O ARQUIVO
           IF STATUS-ARQTURMAS = "00"
               MOVE "S" TO TURMAS-ABERTO.

      * Sem o PROFESS.DAT as notas nao sao lancadas (o professor
      * e obrigatorio); sem atribuicoes o professor e digitado
       000-ABRE-PROFESS.
           OPEN INPUT ARQPROF
           IF STATUS-ARQPROF = "00"
               MOVE "S" TO PROF-ABERTO.
           OPEN INPUT ARQATRIB
           IF STATUS-ARQATRIB = "00"
               MOVE "S" TO ATRIB-ABERTO.

       001-ZERA-VARS.
           MOVE ZEROS  TO MATRICULA ANO SEMESTRE
               NOTA1 NOTA2 FALTAS1 FALTAS2 NOTA-FINAL PROFESSOR
           MOVE SPACES TO DISCIPLINA NOME.

       002-MENU-PRINCIPAL.
               PERFORM 700-DISCIPLINAS THRU 700-DISCIPLINAS-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "P" OR "p"
               PERFORM 800-FECHA-PERIODO THRU 800-FECHA-PERIODO-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "F" OR "f"
               GO TO ROT-FIM

               MOVE "        Semestre deve ser 1 ou 2." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CADASTRAR.
           MOVE ANO TO ANO-FECHA
           MOVE SEMESTRE TO SEMESTRE-FECHA
           PERFORM 105-TESTA-FECHADO
           IF PERIODO-FECHADO = "S"
               MOVE " Periodo fechado: boletim so por retificacao."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CADASTRAR.
           MOVE ZEROS TO NOTA1-ANTERIOR NOTA2-ANTERIOR
           PERFORM 104-VALIDA-BIMESTRE
           IF BIMESTRE-OK = "N"
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CADASTRAR.
           PERFORM 101-VALIDA-DISCIPLINA
           IF DISC-EXISTE = "N"
               MOVE " Disciplina fora do catalogo (opcao M)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CADASTRAR.
           PERFORM 102-VALIDA-PROFESSOR THRU 102-VALIDA-PROFESSOR-FIM
           IF PROF-OK = "N"
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CADASTRAR.
      * recuperacao so existe depois de fechar as duas notas
           MOVE ZEROS TO NOTA-FINAL
           MOVE MATRICULA TO AL-RA
               NOT INVALID KEY MOVE "S" TO DISC-EXISTE
           END-READ.

      * O professor do lancamento precisa estar cadastrado e
      * ativo no PROFCAD
       102-VALIDA-PROFESSOR.
           MOVE "N" TO PROF-OK
           IF PROF-ABERTO NOT = "S"
               MOVE " Cadastre os professores (PORTAL, opcao E)."
                   TO MENSAGEM
               GO TO 102-VALIDA-PROFESSOR-FIM.
           IF PROFESSOR = ZEROS
               MOVE "   Informe o professor do lancamento." TO MENSAGEM
               GO TO 102-VALIDA-PROFESSOR-FIM.
           MOVE PROFESSOR TO PRF-CODIGO
           READ ARQPROF INVALID KEY
               MOVE "       Professor nao encontrado." TO MENSAGEM
               GO TO 102-VALIDA-PROFESSOR-FIM.
           IF NOT PRF-ATIVO
               MOVE "  Professor de licenca ou desligado." TO MENSAGEM
               GO TO 102-VALIDA-PROFESSOR-FIM.
           MOVE "S" TO PROF-OK.

       102-VALIDA-PROFESSOR-FIM.
           EXIT.

      * Bimestre em lancamento para o ANO/SEMESTRE do registro,
      * pelo dia de movimento e os cortes do calendario escolar
       103-BIMESTRE.
           MOVE ZEROS TO BIMESTRE-ATUAL
           MOVE "C" TO DTM-FUNCAO
           CALL "DATAMOV" USING DATA-MOV
           MOVE "P" TO DLT-FUNCAO
           MOVE ANO TO DLT-ANO
           MOVE SEMESTRE TO DLT-SEMESTRE
           MOVE DTM-AMD TO DLT-AMD
           CALL "DIALETIV" USING DIA-LETIVO
           IF DLT-RETORNO = "00"
               MOVE DLT-BIMESTRE TO BIMESTRE-ATUAL.

      * No 1o bimestre a NOTA2 ainda nao se lanca; depois do
      * corte a NOTA1 esta fechada e so o gerente a altera
       104-VALIDA-BIMESTRE.
           MOVE "S" TO BIMESTRE-OK
           PERFORM 103-BIMESTRE
           IF BIMESTRE-ATUAL = 1 AND NOTA2 NOT = NOTA2-ANTERIOR
               MOVE "N" TO BIMESTRE-OK
               MOVE "  NOTA2 so depois do corte do 1o bimestre."
                   TO MENSAGEM
           ELSE IF BIMESTRE-ATUAL = 2 AND
               NOTA1 NOT = NOTA1-ANTERIOR AND OPER-NIVEL NOT = "G"
               MOVE "N" TO BIMESTRE-OK
               MOVE " NOTA1 fechada no corte: so o gerente altera."
                   TO MENSAGEM.

      * Periodo ANO-FECHA/SEMESTRE-FECHA fechado no
      * NOTAFECH.DAT; sem o arquivo nenhum periodo foi fechado
       105-TESTA-FECHADO.
           MOVE "N" TO PERIODO-FECHADO
           OPEN INPUT NOTAFECH
           IF STATUS-NOTAFECH = "00"
               MOVE "N" TO FECH-EOF
               PERFORM 106-LE-FECHAMENTO UNTIL FECH-EOF-SIM
               CLOSE NOTAFECH.

       106-LE-FECHAMENTO.
           READ NOTAFECH
           AT END MOVE "S" TO FECH-EOF.
           IF FECH-EOF-NAO
               IF NFC-ANO = ANO-FECHA AND
                   NFC-SEMESTRE = SEMESTRE-FECHA
                   MOVE "S" TO PERIODO-FECHADO
                   MOVE "S" TO FECH-EOF.

      **********
      * Listar *
      **********
               MOVE "       Registro nao encontrado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-ATUALIZAR-FIM.
           MOVE NOTA1 TO NOTA1-ANTERIOR
           MOVE NOTA2 TO NOTA2-ANTERIOR

      * Periodo fechado: so o gerente altera, abrindo uma
      * retificacao com motivo que fica registrada
           MOVE "N" TO RETIFICACAO
           MOVE ANO TO ANO-FECHA
           MOVE SEMESTRE TO SEMESTRE-FECHA
           PERFORM 105-TESTA-FECHADO
           IF PERIODO-FECHADO = "S"
               IF OPER-NIVEL NOT = "G"
                   MOVE " Periodo fechado: so o gerente retifica."
                       TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 300-ATUALIZAR-FIM
               ELSE
                   PERFORM 310-ABRE-RETIFICACAO
                   IF MOTIVO-RETIF = SPACES
                       MOVE "  Retificacao sem motivo: cancelada."
                           TO MENSAGEM
                       PERFORM MSG-ZERA THRU MSG-FIM
                       GO TO 300-ATUALIZAR-FIM
                   END-IF
                   MOVE "S" TO RETIFICACAO.

       301-ATUALIZAR-TELA.
           DISPLAY BLANK-SCREEN
           COMPUTE MEDIA-BIMESTRAL = (NOTA1 + NOTA2) / 2
           IF NOTA-FINAL > ZEROS AND
               MEDIA-BIMESTRAL NOT < MEDIA-RECUPERACAO
               MOVE MEDIA-RECUPERACAO TO MEDIA-RECUP-EDIT
               MOVE SPACES TO MENSAGEM
               STRING " Recuperacao so para media abaixo de "
                   DELIMITED BY SIZE
                   MEDIA-RECUP-EDIT DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 301-ATUALIZAR-TELA.
           PERFORM 102-VALIDA-PROFESSOR THRU 102-VALIDA-PROFESSOR-FIM
           IF PROF-OK = "N"
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 301-ATUALIZAR-TELA.

           MOVE ANO-BUSCA       TO ANO
           MOVE SEMESTRE-BUSCA  TO SEMESTRE
           MOVE DISCIPLINA-BUSCA TO DISCIPLINA
           PERFORM 104-VALIDA-BIMESTRE
           IF BIMESTRE-OK = "N"
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 301-ATUALIZAR-TELA.
      * a retificacao e registrada antes de regravar: sem o
      * registro o boletim fechado nao muda
           IF RETIFICACAO = "S"
               PERFORM 311-GRAVA-RETIFICACAO
                   THRU 311-GRAVA-RETIFICACAO-FIM
               IF RETIF-GRAVADA = "N"
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 300-ATUALIZAR-FIM.
           REWRITE RECNOTAS INVALID KEY
               MOVE "     Erro ao atualizar o registro." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-ATUALIZAR-FIM.

           IF RETIFICACAO = "S"
               MOVE "   Retificacao registrada com sucesso!"
                   TO MENSAGEM
           ELSE
               MOVE "    Estudante atualizado com sucesso!"
                   TO MENSAGEM.
           PERFORM MSG-ZERA THRU MSG-FIM.

       300-ATUALIZAR-FIM.
           EXIT.

       310-ABRE-RETIFICACAO.
           MOVE NOTA1 TO ANT-NOTA1
           MOVE NOTA2 TO ANT-NOTA2
           MOVE FALTAS1 TO ANT-FALTAS1
           MOVE FALTAS2 TO ANT-FALTAS2
           MOVE NOTA-FINAL TO ANT-NOTA-FINAL
           MOVE PROFESSOR TO ANT-PROFESSOR
           MOVE SPACES TO MOTIVO-RETIF
           DISPLAY BLANK-SCREEN
           DISPLAY "Periodo " ANO "/" SEMESTRE " fechado: "
               "retificacao do boletim " MATRICULA " " DISCIPLINA
           DISPLAY "Motivo da retificacao (em branco cancela): "
           ACCEPT MOTIVO-RETIF.

      * Valores de antes e de depois, operador e motivo no
      * RETIFIC.DAT; retificacao sem mudanca nao e gravada
       311-GRAVA-RETIFICACAO.
           MOVE "N" TO RETIF-GRAVADA
           MOVE NOTA1 TO DEP-NOTA1
           MOVE NOTA2 TO DEP-NOTA2
           MOVE FALTAS1 TO DEP-FALTAS1
           MOVE FALTAS2 TO DEP-FALTAS2
           MOVE NOTA-FINAL TO DEP-NOTA-FINAL
           MOVE PROFESSOR TO DEP-PROFESSOR
           IF RETIF-DEPOIS = RETIF-ANTES
               MOVE " Nada alterado: retificacao nao registrada."
                   TO MENSAGEM
               GO TO 311-GRAVA-RETIFICACAO-FIM.
           OPEN EXTEND RETIFIC
           IF STATUS-RETIFIC = "35"
               OPEN OUTPUT RETIFIC.
           IF STATUS-RETIFIC NOT = "00" AND
               STATUS-RETIFIC NOT = "05"
               MOVE "    Erro ao gravar a retificacao." TO MENSAGEM
               GO TO 311-GRAVA-RETIFICACAO-FIM.
           MOVE "C" TO DTM-FUNCAO
           CALL "DATAMOV" USING DATA-MOV
           MOVE DTM-AMD TO RTF-DATA
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE HORA-SISTEMA(1:6) TO RTF-HORA
           MOVE OPER-CODIGO TO RTF-OPERADOR
           MOVE CHAVE-NOTAS TO RTF-CHAVE
           MOVE RETIF-ANTES TO RTF-ANTES
           MOVE RETIF-DEPOIS TO RTF-DEPOIS
           MOVE MOTIVO-RETIF TO RTF-MOTIVO
           WRITE REG-RETIFIC
           CLOSE RETIFIC
           MOVE "S" TO RETIF-GRAVADA.

       311-GRAVA-RETIFICACAO-FIM.
           EXIT.

      ***********
      * Deletar *
      ***********
               DISPLAY "Tecle ENTER para prosseguir..."
               ACCEPT WS-ESC-KEY
               GO TO 400-DELETAR-FIM.
           MOVE ANO TO ANO-FECHA
           MOVE SEMESTRE TO SEMESTRE-FECHA
           PERFORM 105-TESTA-FECHADO
           IF PERIODO-FECHADO = "S"
               DISPLAY "Periodo " ANO "/" SEMESTRE " fechado: o "
                   "boletim nao pode ser deletado."
               DISPLAY "Tecle ENTER para prosseguir..."
               ACCEPT WS-ESC-KEY
               GO TO 400-DELETAR-FIM.
           DISPLAY "Registro encontrado:"
           DISPLAY RECNOTAS
           DISPLAY "Deletando. Tecle ENTER para prosseguir."
               MOVE "        Semestre deve ser 1 ou 2." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 600-TURMA.
           MOVE ANO-BUSCA TO ANO-FECHA
           MOVE SEMESTRE-BUSCA TO SEMESTRE-FECHA
           PERFORM 105-TESTA-FECHADO
           IF PERIODO-FECHADO = "S"
               MOVE " Periodo fechado: lancamento em lote recusado."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 600-TURMA-FIM.

           MOVE DISCIPLINA-BUSCA TO DISCIPLINA
           PERFORM 101-VALIDA-DISCIPLINA
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 600-TURMA-FIM.

      * sem professor digitado vale o atribuido a disciplina
      * da turma no periodo
           IF PROFESSOR-BUSCA = ZEROS AND ATRIB-ABERTO = "S"
               MOVE ANO-BUSCA TO ATR-ANO
               MOVE SEMESTRE-BUSCA TO ATR-SEMESTRE
               MOVE TURMA-BUSCA TO ATR-TURMA
               MOVE DISCIPLINA-BUSCA TO ATR-DISCIPLINA
               READ ARQATRIB
                   NOT INVALID KEY
                       MOVE ATR-PROFESSOR TO PROFESSOR-BUSCA
               END-READ.
           MOVE PROFESSOR-BUSCA TO PROFESSOR
           PERFORM 102-VALIDA-PROFESSOR THRU 102-VALIDA-PROFESSOR-FIM
           IF PROF-OK = "N"
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 600-TURMA.
           MOVE ANO-BUSCA TO ANO
           MOVE SEMESTRE-BUSCA TO SEMESTRE
           PERFORM 103-BIMESTRE

      * O lancamento percorre so a lista da turma, em vez do
      * cadastro inteiro de alunos
           MOVE TURMA-BUSCA TO TUR-CODIGO
           EXIT.

       602-TURMA-NOTAS.
           IF BIMESTRE-ATUAL NOT = ZEROS
               PERFORM 603-TURMA-BIMESTRE THRU 603-TURMA-BIMESTRE-FIM
               GO TO 602-TURMA-NOTAS-FIM.
           MOVE ZEROS TO NOTA1 NOTA2 FALTAS1 FALTAS2 NOTA-FINAL
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-TURMA-NOTAS
           MOVE ANO-BUSCA TO ANO
           MOVE SEMESTRE-BUSCA TO SEMESTRE
           MOVE DISCIPLINA-BUSCA TO DISCIPLINA
           MOVE NOTA1 TO NOTA1-DIGITADA
           MOVE NOTA2 TO NOTA2-DIGITADA
           MOVE FALTAS1 TO FALTAS1-DIGITADA
           MOVE FALTAS2 TO FALTAS2-DIGITADA
      * boletim vazio (criado na rematricula) recebe as notas;
      * boletim ja lancado continua recusado
           READ ARQUIVO
               INVALID KEY MOVE "N" TO NOTAS-EXISTE
               NOT INVALID KEY MOVE "S" TO NOTAS-EXISTE
           END-READ
           IF NOTAS-EXISTE = "S"
               IF NOTA1 NOT = ZEROS OR NOTA2 NOT = ZEROS OR
                   FALTAS1 NOT = ZEROS OR FALTAS2 NOT = ZEROS OR
                   NOTA-FINAL NOT = ZEROS
                   MOVE "  Ja existem notas para esse periodo."
                       TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   ADD 1 TO TURMA-PULADOS
                   GO TO 602-TURMA-NOTAS-FIM.
           MOVE NOTA1-DIGITADA TO NOTA1
           MOVE NOTA2-DIGITADA TO NOTA2
           MOVE FALTAS1-DIGITADA TO FALTAS1
           MOVE FALTAS2-DIGITADA TO FALTAS2
           MOVE ZEROS TO NOTA-FINAL
           MOVE AL-NOME TO NOME
           MOVE PROFESSOR-BUSCA TO PROFESSOR
           IF NOTAS-EXISTE = "S"
               REWRITE RECNOTAS INVALID KEY
                   MOVE "     Erro ao atualizar o registro." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   ADD 1 TO TURMA-PULADOS
                   GO TO 602-TURMA-NOTAS-FIM
               END-REWRITE
           ELSE
               WRITE RECNOTAS INVALID KEY
                   MOVE "  Ja existem notas para esse periodo."
                       TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   ADD 1 TO TURMA-PULADOS
                   GO TO 602-TURMA-NOTAS-FIM
               END-WRITE.
           ADD 1 TO TURMA-LANCADOS.

       602-TURMA-NOTAS-FIM.
           EXIT.

      ***************************************************
      * Com calendario, o lote lanca so o bimestre em    *
      * curso: NOTA1/FALTAS1 ate o corte do 1o bimestre, *
      * NOTA2/FALTAS2 depois; o outro bimestre do        *
      * registro ja gravado fica como esta               *
      ***************************************************
       603-TURMA-BIMESTRE.
           MOVE ZEROS TO NOTA-BIMESTRE FALTAS-BIMESTRE
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-TURMA-BIMESTRE
           ACCEPT TELA-TURMA-BIMESTRE
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               ADD 1 TO TURMA-PULADOS
               GO TO 603-TURMA-BIMESTRE-FIM.
           IF NOTA-BIMESTRE > 10
               MOVE "      Notas devem ser entre 0 e 10." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 603-TURMA-BIMESTRE.

           MOVE AL-RA TO MATRICULA
           MOVE ANO-BUSCA TO ANO
           MOVE SEMESTRE-BUSCA TO SEMESTRE
           MOVE DISCIPLINA-BUSCA TO DISCIPLINA
           READ ARQUIVO
               INVALID KEY
                   MOVE ZEROS TO NOTA1 NOTA2 FALTAS1 FALTAS2
                       NOTA-FINAL
                   MOVE "N" TO NOTAS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO NOTAS-EXISTE
           END-READ
           IF BIMESTRE-ATUAL = 1
               MOVE NOTA-BIMESTRE TO NOTA1
               MOVE FALTAS-BIMESTRE TO FALTAS1
           ELSE
               MOVE NOTA-BIMESTRE TO NOTA2
               MOVE FALTAS-BIMESTRE TO FALTAS2.
           MOVE AL-NOME TO NOME
           MOVE PROFESSOR-BUSCA TO PROFESSOR
           IF NOTAS-EXISTE = "S"
               REWRITE RECNOTAS INVALID KEY
                   MOVE "     Erro ao atualizar o registro." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   ADD 1 TO TURMA-PULADOS
                   GO TO 603-TURMA-BIMESTRE-FIM
               END-REWRITE
           ELSE
               WRITE RECNOTAS INVALID KEY
                   MOVE "     Erro ao gravar o registro." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   ADD 1 TO TURMA-PULADOS
                   GO TO 603-TURMA-BIMESTRE-FIM
               END-WRITE.
           ADD 1 TO TURMA-LANCADOS.

       603-TURMA-BIMESTRE-FIM.
           EXIT.

       600-TURMA-FIM.
           EXIT.

       700-DISCIPLINAS-FIM.
           EXIT.

      ***************************************************
      * Fechamento do periodo: depois de publicadas as   *
      * notas o semestre fica travado para cadastro,     *
      * lote, exclusao e atualizacao; alteracao so por   *
      * retificacao do gerente                           *
      ***************************************************
       800-FECHA-PERIODO.
           IF OPER-NIVEL NOT = "G"
               MOVE "      Funcao restrita ao gerente." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 800-FECHA-PERIODO-FIM.
           DISPLAY BLANK-SCREEN
           DISPLAY "Fechamento das notas do periodo"
           DISPLAY "Ano (AAAA): "
           ACCEPT ANO-FECHA
           DISPLAY "Semestre (1 ou 2): "
           ACCEPT SEMESTRE-FECHA
           IF SEMESTRE-FECHA NOT = 1 AND SEMESTRE-FECHA NOT = 2
               MOVE "        Semestre deve ser 1 ou 2." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 800-FECHA-PERIODO-FIM.
           PERFORM 105-TESTA-FECHADO
           IF PERIODO-FECHADO = "S"
               MOVE "       Periodo ja esta fechado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 800-FECHA-PERIODO-FIM.

      * boletins do periodo e os que seguem sem nota nenhuma
           MOVE ZEROS TO FECHA-BOLETINS FECHA-SEM-NOTA
           MOVE ZEROS TO MATRICULA ANO SEMESTRE
           MOVE SPACES TO DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           START ARQUIVO KEY IS GREATER THAN CHAVE-NOTAS
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 801-CONTA-BOLETIM UNTIL CHAVE-EOF-SIM
           IF FECHA-BOLETINS = ZEROS
               MOVE "     Nenhum boletim nesse periodo." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 800-FECHA-PERIODO-FIM.
           DISPLAY "Boletins do periodo: " FECHA-BOLETINS
               " - sem nenhuma nota: " FECHA-SEM-NOTA
           DISPLAY "Depois do fechamento so a retificacao do gerente "
               "altera o periodo."
           DISPLAY "Confirma o fechamento de " ANO-FECHA "/"
               SEMESTRE-FECHA "? (S/N) "
           ACCEPT FECHA-RESP
           IF FECHA-RESP NOT = "S" AND FECHA-RESP NOT = "s"
               GO TO 800-FECHA-PERIODO-FIM.

           OPEN EXTEND NOTAFECH
           IF STATUS-NOTAFECH = "35"
               OPEN OUTPUT NOTAFECH.
           IF STATUS-NOTAFECH NOT = "00" AND
               STATUS-NOTAFECH NOT = "05"
               MOVE "   Erro ao gravar o fechamento." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 800-FECHA-PERIODO-FIM.
           MOVE "C" TO DTM-FUNCAO
           CALL "DATAMOV" USING DATA-MOV
           MOVE ANO-FECHA TO NFC-ANO
           MOVE SEMESTRE-FECHA TO NFC-SEMESTRE
           MOVE DTM-AMD TO NFC-DATA
           MOVE OPER-CODIGO TO NFC-OPERADOR
           WRITE REG-NOTAFECH
           CLOSE NOTAFECH
           MOVE "      Periodo fechado com sucesso!" TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       800-FECHA-PERIODO-FIM.
           MOVE "N" TO CHAVE-EOF
           EXIT.

       801-CONTA-BOLETIM.
           READ ARQUIVO NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF ANO = ANO-FECHA AND SEMESTRE = SEMESTRE-FECHA
                   ADD 1 TO FECHA-BOLETINS
                   IF NOTA1 = ZEROS AND NOTA2 = ZEROS AND
                       NOTA-FINAL = ZEROS
                       ADD 1 TO FECHA-SEM-NOTA.

      ************************
      * Rotinas de mensagens *
      ************************
           MOVE SPACES TO MENSAGEM
           EXIT.
       
      * Media de aprovacao e limite de faltas em vigor no dia
      * de movimento
      * (PARAMETR.DAT, mantido pelo gerente no PORTAL)
       960-LE-REGRAS.
           MOVE "C" TO PAR-FUNCAO
           MOVE ZEROS TO PAR-ITEM PAR-DATA
           MOVE "MEDIAAPR" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO MEDIA-RECUPERACAO
           MOVE "LIMFALTA" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO LIMITE-FALTAS.

      **************************
      * Rotinas de finalização *
      **************************
           CLOSE ARQUIVO ARQALUNO ARQDISC
           IF TURMAS-ABERTO = "S"
               CLOSE ARQTURMAS.
           IF PROF-ABERTO = "S"
               CLOSE ARQPROF.
           IF ATRIB-ABERTO = "S"
               CLOSE ARQATRIB.
       ROT-FIM-EXIT.
           EXIT PROGRAM.
       ROT-STOP-RUN.
