      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-11                    *
      * Purpose: Academics               *
      *          Cadastro de professores *
      *          (codigo, nome, CPF,     *
      *          contato, admissao e     *
      *          situacao) e atribuicao  *
      *          do professor a cada     *
      *          disciplina de uma turma *
      *          no ano/semestre, com a  *
      *          carga de aulas semanais *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROFCAD.
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
           ALTERNATE RECORD KEY IS PRF-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRF-CPF
           FILE STATUS     IS STATUS-ARQPROF.

           SELECT ARQATRIB ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ATR-CHAVE
           ALTERNATE RECORD KEY IS ATR-PROFESSOR WITH DUPLICATES
           FILE STATUS     IS STATUS-ARQATRIB.

           SELECT ARQTURMAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TUR-CHAVE
           FILE STATUS     IS STATUS-ARQTURMAS.

           SELECT ARQDISC ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DIS-CODIGO
           FILE STATUS     IS STATUS-ARQDISC.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROFESS.DAT".

       01 REG-PROFESSOR.
           05 PRF-CODIGO           PIC 9(04).
           05 PRF-NOME             PIC X(30).
           05 PRF-CPF              PIC 9(11).
           05 PRF-CPF-DIGITOS REDEFINES PRF-CPF
                                   OCCURS 11 TIMES PIC 9(01).
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
               88 PRF-ATIVO        VALUE "A".
               88 PRF-LICENCA      VALUE "L".
               88 PRF-DESLIGADO    VALUE "D".

       FD ARQATRIB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATRIBUI.DAT".

      * Um professor por disciplina de cada turma no periodo;
      * o ano e o semestre vem da turma (TURMAS.DAT)
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

       FD ARQDISC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DISCIPL.DAT".

       01 REG-DISCIPLINA.
           05 DIS-CODIGO           PIC X(04).
           05 DIS-NOME             PIC X(30).

       FD AUDITLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDITLOG.DAT".
           01 REG-AUDITLOG.
               05 AUD-DATA.
                   10 AUD-DIA              PIC 99.
                   10 AUD-MES              PIC 99.
                   10 AUD-ANO              PIC 9(04).
               05 AUD-HORA                 PIC X(06).
               05 AUD-PROGRAMA             PIC X(08).
               05 AUD-OPERACAO             PIC X(10).
               05 AUD-CHAVE                PIC X(11).
               05 AUD-OPERADOR             PIC 9(04).

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       WORKING-STORAGE SECTION.

       77 STATUS-ARQPROF           PIC X(02).
       77 STATUS-ARQATRIB          PIC X(02).
       77 STATUS-ARQTURMAS         PIC X(02).
       77 STATUS-ARQDISC           PIC X(02).
       77 STATUS-AUDITLOG          PIC X(02).
       77 AUD-OPERACAO-W           PIC X(10) VALUE SPACES.
       77 AUD-CHAVE-W              PIC X(11) VALUE SPACES.
       77 DATA-SISTEMA             PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
       77 MENSAGEM                 PIC X(48) VALUE SPACES.
       77 TEMPORIZADOR             PIC 9(06) VALUE ZEROS.
       77 MENU-OPCAO               PIC X(01) VALUE SPACES.
       77 WS-ESC-KEY               PIC 9(02) VALUE ZEROS.
       77 TURMAS-ABERTO            PIC X(01) VALUE "N".

       77 CODIGO-BUSCA             PIC 9(04) VALUE ZEROS.
       77 ULTIMO-CODIGO            PIC 9(04) VALUE ZEROS.
       77 CONTADOR-ARQUIVO         PIC 9(04) VALUE ZEROS.
       77 CONTADOR-LINHAS          PIC 9(02) VALUE ZEROS.
       77 SITUACAO-NOVA            PIC X(01) VALUE SPACES.
       77 CPF-ANTERIOR             PIC 9(11) VALUE ZEROS.

       77 CPF-I                    PIC 9(02) VALUE ZEROS.
       77 CPF-SOMA                 PIC 9(04) VALUE ZEROS.
       77 CPF-AUX                  PIC 9(05) VALUE ZEROS.
       77 CPF-QUOC                 PIC 9(03) VALUE ZEROS.
       77 CPF-RESTO                PIC 9(02) VALUE ZEROS.
       77 CPF-DV1                  PIC 9(01) VALUE ZEROS.
       77 CPF-DV2                  PIC 9(01) VALUE ZEROS.
       01 REG-PROFESSOR-SALVO      PIC X(96) VALUE SPACES.

       01 CPF-VALIDO-FLAG          PIC X(01) VALUE "N".
           88 CPF-VALIDO-SIM       VALUE "S".
           88 CPF-VALIDO-NAO       VALUE "N".

       01 CPF-DUPLICADO-FLAG       PIC X(01) VALUE "N".
           88 CPF-DUPLICADO-SIM    VALUE "S".
           88 CPF-DUPLICADO-NAO    VALUE "N".

      * Campos da tela de atribuicao
       77 ATRIB-TURMA              PIC X(04) VALUE SPACES.
       77 ATRIB-DISCIPLINA         PIC X(04) VALUE SPACES.
       77 ATRIB-PROFESSOR          PIC 9(04) VALUE ZEROS.
       77 ATRIB-AULAS              PIC 9(02) VALUE ZEROS.
       01 ATRIB-GRADE.
           05 ATRIB-SEG            PIC 9(01).
           05 ATRIB-TER            PIC 9(01).
           05 ATRIB-QUA            PIC 9(01).
           05 ATRIB-QUI            PIC 9(01).
           05 ATRIB-SEX            PIC 9(01).
           05 ATRIB-SAB            PIC 9(01).
       01 ATRIB-GRADE-TAB REDEFINES ATRIB-GRADE.
           05 ATRIB-AULAS-DIA      PIC 9(01) OCCURS 6 TIMES.
       77 ATRIB-IND                PIC 9(01) VALUE ZEROS.
       77 ATRIB-RESP               PIC X(01) VALUE SPACES.
       77 TURMA-ANO                PIC 9(04) VALUE ZEROS.
       77 TURMA-SEMESTRE           PIC 9(01) VALUE ZEROS.
       77 TURMA-NOME               PIC X(30) VALUE SPACES.
       77 TURMA-EXISTE             PIC X(01) VALUE "N".
       77 TOTAL-AULAS-SEMANA       PIC 9(03) VALUE ZEROS.

       01 CHAVE-EOF                PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM        VALUE "S".
           88 CHAVE-EOF-NAO        VALUE "N".

       01 OPERADOR-LOGADO.
           05 OPER-CODIGO          PIC 9(04).
           05 OPER-NOME            PIC X(30).
           05 OPER-NIVEL           PIC X(01).

      * Dia de movimento (CALL "DATAMOV") para a auditoria
       01 DATA-MOV.
           05 DTM-FUNCAO           PIC X(01).
           05 DTM-AMD              PIC 9(08).
           05 DTM-SITUACAO         PIC X(01).
           05 DTM-OPERADOR         PIC 9(04).
           05 DTM-RETORNO          PIC X(02).

      *********
      * Telas *
      *********
       LINKAGE SECTION.
       01 LK-OPERADOR.
           05 LK-OP-CODIGO                 PIC 9(04).
           05 LK-OP-NOME                   PIC X(30).
           05 LK-OP-NIVEL                  PIC X(01).

       SCREEN SECTION.
       01 BLANK-SCREEN.
            05 BLANK SCREEN.

       01 TELA-MENSAGENS.
         05 VALUE "**************************************************"
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 10 COLUMN 16.
         05 VALUE "*"
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 12 COLUMN 16.
         05 PIC X(48) FROM MENSAGEM
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 12 COLUMN 17.
         05 VALUE "*"
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 12 COLUMN 65.
         05 VALUE "**************************************************"
           BACKGROUND-COLOR 04 FOREGROUND-COLOR 14 LINE 14 COLUMN 16.

       01 TELA-MENU-PRINCIPAL.
         05 VALUE "Equipe docente: professores e atribuicoes"
           FOREGROUND-COLOR 12 LINE 02 COLUMN 16.
         05 VALUE "C"
           FOREGROUND-COLOR 14 LINE 05 COLUMN 16.
         05 VALUE "adastrar um professor."
           FOREGROUND-COLOR 15 LINE 05 COLUMN 17.
         05 VALUE "A"
           FOREGROUND-COLOR 14 LINE 06 COLUMN 16.
         05 VALUE "tualizar professor por codigo."
           FOREGROUND-COLOR 15 LINE 06 COLUMN 17.
         05 VALUE "S"
           FOREGROUND-COLOR 14 LINE 07 COLUMN 16.
         05 VALUE "ituacao do professor (mudar)."
           FOREGROUND-COLOR 15 LINE 07 COLUMN 17.
         05 VALUE "L"
           FOREGROUND-COLOR 14 LINE 08 COLUMN 16.
         05 VALUE "ista de professores."
           FOREGROUND-COLOR 15 LINE 08 COLUMN 17.
         05 VALUE "T"
           FOREGROUND-COLOR 14 LINE 10 COLUMN 16.
         05 VALUE "urma: atribuir professor a uma disciplina."
           FOREGROUND-COLOR 15 LINE 10 COLUMN 17.
         05 VALUE "V"
           FOREGROUND-COLOR 14 LINE 11 COLUMN 16.
         05 VALUE "er as atribuicoes de uma turma."
           FOREGROUND-COLOR 15 LINE 11 COLUMN 17.
         05 VALUE "E"
           FOREGROUND-COLOR 14 LINE 12 COLUMN 16.
         05 VALUE "xcluir uma atribuicao."
           FOREGROUND-COLOR 15 LINE 12 COLUMN 17.
         05 VALUE "F"
           FOREGROUND-COLOR 14 LINE 14 COLUMN 16.
         05 VALUE "inalizar o programa."
           FOREGROUND-COLOR 15 LINE 14 COLUMN 17.
         05 MENU-INPUT             PIC X(01) TO MENU-OPCAO
           FOREGROUND-COLOR 14 LINE 16 COLUMN 41 AUTO.

       01 TELA-CADASTRO.
         05 VALUE "Dados do professor"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "            Codigo"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 PIC 9(04) FROM PRF-CODIGO LINE 03 COLUMN 26.
         05 VALUE "              Nome"
           FOREGROUND-COLOR 15 LINE 05 COLUMN 06.
         05 INPUT-NOME      PIC X(30) FROM PRF-NOME TO PRF-NOME
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 05 COLUMN 26.
         05 VALUE "               CPF"
           FOREGROUND-COLOR 15 LINE 07 COLUMN 06.
         05 INPUT-CPF       PIC 9(11) FROM PRF-CPF TO PRF-CPF
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 07 COLUMN 26.
         05 VALUE "             Email"
           FOREGROUND-COLOR 15 LINE 09 COLUMN 06.
         05 INPUT-EMAIL     PIC X(30) FROM PRF-EMAIL TO PRF-EMAIL
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 09 COLUMN 26.
         05 VALUE "          Telefone"
           FOREGROUND-COLOR 15 LINE 11 COLUMN 06.
         05 VALUE "DDD"
           FOREGROUND-COLOR 03 LINE 10 COLUMN 26.
         05 INPUT-DDD       PIC 9(03) FROM PRF-DDD TO PRF-DDD
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 11 COLUMN 26.
         05 VALUE "Numero"
           FOREGROUND-COLOR 03 LINE 10 COLUMN 30.
         05 INPUT-TELEFONE  PIC 9(09) FROM PRF-NUM-TEL TO PRF-NUM-TEL
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 11 COLUMN 30.
         05 VALUE "          Admissao"
           FOREGROUND-COLOR 15 LINE 13 COLUMN 06.
         05 VALUE "Dia"
           FOREGROUND-COLOR 03 LINE 12 COLUMN 26.
         05 INPUT-ADM-DIA   PIC 9(02) FROM PRF-ADM-DIA TO PRF-ADM-DIA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 13 COLUMN 26.
         05 VALUE "Mes"
           FOREGROUND-COLOR 03 LINE 12 COLUMN 30.
         05 INPUT-ADM-MES   PIC 9(02) FROM PRF-ADM-MES TO PRF-ADM-MES
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 13 COLUMN 30.
         05 VALUE "Ano"
           FOREGROUND-COLOR 03 LINE 12 COLUMN 34.
         05 INPUT-ADM-ANO   PIC 9(04) FROM PRF-ADM-ANO TO PRF-ADM-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 13 COLUMN 34.
         05 VALUE "          Situacao"
           FOREGROUND-COLOR 15 LINE 15 COLUMN 06.
         05 PIC X(01) FROM PRF-SITUACAO LINE 15 COLUMN 26.
         05 VALUE "(A ativo, L licenca, D desligado - opcao S)"
           FOREGROUND-COLOR 03 LINE 15 COLUMN 28.

       01 TELA-BUSCA-CODIGO.
         05 VALUE "Professor por codigo"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "            Codigo"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-CODIGO    PIC 9(04) TO CODIGO-BUSCA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 26.

       01 TELA-ATRIBUI.
         05 VALUE "Atribuicao de professor por turma e disciplina"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "             Turma"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-ATR-TURMA PIC X(04) TO ATRIB-TURMA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 26.
         05 VALUE "        Disciplina"
           FOREGROUND-COLOR 15 LINE 05 COLUMN 06.
         05 INPUT-ATR-DISC  PIC X(04) TO ATRIB-DISCIPLINA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 05 COLUMN 26.
         05 VALUE "         Professor"
           FOREGROUND-COLOR 15 LINE 07 COLUMN 06.
         05 INPUT-ATR-PROF  PIC 9(04) TO ATRIB-PROFESSOR
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 07 COLUMN 26.
         05 VALUE "Aulas no dia:"
           FOREGROUND-COLOR 15 LINE 09 COLUMN 06.
         05 VALUE "Seg  Ter  Qua  Qui  Sex  Sab"
           FOREGROUND-COLOR 03 LINE 09 COLUMN 26.
         05 INPUT-ATR-SEG   PIC 9(01) TO ATRIB-SEG
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 27.
         05 INPUT-ATR-TER   PIC 9(01) TO ATRIB-TER
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 32.
         05 INPUT-ATR-QUA   PIC 9(01) TO ATRIB-QUA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 37.
         05 INPUT-ATR-QUI   PIC 9(01) TO ATRIB-QUI
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 42.
         05 INPUT-ATR-SEX   PIC 9(01) TO ATRIB-SEX
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 47.
         05 INPUT-ATR-SAB   PIC 9(01) TO ATRIB-SAB
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 52.

       01 TELA-BUSCA-TURMA.
         05 VALUE "Atribuicoes da turma"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "             Turma"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-TURMA-BUSCA PIC X(04) TO ATRIB-TURMA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 26.

       01 TELA-EXCLUI.
         05 VALUE "Excluir atribuicao"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "             Turma"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-EXC-TURMA PIC X(04) TO ATRIB-TURMA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 26.
         05 VALUE "        Disciplina"
           FOREGROUND-COLOR 15 LINE 05 COLUMN 06.
         05 INPUT-EXC-DISC  PIC X(04) TO ATRIB-DISCIPLINA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 05 COLUMN 26.

      **************
      * O PROGRAMA *
      **************
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
      * Chamado pelo PORTAL, o operador ja vem identificado na
      * LINKAGE e nao se loga de novo
           MOVE LK-OPERADOR TO OPERADOR-LOGADO
           IF OPER-CODIGO = ZEROS
               CALL "OPLOGIN" USING OPERADOR-LOGADO.
           IF OPER-CODIGO = ZEROS
               GO TO ROT-FIM-EXIT.

       000-ABERTURA.
           OPEN I-O ARQPROF
           IF STATUS-ARQPROF NOT = "00"
               IF STATUS-ARQPROF = "30" OR STATUS-ARQPROF = "35"
               OPEN OUTPUT ARQPROF
               MOVE "            Arquivo sendo criado..." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               CLOSE ARQPROF
               GO TO 000-ABERTURA
               ELSE
               MOVE "   Erro na abertura do PROFESS.DAT." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO ROT-FIM-EXIT.

       000-ABRE-ATRIBUI.
           OPEN I-O ARQATRIB
           IF STATUS-ARQATRIB NOT = "00"
               IF STATUS-ARQATRIB = "30" OR STATUS-ARQATRIB = "35"
               OPEN OUTPUT ARQATRIB
               CLOSE ARQATRIB
               GO TO 000-ABRE-ATRIBUI
               ELSE
               MOVE "   Erro na abertura do ATRIBUI.DAT." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               CLOSE ARQPROF
               GO TO ROT-FIM-EXIT.

      * O catalogo de disciplinas e mantido no CADNOTAS (opcao
      * M); aqui so valida a disciplina da atribuicao
       000-ABRE-DISCIPL.
           OPEN INPUT ARQDISC
           IF STATUS-ARQDISC NOT = "00"
               MOVE " Erro na abertura do DISCIPL.DAT." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               CLOSE ARQPROF ARQATRIB
               GO TO ROT-FIM-EXIT.

      * O arquivo de turmas e da CHAMADA; sem ele o cadastro de
      * professores funciona, mas nao se atribui turma
       000-ABRE-TURMAS.
           OPEN INPUT ARQTURMAS
           IF STATUS-ARQTURMAS = "00"
               MOVE "S" TO TURMAS-ABERTO.

       002-MENU-PRINCIPAL.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-MENU-PRINCIPAL
           ACCEPT TELA-MENU-PRINCIPAL.

           IF MENU-OPCAO = "C" OR "c"
               PERFORM 100-CADASTRAR THRU 100-CADASTRAR-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "A" OR "a"
               PERFORM 200-ATUALIZAR THRU 200-ATUALIZAR-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "S" OR "s"
               PERFORM 300-SITUACAO THRU 300-SITUACAO-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "L" OR "l"
               PERFORM 400-LISTAR THRU 400-LISTAR-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "T" OR "t"
               PERFORM 500-ATRIBUIR THRU 500-ATRIBUIR-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "V" OR "v"
               PERFORM 600-VER-TURMA THRU 600-VER-TURMA-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "E" OR "e"
               PERFORM 700-EXCLUIR THRU 700-EXCLUIR-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "F" OR "f"
               GO TO ROT-FIM

           ELSE
               MOVE "              Opcao invalida!" TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 002-MENU-PRINCIPAL.

      ***************************************************
      * Cadastro: o codigo e o seguinte ao maior ja      *
      * usado; o professor entra sempre ativo            *
      ***************************************************
       100-CADASTRAR.
           MOVE ZEROS TO PRF-CODIGO ULTIMO-CODIGO
           MOVE "N" TO CHAVE-EOF
           START ARQPROF KEY IS GREATER THAN PRF-CODIGO
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 101-ULTIMO-CODIGO UNTIL CHAVE-EOF-SIM
           PERFORM 102-ZERA-PROFESSOR
           ADD 1 TO ULTIMO-CODIGO GIVING PRF-CODIGO.

       103-CADASTRAR-TELA.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-CADASTRO
           ACCEPT TELA-CADASTRO
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 100-CADASTRAR-FIM.
           PERFORM 110-VALIDA-DADOS THRU 110-VALIDA-DADOS-FIM
           IF MENSAGEM NOT = SPACES
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 103-CADASTRAR-TELA.
           PERFORM 120-VERIFICA-CPF-DUP
           IF CPF-DUPLICADO-SIM
               MOVE " CPF ja cadastrado para outro professor."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 103-CADASTRAR-TELA.
           MOVE "A" TO PRF-SITUACAO
           WRITE REG-PROFESSOR INVALID KEY
               MOVE " Erro ao gravar: codigo ou CPF ja existente."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-CADASTRAR-FIM.

           MOVE "INCLUSAO" TO AUD-OPERACAO-W
           MOVE SPACES TO AUD-CHAVE-W
           MOVE PRF-CODIGO TO AUD-CHAVE-W
           PERFORM GRAVA-AUDITORIA
           MOVE "    Professor cadastrado com sucesso!" TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       100-CADASTRAR-FIM.
           MOVE "N" TO CHAVE-EOF
           EXIT.

       101-ULTIMO-CODIGO.
           READ ARQPROF NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               MOVE PRF-CODIGO TO ULTIMO-CODIGO.

       102-ZERA-PROFESSOR.
           MOVE ZEROS TO PRF-CPF PRF-DDD PRF-NUM-TEL
               PRF-ADM-DIA PRF-ADM-MES PRF-ADM-ANO
           MOVE SPACES TO PRF-NOME PRF-EMAIL
           MOVE "A" TO PRF-SITUACAO.

      ***************************************************
      * Validacao comum ao cadastro e a atualizacao; a   *
      * mensagem fica em branco quando esta tudo certo   *
      ***************************************************
       110-VALIDA-DADOS.
           MOVE SPACES TO MENSAGEM
           IF PRF-NOME = SPACES
               MOVE "    O nome precisa ser preenchido." TO MENSAGEM
               GO TO 110-VALIDA-DADOS-FIM.
           PERFORM CAD-VALIDA-CPF THRU CAD-VALIDA-CPF-FIM
           IF CPF-VALIDO-NAO
               MOVE " CPF invalido - verifique o digito verificador"
                   TO MENSAGEM
               GO TO 110-VALIDA-DADOS-FIM.
           IF PRF-ADM-DIA = ZEROS OR PRF-ADM-DIA > 31 OR
               PRF-ADM-MES = ZEROS OR PRF-ADM-MES > 12 OR
               PRF-ADM-ANO < 1950
               MOVE "      Data de admissao invalida." TO MENSAGEM
               GO TO 110-VALIDA-DADOS-FIM.

       110-VALIDA-DADOS-FIM.
           EXIT.

      * CPF ja usado por outro codigo (leitura direta pela chave
      * alternada de CPF, sem varrer o arquivo)
       120-VERIFICA-CPF-DUP.
           MOVE REG-PROFESSOR TO REG-PROFESSOR-SALVO
           MOVE "N" TO CPF-DUPLICADO-FLAG
           READ ARQPROF KEY IS PRF-CPF
               INVALID KEY MOVE "N" TO CPF-DUPLICADO-FLAG
               NOT INVALID KEY
                   IF PRF-CODIGO NOT = REG-PROFESSOR-SALVO(1:4)
                       MOVE "S" TO CPF-DUPLICADO-FLAG
                   END-IF
           END-READ
           MOVE REG-PROFESSOR-SALVO TO REG-PROFESSOR.

      ***************************************************
      * Atualizacao dos dados; a situacao muda so pela   *
      * opcao S                                          *
      ***************************************************
       200-ATUALIZAR.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-BUSCA-CODIGO
           ACCEPT TELA-BUSCA-CODIGO
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 200-ATUALIZAR-FIM.

           MOVE CODIGO-BUSCA TO PRF-CODIGO
           READ ARQPROF INVALID KEY
               MOVE "       Professor nao encontrado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 200-ATUALIZAR-FIM.
           MOVE PRF-CPF TO CPF-ANTERIOR.

       201-ATUALIZAR-TELA.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-CADASTRO
           ACCEPT TELA-CADASTRO
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 200-ATUALIZAR-FIM.
           PERFORM 110-VALIDA-DADOS THRU 110-VALIDA-DADOS-FIM
           IF MENSAGEM NOT = SPACES
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 201-ATUALIZAR-TELA.
           IF PRF-CPF NOT = CPF-ANTERIOR
               PERFORM 120-VERIFICA-CPF-DUP
               IF CPF-DUPLICADO-SIM
                   MOVE " CPF ja cadastrado para outro professor."
                       TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 201-ATUALIZAR-TELA.

      * o codigo nao muda numa atualizacao
           MOVE CODIGO-BUSCA TO PRF-CODIGO
           REWRITE REG-PROFESSOR INVALID KEY
               MOVE "     Erro ao atualizar o professor." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 200-ATUALIZAR-FIM.

           MOVE "ALTERACAO" TO AUD-OPERACAO-W
           MOVE SPACES TO AUD-CHAVE-W
           MOVE PRF-CODIGO TO AUD-CHAVE-W
           PERFORM GRAVA-AUDITORIA
           MOVE "    Professor atualizado com sucesso!" TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       200-ATUALIZAR-FIM.
           EXIT.

      ***************************************************
      * Situacao: ativo, licenca ou desligado; o         *
      * desligamento e do gerente e nao apaga o registro,*
      * que segue nas notas e chamadas ja lancadas       *
      ***************************************************
       300-SITUACAO.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-BUSCA-CODIGO
           ACCEPT TELA-BUSCA-CODIGO
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 300-SITUACAO-FIM.

           MOVE CODIGO-BUSCA TO PRF-CODIGO
           READ ARQPROF INVALID KEY
               MOVE "       Professor nao encontrado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-SITUACAO-FIM.

           DISPLAY BLANK-SCREEN
           DISPLAY "Professor " PRF-CODIGO " - " PRF-NOME
           DISPLAY "Situacao atual: " PRF-SITUACAO.

       301-SITUACAO-NOVA.
           DISPLAY "Nova situacao (A=ativo L=licenca D=desligado): "
           ACCEPT SITUACAO-NOVA
           IF SITUACAO-NOVA = "a" MOVE "A" TO SITUACAO-NOVA.
           IF SITUACAO-NOVA = "l" MOVE "L" TO SITUACAO-NOVA.
           IF SITUACAO-NOVA = "d" MOVE "D" TO SITUACAO-NOVA.
           IF SITUACAO-NOVA NOT = "A" AND SITUACAO-NOVA NOT = "L"
               AND SITUACAO-NOVA NOT = "D"
               DISPLAY "Situacao invalida."
               GO TO 301-SITUACAO-NOVA.

           IF SITUACAO-NOVA = "D" AND OPER-NIVEL NOT = "G"
               MOVE " Desligamento restrito ao gerente." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-SITUACAO-FIM.

           MOVE SITUACAO-NOVA TO PRF-SITUACAO
           REWRITE REG-PROFESSOR INVALID KEY
               MOVE " Erro ao mudar a situacao." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-SITUACAO-FIM.

           MOVE "SITUACAO" TO AUD-OPERACAO-W
           MOVE SPACES TO AUD-CHAVE-W
           STRING PRF-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRF-SITUACAO DELIMITED BY SIZE
               INTO AUD-CHAVE-W
           PERFORM GRAVA-AUDITORIA

      * quem sai de sala continua nas atribuicoes ate o gerente
      * trocar o professor (opcao T); o PROFREL aponta o buraco
           IF NOT PRF-ATIVO
               MOVE ZEROS TO CONTADOR-ARQUIVO
               MOVE PRF-CODIGO TO ATR-PROFESSOR
               MOVE "N" TO CHAVE-EOF
               START ARQATRIB KEY IS EQUAL TO ATR-PROFESSOR
                   INVALID KEY MOVE "S" TO CHAVE-EOF
               END-START
               PERFORM 302-CONTA-ATRIBUICOES UNTIL CHAVE-EOF-SIM
               IF CONTADOR-ARQUIVO > ZEROS
                   DISPLAY "Atencao: " CONTADOR-ARQUIVO
                       " atribuicoes seguem com este professor;"
                   DISPLAY "troque o professor pela opcao T."
                   DISPLAY "Tecle ENTER para prosseguir..."
                   ACCEPT WS-ESC-KEY.

           MOVE " Situacao alterada com sucesso!" TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       300-SITUACAO-FIM.
           MOVE "N" TO CHAVE-EOF
           EXIT.

       302-CONTA-ATRIBUICOES.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF ATR-PROFESSOR NOT = PRF-CODIGO
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   ADD 1 TO CONTADOR-ARQUIVO.

      ***************************************************
      * Lista dos professores em ordem de codigo         *
      ***************************************************
       400-LISTAR.
           DISPLAY BLANK-SCREEN
           DISPLAY "Professores cadastrados:"
           MOVE ZEROS TO PRF-CODIGO CONTADOR-ARQUIVO
           MOVE 1 TO CONTADOR-LINHAS
           MOVE "N" TO CHAVE-EOF
           START ARQPROF KEY IS GREATER THAN PRF-CODIGO
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 401-LISTAR-EXIBE UNTIL CHAVE-EOF-SIM
           DISPLAY CONTADOR-ARQUIVO " professores."
           DISPLAY "Tecle ENTER para prosseguir..."
           ACCEPT WS-ESC-KEY.

       400-LISTAR-FIM.
           MOVE "N" TO CHAVE-EOF
           EXIT.

       401-LISTAR-EXIBE.
           READ ARQPROF NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               DISPLAY "  " PRF-CODIGO " " PRF-NOME " " PRF-SITUACAO
                   " (" PRF-DDD ") " PRF-NUM-TEL " " PRF-EMAIL
               ADD 1 TO CONTADOR-ARQUIVO
               ADD 1 TO CONTADOR-LINHAS
               IF CONTADOR-LINHAS > 20
                   DISPLAY "Tecle ENTER para prosseguir..."
                   ACCEPT WS-ESC-KEY
                   MOVE 1 TO CONTADOR-LINHAS.

      ***************************************************
      * Atribuicao: turma e disciplina existentes, e so  *
      * professor ativo; a turma fixa o ano/semestre.    *
      * Atribuir de novo a mesma disciplina da turma     *
      * troca o professor                                *
      ***************************************************
       500-ATRIBUIR.
           IF TURMAS-ABERTO NOT = "S"
               MOVE " TURMAS.DAT indisponivel (crie na CHAMADA)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 500-ATRIBUIR-FIM.
           MOVE SPACES TO ATRIB-TURMA ATRIB-DISCIPLINA
           MOVE ZEROS TO ATRIB-PROFESSOR ATRIB-AULAS ATRIB-GRADE.

       501-ATRIBUIR-TELA.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-ATRIBUI
           ACCEPT TELA-ATRIBUI
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 500-ATRIBUIR-FIM.

           PERFORM 510-ACHA-TURMA
           IF TURMA-EXISTE = "N"
               MOVE " Turma sem alunos no TURMAS.DAT (CHAMADA T)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 501-ATRIBUIR-TELA.

           MOVE ATRIB-DISCIPLINA TO DIS-CODIGO
           READ ARQDISC INVALID KEY
               MOVE " Disciplina fora do catalogo (CADNOTAS M)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 501-ATRIBUIR-TELA.

           MOVE ATRIB-PROFESSOR TO PRF-CODIGO
           READ ARQPROF INVALID KEY
               MOVE "       Professor nao encontrado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 501-ATRIBUIR-TELA.
           IF NOT PRF-ATIVO
               MOVE "  Professor de licenca ou desligado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 501-ATRIBUIR-TELA.

           MOVE ZEROS TO ATRIB-AULAS
           PERFORM 511-SOMA-GRADE VARYING ATRIB-IND FROM 1 BY 1
               UNTIL ATRIB-IND > 6
           IF ATRIB-AULAS = ZEROS
               MOVE " Informe as aulas de cada dia da semana."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 501-ATRIBUIR-TELA.

           MOVE TURMA-ANO TO ATR-ANO
           MOVE TURMA-SEMESTRE TO ATR-SEMESTRE
           MOVE ATRIB-TURMA TO ATR-TURMA
           MOVE ATRIB-DISCIPLINA TO ATR-DISCIPLINA
           READ ARQATRIB
               INVALID KEY
                   MOVE "ATRIBUI" TO AUD-OPERACAO-W
               NOT INVALID KEY
                   IF ATR-PROFESSOR NOT = ATRIB-PROFESSOR
                       DISPLAY BLANK-SCREEN
                       DISPLAY "Turma " ATRIB-TURMA " " TURMA-ANO "/"
                           TURMA-SEMESTRE " - " ATRIB-DISCIPLINA
                           " ja atribuida ao professor " ATR-PROFESSOR
                       DISPLAY "Trocar pelo professor " ATRIB-PROFESSOR
                           "? (S/N): "
                       ACCEPT ATRIB-RESP
                       IF ATRIB-RESP NOT = "S" AND
                           ATRIB-RESP NOT = "s"
                           GO TO 500-ATRIBUIR-FIM
                       END-IF
                   END-IF
                   MOVE "TROCA PROF" TO AUD-OPERACAO-W
           END-READ

           MOVE ATRIB-PROFESSOR TO ATR-PROFESSOR
           MOVE ATRIB-AULAS TO ATR-AULAS-SEMANA
           MOVE ATRIB-GRADE TO ATR-GRADE
           IF AUD-OPERACAO-W = "ATRIBUI"
               WRITE REG-ATRIBUI INVALID KEY
                   MOVE "     Erro ao gravar a atribuicao." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 500-ATRIBUIR-FIM
               END-WRITE
           ELSE
               REWRITE REG-ATRIBUI INVALID KEY
                   MOVE "     Erro ao gravar a atribuicao." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 500-ATRIBUIR-FIM
               END-REWRITE.

           PERFORM 520-AUDITA-ATRIBUICAO
           MOVE "     Atribuicao gravada com sucesso!" TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       500-ATRIBUIR-FIM.
           EXIT.

      * A turma existe quando tem ao menos um aluno na lista;
      * o ano, o semestre e o nome se repetem em cada linha
       510-ACHA-TURMA.
           MOVE "N" TO TURMA-EXISTE
           MOVE ATRIB-TURMA TO TUR-CODIGO
           MOVE ZEROS TO TUR-RA
           START ARQTURMAS KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY MOVE "10" TO STATUS-ARQTURMAS
           END-START
           IF STATUS-ARQTURMAS = "00"
               READ ARQTURMAS NEXT RECORD
                   AT END MOVE "10" TO STATUS-ARQTURMAS
               END-READ
               IF STATUS-ARQTURMAS = "00" AND
                   TUR-CODIGO = ATRIB-TURMA
                   MOVE "S" TO TURMA-EXISTE
                   MOVE TUR-ANO TO TURMA-ANO
                   MOVE TUR-SEMESTRE TO TURMA-SEMESTRE
                   MOVE TUR-NOME TO TURMA-NOME.

       511-SOMA-GRADE.
           ADD ATRIB-AULAS-DIA(ATRIB-IND) TO ATRIB-AULAS.

      * chave da auditoria: turma + disciplina + os tres
      * ultimos digitos do professor (cabe nas 11 posicoes)
       520-AUDITA-ATRIBUICAO.
           MOVE SPACES TO AUD-CHAVE-W
           STRING ATR-TURMA DELIMITED BY SIZE
               ATR-DISCIPLINA DELIMITED BY SIZE
               ATR-PROFESSOR(2:3) DELIMITED BY SIZE
               INTO AUD-CHAVE-W
           PERFORM GRAVA-AUDITORIA.

      ***************************************************
      * Atribuicoes da turma no seu ano/semestre, com a  *
      * carga semanal total                              *
      ***************************************************
       600-VER-TURMA.
           IF TURMAS-ABERTO NOT = "S"
               MOVE " TURMAS.DAT indisponivel (crie na CHAMADA)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 600-VER-TURMA-FIM.
           MOVE SPACES TO ATRIB-TURMA
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-BUSCA-TURMA
           ACCEPT TELA-BUSCA-TURMA
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 600-VER-TURMA-FIM.

           PERFORM 510-ACHA-TURMA
           IF TURMA-EXISTE = "N"
               MOVE " Turma sem alunos no TURMAS.DAT (CHAMADA T)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 600-VER-TURMA-FIM.

           DISPLAY BLANK-SCREEN
           DISPLAY "Turma " ATRIB-TURMA " - " TURMA-NOME " ("
               TURMA-ANO "/" TURMA-SEMESTRE ")"
           MOVE TURMA-ANO TO ATR-ANO
           MOVE TURMA-SEMESTRE TO ATR-SEMESTRE
           MOVE ATRIB-TURMA TO ATR-TURMA
           MOVE SPACES TO ATR-DISCIPLINA
           MOVE ZEROS TO CONTADOR-ARQUIVO TOTAL-AULAS-SEMANA
           MOVE "N" TO CHAVE-EOF
           START ARQATRIB KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 601-VER-ATRIBUICAO UNTIL CHAVE-EOF-SIM

           IF CONTADOR-ARQUIVO = ZEROS
               DISPLAY "Nenhuma disciplina atribuida."
           ELSE
               DISPLAY CONTADOR-ARQUIVO " disciplinas, "
                   TOTAL-AULAS-SEMANA " aulas por semana.".
           DISPLAY "Tecle ENTER para prosseguir..."
           ACCEPT WS-ESC-KEY.

       600-VER-TURMA-FIM.
           MOVE "N" TO CHAVE-EOF
           EXIT.

       601-VER-ATRIBUICAO.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF ATR-ANO NOT = TURMA-ANO OR
                   ATR-SEMESTRE NOT = TURMA-SEMESTRE OR
                   ATR-TURMA NOT = ATRIB-TURMA
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   MOVE ATR-DISCIPLINA TO DIS-CODIGO
                   READ ARQDISC INVALID KEY
                       MOVE "(fora do catalogo)" TO DIS-NOME
                   END-READ
                   MOVE ATR-PROFESSOR TO PRF-CODIGO
                   READ ARQPROF INVALID KEY
                       MOVE "(sem cadastro)" TO PRF-NOME
                       MOVE SPACES TO PRF-SITUACAO
                   END-READ
                   DISPLAY "  " ATR-DISCIPLINA " " DIS-NOME " "
                       ATR-PROFESSOR " " PRF-NOME " " PRF-SITUACAO
                       " " ATR-AULAS-SEMANA " aulas/sem (" ATR-GRADE
                       ")"
                   ADD 1 TO CONTADOR-ARQUIVO
                   ADD ATR-AULAS-SEMANA TO TOTAL-AULAS-SEMANA.

      ***************************************************
      * Exclusao de uma atribuicao (gerente): a          *
      * disciplina fica sem professor na turma           *
      ***************************************************
       700-EXCLUIR.
           IF OPER-NIVEL NOT = "G"
               MOVE "      Funcao restrita ao gerente." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 700-EXCLUIR-FIM.
           IF TURMAS-ABERTO NOT = "S"
               MOVE " TURMAS.DAT indisponivel (crie na CHAMADA)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 700-EXCLUIR-FIM.
           MOVE SPACES TO ATRIB-TURMA ATRIB-DISCIPLINA
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-EXCLUI
           ACCEPT TELA-EXCLUI
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 700-EXCLUIR-FIM.

           PERFORM 510-ACHA-TURMA
           IF TURMA-EXISTE = "N"
               MOVE " Turma sem alunos no TURMAS.DAT (CHAMADA T)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 700-EXCLUIR-FIM.

           MOVE TURMA-ANO TO ATR-ANO
           MOVE TURMA-SEMESTRE TO ATR-SEMESTRE
           MOVE ATRIB-TURMA TO ATR-TURMA
           MOVE ATRIB-DISCIPLINA TO ATR-DISCIPLINA
           READ ARQATRIB INVALID KEY
               MOVE "     Atribuicao nao encontrada." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 700-EXCLUIR-FIM.

           DISPLAY BLANK-SCREEN
           DISPLAY "Turma " ATR-TURMA " " ATR-ANO "/" ATR-SEMESTRE
               " - " ATR-DISCIPLINA " - professor " ATR-PROFESSOR
           DISPLAY "Excluir esta atribuicao? (S/N): "
           ACCEPT ATRIB-RESP
           IF ATRIB-RESP NOT = "S" AND ATRIB-RESP NOT = "s"
               GO TO 700-EXCLUIR-FIM.

           DELETE ARQATRIB RECORD INVALID KEY
               MOVE "    Erro ao excluir a atribuicao." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 700-EXCLUIR-FIM.

           MOVE "DESATRIBUI" TO AUD-OPERACAO-W
           PERFORM 520-AUDITA-ATRIBUICAO
           MOVE "        Atribuicao excluida." TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       700-EXCLUIR-FIM.
           EXIT.

      *******************************************
      * Validação do dígito verificador do CPF  *
      *******************************************
       CAD-VALIDA-CPF.
           MOVE ZEROS TO CPF-SOMA

           IF PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (02) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (03) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (04) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (05) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (06) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (07) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (08) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (09) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (10) AND
              PRF-CPF-DIGITOS (01) = PRF-CPF-DIGITOS (11)
               MOVE "N" TO CPF-VALIDO-FLAG
               GO TO CAD-VALIDA-CPF-FIM.

           PERFORM CAD-CPF-SOMA1 VARYING CPF-I FROM 1 BY 1
               UNTIL CPF-I > 9
           COMPUTE CPF-AUX = CPF-SOMA * 10
           DIVIDE CPF-AUX BY 11 GIVING CPF-QUOC REMAINDER CPF-RESTO
           IF CPF-RESTO = 10
               MOVE 0 TO CPF-DV1
           ELSE
               MOVE CPF-RESTO TO CPF-DV1.

           MOVE ZEROS TO CPF-SOMA
           PERFORM CAD-CPF-SOMA2 VARYING CPF-I FROM 1 BY 1
               UNTIL CPF-I > 10
           COMPUTE CPF-AUX = CPF-SOMA * 10
           DIVIDE CPF-AUX BY 11 GIVING CPF-QUOC REMAINDER CPF-RESTO
           IF CPF-RESTO = 10
               MOVE 0 TO CPF-DV2
           ELSE
               MOVE CPF-RESTO TO CPF-DV2.

           IF CPF-DV1 = PRF-CPF-DIGITOS (10) AND
              CPF-DV2 = PRF-CPF-DIGITOS (11)
               MOVE "S" TO CPF-VALIDO-FLAG
           ELSE
               MOVE "N" TO CPF-VALIDO-FLAG.

       CAD-VALIDA-CPF-FIM.
           EXIT.

       CAD-CPF-SOMA1.
           COMPUTE CPF-SOMA = CPF-SOMA +
               PRF-CPF-DIGITOS (CPF-I) * (11 - CPF-I).

       CAD-CPF-SOMA2.
           COMPUTE CPF-SOMA = CPF-SOMA +
               PRF-CPF-DIGITOS (CPF-I) * (12 - CPF-I).

      ***********************************************
      * Trilha de auditoria das manutencoes          *
      ***********************************************
       GRAVA-AUDITORIA.
           OPEN EXTEND AUDITLOG
           IF STATUS-AUDITLOG = "35"
               OPEN OUTPUT AUDITLOG.
           IF STATUS-AUDITLOG NOT = "00" AND
               STATUS-AUDITLOG NOT = "05"
               MOVE " Erro ao gravar a auditoria." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
           ELSE
               MOVE "C" TO DTM-FUNCAO
               CALL "DATAMOV" USING DATA-MOV
               MOVE DTM-AMD TO DATA-SISTEMA
               ACCEPT HORA-SISTEMA FROM TIME
               MOVE DATA-SISTEMA(7:2) TO AUD-DIA
               MOVE DATA-SISTEMA(5:2) TO AUD-MES
               MOVE DATA-SISTEMA(1:4) TO AUD-ANO
               MOVE HORA-SISTEMA(1:6) TO AUD-HORA
               MOVE "PROFCAD" TO AUD-PROGRAMA
               MOVE AUD-OPERACAO-W TO AUD-OPERACAO
               MOVE AUD-CHAVE-W TO AUD-CHAVE
               MOVE OPER-CODIGO TO AUD-OPERADOR
               WRITE REG-AUDITLOG
               CLOSE AUDITLOG.

      ************************
      * Rotinas de mensagens *
      ************************
       MSG-ZERA.
           MOVE ZEROS TO TEMPORIZADOR.
       MSG-DISPLAY.
           DISPLAY BLANK-SCREEN.
           DISPLAY TELA-MENSAGENS.
       MSG-TEMPO.
           ADD 1 TO TEMPORIZADOR
           IF TEMPORIZADOR < 3000
               GO TO MSG-TEMPO
           ELSE
               DISPLAY BLANK-SCREEN.
       MSG-FIM.
           MOVE SPACES TO MENSAGEM
           EXIT.

      **************************
      * Rotinas de finalização *
      **************************
       ROT-FIM.
           DISPLAY BLANK-SCREEN
           CLOSE ARQPROF ARQATRIB ARQDISC
           IF TURMAS-ABERTO = "S"
               CLOSE ARQTURMAS.
       ROT-FIM-EXIT.
           EXIT PROGRAM.
       ROT-STOP-RUN.
           STOP RUN.
