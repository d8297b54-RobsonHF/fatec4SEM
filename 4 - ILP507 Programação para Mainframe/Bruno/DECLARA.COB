      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-12                    *
      * Purpose: Academics               *
      *          Declaracoes e atestados *
      *          da secretaria:          *
      *          matricula, frequencia e *
      *          conclusao, montados dos *
      *          modelos do DECLMOD.DAT, *
      *          numerados, com codigo   *
      *          de validacao e registro *
      *          de emissao para         *
      *          consulta de             *
      *          autenticidade           *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DECLARA.
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

           SELECT ARQTURMAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TUR-CHAVE
           FILE STATUS     IS STATUS-ARQTURMAS.

           SELECT ARQFALTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS FLT-CHAVE
           FILE STATUS     IS STATUS-ARQFALTAS.

           SELECT ARQNOTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NT-CHAVE
           FILE STATUS     IS STATUS-ARQNOTAS.

           SELECT HISNOTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS HNT-CHAVE
           ALTERNATE RECORD KEY IS HNT-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-HISNOTAS.

           SELECT ARQATRIB ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ATR-CHAVE
           FILE STATUS     IS STATUS-ARQATRIB.

           SELECT ARQMOD ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS MOD-CHAVE
           FILE STATUS     IS STATUS-ARQMOD.

           SELECT ARQDECL ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DCR-NUMERO
           FILE STATUS     IS STATUS-ARQDECL.

           SELECT DOCUMENTO ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-DOCUMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQALUNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADALUNO.DAT".

       01 REGALUNO.
           05 RA               PIC 9(06).
           05 NOME             PIC X(30).
           05 CPF              PIC 9(11).
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
               88 SIT-ATIVO        VALUE "A".
               88 SIT-FORMADO      VALUE "F".

       FD ARQTURMAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TURMAS.DAT".

      * Uma linha por aluno matriculado na turma; os dados da
      * turma (ano, semestre, nome) se repetem em cada linha
       01 REG-TURMA.
           05 TUR-CHAVE.
               10 TUR-CODIGO       PIC X(04).
               10 TUR-RA           PIC 9(06).
           05 TUR-ANO              PIC 9(04).
           05 TUR-SEMESTRE         PIC 9(01).
           05 TUR-NOME             PIC X(30).

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
      * espacos = falta do dia inteiro (leiaute antigo)
               10 FLT-DISCIPLINA   PIC X(04).
           05 FLT-AULAS            PIC 9(02).

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

      * Notas dos formados e cancelados arquivados (ARQESCOL),
      * no mesmo leiaute do CADNOTAS
       FD HISNOTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTASHIS.DAT".

       01 REG-HISNOTAS.
           05 HNT-CHAVE            PIC X(15).
           05 HNT-NOME             PIC X(30).
           05 FILLER               PIC X(20).

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

      * Modelos dos documentos: linhas de texto por tipo, com
      * campos entre "&" trocados pelos dados do aluno
      * (&NOME&, &RA&, &TURMA&, &FREQUENCIA& ...)
       FD ARQMOD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DECLMOD.DAT".

       01 REG-MODELO.
           05 MOD-CHAVE.
      * "M" matricula, "F" frequencia, "C" conclusao
               10 MOD-TIPO         PIC X(01).
               10 MOD-LINHA        PIC 9(02).
           05 MOD-TEXTO            PIC X(70).

      * Registro de emissao: um por documento emitido; o
      * registro 000000 guarda o ultimo numero usado
       FD ARQDECL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DECLREG.DAT".

       01 REG-DECLARACAO.
           05 DCR-NUMERO           PIC 9(06).
           05 DCR-TIPO             PIC X(01).
           05 DCR-RA               PIC 9(06).
           05 DCR-NOME             PIC X(30).
           05 DCR-DATA-EMISSAO     PIC 9(08).
           05 DCR-CODIGO           PIC 9(08).
           05 DCR-FINALIDADE       PIC X(30).
           05 DCR-OPERADOR         PIC 9(04).
      * "V" valido, "C" cancelado
           05 DCR-SITUACAO         PIC X(01).
       01 REG-DECL-CONTROLE.
           05 FILLER               PIC 9(06).
           05 DCR-ULTIMO-NUMERO    PIC 9(06).
           05 FILLER               PIC X(82).

       FD DOCUMENTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DECLARA.LST".
           01 REG-DOCUMENTO                    PIC X(100).

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       WORKING-STORAGE SECTION.

       77 STATUS-ARQALUNO      PIC X(02).
       77 STATUS-ARQTURMAS     PIC X(02).
       77 STATUS-ARQFALTAS     PIC X(02).
       77 STATUS-ARQNOTAS      PIC X(02).
       77 STATUS-HISNOTAS      PIC X(02).
       77 HIST-ABERTO          PIC X(01) VALUE "N".
       77 LE-HISTORICO         PIC X(01) VALUE "N".
       77 STATUS-ARQATRIB      PIC X(02).
       77 STATUS-ARQMOD        PIC X(02).
       77 STATUS-ARQDECL       PIC X(02).
       77 STATUS-DOCUMENTO     PIC X(02).

       77 MENU-OPCAO           PIC X(01) VALUE SPACES.
       77 RESPOSTA             PIC X(01) VALUE SPACES.
       77 TIPO-DOC             PIC X(01) VALUE SPACES.
       77 NOME-DOC             PIC X(30) VALUE SPACES.
       77 RA-BUSCA             PIC 9(06) VALUE ZEROS.
       77 NUMERO-BUSCA         PIC 9(06) VALUE ZEROS.
       77 CODIGO-BUSCA         PIC 9(08) VALUE ZEROS.
       77 FINALIDADE           PIC X(30) VALUE SPACES.
       77 LINHA-MODELO         PIC 9(02) VALUE ZEROS.
       77 TEXTO-MODELO         PIC X(70) VALUE SPACES.
       77 LINHAS-MODELO        PIC 9(02) VALUE ZEROS.
       77 RECUSA               PIC X(48) VALUE SPACES.
       77 LISTADOS             PIC 9(04) VALUE ZEROS.

      * Periodo corrente, pelo dia de movimento: janeiro a
      * junho = 1o semestre, julho a dezembro = 2o
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 ANO-PERIODO          PIC 9(04) VALUE ZEROS.
       77 SEM-PERIODO          PIC 9(01) VALUE ZEROS.
       77 MES-INICIO           PIC 9(02) VALUE ZEROS.
       77 MES-FIM              PIC 9(02) VALUE ZEROS.
       77 TURMA-ALUNO          PIC X(04) VALUE SPACES.
       77 NOME-TURMA           PIC X(30) VALUE SPACES.
       77 ANO-CONCLUSAO        PIC 9(04) VALUE ZEROS.
       77 SEM-CONCLUSAO        PIC 9(01) VALUE ZEROS.
       77 AULAS-DADAS          PIC 9(05) VALUE ZEROS.
       77 AULAS-PERDIDAS       PIC 9(05) VALUE ZEROS.
       77 SEMANA-IDX           PIC 9(01) VALUE ZEROS.
       77 PCT-FREQUENCIA       PIC 9(03)V9 VALUE ZEROS.
       77 PCT-PRINT            PIC ZZ9,9.
       77 NUMERO-PRINT         PIC ZZZZ9.
       77 BRANCOS              PIC 9(02) VALUE ZEROS.

      * Codigo de validacao: mistura do numero, do RA, da data
      * e da hora da emissao, reduzida a 8 digitos
       77 CODIGO-CALC          PIC 9(15) VALUE ZEROS.
       77 CODIGO-QUOC          PIC 9(15) VALUE ZEROS.
       77 CODIGO-NUM           PIC 9(08) VALUE ZEROS.
       01 CODIGO-PRINT.
           05 CDP-1            PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 CDP-2            PIC 9(04).

      * Montagem da linha do documento a partir do modelo
       77 LINHA-DOC            PIC X(100) VALUE SPACES.
       77 PTR                  PIC 9(03) VALUE ZEROS.
       77 POS                  PIC 9(03) VALUE ZEROS.
       77 FIM-POS              PIC 9(03) VALUE ZEROS.
       77 TOK-TAM              PIC 9(03) VALUE ZEROS.
       77 TOKEN                PIC X(12) VALUE SPACES.
       77 CMP-IDX              PIC 9(02) VALUE ZEROS.
       77 ACHOU                PIC X(01) VALUE "N".

      * Campos que os modelos podem usar e os valores do
      * documento em emissao
       01 TABELA-CAMPOS.
           05 TAB-CAMPO OCCURS 16 TIMES.
               10 CMP-NOME         PIC X(12).
               10 CMP-VALOR        PIC X(40).
       77 QTD-CAMPOS           PIC 9(02) VALUE 16.

       01 TABELA-MESES-VALORES.
           05 FILLER PIC X(09) VALUE "janeiro".
           05 FILLER PIC X(09) VALUE "fevereiro".
           05 FILLER PIC X(09) VALUE "marco".
           05 FILLER PIC X(09) VALUE "abril".
           05 FILLER PIC X(09) VALUE "maio".
           05 FILLER PIC X(09) VALUE "junho".
           05 FILLER PIC X(09) VALUE "julho".
           05 FILLER PIC X(09) VALUE "agosto".
           05 FILLER PIC X(09) VALUE "setembro".
           05 FILLER PIC X(09) VALUE "outubro".
           05 FILLER PIC X(09) VALUE "novembro".
           05 FILLER PIC X(09) VALUE "dezembro".
       01 TABELA-MESES REDEFINES TABELA-MESES-VALORES.
           05 NOME-MES         PIC X(09) OCCURS 12 TIMES.
       77 MES-IDX              PIC 9(02) VALUE ZEROS.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

       01 OPERADOR-LOGADO.
           05 OPER-CODIGO      PIC 9(04).
           05 OPER-NOME        PIC X(30).
           05 OPER-NIVEL       PIC X(01).

      * Dia de movimento (CALL "DATAMOV"): data da emissao e
      * base do periodo corrente
       01 DATA-MOV.
           05 DTM-FUNCAO       PIC X(01).
           05 DTM-AMD          PIC 9(08).
           05 DTM-SITUACAO     PIC X(01).
           05 DTM-OPERADOR     PIC 9(04).
           05 DTM-RETORNO      PIC X(02).

      * Calendario escolar (CALL "DIALETIV"): dias letivos do
      * periodo por dia da semana para as aulas dadas
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

       LINKAGE SECTION.
       01 LK-OPERADOR.
           05 LK-OP-CODIGO                 PIC 9(04).
           05 LK-OP-NOME                   PIC X(30).
           05 LK-OP-NIVEL                  PIC X(01).

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
               GO TO FIM-EXIT.

       000-ABERTURA.
           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO NOT = "00"
               DISPLAY "Erro na abertura do CADALUNO.DAT: "
                   STATUS-ARQALUNO
               GO TO FIM-EXIT.
           OPEN INPUT ARQTURMAS
           IF STATUS-ARQTURMAS NOT = "00"
               DISPLAY "Erro na abertura do TURMAS.DAT: "
                   STATUS-ARQTURMAS
               CLOSE ARQALUNO
               GO TO FIM-EXIT.
           OPEN INPUT ARQNOTAS
           IF STATUS-ARQNOTAS NOT = "00"
               DISPLAY "Erro na abertura do CADNOTAS.DAT: "
                   STATUS-ARQNOTAS
               CLOSE ARQALUNO ARQTURMAS
               GO TO FIM-EXIT.
      * sem faltas lancadas ou sem atribuicoes so o atestado de
      * frequencia fica indisponivel
           OPEN INPUT ARQFALTAS
           OPEN INPUT ARQATRIB
      * sem o historico a conclusao dos alunos arquivados fica
      * indisponivel
           MOVE "N" TO HIST-ABERTO
           OPEN INPUT HISNOTAS
           IF STATUS-HISNOTAS = "00"
               MOVE "S" TO HIST-ABERTO.

       000-ABRE-MODELOS.
           OPEN I-O ARQMOD
           IF STATUS-ARQMOD NOT = "00"
               IF STATUS-ARQMOD = "30" OR STATUS-ARQMOD = "35"
               OPEN OUTPUT ARQMOD
               CLOSE ARQMOD
               GO TO 000-ABRE-MODELOS
               ELSE
               DISPLAY "Erro na abertura do DECLMOD.DAT: "
                   STATUS-ARQMOD
               GO TO FIM-SAIDA.

       000-ABRE-REGISTRO.
           OPEN I-O ARQDECL
           IF STATUS-ARQDECL NOT = "00"
               IF STATUS-ARQDECL = "30" OR STATUS-ARQDECL = "35"
               OPEN OUTPUT ARQDECL
               CLOSE ARQDECL
               GO TO 000-ABRE-REGISTRO
               ELSE
               DISPLAY "Erro na abertura do DECLREG.DAT: "
                   STATUS-ARQDECL
               GO TO FIM-SAIDA.

       002-MENU.
           DISPLAY " "
           DISPLAY "Declaracoes e atestados"
           DISPLAY "E = emitir documento"
           DISPLAY "C = consultar autenticidade (numero e codigo)"
           DISPLAY "L = listar documentos emitidos para um aluno"
           DISPLAY "X = cancelar documento (gerente)"
           DISPLAY "M = modelos dos documentos (gerente)"
           DISPLAY "F = finalizar"
           ACCEPT MENU-OPCAO

           IF MENU-OPCAO = "E" OR MENU-OPCAO = "e"
               PERFORM 100-EMITIR THRU 100-EMITIR-FIM
               GO TO 002-MENU
           ELSE IF MENU-OPCAO = "C" OR MENU-OPCAO = "c"
               PERFORM 200-CONSULTAR THRU 200-CONSULTAR-FIM
               GO TO 002-MENU
           ELSE IF MENU-OPCAO = "L" OR MENU-OPCAO = "l"
               PERFORM 300-LISTAR THRU 300-LISTAR-FIM
               GO TO 002-MENU
           ELSE IF MENU-OPCAO = "X" OR MENU-OPCAO = "x"
               PERFORM 400-CANCELAR THRU 400-CANCELAR-FIM
               GO TO 002-MENU
           ELSE IF MENU-OPCAO = "M" OR MENU-OPCAO = "m"
               PERFORM 500-MODELOS THRU 500-MODELOS-FIM
               GO TO 002-MENU
           ELSE IF MENU-OPCAO = "F" OR MENU-OPCAO = "f"
               GO TO FIM-SAIDA
           ELSE
               DISPLAY "Opcao invalida."
               GO TO 002-MENU.

      ***************************************************
      * Emissao: confere a situacao do aluno para o tipo *
      * pedido, monta os campos, numera, grava o         *
      * registro e imprime pelo modelo                   *
      ***************************************************
       100-EMITIR.
           PERFORM 800-PERIODO-CORRENTE
           DISPLAY "Tipo (M=matricula F=frequencia C=conclusao): "
           ACCEPT TIPO-DOC
           IF TIPO-DOC = "m" MOVE "M" TO TIPO-DOC.
           IF TIPO-DOC = "f" MOVE "F" TO TIPO-DOC.
           IF TIPO-DOC = "c" MOVE "C" TO TIPO-DOC.
           PERFORM 810-NOME-DOCUMENTO
           IF NOME-DOC = SPACES
               DISPLAY "Tipo de documento invalido."
               GO TO 100-EMITIR-FIM.
           PERFORM 820-CONTA-LINHAS-MODELO
           IF LINHAS-MODELO = ZEROS
               DISPLAY "Modelo de " NOME-DOC " nao cadastrado "
                   "(opcao M)."
               GO TO 100-EMITIR-FIM.

           DISPLAY "RA do aluno: "
           ACCEPT RA-BUSCA
           MOVE RA-BUSCA TO RA
           READ ARQALUNO INVALID KEY
               DISPLAY "RA sem cadastro."
               GO TO 100-EMITIR-FIM.
           DISPLAY "Aluno: " NOME
           DISPLAY "Finalidade (ex.: passe escolar; pode ficar em "
               "branco): "
           MOVE SPACES TO FINALIDADE
           ACCEPT FINALIDADE

           MOVE SPACES TO RECUSA
           PERFORM 110-TURMA-ALUNO
           IF TIPO-DOC = "M"
               IF NOT SIT-ATIVO
                   MOVE "Aluno sem matricula ativa." TO RECUSA
               ELSE IF TURMA-ALUNO = SPACES
                   MOVE "Aluno sem turma no periodo corrente."
                       TO RECUSA.
           IF TIPO-DOC = "F"
               IF NOT SIT-ATIVO
                   MOVE "Aluno sem matricula ativa." TO RECUSA
               ELSE IF TURMA-ALUNO = SPACES
                   MOVE "Aluno sem turma no periodo corrente."
                       TO RECUSA
               ELSE
                   PERFORM 120-FREQUENCIA THRU 120-FREQUENCIA-FIM.
           IF TIPO-DOC = "C"
               IF NOT SIT-FORMADO
                   MOVE "Aluno nao consta como formado (FORMATUR)."
                       TO RECUSA
               ELSE
                   PERFORM 130-CONCLUSAO.
           IF RECUSA NOT = SPACES
               DISPLAY RECUSA
               GO TO 100-EMITIR-FIM.

           DISPLAY "Confirma a emissao? (S/N) "
           ACCEPT RESPOSTA
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
               DISPLAY "Emissao cancelada."
               GO TO 100-EMITIR-FIM.

           PERFORM 140-NUMERA THRU 140-NUMERA-FIM
           IF DCR-NUMERO = ZEROS
               GO TO 100-EMITIR-FIM.
           PERFORM 150-CAMPOS
           PERFORM 160-IMPRIME THRU 160-IMPRIME-FIM
           MOVE DCR-NUMERO TO NUMERO-PRINT
           DISPLAY NOME-DOC " n. " NUMERO-PRINT " emitida em "
               "DECLARA.LST - codigo de validacao " CODIGO-PRINT.

       100-EMITIR-FIM.
           EXIT.

      * Turma do aluno no periodo corrente, percorrendo as
      * listas de turma (chave turma + RA)
       110-TURMA-ALUNO.
           MOVE SPACES TO TURMA-ALUNO NOME-TURMA
           MOVE LOW-VALUES TO TUR-CHAVE
           MOVE "N" TO CHAVE-EOF
           START ARQTURMAS KEY IS GREATER THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 111-TESTA-TURMA
               UNTIL CHAVE-EOF-SIM OR TURMA-ALUNO NOT = SPACES.

       111-TESTA-TURMA.
           READ ARQTURMAS NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF TUR-RA = RA AND TUR-ANO = ANO-PERIODO AND
                   TUR-SEMESTRE = SEM-PERIODO
                   MOVE TUR-CODIGO TO TURMA-ALUNO
                   MOVE TUR-NOME TO NOME-TURMA.

      ***************************************************
      * Frequencia no periodo ate o dia de movimento:    *
      * aulas dadas na turma (grade x dias letivos do    *
      * calendario) contra as aulas perdidas do          *
      * FALTAS.DAT, como no relatorio de faltas          *
      ***************************************************
       120-FREQUENCIA.
           IF STATUS-ARQFALTAS NOT = "00" OR
               STATUS-ARQATRIB NOT = "00"
               MOVE "Faltas ou atribuicoes indisponiveis." TO RECUSA
               GO TO 120-FREQUENCIA-FIM.
           MOVE "S" TO DLT-FUNCAO
           MOVE ANO-PERIODO TO DLT-ANO
           MOVE SEM-PERIODO TO DLT-SEMESTRE
           MOVE DATA-MOVIMENTO TO DLT-AMD
           CALL "DIALETIV" USING DIA-LETIVO
           IF DLT-RETORNO NOT = "00"
               MOVE "Periodo sem calendario escolar (CALESCOL)."
                   TO RECUSA
               GO TO 120-FREQUENCIA-FIM.

           MOVE ZEROS TO AULAS-DADAS
           MOVE ANO-PERIODO TO ATR-ANO
           MOVE SEM-PERIODO TO ATR-SEMESTRE
           MOVE TURMA-ALUNO TO ATR-TURMA
           MOVE SPACES TO ATR-DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           START ARQATRIB KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 121-SOMA-ATRIBUICAO UNTIL CHAVE-EOF-SIM
           IF AULAS-DADAS = ZEROS
               MOVE "Turma sem aulas dadas no periodo." TO RECUSA
               GO TO 120-FREQUENCIA-FIM.

           MOVE ZEROS TO AULAS-PERDIDAS
           MOVE RA TO FLT-MATRICULA
           MOVE ANO-PERIODO TO FLT-ANO
           MOVE MES-INICIO TO FLT-MES
           MOVE 01 TO FLT-DIA
           MOVE SPACES TO FLT-DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           START ARQFALTAS KEY IS NOT LESS THAN FLT-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 123-SOMA-FALTA UNTIL CHAVE-EOF-SIM

           IF AULAS-PERDIDAS NOT < AULAS-DADAS
               MOVE ZEROS TO PCT-FREQUENCIA
           ELSE
               COMPUTE PCT-FREQUENCIA ROUNDED = 100 -
                   (AULAS-PERDIDAS * 100 / AULAS-DADAS).

       120-FREQUENCIA-FIM.
           EXIT.

       121-SOMA-ATRIBUICAO.
           READ ARQATRIB NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF ATR-ANO NOT = ANO-PERIODO OR
                   ATR-SEMESTRE NOT = SEM-PERIODO OR
                   ATR-TURMA NOT = TURMA-ALUNO
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   PERFORM 122-SOMA-DIA VARYING SEMANA-IDX
                       FROM 1 BY 1 UNTIL SEMANA-IDX > 6.

       122-SOMA-DIA.
           COMPUTE AULAS-DADAS = AULAS-DADAS +
               ATR-AULAS-DIA(SEMANA-IDX) * DLT-DIAS(SEMANA-IDX).

       123-SOMA-FALTA.
           READ ARQFALTAS NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF FLT-MATRICULA NOT = RA OR
                   FLT-ANO NOT = ANO-PERIODO OR
                   FLT-MES > MES-FIM OR
                   FLT-DATA > DATA-MOVIMENTO
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   ADD FLT-AULAS TO AULAS-PERDIDAS.

      * Conclusao: o ultimo periodo cursado no CADNOTAS
       130-CONCLUSAO.
           MOVE ZEROS TO ANO-CONCLUSAO SEM-CONCLUSAO
           MOVE RA TO MATRICULA
           MOVE ZEROS TO NT-ANO NT-SEMESTRE
           MOVE SPACES TO NT-DISCIPLINA
           MOVE "N" TO CHAVE-EOF
           MOVE "N" TO LE-HISTORICO
           START ARQNOTAS KEY IS NOT LESS THAN NT-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 131-ULTIMO-PERIODO UNTIL CHAVE-EOF-SIM
      * formado ha mais tempo pode estar so no historico
           IF ANO-CONCLUSAO = ZEROS AND HIST-ABERTO = "S"
               MOVE "S" TO LE-HISTORICO
               MOVE RA TO MATRICULA
               MOVE ZEROS TO NT-ANO NT-SEMESTRE
               MOVE SPACES TO NT-DISCIPLINA
               MOVE NT-CHAVE TO HNT-CHAVE
               MOVE "N" TO CHAVE-EOF
               START HISNOTAS KEY IS NOT LESS THAN HNT-CHAVE
                   INVALID KEY MOVE "S" TO CHAVE-EOF
               END-START
               PERFORM 131-ULTIMO-PERIODO UNTIL CHAVE-EOF-SIM.
           IF ANO-CONCLUSAO = ZEROS
               MOVE "Aluno sem notas no CADNOTAS." TO RECUSA.

       131-ULTIMO-PERIODO.
           IF LE-HISTORICO = "S"
               READ HISNOTAS NEXT RECORD INTO RECNOTAS
                   AT END MOVE "S" TO CHAVE-EOF
               END-READ
           ELSE
               READ ARQNOTAS NEXT RECORD
                   AT END MOVE "S" TO CHAVE-EOF
               END-READ.
           IF CHAVE-EOF-NAO
               IF MATRICULA NOT = RA
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   MOVE NT-ANO TO ANO-CONCLUSAO
                   MOVE NT-SEMESTRE TO SEM-CONCLUSAO.

      ***************************************************
      * Numero sequencial (controle no registro 000000)  *
      * e codigo de validacao; grava o registro de       *
      * emissao                                          *
      ***************************************************
       140-NUMERA.
           MOVE ZEROS TO DCR-NUMERO
           READ ARQDECL
               INVALID KEY
                   MOVE ZEROS TO DCR-ULTIMO-NUMERO
                   WRITE REG-DECL-CONTROLE
           END-READ
           ADD 1 TO DCR-ULTIMO-NUMERO
           REWRITE REG-DECL-CONTROLE INVALID KEY
               DISPLAY "Erro ao numerar o documento."
               MOVE ZEROS TO DCR-NUMERO
               GO TO 140-NUMERA-FIM.
           MOVE DCR-ULTIMO-NUMERO TO NUMERO-BUSCA

           ACCEPT HORA-SISTEMA FROM TIME
           COMPUTE CODIGO-CALC = NUMERO-BUSCA * 7919
               + RA * 104729 + HORA-SISTEMA * 13
               + DATA-MOVIMENTO
           DIVIDE CODIGO-CALC BY 99999989 GIVING CODIGO-QUOC
               REMAINDER CODIGO-NUM
           MOVE CODIGO-NUM(1:4) TO CDP-1
           MOVE CODIGO-NUM(5:4) TO CDP-2

           MOVE SPACES TO REG-DECLARACAO
           MOVE NUMERO-BUSCA TO DCR-NUMERO
           MOVE TIPO-DOC TO DCR-TIPO
           MOVE RA TO DCR-RA
           MOVE NOME TO DCR-NOME
           MOVE DATA-MOVIMENTO TO DCR-DATA-EMISSAO
           MOVE CODIGO-NUM TO DCR-CODIGO
           MOVE FINALIDADE TO DCR-FINALIDADE
           MOVE OPER-CODIGO TO DCR-OPERADOR
           MOVE "V" TO DCR-SITUACAO
           WRITE REG-DECLARACAO INVALID KEY
               DISPLAY "Erro ao gravar o registro de emissao."
               MOVE ZEROS TO DCR-NUMERO.

       140-NUMERA-FIM.
           EXIT.

      * Valores dos campos que os modelos podem usar
       150-CAMPOS.
           MOVE SPACES TO TABELA-CAMPOS
           MOVE "NOME" TO CMP-NOME(1)
           MOVE NOME TO CMP-VALOR(1)
           MOVE "RA" TO CMP-NOME(2)
           MOVE RA TO CMP-VALOR(2)
           MOVE "CPF" TO CMP-NOME(3)
           STRING CPF(1:3) "." CPF(4:3) "." CPF(7:3) "-" CPF(10:2)
               DELIMITED BY SIZE INTO CMP-VALOR(3)
           MOVE "RG" TO CMP-NOME(4)
           MOVE RG TO CMP-VALOR(4)
           MOVE "NASCIMENTO" TO CMP-NOME(5)
           STRING DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO CMP-VALOR(5)
           MOVE "TURMA" TO CMP-NOME(6)
           MOVE TURMA-ALUNO TO CMP-VALOR(6)
           MOVE "NOMETURMA" TO CMP-NOME(7)
           MOVE NOME-TURMA TO CMP-VALOR(7)
           MOVE "PERIODO" TO CMP-NOME(8)
           STRING ANO-PERIODO "/" SEM-PERIODO
               DELIMITED BY SIZE INTO CMP-VALOR(8)
           MOVE "FREQUENCIA" TO CMP-NOME(9)
           MOVE PCT-FREQUENCIA TO PCT-PRINT
           MOVE ZEROS TO BRANCOS
           INSPECT PCT-PRINT TALLYING BRANCOS FOR LEADING SPACES
           STRING PCT-PRINT(BRANCOS + 1:) "%" DELIMITED BY SIZE
               INTO CMP-VALOR(9)
           MOVE "FALTAS" TO CMP-NOME(10)
           MOVE AULAS-PERDIDAS TO NUMERO-PRINT
           MOVE ZEROS TO BRANCOS
           INSPECT NUMERO-PRINT TALLYING BRANCOS FOR LEADING SPACES
           MOVE NUMERO-PRINT(BRANCOS + 1:) TO CMP-VALOR(10)
           MOVE "AULAS" TO CMP-NOME(11)
           MOVE AULAS-DADAS TO NUMERO-PRINT
           MOVE ZEROS TO BRANCOS
           INSPECT NUMERO-PRINT TALLYING BRANCOS FOR LEADING SPACES
           MOVE NUMERO-PRINT(BRANCOS + 1:) TO CMP-VALOR(11)
           MOVE "CONCLUSAO" TO CMP-NOME(12)
           STRING ANO-CONCLUSAO "/" SEM-CONCLUSAO
               DELIMITED BY SIZE INTO CMP-VALOR(12)
           MOVE "FINALIDADE" TO CMP-NOME(13)
           MOVE FINALIDADE TO CMP-VALOR(13)
           MOVE "DATA" TO CMP-NOME(14)
           MOVE DATA-MOVIMENTO(5:2) TO MES-IDX
           STRING DATA-MOVIMENTO(7:2) " de " DELIMITED BY SIZE
               NOME-MES(MES-IDX) DELIMITED BY SPACE
               " de " DATA-MOVIMENTO(1:4) DELIMITED BY SIZE
               INTO CMP-VALOR(14)
           MOVE "NUMERO" TO CMP-NOME(15)
           MOVE DCR-NUMERO TO CMP-VALOR(15)
           MOVE "CODIGO" TO CMP-NOME(16)
           MOVE CODIGO-PRINT TO CMP-VALOR(16).

      ***************************************************
      * Impressao: as linhas do modelo com os campos     *
      * trocados, e o rodape com numero e codigo de      *
      * validacao em todo documento                      *
      ***************************************************
       160-IMPRIME.
           OPEN EXTEND DOCUMENTO
           IF STATUS-DOCUMENTO = "35"
               OPEN OUTPUT DOCUMENTO.
           IF STATUS-DOCUMENTO NOT = "00" AND
               STATUS-DOCUMENTO NOT = "05"
               DISPLAY "Erro na abertura do DECLARA.LST: "
                   STATUS-DOCUMENTO
               GO TO 160-IMPRIME-FIM.
           MOVE ALL "=" TO REG-DOCUMENTO
           WRITE REG-DOCUMENTO
           MOVE SPACES TO REG-DOCUMENTO
           WRITE REG-DOCUMENTO

           MOVE TIPO-DOC TO MOD-TIPO
           MOVE ZEROS TO MOD-LINHA
           MOVE "N" TO CHAVE-EOF
           START ARQMOD KEY IS NOT LESS THAN MOD-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 161-LINHA-MODELO UNTIL CHAVE-EOF-SIM

           MOVE SPACES TO REG-DOCUMENTO
           WRITE REG-DOCUMENTO
           MOVE SPACES TO LINHA-DOC
           STRING "Documento n. " DELIMITED BY SIZE
               DCR-NUMERO DELIMITED BY SIZE
               " - codigo de validacao " DELIMITED BY SIZE
               CODIGO-PRINT DELIMITED BY SIZE
               " - confirme a autenticidade na secretaria."
               DELIMITED BY SIZE
               INTO LINHA-DOC
           MOVE LINHA-DOC TO REG-DOCUMENTO
           WRITE REG-DOCUMENTO
           CLOSE DOCUMENTO.

       160-IMPRIME-FIM.
           EXIT.

       161-LINHA-MODELO.
           READ ARQMOD NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF MOD-TIPO NOT = TIPO-DOC
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   PERFORM 170-MONTA-LINHA
                   MOVE LINHA-DOC TO REG-DOCUMENTO
                   WRITE REG-DOCUMENTO.

      * Copia o texto do modelo trocando cada &CAMPO& pelo
      * valor; campo desconhecido sai como esta
       170-MONTA-LINHA.
           MOVE SPACES TO LINHA-DOC
           MOVE 1 TO PTR POS
           PERFORM 171-COPIA UNTIL POS > 70 OR PTR > 100.

       171-COPIA.
           MOVE "N" TO ACHOU
           IF MOD-TEXTO(POS:1) = "&"
               COMPUTE FIM-POS = POS + 1
               PERFORM 172-ACHA-FECHA
                   UNTIL FIM-POS > 70 OR MOD-TEXTO(FIM-POS:1) = "&"
               COMPUTE TOK-TAM = FIM-POS - POS - 1
               IF FIM-POS NOT > 70 AND TOK-TAM > ZEROS AND
                   TOK-TAM NOT > 12
                   MOVE SPACES TO TOKEN
                   MOVE MOD-TEXTO(POS + 1:TOK-TAM) TO TOKEN
                   MOVE 1 TO CMP-IDX
                   PERFORM 173-ACHA-CAMPO
                       UNTIL ACHOU = "S" OR CMP-IDX > QTD-CAMPOS.
           IF ACHOU = "S"
               STRING CMP-VALOR(CMP-IDX) DELIMITED BY "  "
                   INTO LINHA-DOC WITH POINTER PTR
               END-STRING
               COMPUTE POS = FIM-POS + 1
           ELSE
               STRING MOD-TEXTO(POS:1) DELIMITED BY SIZE
                   INTO LINHA-DOC WITH POINTER PTR
               END-STRING
               ADD 1 TO POS.

       172-ACHA-FECHA.
           ADD 1 TO FIM-POS.

       173-ACHA-CAMPO.
           IF CMP-NOME(CMP-IDX) = TOKEN
               MOVE "S" TO ACHOU
           ELSE
               ADD 1 TO CMP-IDX.

      ***************************************************
      * Consulta de autenticidade para quem recebeu o    *
      * documento: numero e codigo impressos no rodape   *
      ***************************************************
       200-CONSULTAR.
           DISPLAY "Numero do documento: "
           ACCEPT NUMERO-BUSCA
           DISPLAY "Codigo de validacao (8 digitos, sem o traco): "
           ACCEPT CODIGO-BUSCA
           IF NUMERO-BUSCA = ZEROS
               DISPLAY "Documento nao consta no registro."
               GO TO 200-CONSULTAR-FIM.
           MOVE NUMERO-BUSCA TO DCR-NUMERO
           READ ARQDECL INVALID KEY
               DISPLAY "Documento nao consta no registro: NAO e "
                   "autentico."
               GO TO 200-CONSULTAR-FIM.
           IF DCR-CODIGO NOT = CODIGO-BUSCA
               DISPLAY "Codigo de validacao nao confere: documento "
                   "NAO autentico."
               GO TO 200-CONSULTAR-FIM.
           MOVE DCR-TIPO TO TIPO-DOC
           PERFORM 810-NOME-DOCUMENTO
           DISPLAY "Documento autentico: " NOME-DOC
           DISPLAY "  aluno RA " DCR-RA " - " DCR-NOME
           DISPLAY "  emitido em " DCR-DATA-EMISSAO(7:2) "/"
               DCR-DATA-EMISSAO(5:2) "/" DCR-DATA-EMISSAO(1:4)
               " - finalidade: " DCR-FINALIDADE
           IF DCR-SITUACAO = "C"
               DISPLAY "  ATENCAO: documento CANCELADO pela "
                   "secretaria.".

       200-CONSULTAR-FIM.
           EXIT.

      ***************************************************
      * Documentos emitidos para um RA                   *
      ***************************************************
       300-LISTAR.
           DISPLAY "RA do aluno: "
           ACCEPT RA-BUSCA
           MOVE ZEROS TO LISTADOS
           MOVE 1 TO DCR-NUMERO
           MOVE "N" TO CHAVE-EOF
           START ARQDECL KEY IS NOT LESS THAN DCR-NUMERO
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 301-LISTAR-LINHA UNTIL CHAVE-EOF-SIM
           DISPLAY "Documentos do RA " RA-BUSCA ": " LISTADOS
           DISPLAY "Tecle ENTER para prosseguir..."
           ACCEPT RESPOSTA.

       300-LISTAR-FIM.
           EXIT.

       301-LISTAR-LINHA.
           READ ARQDECL NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF DCR-RA = RA-BUSCA
                   ADD 1 TO LISTADOS
                   MOVE DCR-TIPO TO TIPO-DOC
                   PERFORM 810-NOME-DOCUMENTO
                   DISPLAY "  " DCR-NUMERO " " DCR-DATA-EMISSAO(7:2)
                       "/" DCR-DATA-EMISSAO(5:2) "/"
                       DCR-DATA-EMISSAO(1:4) " " NOME-DOC " "
                       DCR-SITUACAO " " DCR-FINALIDADE.

      ***************************************************
      * Cancelamento (documento emitido com erro): fica  *
      * no registro, e a consulta avisa que foi          *
      * cancelado                                        *
      ***************************************************
       400-CANCELAR.
           IF OPER-NIVEL NOT = "G"
               DISPLAY "Opcao restrita ao gerente."
               GO TO 400-CANCELAR-FIM.
           DISPLAY "Numero do documento: "
           ACCEPT NUMERO-BUSCA
           IF NUMERO-BUSCA = ZEROS
               DISPLAY "Documento nao encontrado."
               GO TO 400-CANCELAR-FIM.
           MOVE NUMERO-BUSCA TO DCR-NUMERO
           READ ARQDECL INVALID KEY
               DISPLAY "Documento nao encontrado."
               GO TO 400-CANCELAR-FIM.
           DISPLAY "RA " DCR-RA " - " DCR-NOME
           DISPLAY "Confirma o cancelamento? (S/N) "
           ACCEPT RESPOSTA
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
               GO TO 400-CANCELAR-FIM.
           MOVE "C" TO DCR-SITUACAO
           REWRITE REG-DECLARACAO INVALID KEY
               DISPLAY "Erro ao cancelar o documento."
               GO TO 400-CANCELAR-FIM.
           DISPLAY "Documento cancelado.".

       400-CANCELAR-FIM.
           EXIT.

      ***************************************************
      * Modelos: texto de cada tipo, linha a linha       *
      * (linha em branco apaga)                          *
      ***************************************************
       500-MODELOS.
           IF OPER-NIVEL NOT = "G"
               DISPLAY "Opcao restrita ao gerente."
               GO TO 500-MODELOS-FIM.
           DISPLAY "Tipo (M=matricula F=frequencia C=conclusao): "
           ACCEPT TIPO-DOC
           IF TIPO-DOC = "m" MOVE "M" TO TIPO-DOC.
           IF TIPO-DOC = "f" MOVE "F" TO TIPO-DOC.
           IF TIPO-DOC = "c" MOVE "C" TO TIPO-DOC.
           PERFORM 810-NOME-DOCUMENTO
           IF NOME-DOC = SPACES
               DISPLAY "Tipo de documento invalido."
               GO TO 500-MODELOS-FIM.
           DISPLAY "Campos: &NOME& &RA& &CPF& &RG& &NASCIMENTO& "
               "&TURMA& &NOMETURMA& &PERIODO&"
           DISPLAY "        &FREQUENCIA& &FALTAS& &AULAS& "
               "&CONCLUSAO& &FINALIDADE& &DATA& &NUMERO& &CODIGO&".

       501-MODELO-LINHAS.
           DISPLAY " "
           DISPLAY "Modelo de " NOME-DOC ":"
           MOVE TIPO-DOC TO MOD-TIPO
           MOVE ZEROS TO MOD-LINHA
           MOVE "N" TO CHAVE-EOF
           START ARQMOD KEY IS NOT LESS THAN MOD-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 502-MOSTRA-LINHA UNTIL CHAVE-EOF-SIM

           DISPLAY "Linha a gravar (01 a 99; 00 encerra): "
           ACCEPT LINHA-MODELO
           IF LINHA-MODELO = ZEROS
               GO TO 500-MODELOS-FIM.
           DISPLAY "Texto (ate 70 posicoes; em branco apaga): "
           MOVE SPACES TO TEXTO-MODELO
           ACCEPT TEXTO-MODELO
           MOVE TIPO-DOC TO MOD-TIPO
           MOVE LINHA-MODELO TO MOD-LINHA
           READ ARQMOD
               INVALID KEY
                   IF TEXTO-MODELO NOT = SPACES
                       MOVE TEXTO-MODELO TO MOD-TEXTO
                       WRITE REG-MODELO
                   END-IF
               NOT INVALID KEY
                   IF TEXTO-MODELO = SPACES
                       DELETE ARQMOD RECORD
                   ELSE
                       MOVE TEXTO-MODELO TO MOD-TEXTO
                       REWRITE REG-MODELO
                   END-IF
           END-READ
           GO TO 501-MODELO-LINHAS.

       500-MODELOS-FIM.
           EXIT.

       502-MOSTRA-LINHA.
           READ ARQMOD NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF MOD-TIPO NOT = TIPO-DOC
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   DISPLAY MOD-LINHA " " MOD-TEXTO.

      * Periodo corrente pelo dia de movimento
       800-PERIODO-CORRENTE.
           MOVE "C" TO DTM-FUNCAO
           CALL "DATAMOV" USING DATA-MOV
           MOVE DTM-AMD TO DATA-MOVIMENTO
           MOVE DATA-MOVIMENTO(1:4) TO ANO-PERIODO
           IF DATA-MOVIMENTO(5:2) < "07"
               MOVE 1 TO SEM-PERIODO
               MOVE 01 TO MES-INICIO
               MOVE 06 TO MES-FIM
           ELSE
               MOVE 2 TO SEM-PERIODO
               MOVE 07 TO MES-INICIO
               MOVE 12 TO MES-FIM.
           MOVE ZEROS TO AULAS-DADAS AULAS-PERDIDAS PCT-FREQUENCIA
               ANO-CONCLUSAO SEM-CONCLUSAO.

       810-NOME-DOCUMENTO.
           IF TIPO-DOC = "M"
               MOVE "Declaracao de matricula" TO NOME-DOC
           ELSE IF TIPO-DOC = "F"
               MOVE "Atestado de frequencia" TO NOME-DOC
           ELSE IF TIPO-DOC = "C"
               MOVE "Declaracao de conclusao" TO NOME-DOC
           ELSE
               MOVE SPACES TO NOME-DOC.

       820-CONTA-LINHAS-MODELO.
           MOVE ZEROS TO LINHAS-MODELO
           MOVE TIPO-DOC TO MOD-TIPO
           MOVE ZEROS TO MOD-LINHA
           MOVE "N" TO CHAVE-EOF
           START ARQMOD KEY IS NOT LESS THAN MOD-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 821-CONTA-LINHA UNTIL CHAVE-EOF-SIM.

       821-CONTA-LINHA.
           READ ARQMOD NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF MOD-TIPO NOT = TIPO-DOC
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   ADD 1 TO LINHAS-MODELO.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE ARQALUNO ARQTURMAS ARQNOTAS ARQFALTAS ARQATRIB
               ARQMOD ARQDECL
           IF HIST-ABERTO = "S"
               CLOSE HISNOTAS.
       FIM-EXIT.
           EXIT PROGRAM.
       FIM-STOP-RUN.
           STOP RUN.
