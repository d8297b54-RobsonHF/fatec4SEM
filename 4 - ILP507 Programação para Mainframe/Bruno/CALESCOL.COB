      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-11                    *
      * Purpose: Academics               *
      *          Calendario escolar por  *
      *          ano e semestre: inicio  *
      *          e fim do periodo        *
      *          letivo, cortes dos      *
      *          bimestres, feriados,    *
      *          recessos e dias letivos *
      *          extras (CALEND.DAT)     *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CALESCOL.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAL ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CAL-CHAVE
           FILE STATUS     IS STATUS-ARQCAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CALEND.DAT".

      * Calendario por ano/semestre: a linha de data zero e o
      * periodo letivo (inicio, fim e cortes dos bimestres); as
      * demais sao feriados, recessos e dias letivos extras,
      * pela data em que comecam
       01 REG-CALENDARIO.
           05 CAL-CHAVE.
               10 CAL-ANO          PIC 9(04).
               10 CAL-SEMESTRE     PIC 9(01).
               10 CAL-DATA         PIC 9(08).
           05 CAL-DADOS            PIC X(46).
           05 CAL-PERIODO REDEFINES CAL-DADOS.
               10 CAL-INICIO       PIC 9(08).
               10 CAL-FIM          PIC 9(08).
      * ultimo dia do primeiro bimestre (NOTA1) e do segundo
      * (NOTA2)
               10 CAL-CORTE-1      PIC 9(08).
               10 CAL-CORTE-2      PIC 9(08).
               10 FILLER           PIC X(14).
           05 CAL-EVENTO REDEFINES CAL-DADOS.
      * "F" feriado, "R" recesso, "L" dia letivo extra
      * (reposicao num sabado ou num dia de recesso)
               10 CAL-TIPO         PIC X(01).
                   88 CAL-TIPO-VALIDO VALUE "F" "R" "L".
               10 CAL-ATE          PIC 9(08).
               10 CAL-DESCRICAO    PIC X(30).
               10 FILLER           PIC X(07).

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

       77 STATUS-ARQCAL            PIC X(02).
       77 STATUS-AUDITLOG          PIC X(02).
       77 AUD-OPERACAO-W           PIC X(10) VALUE SPACES.
       77 AUD-CHAVE-W              PIC X(11) VALUE SPACES.
       77 DATA-SISTEMA             PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
       77 MENSAGEM                 PIC X(48) VALUE SPACES.
       77 TEMPORIZADOR             PIC 9(06) VALUE ZEROS.
       77 MENU-OPCAO               PIC X(01) VALUE SPACES.
       77 WS-ESC-KEY               PIC 9(02) VALUE ZEROS.
       77 CONTADOR-ARQUIVO         PIC 9(04) VALUE ZEROS.
       77 CONTADOR-LINHAS          PIC 9(02) VALUE ZEROS.
       77 RESPOSTA                 PIC X(01) VALUE SPACES.
       77 PERIODO-EXISTE           PIC X(01) VALUE "N".

      * Campos das telas
       77 TELA-ANO                 PIC 9(04) VALUE ZEROS.
       77 TELA-SEMESTRE            PIC 9(01) VALUE ZEROS.
       77 TELA-TIPO                PIC X(01) VALUE SPACES.
       77 TELA-DESCRICAO           PIC X(30) VALUE SPACES.
       01 TELA-INICIO.
           05 TELA-INI-DIA         PIC 9(02).
           05 TELA-INI-MES         PIC 9(02).
           05 TELA-INI-ANO         PIC 9(04).
       01 TELA-FIM.
           05 TELA-FIM-DIA         PIC 9(02).
           05 TELA-FIM-MES         PIC 9(02).
           05 TELA-FIM-ANO         PIC 9(04).
       01 TELA-CORTE-1.
           05 TELA-C1-DIA          PIC 9(02).
           05 TELA-C1-MES          PIC 9(02).
           05 TELA-C1-ANO          PIC 9(04).
       01 TELA-CORTE-2.
           05 TELA-C2-DIA          PIC 9(02).
           05 TELA-C2-MES          PIC 9(02).
           05 TELA-C2-ANO          PIC 9(04).

      * Conversao de datas DD MM AAAA da tela para AAAAMMDD
       01 DATA-DMA.
           05 DMA-DIA              PIC 9(02).
           05 DMA-MES              PIC 9(02).
           05 DMA-ANO              PIC 9(04).
       01 DATA-AMD                 PIC 9(08) VALUE ZEROS.
       01 DATA-AMD-PARTES REDEFINES DATA-AMD.
           05 AMD-ANO              PIC 9(04).
           05 AMD-MES              PIC 9(02).
           05 AMD-DIA              PIC 9(02).
       77 DATA-OK                  PIC X(01) VALUE "N".
       77 DIAS-MES                 PIC 9(02) VALUE ZEROS.
       77 ANO-DIV                  PIC 9(04) VALUE ZEROS.
       77 ANO-RESTO                PIC 9(01) VALUE ZEROS.

       77 AMD-INICIO               PIC 9(08) VALUE ZEROS.
       77 AMD-FIM                  PIC 9(08) VALUE ZEROS.
       77 AMD-CORTE-1              PIC 9(08) VALUE ZEROS.
       77 AMD-CORTE-2              PIC 9(08) VALUE ZEROS.

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

      * Consulta ao calendario (CALL "DIALETIV") para a contagem
      * dos dias letivos na listagem
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
         05 VALUE "Calendario escolar"
           FOREGROUND-COLOR 12 LINE 02 COLUMN 16.
         05 VALUE "P"
           FOREGROUND-COLOR 14 LINE 05 COLUMN 16.
         05 VALUE "eriodo letivo: inicio, fim e bimestres."
           FOREGROUND-COLOR 15 LINE 05 COLUMN 17.
         05 VALUE "D"
           FOREGROUND-COLOR 14 LINE 06 COLUMN 16.
         05 VALUE "ia: feriado, recesso ou dia letivo extra."
           FOREGROUND-COLOR 15 LINE 06 COLUMN 17.
         05 VALUE "E"
           FOREGROUND-COLOR 14 LINE 07 COLUMN 16.
         05 VALUE "xcluir um feriado, recesso ou dia extra."
           FOREGROUND-COLOR 15 LINE 07 COLUMN 17.
         05 VALUE "L"
           FOREGROUND-COLOR 14 LINE 08 COLUMN 16.
         05 VALUE "istar o calendario e os dias letivos."
           FOREGROUND-COLOR 15 LINE 08 COLUMN 17.
         05 VALUE "F"
           FOREGROUND-COLOR 14 LINE 10 COLUMN 16.
         05 VALUE "inalizar o programa."
           FOREGROUND-COLOR 15 LINE 10 COLUMN 17.
         05 MENU-INPUT             PIC X(01) TO MENU-OPCAO
           FOREGROUND-COLOR 14 LINE 12 COLUMN 41 AUTO.

       01 TELA-BUSCA-PERIODO.
         05 VALUE "Calendario do periodo"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "               Ano"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-BUSCA-ANO PIC 9(04) TO TELA-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 26.
         05 VALUE "Semestre (1 ou 2)"
           FOREGROUND-COLOR 15 LINE 05 COLUMN 07.
         05 INPUT-BUSCA-SEM PIC 9(01) TO TELA-SEMESTRE
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 05 COLUMN 26.

       01 TELA-PERIODO.
         05 VALUE "Periodo letivo"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 PIC 9(04) FROM TELA-ANO LINE 01 COLUMN 16.
         05 VALUE "/" LINE 01 COLUMN 20.
         05 PIC 9(01) FROM TELA-SEMESTRE LINE 01 COLUMN 21.
         05 VALUE "Dia"
           FOREGROUND-COLOR 03 LINE 02 COLUMN 30.
         05 VALUE "Mes"
           FOREGROUND-COLOR 03 LINE 02 COLUMN 34.
         05 VALUE "Ano"
           FOREGROUND-COLOR 03 LINE 02 COLUMN 38.
         05 VALUE "Inicio das aulas"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-INI-DIA PIC 9(02) FROM TELA-INI-DIA TO TELA-INI-DIA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 30.
         05 INPUT-INI-MES PIC 9(02) FROM TELA-INI-MES TO TELA-INI-MES
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 34.
         05 INPUT-INI-ANO PIC 9(04) FROM TELA-INI-ANO TO TELA-INI-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 38.
         05 VALUE "Fim das aulas"
           FOREGROUND-COLOR 15 LINE 05 COLUMN 06.
         05 INPUT-FIM-DIA PIC 9(02) FROM TELA-FIM-DIA TO TELA-FIM-DIA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 05 COLUMN 30.
         05 INPUT-FIM-MES PIC 9(02) FROM TELA-FIM-MES TO TELA-FIM-MES
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 05 COLUMN 34.
         05 INPUT-FIM-ANO PIC 9(04) FROM TELA-FIM-ANO TO TELA-FIM-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 05 COLUMN 38.
         05 VALUE "Corte do 1o bimestre"
           FOREGROUND-COLOR 15 LINE 07 COLUMN 06.
         05 INPUT-C1-DIA  PIC 9(02) FROM TELA-C1-DIA TO TELA-C1-DIA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 07 COLUMN 30.
         05 INPUT-C1-MES  PIC 9(02) FROM TELA-C1-MES TO TELA-C1-MES
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 07 COLUMN 34.
         05 INPUT-C1-ANO  PIC 9(04) FROM TELA-C1-ANO TO TELA-C1-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 07 COLUMN 38.
         05 VALUE "Corte do 2o bimestre"
           FOREGROUND-COLOR 15 LINE 09 COLUMN 06.
         05 INPUT-C2-DIA  PIC 9(02) FROM TELA-C2-DIA TO TELA-C2-DIA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 09 COLUMN 30.
         05 INPUT-C2-MES  PIC 9(02) FROM TELA-C2-MES TO TELA-C2-MES
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 09 COLUMN 34.
         05 INPUT-C2-ANO  PIC 9(04) FROM TELA-C2-ANO TO TELA-C2-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 09 COLUMN 38.
         05 VALUE "(zeros no 2o corte = o fim das aulas)"
           FOREGROUND-COLOR 03 LINE 10 COLUMN 06.
         05 VALUE "Ate o 1o corte a nota lancada e a NOTA1; depois"
           FOREGROUND-COLOR 03 LINE 12 COLUMN 06.
         05 VALUE "dele, a NOTA2."
           FOREGROUND-COLOR 03 LINE 13 COLUMN 06.

       01 TELA-EVENTO.
         05 VALUE "Feriado, recesso ou dia letivo extra"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "               Ano"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-EVT-ANO PIC 9(04) TO TELA-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 30.
         05 VALUE "          Semestre"
           FOREGROUND-COLOR 15 LINE 04 COLUMN 06.
         05 INPUT-EVT-SEM PIC 9(01) TO TELA-SEMESTRE
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 04 COLUMN 30.
         05 VALUE "              Tipo"
           FOREGROUND-COLOR 15 LINE 06 COLUMN 06.
         05 INPUT-EVT-TIPO PIC X(01) TO TELA-TIPO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 06 COLUMN 30.
         05 VALUE "(F feriado, R recesso, L dia letivo extra)"
           FOREGROUND-COLOR 03 LINE 06 COLUMN 33.
         05 VALUE "Dia"
           FOREGROUND-COLOR 03 LINE 07 COLUMN 30.
         05 VALUE "Mes"
           FOREGROUND-COLOR 03 LINE 07 COLUMN 34.
         05 VALUE "Ano"
           FOREGROUND-COLOR 03 LINE 07 COLUMN 38.
         05 VALUE "         A partir de"
           FOREGROUND-COLOR 15 LINE 08 COLUMN 04.
         05 INPUT-EVT-INI-DIA PIC 9(02) TO TELA-INI-DIA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 08 COLUMN 30.
         05 INPUT-EVT-INI-MES PIC 9(02) TO TELA-INI-MES
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 08 COLUMN 34.
         05 INPUT-EVT-INI-ANO PIC 9(04) TO TELA-INI-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 08 COLUMN 38.
         05 VALUE "  Ate (zeros = o dia)"
           FOREGROUND-COLOR 15 LINE 10 COLUMN 04.
         05 INPUT-EVT-FIM-DIA PIC 9(02) TO TELA-FIM-DIA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 30.
         05 INPUT-EVT-FIM-MES PIC 9(02) TO TELA-FIM-MES
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 34.
         05 INPUT-EVT-FIM-ANO PIC 9(04) TO TELA-FIM-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 10 COLUMN 38.
         05 VALUE "         Descricao"
           FOREGROUND-COLOR 15 LINE 12 COLUMN 06.
         05 INPUT-EVT-DESC PIC X(30) TO TELA-DESCRICAO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 12 COLUMN 30.

       01 TELA-EXCLUI.
         05 VALUE "Excluir feriado, recesso ou dia extra"
           FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "               Ano"
           FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-EXC-ANO PIC 9(04) TO TELA-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 30.
         05 VALUE "          Semestre"
           FOREGROUND-COLOR 15 LINE 04 COLUMN 06.
         05 INPUT-EXC-SEM PIC 9(01) TO TELA-SEMESTRE
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 04 COLUMN 30.
         05 VALUE "Dia"
           FOREGROUND-COLOR 03 LINE 05 COLUMN 30.
         05 VALUE "Mes"
           FOREGROUND-COLOR 03 LINE 05 COLUMN 34.
         05 VALUE "Ano"
           FOREGROUND-COLOR 03 LINE 05 COLUMN 38.
         05 VALUE "         A partir de"
           FOREGROUND-COLOR 15 LINE 06 COLUMN 04.
         05 INPUT-EXC-DIA PIC 9(02) TO TELA-INI-DIA
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 06 COLUMN 30.
         05 INPUT-EXC-MES PIC 9(02) TO TELA-INI-MES
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 06 COLUMN 34.
         05 INPUT-EXC-ANO-D PIC 9(04) TO TELA-INI-ANO
           BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 06 COLUMN 38.

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
           OPEN I-O ARQCAL
           IF STATUS-ARQCAL NOT = "00"
               IF STATUS-ARQCAL = "30" OR STATUS-ARQCAL = "35"
               OPEN OUTPUT ARQCAL
               MOVE "            Arquivo sendo criado..." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               CLOSE ARQCAL
               GO TO 000-ABERTURA
               ELSE
               MOVE "    Erro na abertura do CALEND.DAT." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO ROT-FIM-EXIT.

       002-MENU-PRINCIPAL.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-MENU-PRINCIPAL
           ACCEPT TELA-MENU-PRINCIPAL.

           IF MENU-OPCAO = "P" OR "p"
               PERFORM 100-PERIODO THRU 100-PERIODO-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "D" OR "d"
               PERFORM 200-EVENTO THRU 200-EVENTO-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "E" OR "e"
               PERFORM 300-EXCLUIR THRU 300-EXCLUIR-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "L" OR "l"
               PERFORM 400-LISTAR THRU 400-LISTAR-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "F" OR "f"
               GO TO ROT-FIM

           ELSE
               MOVE "              Opcao invalida!" TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 002-MENU-PRINCIPAL.

      ***************************************************
      * Periodo letivo: inicio e fim das aulas e o corte *
      * de cada bimestre; refazer o periodo regrava a    *
      * linha                                            *
      ***************************************************
       100-PERIODO.
           MOVE ZEROS TO TELA-ANO TELA-SEMESTRE
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-BUSCA-PERIODO
           ACCEPT TELA-BUSCA-PERIODO
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 100-PERIODO-FIM.
           IF TELA-SEMESTRE NOT = 1 AND TELA-SEMESTRE NOT = 2
               MOVE "        Semestre deve ser 1 ou 2." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 100-PERIODO.

           MOVE ZEROS TO TELA-INICIO TELA-FIM TELA-CORTE-1
               TELA-CORTE-2
           PERFORM 110-LE-PERIODO
           IF PERIODO-EXISTE = "S"
               MOVE CAL-INICIO TO DATA-AMD
               PERFORM 910-AMD-PARA-DMA
               MOVE DATA-DMA TO TELA-INICIO
               MOVE CAL-FIM TO DATA-AMD
               PERFORM 910-AMD-PARA-DMA
               MOVE DATA-DMA TO TELA-FIM
               MOVE CAL-CORTE-1 TO DATA-AMD
               PERFORM 910-AMD-PARA-DMA
               MOVE DATA-DMA TO TELA-CORTE-1
               MOVE CAL-CORTE-2 TO DATA-AMD
               PERFORM 910-AMD-PARA-DMA
               MOVE DATA-DMA TO TELA-CORTE-2.

       101-PERIODO-TELA.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-PERIODO
           ACCEPT TELA-PERIODO
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 100-PERIODO-FIM.

           MOVE TELA-INICIO TO DATA-DMA
           PERFORM 900-DMA-PARA-AMD
           IF DATA-OK = "N"
               MOVE "      Data de inicio invalida." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 101-PERIODO-TELA.
           MOVE DATA-AMD TO AMD-INICIO
           MOVE TELA-FIM TO DATA-DMA
           PERFORM 900-DMA-PARA-AMD
           IF DATA-OK = "N"
               MOVE "        Data de fim invalida." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 101-PERIODO-TELA.
           MOVE DATA-AMD TO AMD-FIM
           MOVE TELA-CORTE-1 TO DATA-DMA
           PERFORM 900-DMA-PARA-AMD
           IF DATA-OK = "N"
               MOVE "  Corte do 1o bimestre invalido." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 101-PERIODO-TELA.
           MOVE DATA-AMD TO AMD-CORTE-1
           IF TELA-CORTE-2 = ZEROS
               MOVE AMD-FIM TO AMD-CORTE-2
           ELSE
               MOVE TELA-CORTE-2 TO DATA-DMA
               PERFORM 900-DMA-PARA-AMD
               IF DATA-OK = "N"
                   MOVE "  Corte do 2o bimestre invalido."
                       TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 101-PERIODO-TELA
               END-IF
               MOVE DATA-AMD TO AMD-CORTE-2.

           IF AMD-INICIO(1:4) NOT = TELA-ANO
               MOVE " O inicio deve cair no ano do periodo."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 101-PERIODO-TELA.
           IF AMD-FIM NOT > AMD-INICIO
               MOVE "   O fim deve ser depois do inicio." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 101-PERIODO-TELA.
           IF AMD-CORTE-1 < AMD-INICIO OR
               AMD-CORTE-1 NOT < AMD-CORTE-2 OR
               AMD-CORTE-2 > AMD-FIM
               MOVE " Cortes fora da ordem inicio/1o/2o/fim."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 101-PERIODO-TELA.

           PERFORM 110-LE-PERIODO
           MOVE TELA-ANO TO CAL-ANO
           MOVE TELA-SEMESTRE TO CAL-SEMESTRE
           MOVE ZEROS TO CAL-DATA
           MOVE SPACES TO CAL-DADOS
           MOVE AMD-INICIO TO CAL-INICIO
           MOVE AMD-FIM TO CAL-FIM
           MOVE AMD-CORTE-1 TO CAL-CORTE-1
           MOVE AMD-CORTE-2 TO CAL-CORTE-2
           IF PERIODO-EXISTE = "S"
               MOVE "CALPERALT" TO AUD-OPERACAO-W
               REWRITE REG-CALENDARIO INVALID KEY
                   MOVE "      Erro ao gravar o periodo." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 100-PERIODO-FIM
               END-REWRITE
           ELSE
               MOVE "CALPERIODO" TO AUD-OPERACAO-W
               WRITE REG-CALENDARIO INVALID KEY
                   MOVE "      Erro ao gravar o periodo." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 100-PERIODO-FIM
               END-WRITE.

           MOVE SPACES TO AUD-CHAVE-W
           STRING TELA-ANO DELIMITED BY SIZE
               TELA-SEMESTRE DELIMITED BY SIZE
               INTO AUD-CHAVE-W
           PERFORM GRAVA-AUDITORIA
           MOVE "      Periodo gravado com sucesso!" TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       100-PERIODO-FIM.
           EXIT.

       110-LE-PERIODO.
           MOVE "N" TO PERIODO-EXISTE
           MOVE TELA-ANO TO CAL-ANO
           MOVE TELA-SEMESTRE TO CAL-SEMESTRE
           MOVE ZEROS TO CAL-DATA
           READ ARQCAL
               NOT INVALID KEY MOVE "S" TO PERIODO-EXISTE
           END-READ.

      ***************************************************
      * Feriado (um dia ou mais), recesso ou dia letivo  *
      * extra, sempre dentro do periodo ja cadastrado;   *
      * a mesma data de inicio regrava a linha           *
      ***************************************************
       200-EVENTO.
           MOVE ZEROS TO TELA-ANO TELA-SEMESTRE TELA-INICIO TELA-FIM
           MOVE SPACES TO TELA-TIPO TELA-DESCRICAO.

       201-EVENTO-TELA.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-EVENTO
           ACCEPT TELA-EVENTO
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 200-EVENTO-FIM.

           PERFORM 110-LE-PERIODO
           IF PERIODO-EXISTE = "N"
               MOVE " Cadastre antes o periodo letivo (opcao P)."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 201-EVENTO-TELA.
           MOVE CAL-INICIO TO AMD-INICIO
           MOVE CAL-FIM TO AMD-FIM

           IF TELA-TIPO = "f" OR TELA-TIPO = "r" OR TELA-TIPO = "l"
               INSPECT TELA-TIPO CONVERTING "frl" TO "FRL".
           IF TELA-TIPO NOT = "F" AND TELA-TIPO NOT = "R" AND
               TELA-TIPO NOT = "L"
               MOVE "      Tipo deve ser F, R ou L." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 201-EVENTO-TELA.
           IF TELA-DESCRICAO = SPACES
               MOVE "     Informe a descricao do dia." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 201-EVENTO-TELA.

           MOVE TELA-INICIO TO DATA-DMA
           PERFORM 900-DMA-PARA-AMD
           IF DATA-OK = "N"
               MOVE "            Data invalida." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 201-EVENTO-TELA.
           MOVE DATA-AMD TO AMD-CORTE-1
           IF TELA-FIM = ZEROS
               MOVE AMD-CORTE-1 TO AMD-CORTE-2
           ELSE
               MOVE TELA-FIM TO DATA-DMA
               PERFORM 900-DMA-PARA-AMD
               IF DATA-OK = "N"
                   MOVE "          Data final invalida." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 201-EVENTO-TELA
               END-IF
               MOVE DATA-AMD TO AMD-CORTE-2.
           IF AMD-CORTE-2 < AMD-CORTE-1
               MOVE " A data final vem antes da inicial." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 201-EVENTO-TELA.
           IF AMD-CORTE-1 < AMD-INICIO OR AMD-CORTE-2 > AMD-FIM
               MOVE "   Datas fora do periodo letivo." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 201-EVENTO-TELA.

           MOVE TELA-ANO TO CAL-ANO
           MOVE TELA-SEMESTRE TO CAL-SEMESTRE
           MOVE AMD-CORTE-1 TO CAL-DATA
           MOVE SPACES TO CAL-DADOS
           MOVE TELA-TIPO TO CAL-TIPO
           MOVE AMD-CORTE-2 TO CAL-ATE
           MOVE TELA-DESCRICAO TO CAL-DESCRICAO
           MOVE "CALDIA" TO AUD-OPERACAO-W
           WRITE REG-CALENDARIO INVALID KEY
               MOVE "CALDIAALT" TO AUD-OPERACAO-W
               REWRITE REG-CALENDARIO INVALID KEY
                   MOVE "       Erro ao gravar o dia." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO 200-EVENTO-FIM
               END-REWRITE
           END-WRITE

           PERFORM 210-AUDITA-EVENTO
           MOVE "        Dia gravado com sucesso!" TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       200-EVENTO-FIM.
           EXIT.

      * chave da auditoria: ano + semestre + AAMMDD do dia
       210-AUDITA-EVENTO.
           MOVE SPACES TO AUD-CHAVE-W
           STRING CAL-ANO DELIMITED BY SIZE
               CAL-SEMESTRE DELIMITED BY SIZE
               CAL-DATA(3:6) DELIMITED BY SIZE
               INTO AUD-CHAVE-W
           PERFORM GRAVA-AUDITORIA.

      ***************************************************
      * Exclusao de um feriado, recesso ou dia extra     *
      * (gerente); o periodo letivo nao se exclui aqui   *
      ***************************************************
       300-EXCLUIR.
           IF OPER-NIVEL NOT = "G"
               MOVE "      Funcao restrita ao gerente." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-EXCLUIR-FIM.
           MOVE ZEROS TO TELA-ANO TELA-SEMESTRE TELA-INICIO
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-EXCLUI
           ACCEPT TELA-EXCLUI
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 300-EXCLUIR-FIM.

           MOVE TELA-INICIO TO DATA-DMA
           PERFORM 900-DMA-PARA-AMD
           IF DATA-OK = "N"
               MOVE "            Data invalida." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-EXCLUIR-FIM.
           MOVE TELA-ANO TO CAL-ANO
           MOVE TELA-SEMESTRE TO CAL-SEMESTRE
           MOVE DATA-AMD TO CAL-DATA
           READ ARQCAL INVALID KEY
               MOVE "       Registro nao encontrado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-EXCLUIR-FIM.

           DISPLAY BLANK-SCREEN
           DISPLAY CAL-ANO "/" CAL-SEMESTRE " - " CAL-TIPO " - "
               TELA-INI-DIA "/" TELA-INI-MES "/" TELA-INI-ANO
               " - " CAL-DESCRICAO
           DISPLAY "Excluir? (S/N): "
           ACCEPT RESPOSTA
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
               GO TO 300-EXCLUIR-FIM.
           DELETE ARQCAL RECORD INVALID KEY
               MOVE "        Erro ao excluir o dia." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 300-EXCLUIR-FIM.
           MOVE "CALEXCLUI" TO AUD-OPERACAO-W
           PERFORM 210-AUDITA-EVENTO
           MOVE "        Dia excluido do calendario." TO MENSAGEM
           PERFORM MSG-ZERA THRU MSG-FIM.

       300-EXCLUIR-FIM.
           EXIT.

      ***************************************************
      * Listagem do periodo: as datas, os dias fora do   *
      * calendario e a contagem dos dias letivos por dia *
      * da semana (DIALETIV)                             *
      ***************************************************
       400-LISTAR.
           MOVE ZEROS TO TELA-ANO TELA-SEMESTRE
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-BUSCA-PERIODO
           ACCEPT TELA-BUSCA-PERIODO
           ACCEPT WS-ESC-KEY FROM ESCAPE KEY
           IF WS-ESC-KEY = 01
               GO TO 400-LISTAR-FIM.
           PERFORM 110-LE-PERIODO
           IF PERIODO-EXISTE = "N"
               MOVE "   Periodo sem calendario cadastrado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO 400-LISTAR-FIM.

           DISPLAY BLANK-SCREEN
           DISPLAY "Calendario " TELA-ANO "/" TELA-SEMESTRE
           MOVE CAL-INICIO TO DATA-AMD
           PERFORM 910-AMD-PARA-DMA
           DISPLAY "  Aulas de " DMA-DIA "/" DMA-MES "/" DMA-ANO
               WITH NO ADVANCING
           MOVE CAL-FIM TO DATA-AMD
           PERFORM 910-AMD-PARA-DMA
           DISPLAY " a " DMA-DIA "/" DMA-MES "/" DMA-ANO
           MOVE CAL-CORTE-1 TO DATA-AMD
           PERFORM 910-AMD-PARA-DMA
           DISPLAY "  1o bimestre ate " DMA-DIA "/" DMA-MES "/"
               DMA-ANO WITH NO ADVANCING
           MOVE CAL-CORTE-2 TO DATA-AMD
           PERFORM 910-AMD-PARA-DMA
           DISPLAY ", 2o bimestre ate " DMA-DIA "/" DMA-MES "/"
               DMA-ANO

           MOVE ZEROS TO CONTADOR-ARQUIVO
           MOVE 4 TO CONTADOR-LINHAS
           MOVE "N" TO CHAVE-EOF
           START ARQCAL KEY IS GREATER THAN CAL-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 401-LISTAR-EVENTO UNTIL CHAVE-EOF-SIM
           IF CONTADOR-ARQUIVO = ZEROS
               DISPLAY "  Nenhum feriado, recesso ou dia extra.".

           MOVE "S" TO DLT-FUNCAO
           MOVE TELA-ANO TO DLT-ANO
           MOVE TELA-SEMESTRE TO DLT-SEMESTRE
           MOVE ZEROS TO DLT-AMD
           CALL "DIALETIV" USING DIA-LETIVO
           IF DLT-RETORNO = "00"
               DISPLAY "Dias letivos: " DLT-TOTAL-DIAS " (seg "
                   DLT-DIAS(1) " ter " DLT-DIAS(2) " qua "
                   DLT-DIAS(3) " qui " DLT-DIAS(4) " sex "
                   DLT-DIAS(5) " sab " DLT-DIAS(6) ")".
           DISPLAY "Tecle ENTER para prosseguir..."
           ACCEPT WS-ESC-KEY.
           GO TO 400-LISTAR-FIM.

       401-LISTAR-EVENTO.
           READ ARQCAL NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF CAL-ANO NOT = TELA-ANO OR
                   CAL-SEMESTRE NOT = TELA-SEMESTRE
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   ADD 1 TO CONTADOR-ARQUIVO
                   MOVE CAL-DATA TO DATA-AMD
                   PERFORM 910-AMD-PARA-DMA
                   DISPLAY "  " CAL-TIPO " " DMA-DIA "/" DMA-MES "/"
                       DMA-ANO WITH NO ADVANCING
                   MOVE CAL-ATE TO DATA-AMD
                   PERFORM 910-AMD-PARA-DMA
                   DISPLAY " a " DMA-DIA "/" DMA-MES "/" DMA-ANO
                       " " CAL-DESCRICAO
                   ADD 1 TO CONTADOR-LINHAS
                   IF CONTADOR-LINHAS > 20
                       DISPLAY "Tecle ENTER para prosseguir..."
                       ACCEPT WS-ESC-KEY
                       MOVE 2 TO CONTADOR-LINHAS.

       400-LISTAR-FIM.
           MOVE "N" TO CHAVE-EOF
           EXIT.

      ***************************************************
      * Datas: DD MM AAAA da tela para AAAAMMDD, com a   *
      * conferencia do dia no mes, e a volta             *
      ***************************************************
       900-DMA-PARA-AMD.
           MOVE "N" TO DATA-OK
           MOVE ZEROS TO DATA-AMD
           IF DMA-ANO < 2000 OR DMA-MES < 1 OR DMA-MES > 12 OR
               DMA-DIA < 1
               GO TO 900-DMA-PARA-AMD-FIM.
           MOVE DMA-ANO TO AMD-ANO
           MOVE DMA-MES TO AMD-MES
           MOVE DMA-DIA TO AMD-DIA
           MOVE 31 TO DIAS-MES
           IF AMD-MES = 04 OR AMD-MES = 06 OR
              AMD-MES = 09 OR AMD-MES = 11
               MOVE 30 TO DIAS-MES.
           IF AMD-MES = 02
               DIVIDE AMD-ANO BY 4 GIVING ANO-DIV
                   REMAINDER ANO-RESTO
               IF ANO-RESTO = 0
                   MOVE 29 TO DIAS-MES
               ELSE
                   MOVE 28 TO DIAS-MES.
           IF AMD-DIA > DIAS-MES
               MOVE ZEROS TO DATA-AMD
               GO TO 900-DMA-PARA-AMD-FIM.
           MOVE "S" TO DATA-OK.

       900-DMA-PARA-AMD-FIM.
           EXIT.

       910-AMD-PARA-DMA.
           MOVE AMD-DIA TO DMA-DIA
           MOVE AMD-MES TO DMA-MES
           MOVE AMD-ANO TO DMA-ANO.

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
               MOVE "CALESCOL" TO AUD-PROGRAMA
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
           CLOSE ARQCAL.
       ROT-FIM-EXIT.
           EXIT PROGRAM.
       ROT-STOP-RUN.
           STOP RUN.
