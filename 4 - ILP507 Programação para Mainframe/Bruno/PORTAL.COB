           05 WS-OP-NOME                   PIC X(30).
           05 WS-OP-NIVEL                  PIC X(01).

      * Dia de movimento da loja (CALL "DATAMOV"): mostrado no
      * portal e aberto ou fechado aqui pelo gerente
       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO                PIC X(01).
           05 WS-DTM-AMD.
               10 WS-DTM-ANO               PIC 9(04).
               10 WS-DTM-MES               PIC 99.
               10 WS-DTM-DIA               PIC 99.
           05 WS-DTM-SITUACAO              PIC X(01).
           05 WS-DTM-OPERADOR              PIC 9(04).
           05 WS-DTM-RETORNO               PIC X(02).

           77 WS-DTM-SITU-TEXTO            PIC X(08) VALUE SPACES.
           77 WS-DTM-ACAO                  PIC X(01) VALUE SPACES.
           77 WS-DTM-NOVO-DIA              PIC 99    VALUE ZEROS.
           77 WS-DTM-NOVO-MES              PIC 99    VALUE ZEROS.
           77 WS-DTM-NOVO-ANO              PIC 9(04) VALUE ZEROS.
           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.
       01 SS-TELA-MENSAGEM.
           05 BLANK SCREEN BACKGROUND-COLOR 04 FOREGROUND-COLOR 15.
         05 VALUE "|   Portal dos sistemas      |" LINE 03 COLUMN 25.
         05 VALUE "|   Bomboniere e Academico   |" LINE 04 COLUMN 25.
         05 VALUE "*----------------------------*" LINE 05 COLUMN 25.
         05 VALUE "Dia de movimento:"           LINE 06 COLUMN 25.
         05 PIC 99 FROM WS-DTM-DIA              LINE 06 COLUMN 43.
         05 VALUE "/"                           LINE 06 COLUMN 45.
         05 PIC 99 FROM WS-DTM-MES              LINE 06 COLUMN 46.
         05 VALUE "/"                           LINE 06 COLUMN 48.
         05 PIC 9(04) FROM WS-DTM-ANO           LINE 06 COLUMN 49.
         05 PIC X(08) FROM WS-DTM-SITU-TEXTO    LINE 06 COLUMN 54.
         05 VALUE "Escolha com a letra destacada:"
                                                LINE 08 COLUMN 20.
         05 VALUE "B" FOREGROUND-COLOR 14       LINE 10 COLUMN 20.
         05 VALUE "resenca (chamada de faltas)" LINE 16 COLUMN 41.
         05 VALUE "F" FOREGROUND-COLOR 14       LINE 15 COLUMN 40.
         05 VALUE "inanceiro escolar (mensalid.)" LINE 15 COLUMN 41.
         05 VALUE "H" FOREGROUND-COLOR 14       LINE 10 COLUMN 40.
         05 VALUE "istorico de contatos"        LINE 10 COLUMN 41.
         05 VALUE "R" FOREGROUND-COLOR 14       LINE 11 COLUMN 40.
         05 VALUE "egistro de declaracoes"      LINE 11 COLUMN 41.
         05 VALUE "L" FOREGROUND-COLOR 14       LINE 12 COLUMN 40.
         05 VALUE "etivo (calendario escolar)"  LINE 12 COLUMN 41.
         05 VALUE "E" FOREGROUND-COLOR 14       LINE 13 COLUMN 40.
         05 VALUE "quipe docente (professores)" LINE 13 COLUMN 41.
         05 VALUE "V" FOREGROUND-COLOR 14       LINE 14 COLUMN 40.
         05 VALUE "irada do dia de movimento"   LINE 14 COLUMN 41.
         05 VALUE "S" FOREGROUND-COLOR 14       LINE 17 COLUMN 20.
         05 VALUE "air de todos os sistemas"    LINE 17 COLUMN 21.
         05 VALUE "G" FOREGROUND-COLOR 14       LINE 18 COLUMN 40.
         05 VALUE "erencia de regras (parametros)"
                                                LINE 18 COLUMN 41.
         05 INPUT-PORTAL PIC X(01) TO WS-MENU-OPCAO AUTO
                                                LINE 19 COLUMN 60.

       01 SS-TELA-DIA-MOV.
         05 BLANK SCREEN BACKGROUND-COLOR 01 FOREGROUND-COLOR 15.
         05 VALUE "Dia de movimento da loja"
                            FOREGROUND-COLOR 14 LINE 04 COLUMN 28.
         05 VALUE "Dia corrente:"               LINE 07 COLUMN 20.
         05 PIC 99 FROM WS-DTM-DIA              LINE 07 COLUMN 45.
         05 VALUE "/"                           LINE 07 COLUMN 47.
         05 PIC 99 FROM WS-DTM-MES              LINE 07 COLUMN 48.
         05 VALUE "/"                           LINE 07 COLUMN 50.
         05 PIC 9(04) FROM WS-DTM-ANO           LINE 07 COLUMN 51.
         05 VALUE "Situacao:"                   LINE 08 COLUMN 20.
         05 PIC X(08) FROM WS-DTM-SITU-TEXTO    LINE 08 COLUMN 45.
         05 VALUE "Acao (A/F):"                 LINE 11 COLUMN 20.
         05 PIC X(01) TO WS-DTM-ACAO            LINE 11 COLUMN 45.
         05 VALUE "A=abrir dia  F=fechar o dia corrente"
                            FOREGROUND-COLOR 07 LINE 12 COLUMN 20.
         05 VALUE "Data a abrir:"               LINE 14 COLUMN 20.
         05 PIC 99 USING WS-DTM-NOVO-DIA        LINE 14 COLUMN 45.
         05 VALUE "/"                           LINE 14 COLUMN 47.
         05 PIC 99 USING WS-DTM-NOVO-MES        LINE 14 COLUMN 48.
         05 VALUE "/"                           LINE 14 COLUMN 50.
         05 PIC 9(04) USING WS-DTM-NOVO-ANO     LINE 14 COLUMN 51.
         05 VALUE "(so na abertura; a mesma data reabre o dia)"
                            FOREGROUND-COLOR 07 LINE 15 COLUMN 20.
         05 VALUE "Fechado o dia, as vendas e lancamentos ficam"
                            FOREGROUND-COLOR 07 LINE 17 COLUMN 20.
         05 VALUE "recusados ate a abertura do proximo."
                            FOREGROUND-COLOR 07 LINE 18 COLUMN 20.

       PROCEDURE DIVISION.
      **********************
      * Rotinas principais *

       P-MENU-PORTAL.
           MOVE SPACES TO WS-MENU-OPCAO
           PERFORM P-CONSULTA-DIA
           DISPLAY SS-TELA-PORTAL
           ACCEPT SS-TELA-PORTAL

               CALL "MENSAPAG" USING WS-OPERADOR
               GO TO P-MENU-PORTAL

           ELSE IF WS-MENU-OPCAO = "E" OR "e"
               CALL "PROFCAD" USING WS-OPERADOR
               GO TO P-MENU-PORTAL

           ELSE IF WS-MENU-OPCAO = "L" OR "l"
               CALL "CALESCOL" USING WS-OPERADOR
               GO TO P-MENU-PORTAL

           ELSE IF WS-MENU-OPCAO = "R" OR "r"
               CALL "DECLARA" USING WS-OPERADOR
               GO TO P-MENU-PORTAL

           ELSE IF WS-MENU-OPCAO = "H" OR "h"
               CALL "COMUNCON" USING WS-OPERADOR
               GO TO P-MENU-PORTAL

      * As opcoes de gerencia sao recusadas para quem nao tem
      * nivel "G"
           ELSE IF WS-MENU-OPCAO = "T" OR "t"
               END-IF
               GO TO P-MENU-PORTAL

           ELSE IF WS-MENU-OPCAO = "G" OR "g"
               IF WS-OP-NIVEL NOT = "G"
                   MOVE "Opcao restrita ao gerente." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
               ELSE
                   CALL "PARAMCAD" USING WS-OPERADOR
               END-IF
               GO TO P-MENU-PORTAL

           ELSE IF WS-MENU-OPCAO = "V" OR "v"
               IF WS-OP-NIVEL NOT = "G"
                   MOVE "Opcao restrita ao gerente." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
               ELSE
                   PERFORM P-DIA-MOV THRU P-DIA-MOV-FIM
               END-IF
               GO TO P-MENU-PORTAL

           ELSE IF WS-MENU-OPCAO = "S" OR "s"
               GO TO P-FIM-STOP-RUN

               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MENU-PORTAL.

      ***************************************************
      * Dia de movimento: todo programa da loja carimba  *
      * as vendas, o caixa e os lancamentos com a data   *
      * do DATAMOV, e nada se lanca com o dia fechado    *
      ***************************************************
       P-CONSULTA-DIA.
           MOVE "C" TO WS-DTM-FUNCAO
           CALL "DATAMOV" USING WS-DATA-MOV
           IF WS-DTM-SITUACAO = "F"
               MOVE "FECHADO" TO WS-DTM-SITU-TEXTO
           ELSE
               MOVE "aberto" TO WS-DTM-SITU-TEXTO.

       P-DIA-MOV.
           MOVE SPACES TO WS-DTM-ACAO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA(7:2) TO WS-DTM-NOVO-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-DTM-NOVO-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-DTM-NOVO-ANO
           DISPLAY SS-TELA-DIA-MOV
           ACCEPT SS-TELA-DIA-MOV
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-DIA-MOV-FIM.

           IF WS-DTM-ACAO = "a"
               MOVE "A" TO WS-DTM-ACAO.
           IF WS-DTM-ACAO = "f"
               MOVE "F" TO WS-DTM-ACAO.
           IF WS-DTM-ACAO NOT = "A" AND WS-DTM-ACAO NOT = "F"
               MOVE "Acao invalida: use A ou F." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DIA-MOV-FIM.

           MOVE WS-DTM-ACAO TO WS-DTM-FUNCAO
           IF WS-DTM-ACAO = "A"
               MOVE WS-DTM-NOVO-ANO TO WS-DTM-ANO
               MOVE WS-DTM-NOVO-MES TO WS-DTM-MES
               MOVE WS-DTM-NOVO-DIA TO WS-DTM-DIA.
           MOVE WS-OP-CODIGO TO WS-DTM-OPERADOR
           CALL "DATAMOV" USING WS-DATA-MOV

           IF WS-DTM-RETORNO = "00" AND WS-DTM-ACAO = "A"
               MOVE "Dia de movimento aberto." TO WS-MENSAGEM
           ELSE IF WS-DTM-RETORNO = "00"
               MOVE "Dia de movimento fechado." TO WS-MENSAGEM
           ELSE IF WS-DTM-RETORNO = "21"
               MOVE "Recusado: feche antes o dia corrente."
                   TO WS-MENSAGEM
           ELSE IF WS-DTM-RETORNO = "22"
               MOVE "Recusado: nao ha dia aberto para fechar."
                   TO WS-MENSAGEM
           ELSE IF WS-DTM-RETORNO = "23"
               MOVE "Recusado: data anterior ao dia corrente."
                   TO WS-MENSAGEM
           ELSE IF WS-DTM-RETORNO = "24"
               MOVE "Recusado: data invalida." TO WS-MENSAGEM
           ELSE
               MOVE "Erro ao gravar o controle do dia." TO WS-MENSAGEM.
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-DIA-MOV-FIM.
           EXIT.

      ***********************
      * Rotinas de mensagem *
      ***********************
