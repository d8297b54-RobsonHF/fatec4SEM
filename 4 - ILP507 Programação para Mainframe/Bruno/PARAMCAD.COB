      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-12                        *
      * Purpose: Manutencao dos parametros   *
      *          das regras de negocio pelo  *
      *          gerente: lista os valores   *
      *          em vigor, grava um valor    *
      *          novo a partir de uma data   *
      *          (CALL "PARAMETR") e mostra  *
      *          o historico das trocas      *
      *          (PARAMHIS.DAT)              *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PARAMCAD.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMHIS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PARAMHIS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMHIS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARAMHIS.DAT".
           01 REG-PARAMHIS.
               05 PHI-DATA-REAL            PIC 9(08).
               05 PHI-HORA-REAL            PIC X(06).
               05 PHI-OPERADOR             PIC 9(04).
               05 PHI-CODIGO               PIC X(08).
               05 PHI-VIGENCIA             PIC 9(08).
               05 PHI-VIGENCIA-ANTERIOR    PIC 9(08).
               05 PHI-VALOR-ANTERIOR       PIC 9(07)V99.
               05 PHI-VALOR-NOVO           PIC 9(07)V99.
               05 PHI-MOTIVO               PIC X(40).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-PARAMHIS           PIC X(02).

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-MENU-OPCAO                PIC X(01) VALUE SPACES.
           77 WS-RESPOSTA                  PIC X(01) VALUE SPACES.
           77 WS-LINHAS                    PIC 9(02) VALUE ZEROS.
           77 WS-EXIBIDOS                  PIC 9(06) VALUE ZEROS.
           77 WS-ITEM                      PIC 9(02) VALUE ZEROS.

           77 WS-CODIGO                    PIC X(08) VALUE SPACES.
           77 WS-NOVO-VALOR                PIC 9(07)V99 VALUE ZEROS.
           77 WS-VIGENCIA-DMA              PIC 9(08) VALUE ZEROS.
           77 WS-VIGENCIA-AMD              PIC 9(08) VALUE ZEROS.
           77 WS-MOTIVO                    PIC X(40) VALUE SPACES.
           77 WS-VALOR-PRINT               PIC Z(06)9,99.
           77 WS-ANTERIOR-PRINT            PIC Z(06)9,99.
           77 WS-DATA-PRINT                PIC X(10) VALUE SPACES.
           77 WS-DATA-AMD                  PIC 9(08) VALUE ZEROS.

       01 OPERADOR-LOGADO.
           05 OPER-CODIGO                  PIC 9(04).
           05 OPER-NOME                    PIC X(30).
           05 OPER-NIVEL                   PIC X(01).

       01 WS-PARAMETRO.
           05 WS-PAR-FUNCAO                PIC X(01).
           05 WS-PAR-ITEM                  PIC 9(02).
           05 WS-PAR-CODIGO                PIC X(08).
           05 WS-PAR-DATA                  PIC 9(08).
           05 WS-PAR-VALOR                 PIC 9(07)V99.
           05 WS-PAR-DESCRICAO             PIC X(40).
           05 WS-PAR-MAXIMO                PIC 9(07)V99.
           05 WS-PAR-VIGENCIA              PIC 9(08).
           05 WS-PAR-OPERADOR              PIC 9(04).
           05 WS-PAR-MOTIVO                PIC X(40).
           05 WS-PAR-RETORNO               PIC X(02).

       LINKAGE SECTION.
       01 LK-OPERADOR.
           05 LK-OP-CODIGO                 PIC 9(04).
           05 LK-OP-NOME                   PIC X(30).
           05 LK-OP-NIVEL                  PIC X(01).

       PROCEDURE DIVISION USING LK-OPERADOR.
      **********************
      * Rotinas principais *
      **********************
       P-INICIO.
      * Chamado pelo PORTAL, o operador ja vem identificado na
      * LINKAGE e nao se loga de novo
           MOVE LK-OPERADOR TO OPERADOR-LOGADO
           IF OPER-CODIGO = ZEROS
               CALL "OPLOGIN" USING OPERADOR-LOGADO.
           IF OPER-CODIGO = ZEROS
               GO TO P-FIM-EXIT.
           IF OPER-NIVEL NOT = "G"
               DISPLAY "Parametros restritos ao gerente."
               GO TO P-FIM-EXIT.

       P-MENU.
           DISPLAY " "
           DISPLAY "Parametros das regras de negocio (PARAMETR.DAT)"
           DISPLAY "L = listar os valores em vigor"
           DISPLAY "A = alterar um parametro a partir de uma data"
           DISPLAY "H = historico das alteracoes de um parametro"
           DISPLAY "F = finalizar"
           ACCEPT WS-MENU-OPCAO

           IF WS-MENU-OPCAO = "L" OR WS-MENU-OPCAO = "l"
               PERFORM P-LISTA THRU P-LISTA-FIM
               GO TO P-MENU
           ELSE IF WS-MENU-OPCAO = "A" OR WS-MENU-OPCAO = "a"
               PERFORM P-ALTERA THRU P-ALTERA-FIM
               GO TO P-MENU
           ELSE IF WS-MENU-OPCAO = "H" OR WS-MENU-OPCAO = "h"
               PERFORM P-HISTORICO THRU P-HISTORICO-FIM
               GO TO P-MENU
           ELSE IF WS-MENU-OPCAO = "F" OR WS-MENU-OPCAO = "f"
               GO TO P-FIM-EXIT
           ELSE
               DISPLAY "Opcao invalida."
               GO TO P-MENU.

      ***************************************************
      * Lista: percorre o catalogo item a item e mostra  *
      * o valor em vigor no dia de movimento             *
      ***************************************************
       P-LISTA.
           DISPLAY "Codigo   Descricao                              "
               "       Valor  Desde"
           MOVE 1 TO WS-ITEM
           MOVE "00" TO WS-PAR-RETORNO
           PERFORM P-LISTA-ITEM UNTIL WS-PAR-RETORNO = "20".

       P-LISTA-FIM.
           EXIT.

       P-LISTA-ITEM.
           MOVE "C" TO WS-PAR-FUNCAO
           MOVE WS-ITEM TO WS-PAR-ITEM
           MOVE SPACES TO WS-PAR-CODIGO
           MOVE ZEROS TO WS-PAR-DATA
           CALL "PARAMETR" USING WS-PARAMETRO
           IF WS-PAR-RETORNO NOT = "20"
               MOVE WS-PAR-VALOR TO WS-VALOR-PRINT
               IF WS-PAR-VIGENCIA = ZEROS
                   MOVE "padrao" TO WS-DATA-PRINT
               ELSE
                   MOVE WS-PAR-VIGENCIA TO WS-DATA-AMD
                   PERFORM P-FORMATA-DATA
               END-IF
               DISPLAY WS-PAR-CODIGO " " WS-PAR-DESCRICAO " "
                   WS-VALOR-PRINT "  " WS-DATA-PRINT
               ADD 1 TO WS-ITEM.

      ***************************************************
      * Alteracao: o novo valor vale a partir da data     *
      * informada (hoje ou adiante); o motivo e exigido   *
      * e vai para o historico com o valor anterior       *
      ***************************************************
       P-ALTERA.
           DISPLAY "Codigo do parametro (vazio = cancelar): "
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           IF WS-CODIGO = SPACES
               GO TO P-ALTERA-FIM.
           INSPECT WS-CODIGO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "C" TO WS-PAR-FUNCAO
           MOVE ZEROS TO WS-PAR-ITEM WS-PAR-DATA
           MOVE WS-CODIGO TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           IF WS-PAR-RETORNO = "20"
               DISPLAY "Parametro desconhecido; use L para a lista."
               GO TO P-ALTERA-FIM.
           MOVE WS-PAR-VALOR TO WS-VALOR-PRINT
           DISPLAY WS-PAR-DESCRICAO
           DISPLAY "Valor em vigor: " WS-VALOR-PRINT
           MOVE WS-PAR-MAXIMO TO WS-VALOR-PRINT
           DISPLAY "Valor maximo aceito: " WS-VALOR-PRINT

           DISPLAY "Novo valor: "
           MOVE ZEROS TO WS-NOVO-VALOR
           ACCEPT WS-NOVO-VALOR
           DISPLAY "Vigente a partir de DDMMAAAA (0 = dia de "
               "movimento): "
           MOVE ZEROS TO WS-VIGENCIA-DMA
           ACCEPT WS-VIGENCIA-DMA
           DISPLAY "Motivo da alteracao: "
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "Alteracao recusada: informe o motivo."
               GO TO P-ALTERA-FIM.

           MOVE ZEROS TO WS-VIGENCIA-AMD
           IF WS-VIGENCIA-DMA NOT = ZEROS
               MOVE WS-VIGENCIA-DMA(5:4) TO WS-VIGENCIA-AMD(1:4)
               MOVE WS-VIGENCIA-DMA(3:2) TO WS-VIGENCIA-AMD(5:2)
               MOVE WS-VIGENCIA-DMA(1:2) TO WS-VIGENCIA-AMD(7:2)
               IF WS-VIGENCIA-AMD(5:2) < "01" OR
                   WS-VIGENCIA-AMD(5:2) > "12" OR
                   WS-VIGENCIA-AMD(7:2) < "01" OR
                   WS-VIGENCIA-AMD(7:2) > "31"
                   DISPLAY "Alteracao recusada: data invalida."
                   GO TO P-ALTERA-FIM.

           MOVE WS-NOVO-VALOR TO WS-VALOR-PRINT
           DISPLAY "Confirma " WS-CODIGO " = " WS-VALOR-PRINT
               " (S/N)? "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "Alteracao cancelada."
               GO TO P-ALTERA-FIM.

           MOVE "G" TO WS-PAR-FUNCAO
           MOVE WS-CODIGO TO WS-PAR-CODIGO
           MOVE WS-VIGENCIA-AMD TO WS-PAR-DATA
           MOVE WS-NOVO-VALOR TO WS-PAR-VALOR
           MOVE OPER-CODIGO TO WS-PAR-OPERADOR
           MOVE WS-MOTIVO TO WS-PAR-MOTIVO
           CALL "PARAMETR" USING WS-PARAMETRO

           IF WS-PAR-RETORNO = "00"
               MOVE WS-PAR-VIGENCIA TO WS-DATA-AMD
               PERFORM P-FORMATA-DATA
               DISPLAY "Parametro gravado, vigente a partir de "
                   WS-DATA-PRINT "."
           ELSE IF WS-PAR-RETORNO = "23"
               DISPLAY "Recusado: a vigencia nao pode ser anterior "
                   "ao dia de movimento."
           ELSE IF WS-PAR-RETORNO = "24"
               DISPLAY "Recusado: valor acima do maximo aceito."
           ELSE
               DISPLAY "Erro ao gravar o parametro ("
                   WS-PAR-RETORNO ").".

       P-ALTERA-FIM.
           EXIT.

      ***************************************************
      * Historico: as trocas do parametro em ordem de    *
      * gravacao, com o valor que estava em vigor antes  *
      ***************************************************
       P-HISTORICO.
           DISPLAY "Codigo do parametro (vazio = todos): "
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           INSPECT WS-CODIGO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           OPEN INPUT PARAMHIS
           IF WS-STATUS-PARAMHIS NOT = "00"
               DISPLAY "Nenhuma alteracao de parametro registrada."
               GO TO P-HISTORICO-FIM.

           MOVE ZEROS TO WS-EXIBIDOS WS-LINHAS
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-HISTORICO-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE PARAMHIS
           DISPLAY "Alteracoes exibidas: " WS-EXIBIDOS.

       P-HISTORICO-FIM.
           EXIT.

       P-HISTORICO-LE.
           READ PARAMHIS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF WS-CODIGO = SPACES OR WS-CODIGO = PHI-CODIGO
                   ADD 1 TO WS-EXIBIDOS
                   MOVE PHI-DATA-REAL TO WS-DATA-AMD
                   PERFORM P-FORMATA-DATA
                   MOVE PHI-VALOR-ANTERIOR TO WS-ANTERIOR-PRINT
                   MOVE PHI-VALOR-NOVO TO WS-VALOR-PRINT
                   DISPLAY WS-DATA-PRINT " "
                       PHI-HORA-REAL(1:2) ":" PHI-HORA-REAL(3:2)
                       " op." PHI-OPERADOR " " PHI-CODIGO
                       WS-ANTERIOR-PRINT " ->" WS-VALOR-PRINT
                   MOVE PHI-VIGENCIA TO WS-DATA-AMD
                   PERFORM P-FORMATA-DATA
                   DISPLAY "    vigente a partir de " WS-DATA-PRINT
                       ": " PHI-MOTIVO
                   ADD 2 TO WS-LINHAS
                   IF WS-LINHAS > 19
                       DISPLAY "Tecle ENTER para prosseguir..."
                       ACCEPT WS-RESPOSTA
                       MOVE 0 TO WS-LINHAS.

       P-FORMATA-DATA.
           MOVE SPACES TO WS-DATA-PRINT
           STRING WS-DATA-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DATA-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DATA-AMD(1:4) DELIMITED BY SIZE
               INTO WS-DATA-PRINT.

      *----------------------Parágrafos de Saída
       P-FIM-EXIT.
           EXIT PROGRAM.
       P-FIM-STOP-RUN.
           STOP RUN.
