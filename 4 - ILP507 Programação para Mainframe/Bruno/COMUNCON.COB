      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-12                        *
      * Purpose: Historico de contatos com a *
      *          familia do aluno (RA) ou    *
      *          com o cliente da loja       *
      *          (COMUNIC.DAT): cartas,      *
      *          e-mails e telefonemas, e    *
      *          registro manual de um       *
      *          contato feito pela          *
      *          secretaria ou pelo caixa    *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COMUNCON.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMUNIC ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CML-CHAVE
           FILE STATUS             IS WS-STATUS-COMUNIC.

           SELECT ARQALUNO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS RA
           FILE STATUS             IS WS-STATUS-ARQALUNO.

           SELECT CLIENTES ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CLI-CODIGO
           FILE STATUS             IS WS-STATUS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD COMUNIC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "COMUNIC.DAT".
           01 REG-COMUNIC.
               05 CML-CHAVE.
                   10 CML-ORIGEM           PIC X(01).
                   10 CML-CODIGO           PIC 9(06).
                   10 CML-DATA             PIC 9(08).
                   10 CML-HORA             PIC X(06).
                   10 CML-SEQ              PIC 9(02).
               05 CML-TIPO                 PIC X(08).
               05 CML-CANAL                PIC X(01).
               05 CML-AVISO                PIC 9(02).
               05 CML-RESUMO               PIC X(50).
               05 CML-OPERADOR             PIC 9(04).
               05 CML-PROGRAMA             PIC X(08).

       FD ARQALUNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADALUNO.DAT".
           01 REGALUNO.
               05 RA                       PIC 9(06).
               05 NOME                     PIC X(30).
               05 FILLER                   PIC X(168).
               05 EMAIL                    PIC X(30).
               05 TELEFONE.
                   10 DDD                  PIC 9(03).
                   10 NUM-TEL              PIC 9(09).
               05 SITUACAO                 PIC X(01).

       FD CLIENTES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLIENTES.DAT".
           01 REG-CLIENTE.
               05 CLI-CODIGO               PIC 9(04).
               05 CLI-NOME                 PIC X(30).
               05 CLI-TELEFONE.
                   10 CLI-DDD              PIC 9(03).
                   10 CLI-NUM-TEL          PIC 9(09).
               05 CLI-LIMITE               PIC 9(05)V99.
               05 CLI-SALDO                PIC S9(06)V99.
               05 CLI-BLOQUEIO             PIC X(01).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-COMUNIC            PIC X(02).
           77 WS-STATUS-ARQALUNO           PIC X(02).
           77 WS-STATUS-CLIENTES           PIC X(02).

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-MENU-OPCAO                PIC X(01) VALUE SPACES.
           77 WS-RESPOSTA                  PIC X(01) VALUE SPACES.
           77 WS-ORIGEM                    PIC X(01) VALUE SPACES.
           77 WS-CODIGO                    PIC 9(06) VALUE ZEROS.
           77 WS-NOME                      PIC X(30) VALUE SPACES.
           77 WS-CADASTRADO                PIC X(01) VALUE "N".
           77 WS-EXIBIDOS                  PIC 9(04) VALUE ZEROS.
           77 WS-LINHAS                    PIC 9(02) VALUE ZEROS.
           77 WS-CANAL-TEXTO               PIC X(08) VALUE SPACES.

       01 OPERADOR-LOGADO.
           05 OPER-CODIGO                  PIC 9(04).
           05 OPER-NOME                    PIC X(30).
           05 OPER-NIVEL                   PIC X(01).

      * Registro de comunicacoes (CALL "COMUNLOG")
       01 WS-COMUNICACAO.
           05 WS-CML-FUNCAO                PIC X(01).
           05 WS-CML-ORIGEM                PIC X(01).
           05 WS-CML-CODIGO                PIC 9(06).
           05 WS-CML-DATA                  PIC 9(08).
           05 WS-CML-TIPO                  PIC X(08).
           05 WS-CML-CANAL                 PIC X(01).
           05 WS-CML-RESUMO                PIC X(50).
           05 WS-CML-OPERADOR              PIC 9(04).
           05 WS-CML-PROGRAMA              PIC X(08).
           05 WS-CML-DESDE                 PIC 9(08).
           05 WS-CML-ANTERIORES            PIC 9(02).
           05 WS-CML-ULTIMA-DATA           PIC 9(08).
           05 WS-CML-NO-DIA                PIC X(01).
           05 WS-CML-RETORNO               PIC X(02).

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

       P-MENU.
           DISPLAY " "
           DISPLAY "Historico de contatos (COMUNIC.DAT)"
           DISPLAY "C = consultar o historico de um aluno ou cliente"
           DISPLAY "R = registrar um contato (telefone, e-mail, carta)"
           DISPLAY "F = finalizar"
           ACCEPT WS-MENU-OPCAO

           IF WS-MENU-OPCAO = "C" OR WS-MENU-OPCAO = "c"
               PERFORM P-CONSULTA THRU P-CONSULTA-FIM
               GO TO P-MENU
           ELSE IF WS-MENU-OPCAO = "R" OR WS-MENU-OPCAO = "r"
               PERFORM P-REGISTRA THRU P-REGISTRA-FIM
               GO TO P-MENU
           ELSE IF WS-MENU-OPCAO = "F" OR WS-MENU-OPCAO = "f"
               GO TO P-FIM-EXIT
           ELSE
               DISPLAY "Opcao invalida."
               GO TO P-MENU.

      ***************************************************
      * Identificacao: A + RA do aluno ou C + codigo do  *
      * cliente, com o nome do cadastro                  *
      ***************************************************
       P-IDENTIFICA.
           MOVE "N" TO WS-CADASTRADO
           MOVE SPACES TO WS-NOME
           DISPLAY "A = aluno (RA), C = cliente da loja: "
           ACCEPT WS-ORIGEM
           IF WS-ORIGEM = "a"
               MOVE "A" TO WS-ORIGEM.
           IF WS-ORIGEM = "c"
               MOVE "C" TO WS-ORIGEM.
           IF WS-ORIGEM NOT = "A" AND WS-ORIGEM NOT = "C"
               DISPLAY "Informe A ou C."
               GO TO P-IDENTIFICA-FIM.
           IF WS-ORIGEM = "A"
               DISPLAY "RA do aluno: "
           ELSE
               DISPLAY "Codigo do cliente: ".
           ACCEPT WS-CODIGO
           IF WS-CODIGO = ZEROS
               GO TO P-IDENTIFICA-FIM.

           IF WS-ORIGEM = "A"
               OPEN INPUT ARQALUNO
               IF WS-STATUS-ARQALUNO = "00"
                   MOVE WS-CODIGO TO RA
                   READ ARQALUNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-CADASTRADO
                           MOVE NOME TO WS-NOME
                           DISPLAY "Aluno: " NOME " tel " DDD "-"
                               NUM-TEL " " EMAIL
                   END-READ
                   CLOSE ARQALUNO
               END-IF
           ELSE
               OPEN INPUT CLIENTES
               IF WS-STATUS-CLIENTES = "00"
                   MOVE WS-CODIGO TO CLI-CODIGO
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-CADASTRADO
                           MOVE CLI-NOME TO WS-NOME
                           DISPLAY "Cliente: " CLI-NOME " tel "
                               CLI-DDD "-" CLI-NUM-TEL
                   END-READ
                   CLOSE CLIENTES
               END-IF.
           IF WS-CADASTRADO = "N"
               DISPLAY "Codigo sem cadastro.".

       P-IDENTIFICA-FIM.
           EXIT.

      ***************************************************
      * Historico completo, do contato mais antigo para  *
      * o mais recente                                   *
      ***************************************************
       P-CONSULTA.
           PERFORM P-IDENTIFICA THRU P-IDENTIFICA-FIM
           IF WS-ORIGEM NOT = "A" AND WS-ORIGEM NOT = "C"
               GO TO P-CONSULTA-FIM.
           IF WS-CODIGO = ZEROS
               GO TO P-CONSULTA-FIM.

           OPEN INPUT COMUNIC
           IF WS-STATUS-COMUNIC NOT = "00"
               DISPLAY "Nenhum contato registrado ainda ("
                   WS-STATUS-COMUNIC ")."
               GO TO P-CONSULTA-FIM.

           MOVE ZEROS TO WS-EXIBIDOS WS-LINHAS
           MOVE WS-ORIGEM TO CML-ORIGEM
           MOVE WS-CODIGO TO CML-CODIGO
           MOVE ZEROS TO CML-DATA CML-SEQ
           MOVE LOW-VALUES TO CML-HORA
           MOVE "N" TO WS-CHAVE-EOF
           START COMUNIC KEY IS NOT LESS THAN CML-CHAVE
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-CONSULTA-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE COMUNIC

           DISPLAY "Contatos registrados: " WS-EXIBIDOS
           GO TO P-CONSULTA-FIM.

       P-CONSULTA-LE.
           READ COMUNIC NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF CML-ORIGEM NOT = WS-ORIGEM OR
                   CML-CODIGO NOT = WS-CODIGO
                   MOVE "S" TO WS-CHAVE-EOF
               ELSE
                   ADD 1 TO WS-EXIBIDOS
                   IF CML-CANAL = "C"
                       MOVE "carta" TO WS-CANAL-TEXTO
                   ELSE IF CML-CANAL = "E"
                       MOVE "e-mail" TO WS-CANAL-TEXTO
                   ELSE IF CML-CANAL = "T"
                       MOVE "telefone" TO WS-CANAL-TEXTO
                   ELSE
                       MOVE CML-CANAL TO WS-CANAL-TEXTO
                   END-IF
                   DISPLAY CML-DATA(7:2) "/" CML-DATA(5:2) "/"
                       CML-DATA(1:4) " " CML-HORA(1:2) ":"
                       CML-HORA(3:2) " " CML-TIPO " "
                       WS-CANAL-TEXTO " aviso " CML-AVISO
                       " " CML-PROGRAMA " op." CML-OPERADOR
                   DISPLAY "    " CML-RESUMO
                   ADD 2 TO WS-LINHAS
                   IF WS-LINHAS > 19
                       DISPLAY "Tecle ENTER para prosseguir..."
                       ACCEPT WS-RESPOSTA
                       MOVE 0 TO WS-LINHAS.

       P-CONSULTA-FIM.
           EXIT.

      ***************************************************
      * Contato feito fora dos programas de carta (uma   *
      * ligacao, um e-mail avulso); o tipo em branco     *
      * vale CONTATO                                     *
      ***************************************************
       P-REGISTRA.
           PERFORM P-IDENTIFICA THRU P-IDENTIFICA-FIM
           IF WS-CADASTRADO = "N"
               GO TO P-REGISTRA-FIM.

           MOVE SPACES TO WS-COMUNICACAO
           DISPLAY "Tipo (FALTAS, INADIMPL, FIADO...; vazio = "
               "CONTATO): "
           ACCEPT WS-CML-TIPO
           IF WS-CML-TIPO = SPACES
               MOVE "CONTATO" TO WS-CML-TIPO.
           DISPLAY "Canal (C = carta, E = e-mail, T = telefone): "
           ACCEPT WS-CML-CANAL
           IF WS-CML-CANAL = "c"
               MOVE "C" TO WS-CML-CANAL.
           IF WS-CML-CANAL = "e"
               MOVE "E" TO WS-CML-CANAL.
           IF WS-CML-CANAL = "t"
               MOVE "T" TO WS-CML-CANAL.
           IF WS-CML-CANAL NOT = "C" AND WS-CML-CANAL NOT = "E" AND
               WS-CML-CANAL NOT = "T"
               DISPLAY "Canal invalido."
               GO TO P-REGISTRA-FIM.
           DISPLAY "Resumo do contato: "
           ACCEPT WS-CML-RESUMO
           IF WS-CML-RESUMO = SPACES
               DISPLAY "Resumo obrigatorio; contato nao registrado."
               GO TO P-REGISTRA-FIM.

           MOVE "C" TO WS-CML-FUNCAO
           MOVE WS-ORIGEM TO WS-CML-ORIGEM
           MOVE WS-CODIGO TO WS-CML-CODIGO
           MOVE ZEROS TO WS-CML-DATA WS-CML-DESDE
           CALL "COMUNLOG" USING WS-COMUNICACAO
           IF WS-CML-ANTERIORES > ZEROS
               DISPLAY "Ja houve " WS-CML-ANTERIORES
                   " contato(s) desse tipo; o ultimo em "
                   WS-CML-ULTIMA-DATA(7:2) "/"
                   WS-CML-ULTIMA-DATA(5:2) "/"
                   WS-CML-ULTIMA-DATA(1:4).

           MOVE "G" TO WS-CML-FUNCAO
           MOVE OPER-CODIGO TO WS-CML-OPERADOR
           MOVE "COMUNCON" TO WS-CML-PROGRAMA
           CALL "COMUNLOG" USING WS-COMUNICACAO
           IF WS-CML-RETORNO = "00"
               DISPLAY "Contato registrado."
           ELSE
               DISPLAY "Erro ao registrar o contato ("
                   WS-CML-RETORNO ").".

       P-REGISTRA-FIM.
           EXIT.

      *----------------------Parágrafos de Saída
       P-FIM-EXIT.
           EXIT PROGRAM.
       P-FIM-STOP-RUN.
           STOP RUN.
