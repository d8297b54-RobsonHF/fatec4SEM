           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-AUDITLOG.

           SELECT ARQRESP ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RSP-CHAVE
           FILE STATUS     IS STATUS-ARQRESP.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
               05 AUD-CHAVE                PIC X(11).
               05 AUD-OPERADOR             PIC 9(04).

      * Responsaveis do aluno (pais, tutores): quem paga e assina
      * e quem recebe as cartas da escola
       FD ARQRESP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RESPONS.DAT".

       01 REG-RESPONSAVEL.
           05 RSP-CHAVE.
               10 RSP-RA           PIC 9(06).
               10 RSP-SEQ          PIC 9(02).
           05 RSP-NOME             PIC X(30).
           05 RSP-CPF              PIC 9(11).
           05 RSP-PARENTESCO       PIC X(15).
           05 RSP-ENDERECO.
               10 RSP-LOGRADOURO   PIC X(30).
               10 RSP-NUM-CASA     PIC 9(05).
               10 RSP-COMPLEMENTO  PIC X(12).
               10 RSP-BAIRRO       PIC X(20).
               10 RSP-CIDADE       PIC X(20).
               10 RSP-ESTADO       PIC X(02).
               10 RSP-CEP          PIC 9(08).
           05 RSP-EMAIL            PIC X(30).
           05 RSP-TELEFONE.
               10 RSP-DDD          PIC 9(03).
               10 RSP-NUM-TEL      PIC 9(09).
      * "S" = responsavel financeiro (paga e assina)
           05 RSP-FINANCEIRO       PIC X(01).
      * "S" = contato pedagogico (cartas e avisos da escola)
           05 RSP-PEDAGOGICO       PIC X(01).

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       77 CPF-BUSCA             PIC 9(11) VALUE ZEROS.
       01 REGALUNO-SALVO        PIC X(250) VALUE SPACES.

      * Responsaveis: o aluno menor de idade precisa de pelo
      * menos um
       77 STATUS-ARQRESP        PIC X(02).
       77 DATA-MAIORIDADE       PIC 9(08) VALUE ZEROS.
       77 ALUNO-MENOR           PIC X(01) VALUE "N".
       77 RSP-QTD               PIC 9(02) VALUE ZEROS.
       77 RSP-ULTIMO-SEQ        PIC 9(02) VALUE ZEROS.
       77 RSP-SEQ-BUSCA         PIC 9(02) VALUE ZEROS.
       77 RSP-EXIBE             PIC X(01) VALUE "N".
       77 RSP-DESISTE           PIC X(01) VALUE "N".
       77 RSP-MESMO-END         PIC X(01) VALUE "S".
       77 RSP-CPF-SALVO         PIC 9(11) VALUE ZEROS.
       01 RSP-EOF               PIC X(01) VALUE "N".
           88 RSP-EOF-SIM       VALUE "S".
           88 RSP-EOF-NAO       VALUE "N".

       01 CPF-VALIDO-FLAG              PIC X(01) VALUE "N".
           88 CPF-VALIDO-SIM           VALUE "S".
           88 CPF-VALIDO-NAO           VALUE "N".
           05 OPER-NOME                PIC X(30).
           05 OPER-NIVEL               PIC X(01).

      * Dia de movimento (CALL "DATAMOV") para a auditoria
       01 DATA-MOV.
           05 DTM-FUNCAO               PIC X(01).
           05 DTM-AMD                  PIC 9(08).
           05 DTM-SITUACAO             PIC X(01).
           05 DTM-OPERADOR             PIC 9(04).
           05 DTM-RETORNO              PIC X(02).

      *********
      * TELAS *
      *********
            FOREGROUND-COLOR 11 LINE 17 COLUMN 16.
         05 VALUE "rocurar aluno por CPF"
            FOREGROUND-COLOR 15 LINE 17 COLUMN 17.
         05 VALUE "R"
            FOREGROUND-COLOR 11 LINE 15 COLUMN 16.
         05 VALUE "esponsaveis do aluno"
            FOREGROUND-COLOR 15 LINE 15 COLUMN 17.
         05 VALUE "F"
            FOREGROUND-COLOR 12 LINE 20 COLUMN 16.
         05 VALUE "inalizar o programa"
         05 INPUT-RA-SIT     PIC 9(06) TO RA-BUSCA
         BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 26.

       01 TELA-RESPONSAVEIS.
         05 VALUE "Responsaveis do aluno"
            FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
         05 VALUE "                RA"
            FOREGROUND-COLOR 15 LINE 03 COLUMN 06.
         05 INPUT-RA-RSP     PIC 9(06) TO RA-BUSCA
         BACKGROUND-COLOR 07 FOREGROUND-COLOR 01 LINE 03 COLUMN 26.

       01 TELA-BUSCA-CPF.
         05 VALUE "Buscar aluno por CPF"
            FOREGROUND-COLOR 12 LINE 01 COLUMN 01.
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO FIM-SAIDA.

       000-ABRE-RESP.
           OPEN I-O ARQRESP
           IF STATUS-ARQRESP NOT = "00"
               IF STATUS-ARQRESP = "30" OR STATUS-ARQRESP = "35"
               OPEN OUTPUT ARQRESP
               CLOSE ARQRESP
               GO TO 000-ABRE-RESP
               ELSE
               MOVE " Erro na abertura do RESPONS.DAT" TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               CLOSE ARQUIVO
               GO TO FIM-EXIT.

       001-ZERA-VARS.
           MOVE ZEROS TO CPF DIA MES ANO NUM-CASA CEP DDD NUM-TEL
           MOVE SPACES TO NOME RG NATURALIDADE NACIONALIDADE LOGRADOURO
               PERFORM BUSCA-CPF-INTRO THRU BUSCA-CPF-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "R" OR "r"
               PERFORM RSP-INTRO THRU RSP-FIM
               GO TO 002-MENU-PRINCIPAL

           ELSE IF MENU-OPCAO = "F" OR "f"
               GO TO FIM-QUER-SAIR

               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO CAD-TELA.
           ADD 1 TO RA

      * menor de idade: o responsavel entra junto com o aluno
           PERFORM VERIFICA-MENOR
           IF ALUNO-MENOR = "S"
               MOVE ZEROS TO RSP-QTD
               MOVE RA TO RSP-RA
               MOVE 01 TO RSP-SEQ
               DISPLAY BLANK-SCREEN
               DISPLAY "Aluno menor de idade: informe o responsavel."
               PERFORM RSP-PEDE-DADOS THRU RSP-PEDE-FIM
               IF RSP-DESISTE = "S"
                   MOVE " Menor de idade sem responsavel: cancelado."
                       TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
                   GO TO CAD-FIM-SAIDA.

           WRITE REGALUNO INVALID KEY
               MOVE " Erro ao gravar: RA ou CPF ja existente." TO
                   MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO CAD-FIM-SAIDA.

           IF ALUNO-MENOR = "S"
               WRITE REG-RESPONSAVEL INVALID KEY
                   MOVE " Erro ao gravar o responsavel." TO MENSAGEM
                   PERFORM MSG-ZERA THRU MSG-FIM
               NOT INVALID KEY
                   MOVE "RESP-INCL" TO AUD-OPERACAO-W
                   MOVE SPACES TO AUD-CHAVE-W
                   MOVE RSP-CHAVE TO AUD-CHAVE-W
                   PERFORM GRAVA-AUDITORIA
               END-WRITE.

       CAD-FIM.
           MOVE "INCLUSAO" TO AUD-OPERACAO-W
           MOVE SPACES TO AUD-CHAVE-W
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO ATU-DISPLAY.

      * menor de idade sem responsavel no cadastro: pede um antes
      * de gravar a alteracao
           PERFORM VERIFICA-MENOR
           IF ALUNO-MENOR = "N"
               GO TO ATU-REESCREVE.
           MOVE "N" TO RSP-EXIBE
           PERFORM RSP-CONTA
           IF RSP-QTD > ZEROS
               GO TO ATU-REESCREVE.
           MOVE RA TO RSP-RA
           MOVE 01 TO RSP-SEQ
           DISPLAY BLANK-SCREEN
           DISPLAY "Aluno menor de idade: informe o responsavel."
           PERFORM RSP-PEDE-DADOS THRU RSP-PEDE-FIM
           IF RSP-DESISTE = "S"
               MOVE " Menor de idade precisa de responsavel."
                   TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO ATU-FIM.
           WRITE REG-RESPONSAVEL INVALID KEY
               MOVE " Erro ao gravar o responsavel." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO ATU-FIM.
           MOVE "RESP-INCL" TO AUD-OPERACAO-W
           MOVE SPACES TO AUD-CHAVE-W
           MOVE RSP-CHAVE TO AUD-CHAVE-W
           PERFORM GRAVA-AUDITORIA.

       ATU-REESCREVE.
           REWRITE REGALUNO INVALID KEY
               MOVE " Erro ao atualizar registro." TO MENSAGEM
       SIT-FIM.
           EXIT.

      ***********************************
      * Rotinas dos responsaveis pelo    *
      * aluno (RESPONS.DAT, por RA e     *
      * sequencia): financeiro, contato  *
      * pedagogico                       *
      ***********************************
       RSP-INTRO.
           DISPLAY BLANK-SCREEN
           DISPLAY TELA-RESPONSAVEIS
           ACCEPT TELA-RESPONSAVEIS
           ACCEPT CODIGO-ESC FROM ESCAPE KEY
           IF CODIGO-ESC = 01
               GO TO RSP-FIM.

           MOVE RA-BUSCA TO RA
           READ ARQUIVO INVALID KEY
               MOVE " Registro nao encontrado." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
               GO TO RSP-FIM.
           PERFORM VERIFICA-MENOR.

       RSP-LISTA.
           DISPLAY BLANK-SCREEN
           DISPLAY "Aluno " RA " - " NOME
           IF ALUNO-MENOR = "S"
               DISPLAY "Menor de idade: pelo menos um responsavel.".
           MOVE "S" TO RSP-EXIBE
           PERFORM RSP-CONTA
           IF RSP-QTD = ZEROS
               DISPLAY "Nenhum responsavel cadastrado.".

       RSP-OPCAO.
           DISPLAY "I=incluir A=alterar E=excluir V=voltar: "
           MOVE SPACES TO MENU-OPCAO
           ACCEPT MENU-OPCAO
           IF MENU-OPCAO = "V" OR "v"
               GO TO RSP-FIM.

           IF MENU-OPCAO = "I" OR "i"
               IF RSP-ULTIMO-SEQ = 99
                   DISPLAY "Limite de responsaveis do aluno."
                   GO TO RSP-OPCAO
               END-IF
               MOVE RA TO RSP-RA
               COMPUTE RSP-SEQ = RSP-ULTIMO-SEQ + 1
               PERFORM RSP-PEDE-DADOS THRU RSP-PEDE-FIM
               IF RSP-DESISTE = "S"
                   GO TO RSP-LISTA
               END-IF
               WRITE REG-RESPONSAVEL INVALID KEY
                   DISPLAY "Erro ao gravar o responsavel: "
                       STATUS-ARQRESP
                   GO TO RSP-OPCAO
               END-WRITE
               MOVE "RESP-INCL" TO AUD-OPERACAO-W
               MOVE SPACES TO AUD-CHAVE-W
               MOVE RSP-CHAVE TO AUD-CHAVE-W
               PERFORM GRAVA-AUDITORIA
               GO TO RSP-LISTA.

           IF MENU-OPCAO NOT = "A" AND MENU-OPCAO NOT = "a" AND
               MENU-OPCAO NOT = "E" AND MENU-OPCAO NOT = "e"
               DISPLAY "Opcao invalida."
               GO TO RSP-OPCAO.

           DISPLAY "Sequencia do responsavel: "
           ACCEPT RSP-SEQ-BUSCA
           MOVE RA TO RSP-RA
           MOVE RSP-SEQ-BUSCA TO RSP-SEQ
           READ ARQRESP INVALID KEY
               DISPLAY "Responsavel nao encontrado."
               GO TO RSP-OPCAO.

           IF MENU-OPCAO = "E" OR "e"
               IF ALUNO-MENOR = "S" AND RSP-QTD = 1
                   DISPLAY "O unico responsavel do menor nao pode "
                       "ser excluido."
                   GO TO RSP-OPCAO
               END-IF
               DELETE ARQRESP INVALID KEY
                   DISPLAY "Erro ao excluir o responsavel: "
                       STATUS-ARQRESP
                   GO TO RSP-OPCAO
               END-DELETE
               MOVE "RESP-EXCL" TO AUD-OPERACAO-W
               MOVE SPACES TO AUD-CHAVE-W
               MOVE RSP-CHAVE TO AUD-CHAVE-W
               PERFORM GRAVA-AUDITORIA
               GO TO RSP-LISTA.

      * alteracao: os dados sao digitados de novo, como na
      * atualizacao do aluno
           PERFORM RSP-PEDE-DADOS THRU RSP-PEDE-FIM
           IF RSP-DESISTE = "S"
               GO TO RSP-LISTA.
           REWRITE REG-RESPONSAVEL INVALID KEY
               DISPLAY "Erro ao atualizar o responsavel: "
                   STATUS-ARQRESP
               GO TO RSP-OPCAO.
           MOVE "RESP-ALT" TO AUD-OPERACAO-W
           MOVE SPACES TO AUD-CHAVE-W
           MOVE RSP-CHAVE TO AUD-CHAVE-W
           PERFORM GRAVA-AUDITORIA
           GO TO RSP-LISTA.

       RSP-FIM.
           EXIT.

      * Conta (e, com RSP-EXIBE = "S", lista) os responsaveis do
      * RA em REGALUNO
       RSP-CONTA.
           MOVE ZEROS TO RSP-QTD RSP-ULTIMO-SEQ
           MOVE RA TO RSP-RA
           MOVE ZEROS TO RSP-SEQ
           MOVE "N" TO RSP-EOF
           START ARQRESP KEY IS GREATER THAN RSP-CHAVE
               INVALID KEY MOVE "S" TO RSP-EOF
           END-START
           PERFORM RSP-CONTA-LE UNTIL RSP-EOF-SIM.

       RSP-CONTA-LE.
           READ ARQRESP NEXT RECORD
           AT END MOVE "S" TO RSP-EOF.
           IF RSP-EOF-NAO
               IF RSP-RA NOT = RA
                   MOVE "S" TO RSP-EOF
               ELSE
                   ADD 1 TO RSP-QTD
                   MOVE RSP-SEQ TO RSP-ULTIMO-SEQ
                   IF RSP-EXIBE = "S"
                       DISPLAY RSP-SEQ " " RSP-NOME " "
                           RSP-PARENTESCO " CPF " RSP-CPF
                           " Fin:" RSP-FINANCEIRO
                           " Ped:" RSP-PEDAGOGICO
                       DISPLAY "   (" RSP-DDD ") " RSP-NUM-TEL
                           " " RSP-EMAIL.

      *******************************************
      * Digitacao dos dados do responsavel em   *
      * RSP-RA/RSP-SEQ; nome em branco desiste  *
      *******************************************
       RSP-PEDE-DADOS.
           MOVE "N" TO RSP-DESISTE
           DISPLAY "Nome do responsavel (branco = desiste): "
           MOVE SPACES TO RSP-NOME
           ACCEPT RSP-NOME
           IF RSP-NOME = SPACES
               MOVE "S" TO RSP-DESISTE
               GO TO RSP-PEDE-FIM.
           DISPLAY "Parentesco (pai, mae, avo, tutor...): "
           MOVE SPACES TO RSP-PARENTESCO
           ACCEPT RSP-PARENTESCO.

       RSP-PEDE-CPF.
           DISPLAY "CPF do responsavel (zeros = nao informado): "
           MOVE ZEROS TO RSP-CPF
           ACCEPT RSP-CPF
           IF RSP-CPF NOT = ZEROS
               MOVE REGALUNO TO REGALUNO-SALVO
               MOVE RSP-CPF TO RSP-CPF-SALVO CPF
               PERFORM CAD-VALIDA-CPF THRU CAD-VALIDA-CPF-FIM
               MOVE REGALUNO-SALVO TO REGALUNO
               MOVE RSP-CPF-SALVO TO RSP-CPF
               IF CPF-VALIDO-NAO
                   DISPLAY "CPF invalido - verifique o digito "
                       "verificador."
                   GO TO RSP-PEDE-CPF.

           DISPLAY "Telefone - DDD: "
           MOVE ZEROS TO RSP-DDD
           ACCEPT RSP-DDD
           DISPLAY "Telefone - numero: "
           MOVE ZEROS TO RSP-NUM-TEL
           ACCEPT RSP-NUM-TEL
           DISPLAY "Email: "
           MOVE SPACES TO RSP-EMAIL
           ACCEPT RSP-EMAIL

           DISPLAY "Mesmo endereco do aluno? (S/N): "
           MOVE "S" TO RSP-MESMO-END
           ACCEPT RSP-MESMO-END
           IF RSP-MESMO-END = "N" OR "n"
               PERFORM RSP-PEDE-ENDERECO THRU RSP-PEDE-ENDERECO-FIM
           ELSE
               MOVE ENDERECO TO RSP-ENDERECO.

      * o primeiro responsavel responde por tudo; com mais de um,
      * o operador marca quem paga e quem recebe as cartas
           IF RSP-QTD = ZEROS
               MOVE "S" TO RSP-FINANCEIRO RSP-PEDAGOGICO
               DISPLAY "Primeiro responsavel: financeiro e contato "
                   "pedagogico."
           ELSE
               DISPLAY "Responsavel financeiro? (S/N): "
               MOVE "N" TO RSP-FINANCEIRO
               ACCEPT RSP-FINANCEIRO
               IF RSP-FINANCEIRO = "s"
                   MOVE "S" TO RSP-FINANCEIRO
               END-IF
               IF RSP-FINANCEIRO NOT = "S"
                   MOVE "N" TO RSP-FINANCEIRO
               END-IF
               DISPLAY "Contato pedagogico? (S/N): "
               MOVE "N" TO RSP-PEDAGOGICO
               ACCEPT RSP-PEDAGOGICO
               IF RSP-PEDAGOGICO = "s"
                   MOVE "S" TO RSP-PEDAGOGICO
               END-IF
               IF RSP-PEDAGOGICO NOT = "S"
                   MOVE "N" TO RSP-PEDAGOGICO.

      * quem paga assina o contrato e sai no boleto: CPF exigido
           IF RSP-FINANCEIRO = "S" AND RSP-CPF = ZEROS
               DISPLAY "O responsavel financeiro precisa de CPF."
               GO TO RSP-PEDE-CPF.

       RSP-PEDE-FIM.
           EXIT.

       RSP-PEDE-ENDERECO.
           DISPLAY "Logradouro: "
           MOVE SPACES TO RSP-LOGRADOURO
           ACCEPT RSP-LOGRADOURO
           DISPLAY "Numero: "
           MOVE ZEROS TO RSP-NUM-CASA
           ACCEPT RSP-NUM-CASA
           DISPLAY "Complemento: "
           MOVE SPACES TO RSP-COMPLEMENTO
           ACCEPT RSP-COMPLEMENTO
           DISPLAY "Bairro: "
           MOVE SPACES TO RSP-BAIRRO
           ACCEPT RSP-BAIRRO
           DISPLAY "Cidade: "
           MOVE SPACES TO RSP-CIDADE
           ACCEPT RSP-CIDADE.

       RSP-PEDE-UF.
           DISPLAY "Estado (UF): "
           MOVE SPACES TO RSP-ESTADO
           ACCEPT RSP-ESTADO
           MOVE RSP-ESTADO TO UF-TESTE
           IF NOT UF-VALIDA
               DISPLAY "Estado (UF) invalido."
               GO TO RSP-PEDE-UF.
           DISPLAY "CEP (so numeros): "
           MOVE ZEROS TO RSP-CEP
           ACCEPT RSP-CEP.

       RSP-PEDE-ENDERECO-FIM.
           EXIT.

      * Maioridade pela data de nascimento contra o dia de
      * movimento
       VERIFICA-MENOR.
           MOVE "C" TO DTM-FUNCAO
           CALL "DATAMOV" USING DATA-MOV
           COMPUTE DATA-MAIORIDADE = (ANO + 18) * 10000
               + MES * 100 + DIA
           IF DATA-MAIORIDADE > DTM-AMD
               MOVE "S" TO ALUNO-MENOR
           ELSE
               MOVE "N" TO ALUNO-MENOR.

      ************************************
      * Rotinas de impressão da listagem *
      ************************************
               MOVE " Erro ao gravar a auditoria." TO MENSAGEM
               PERFORM MSG-ZERA THRU MSG-FIM
           ELSE
               MOVE "C" TO DTM-FUNCAO
               CALL "DATAMOV" USING DATA-MOV
               MOVE DTM-AMD TO DATA-SISTEMA
               ACCEPT HORA-SISTEMA FROM TIME
               MOVE DATA-SISTEMA(7:2) TO AUD-DIA
               MOVE DATA-SISTEMA(5:2) TO AUD-MES

       FIM-SAIDA.
           DISPLAY BLANK-SCREEN
           CLOSE ARQUIVO ARQRESP.
           
       FIM-EXIT.
           EXIT PROGRAM.
