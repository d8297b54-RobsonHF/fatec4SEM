      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2021-03                    *
      * Purpose: Academics               *
      *          Consulta ao cadastro de *
      *          responsaveis do aluno   *
      *          (RESPONS.DAT), pelos    *
      *          programas que escrevem  *
      *          ou cobram a familia     *
      *          (CALL "RESPONS"): o     *
      *          responsavel financeiro  *
      *          ou o contato pedagogico *
      *          do RA; sem o marcado,   *
      *          o primeiro cadastrado   *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RESPONS.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRESP ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RSP-CHAVE
           FILE STATUS     IS STATUS-ARQRESP.

       DATA DIVISION.
       FILE SECTION.
       FD ARQRESP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RESPONS.DAT".

      * Um registro por responsavel, na ordem em que foram
      * cadastrados no CADALUNO
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
       WORKING-STORAGE SECTION.

       77 STATUS-ARQRESP       PIC X(02).
      * o primeiro responsavel do aluno, para quando nenhum
      * tem a marca pedida
       77 PRIMEIRO-LIDO        PIC X(01) VALUE "N".
       01 PRIMEIRO-RESP        PIC X(205) VALUE SPACES.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

       LINKAGE SECTION.
       01 LK-RESPONSAVEL.
      * "F" = responsavel financeiro; "P" = contato pedagogico
           05 LK-RES-FUNCAO            PIC X(01).
           05 LK-RES-RA                PIC 9(06).
           05 LK-RES-SEQ               PIC 9(02).
           05 LK-RES-NOME              PIC X(30).
           05 LK-RES-CPF               PIC 9(11).
           05 LK-RES-PARENTESCO        PIC X(15).
           05 LK-RES-ENDERECO.
               10 LK-RES-LOGRADOURO    PIC X(30).
               10 LK-RES-NUM-CASA      PIC 9(05).
               10 LK-RES-COMPLEMENTO   PIC X(12).
               10 LK-RES-BAIRRO        PIC X(20).
               10 LK-RES-CIDADE        PIC X(20).
               10 LK-RES-ESTADO        PIC X(02).
               10 LK-RES-CEP           PIC 9(08).
           05 LK-RES-EMAIL             PIC X(30).
           05 LK-RES-DDD               PIC 9(03).
           05 LK-RES-NUM-TEL           PIC 9(09).
      * "00" = ok; "10" = aluno sem responsavel cadastrado;
      * "30" = cadastro de responsaveis indisponivel
           05 LK-RES-RETORNO           PIC X(02).

       PROCEDURE DIVISION USING LK-RESPONSAVEL.
       INICIO.
           MOVE ZEROS TO LK-RES-SEQ LK-RES-CPF LK-RES-NUM-CASA
               LK-RES-CEP LK-RES-DDD LK-RES-NUM-TEL
           MOVE SPACES TO LK-RES-NOME LK-RES-PARENTESCO
               LK-RES-LOGRADOURO LK-RES-COMPLEMENTO LK-RES-BAIRRO
               LK-RES-CIDADE LK-RES-ESTADO LK-RES-EMAIL
           MOVE "N" TO PRIMEIRO-LIDO
           MOVE "10" TO LK-RES-RETORNO

           OPEN INPUT ARQRESP
           IF STATUS-ARQRESP NOT = "00"
               MOVE "30" TO LK-RES-RETORNO
               GO TO ROT-FIM-EXIT.

           MOVE LK-RES-RA TO RSP-RA
           MOVE ZEROS TO RSP-SEQ
           MOVE "N" TO CHAVE-EOF
           START ARQRESP KEY IS GREATER THAN RSP-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 100-LE-RESPONSAVEL UNTIL CHAVE-EOF-SIM
           CLOSE ARQRESP

           IF LK-RES-RETORNO NOT = "00" AND PRIMEIRO-LIDO = "S"
               MOVE PRIMEIRO-RESP TO REG-RESPONSAVEL
               PERFORM 200-DEVOLVE.
           GO TO ROT-FIM-EXIT.

      ***************************************************
      * Responsaveis do RA, pela ordem do cadastro; o    *
      * primeiro com a marca pedida encerra a leitura    *
      ***************************************************
       100-LE-RESPONSAVEL.
           READ ARQRESP NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF RSP-RA NOT = LK-RES-RA
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   IF PRIMEIRO-LIDO = "N"
                       MOVE "S" TO PRIMEIRO-LIDO
                       MOVE REG-RESPONSAVEL TO PRIMEIRO-RESP
                   END-IF
                   IF (LK-RES-FUNCAO = "F" AND
                       RSP-FINANCEIRO = "S") OR
                       (LK-RES-FUNCAO = "P" AND
                       RSP-PEDAGOGICO = "S")
                       PERFORM 200-DEVOLVE
                       MOVE "S" TO CHAVE-EOF.

       200-DEVOLVE.
           MOVE RSP-SEQ TO LK-RES-SEQ
           MOVE RSP-NOME TO LK-RES-NOME
           MOVE RSP-CPF TO LK-RES-CPF
           MOVE RSP-PARENTESCO TO LK-RES-PARENTESCO
           MOVE RSP-LOGRADOURO TO LK-RES-LOGRADOURO
           MOVE RSP-NUM-CASA TO LK-RES-NUM-CASA
           MOVE RSP-COMPLEMENTO TO LK-RES-COMPLEMENTO
           MOVE RSP-BAIRRO TO LK-RES-BAIRRO
           MOVE RSP-CIDADE TO LK-RES-CIDADE
           MOVE RSP-ESTADO TO LK-RES-ESTADO
           MOVE RSP-CEP TO LK-RES-CEP
           MOVE RSP-EMAIL TO LK-RES-EMAIL
           MOVE RSP-DDD TO LK-RES-DDD
           MOVE RSP-NUM-TEL TO LK-RES-NUM-TEL
           MOVE "00" TO LK-RES-RETORNO.

      **************************
      * Rotinas de finalização *
      **************************
       ROT-FIM-EXIT.
           EXIT PROGRAM.
