      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-12                        *
      * Purpose: Registro das comunicacoes   *
      *          com a familia e com os      *
      *          clientes (COMUNIC.DAT),     *
      *          compartilhado pelos         *
      *          programas que emitem cartas *
      *          e avisos (CALL "COMUNLOG"): *
      *          grava o envio e conta os    *
      *          avisos anteriores do mesmo  *
      *          tipo, para a segunda via    *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COMUNLOG.
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

       DATA DIVISION.
       FILE SECTION.
      * Uma linha por comunicacao enviada, na ordem de RA (ou
      * cliente) e data; a sequencia separa envios no mesmo
      * segundo
       FD COMUNIC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "COMUNIC.DAT".
           01 REG-COMUNIC.
               05 CML-CHAVE.
      * "A" = aluno (RA), "C" = cliente da loja
                   10 CML-ORIGEM           PIC X(01).
                   10 CML-CODIGO           PIC 9(06).
                   10 CML-DATA             PIC 9(08).
                   10 CML-HORA             PIC X(06).
                   10 CML-SEQ              PIC 9(02).
               05 CML-TIPO                 PIC X(08).
      * "C" = carta, "E" = e-mail, "T" = telefone
               05 CML-CANAL                PIC X(01).
      * 1 = primeiro aviso do tipo, 2 = segundo aviso, ...
               05 CML-AVISO                PIC 9(02).
               05 CML-RESUMO               PIC X(50).
               05 CML-OPERADOR             PIC 9(04).
               05 CML-PROGRAMA             PIC X(08).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-COMUNIC            PIC X(02).
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-DATA-ENVIO                PIC 9(08) VALUE ZEROS.
           77 WS-GRAVOU                    PIC X(01) VALUE "N".
           77 WS-CHAVE-EOF                 PIC X(01) VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO                PIC X(01).
           05 WS-DTM-AMD                   PIC 9(08).
           05 WS-DTM-SITUACAO              PIC X(01).
           05 WS-DTM-OPERADOR              PIC 9(04).
           05 WS-DTM-RETORNO               PIC X(02).

       LINKAGE SECTION.
       01 LK-COMUNICACAO.
      * "G" = grava a comunicacao, "C" = conta os avisos
      * anteriores do tipo para o RA ou cliente
           05 LK-CML-FUNCAO                PIC X(01).
           05 LK-CML-ORIGEM                PIC X(01).
           05 LK-CML-CODIGO                PIC 9(06).
      * data do envio (AAAAMMDD); zeros = dia de movimento
           05 LK-CML-DATA                  PIC 9(08).
           05 LK-CML-TIPO                  PIC X(08).
           05 LK-CML-CANAL                 PIC X(01).
           05 LK-CML-RESUMO                PIC X(50).
           05 LK-CML-OPERADOR              PIC 9(04).
           05 LK-CML-PROGRAMA              PIC X(08).
      * funcao "C": so conta os avisos a partir desta data
      * (zeros = desde sempre)
           05 LK-CML-DESDE                 PIC 9(08).
      * devolvidos pela funcao "C": avisos do tipo em dias
      * anteriores ao envio, a data do ultimo deles, e "S" se
      * ja houve aviso do tipo no proprio dia (reemissao); na
      * funcao "G", LK-CML-ANTERIORES + 1 e o numero do aviso
           05 LK-CML-ANTERIORES            PIC 9(02).
           05 LK-CML-ULTIMA-DATA           PIC 9(08).
           05 LK-CML-NO-DIA                PIC X(01).
      * "00" = ok; "10" = sem registro de comunicacoes ainda;
      * "30" = erro de abertura ou gravacao
           05 LK-CML-RETORNO               PIC X(02).

       PROCEDURE DIVISION USING LK-COMUNICACAO.
      **********************
      * Rotinas principais *
      **********************
       P-COMUNLOG-INICIO.
           MOVE "00" TO LK-CML-RETORNO
           MOVE LK-CML-DATA TO WS-DATA-ENVIO
           IF WS-DATA-ENVIO = ZEROS
               MOVE "C" TO WS-DTM-FUNCAO
               CALL "DATAMOV" USING WS-DATA-MOV
               MOVE WS-DTM-AMD TO WS-DATA-ENVIO.
           IF LK-CML-FUNCAO = "G"
               PERFORM P-GRAVA THRU P-GRAVA-FIM
           ELSE
               PERFORM P-CONTA THRU P-CONTA-FIM.
           GO TO P-COMUNLOG-EXIT.

      ***************************************************
      * Avisos anteriores do mesmo tipo: le as entradas  *
      * do RA (ou cliente) a partir da data pedida       *
      ***************************************************
       P-CONTA.
           MOVE ZEROS TO LK-CML-ANTERIORES LK-CML-ULTIMA-DATA
           MOVE "N" TO LK-CML-NO-DIA
           OPEN INPUT COMUNIC
           IF WS-STATUS-COMUNIC NOT = "00"
               MOVE "10" TO LK-CML-RETORNO
               GO TO P-CONTA-FIM.

           MOVE LK-CML-ORIGEM TO CML-ORIGEM
           MOVE LK-CML-CODIGO TO CML-CODIGO
           MOVE LK-CML-DESDE TO CML-DATA
           MOVE LOW-VALUES TO CML-HORA
           MOVE ZEROS TO CML-SEQ
           MOVE "N" TO WS-CHAVE-EOF
           START COMUNIC KEY IS NOT LESS THAN CML-CHAVE
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-CONTA-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE COMUNIC.

       P-CONTA-FIM.
           EXIT.

       P-CONTA-LE.
           READ COMUNIC NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF CML-ORIGEM NOT = LK-CML-ORIGEM OR
                   CML-CODIGO NOT = LK-CML-CODIGO OR
                   CML-DATA > WS-DATA-ENVIO
                   MOVE "S" TO WS-CHAVE-EOF
               ELSE IF CML-TIPO = LK-CML-TIPO
                   IF CML-DATA = WS-DATA-ENVIO
                       MOVE "S" TO LK-CML-NO-DIA
                   ELSE
                       IF LK-CML-ANTERIORES < 99
                           ADD 1 TO LK-CML-ANTERIORES
                       END-IF
                       MOVE CML-DATA TO LK-CML-ULTIMA-DATA.

      ***************************************************
      * Gravacao: a chave leva a hora do relogio; se ja  *
      * houver envio no mesmo segundo, avanca a sequencia*
      ***************************************************
       P-GRAVA.
           OPEN I-O COMUNIC
           IF WS-STATUS-COMUNIC = "35" OR WS-STATUS-COMUNIC = "30"
               OPEN OUTPUT COMUNIC
               CLOSE COMUNIC
               OPEN I-O COMUNIC.
           IF WS-STATUS-COMUNIC NOT = "00"
               MOVE "30" TO LK-CML-RETORNO
               GO TO P-GRAVA-FIM.

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE LK-CML-ORIGEM TO CML-ORIGEM
           MOVE LK-CML-CODIGO TO CML-CODIGO
           MOVE WS-DATA-ENVIO TO CML-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO CML-HORA
           MOVE ZEROS TO CML-SEQ
           MOVE LK-CML-TIPO TO CML-TIPO
           MOVE LK-CML-CANAL TO CML-CANAL
           IF LK-CML-ANTERIORES < 99
               COMPUTE CML-AVISO = LK-CML-ANTERIORES + 1
           ELSE
               MOVE 99 TO CML-AVISO.
           MOVE LK-CML-RESUMO TO CML-RESUMO
           MOVE LK-CML-OPERADOR TO CML-OPERADOR
           MOVE LK-CML-PROGRAMA TO CML-PROGRAMA
           MOVE "N" TO WS-GRAVOU
           PERFORM P-GRAVA-TENTA
               UNTIL WS-GRAVOU = "S" OR CML-SEQ = 99
           IF WS-GRAVOU NOT = "S"
               MOVE "30" TO LK-CML-RETORNO.
           CLOSE COMUNIC.

       P-GRAVA-FIM.
           EXIT.

       P-GRAVA-TENTA.
           WRITE REG-COMUNIC
               INVALID KEY
                   ADD 1 TO CML-SEQ
               NOT INVALID KEY
                   MOVE "S" TO WS-GRAVOU
           END-WRITE.

      *----------------------Parágrafos de Saída
       P-COMUNLOG-EXIT.
           EXIT PROGRAM.
