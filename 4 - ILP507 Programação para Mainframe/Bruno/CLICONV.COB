      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Conversao unica do          *
      *          CLIENTES.DAT antigo (sem o  *
      *          bloqueio de fiado) para o   *
      *          leiaute novo. Gera          *
      *          CLIENTES.NEW com todos os   *
      *          clientes liberados.         *
      *          Conferir e renomear para    *
      *          CLIENTES.DAT                *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLICONV.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ANT-CODIGO
           ALTERNATE RECORD KEY    IS ANT-NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ANTIGO.

           SELECT NOVO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS NOV-CODIGO
           ALTERNATE RECORD KEY    IS NOV-NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD ANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLIENTES.DAT".
           01 ANT-CLIENTE.
               05 ANT-CODIGO           PIC 9(04).
               05 ANT-NOME             PIC X(30).
               05 ANT-DDD              PIC 9(03).
               05 ANT-NUM-TEL          PIC 9(09).
               05 ANT-LIMITE           PIC 9(05)V99.
               05 ANT-SALDO            PIC S9(06)V99.

       FD NOVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLIENTES.NEW".
           01 NOV-CLIENTE.
               05 NOV-CODIGO           PIC 9(04).
               05 NOV-NOME             PIC X(30).
               05 NOV-DDD              PIC 9(03).
               05 NOV-NUM-TEL          PIC 9(09).
               05 NOV-LIMITE           PIC 9(05)V99.
               05 NOV-SALDO            PIC S9(06)V99.
               05 NOV-BLOQUEIO         PIC X(01).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ANTIGO             PIC X(02).
           77 WS-STATUS-NOVO               PIC X(02).

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-CONTADOR                  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
      **********************
      * Rotinas principais *
      **********************
       P-INICIO.
           OPEN INPUT ANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               DISPLAY "Erro na abertura do CLIENTES.DAT: "
                   WS-STATUS-ANTIGO
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT NOVO
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "Erro na abertura do CLIENTES.NEW: "
                   WS-STATUS-NOVO
               GO TO P-FIM-STOP-RUN.

           MOVE ZEROS TO ANT-CODIGO
           MOVE "N" TO WS-CHAVE-EOF
           START ANTIGO KEY IS GREATER THAN ANT-CODIGO
           PERFORM P-CONVERTE UNTIL WS-CHAVE-EOF-SIM

           CLOSE ANTIGO NOVO
           DISPLAY "Conversao concluida: " WS-CONTADOR
               " clientes gravados em CLIENTES.NEW."
           DISPLAY "Confira o resultado e renomeie CLIENTES.NEW para "
               "CLIENTES.DAT."
           GO TO P-FIM-STOP-RUN.

       P-CONVERTE.
           READ ANTIGO NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               MOVE ANT-CODIGO TO NOV-CODIGO
               MOVE ANT-NOME TO NOV-NOME
               MOVE ANT-DDD TO NOV-DDD
               MOVE ANT-NUM-TEL TO NOV-NUM-TEL
               MOVE ANT-LIMITE TO NOV-LIMITE
               MOVE ANT-SALDO TO NOV-SALDO
               MOVE "N" TO NOV-BLOQUEIO
               WRITE NOV-CLIENTE INVALID KEY
                   DISPLAY "Erro ao gravar o cliente " ANT-CODIGO
               END-WRITE
               ADD 1 TO WS-CONTADOR.

      *----------------------Pargrafos de Sada
       P-FIM-STOP-RUN.
           STOP RUN.
