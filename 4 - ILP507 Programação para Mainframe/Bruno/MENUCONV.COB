      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-12                        *
      * Purpose: Conversao unica do MENU.DAT *
      *          antigo (chave so por data e *
      *          hora) para o leiaute com a  *
      *          agenda do dono na chave.    *
      *          Entregas de fornecedor vao  *
      *          para a DOCA, retiradas de   *
      *          encomenda para o BALCAO e o *
      *          resto para a agenda GERAL.  *
      *          Gera MENU.NEW; conferir e   *
      *          renomear para MENU.DAT      *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MENUCONV.
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
           RECORD KEY              IS ANT-CHAVE
           FILE STATUS             IS WS-STATUS-ANTIGO.

           SELECT NOVO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS NOV-CHAVE
           FILE STATUS             IS WS-STATUS-NOVO.

       DATA DIVISION.
       FILE SECTION.
      * Leiaute antigo, de 173 posicoes
       FD ANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MENU.DAT".
           01 ANT-REGISTRO.
               05 ANT-CHAVE            PIC X(12).
               05 ANT-NOME             PIC X(160).
               05 ANT-RECORRENTE       PIC X(01).

       FD NOVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MENU.NEW".
           01 NOV-REGISTRO.
               05 NOV-CHAVE.
                   10 NOV-DATA-HORA    PIC X(12).
                   10 NOV-AGENDA       PIC X(06).
               05 NOV-NOME             PIC X(160).
               05 NOV-RECORRENTE       PIC X(01).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ANTIGO             PIC X(02).
           77 WS-STATUS-NOVO               PIC X(02).

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-CONTADOR                  PIC 9(05) VALUE ZEROS.
           77 WS-CONT-DOCA                 PIC 9(05) VALUE ZEROS.
           77 WS-CONT-BALCAO               PIC 9(05) VALUE ZEROS.
           77 WS-CONT-GERAL                PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
      **********************
      * Rotinas principais *
      **********************
       P-INICIO.
           OPEN INPUT ANTIGO
           IF WS-STATUS-ANTIGO NOT = "00"
               DISPLAY "Erro na abertura do MENU.DAT: "
                   WS-STATUS-ANTIGO
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT NOVO
           IF WS-STATUS-NOVO NOT = "00"
               DISPLAY "Erro na abertura do MENU.NEW: "
                   WS-STATUS-NOVO
               GO TO P-FIM-STOP-RUN.

           MOVE LOW-VALUES TO ANT-CHAVE
           MOVE "N" TO WS-CHAVE-EOF
           START ANTIGO KEY IS GREATER THAN ANT-CHAVE
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-CONVERTE UNTIL WS-CHAVE-EOF-SIM

           CLOSE ANTIGO NOVO
           DISPLAY "Conversao concluida: " WS-CONTADOR
               " compromissos gravados em MENU.NEW."
           DISPLAY "  DOCA: " WS-CONT-DOCA "  BALCAO: " WS-CONT-BALCAO
               "  GERAL: " WS-CONT-GERAL
           DISPLAY "Confira o resultado e renomeie MENU.NEW para "
               "MENU.DAT."
           GO TO P-FIM-STOP-RUN.

      * Os compromissos gravados pelo BOLINHO sao reconhecidos
      * pelo texto que ele mesmo monta
       P-CONVERTE.
           READ ANTIGO NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               MOVE ANT-CHAVE TO NOV-DATA-HORA
               MOVE ANT-NOME TO NOV-NOME
               MOVE ANT-RECORRENTE TO NOV-RECORRENTE
               IF ANT-NOME(1:8) = "Entrega "
                   MOVE "DOCA" TO NOV-AGENDA
                   ADD 1 TO WS-CONT-DOCA
               ELSE IF ANT-NOME(1:22) = "Retirada encomenda Nr "
                   MOVE "BALCAO" TO NOV-AGENDA
                   ADD 1 TO WS-CONT-BALCAO
               ELSE
                   MOVE "GERAL" TO NOV-AGENDA
                   ADD 1 TO WS-CONT-GERAL
               END-IF
               WRITE NOV-REGISTRO INVALID KEY
                   DISPLAY "Erro ao gravar o compromisso " ANT-CHAVE
               END-WRITE
               ADD 1 TO WS-CONTADOR.

      *----------------------Parágrafos de Saída
       P-FIM-STOP-RUN.
           STOP RUN.
