      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-11                    *
      * Purpose: Academics               *
      *          Conversao unica do      *
      *          CADNOTAS.DAT para o     *
      *          leiaute com o professor *
      *          do lancamento no fim do *
      *          registro (zeros nas     *
      *          notas ja lancadas).     *
      *          Gera CADNOTAS.NEW;      *
      *          conferir e renomear     *
      *          para CADNOTAS.DAT       *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. NOTACONV.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ANT-CHAVE
           ALTERNATE RECORD KEY IS ANT-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-ANTIGO.

           SELECT NOVO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NOV-CHAVE
           ALTERNATE RECORD KEY IS NOV-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD ANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTAS.DAT".

      * Leiaute antigo, de 61 posicoes: ainda sem o professor
       01 ANT-RECNOTAS.
           05 ANT-CHAVE            PIC X(15).
           05 ANT-NOME             PIC X(30).
           05 ANT-RESTO            PIC X(16).

       FD NOVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTAS.NEW".

       01 NOV-RECNOTAS.
           05 NOV-CHAVE            PIC X(15).
           05 NOV-NOME             PIC X(30).
           05 NOV-RESTO            PIC X(16).
      * zeros = lancado antes do cadastro de professores
           05 NOV-PROFESSOR        PIC 9(04).

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       WORKING-STORAGE SECTION.

       77 STATUS-ANTIGO        PIC X(02).
       77 STATUS-NOVO          PIC X(02).

       77 CONTADOR-COPIADOS    PIC 9(06) VALUE ZEROS.
       77 CONTADOR-REJEITADOS  PIC 9(06) VALUE ZEROS.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

      **************
      * O PROGRAMA *
      **************
       PROCEDURE DIVISION.
       INICIO.

       000-ABERTURA.
           OPEN INPUT ANTIGO
           IF STATUS-ANTIGO NOT = "00"
               DISPLAY "Erro na abertura do CADNOTAS.DAT: "
                   STATUS-ANTIGO
               GO TO FIM-STOP-RUN.

           OPEN OUTPUT NOVO
           IF STATUS-NOVO NOT = "00"
               DISPLAY "Erro na abertura do CADNOTAS.NEW: "
                   STATUS-NOVO
               GO TO FIM-STOP-RUN.

       001-CONVERTE.
           MOVE LOW-VALUES TO ANT-CHAVE
           MOVE "N" TO CHAVE-EOF
           START ANTIGO KEY IS GREATER THAN ANT-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 002-COPIA UNTIL CHAVE-EOF-SIM

           CLOSE ANTIGO NOVO
           DISPLAY "Conversao concluida: " CONTADOR-COPIADOS
               " registros de notas copiados, "
               CONTADOR-REJEITADOS " rejeitados."
           DISPLAY "Confira o resultado e renomeie CADNOTAS.NEW "
               "para CADNOTAS.DAT."
           GO TO FIM-STOP-RUN.

       002-COPIA.
           READ ANTIGO NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               MOVE ANT-CHAVE TO NOV-CHAVE
               MOVE ANT-NOME TO NOV-NOME
               MOVE ANT-RESTO TO NOV-RESTO
               MOVE ZEROS TO NOV-PROFESSOR
               WRITE NOV-RECNOTAS
                   INVALID KEY
                       DISPLAY "Erro ao gravar as notas da chave "
                           ANT-CHAVE
                       ADD 1 TO CONTADOR-REJEITADOS
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-COPIADOS
               END-WRITE.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-STOP-RUN.
           STOP RUN.
