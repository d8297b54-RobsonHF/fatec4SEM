      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-11                    *
      * Purpose: Academics               *
      *          Conversao unica do      *
      *          FALTAS.DAT antigo (uma  *
      *          linha por aluno e dia)  *
      *          para o leiaute com a    *
      *          disciplina na chave.    *
      *          As faltas antigas ficam *
      *          como dia inteiro        *
      *          (disciplina em espacos) *
      *          e valem para todas as   *
      *          disciplinas do aluno.   *
      *          Gera FALTAS.NEW;        *
      *          conferir e renomear     *
      *          para FALTAS.DAT         *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FALTCONV.
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
           FILE STATUS     IS STATUS-ANTIGO.

           SELECT NOVO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NOV-CHAVE
           FILE STATUS     IS STATUS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD ANTIGO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FALTAS.DAT".

      * Leiaute antigo, de 16 posicoes: chamada do dia inteiro
       01 ANT-REG-FALTAS.
           05 ANT-CHAVE.
               10 ANT-MATRICULA    PIC 9(06).
               10 ANT-DATA         PIC 9(08).
           05 ANT-AULAS            PIC 9(02).

       FD NOVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FALTAS.NEW".

       01 NOV-REG-FALTAS.
           05 NOV-CHAVE.
               10 NOV-MATRICULA    PIC 9(06).
               10 NOV-DATA         PIC 9(08).
      * espacos = falta do dia inteiro
               10 NOV-DISCIPLINA   PIC X(04).
           05 NOV-AULAS            PIC 9(02).

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
               DISPLAY "Erro na abertura do FALTAS.DAT: "
                   STATUS-ANTIGO
               GO TO FIM-STOP-RUN.

           OPEN OUTPUT NOVO
           IF STATUS-NOVO NOT = "00"
               DISPLAY "Erro na abertura do FALTAS.NEW: "
                   STATUS-NOVO
               GO TO FIM-STOP-RUN.

       001-CONVERTE.
           MOVE ZEROS TO ANT-CHAVE
           MOVE "N" TO CHAVE-EOF
           START ANTIGO KEY IS GREATER THAN ANT-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 002-COPIA UNTIL CHAVE-EOF-SIM

           CLOSE ANTIGO NOVO
           DISPLAY "Conversao concluida: " CONTADOR-COPIADOS
               " faltas copiadas como dia inteiro, "
               CONTADOR-REJEITADOS " rejeitadas."
           DISPLAY "Confira o resultado e renomeie FALTAS.NEW "
               "para FALTAS.DAT."
           GO TO FIM-STOP-RUN.

       002-COPIA.
           READ ANTIGO NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               MOVE ANT-MATRICULA TO NOV-MATRICULA
               MOVE ANT-DATA TO NOV-DATA
               MOVE SPACES TO NOV-DISCIPLINA
               MOVE ANT-AULAS TO NOV-AULAS
               WRITE NOV-REG-FALTAS
                   INVALID KEY
                       DISPLAY "Erro ao gravar a falta do RA "
                           ANT-MATRICULA " em " ANT-DATA
                       ADD 1 TO CONTADOR-REJEITADOS
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-COPIADOS
               END-WRITE.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-STOP-RUN.
           STOP RUN.
