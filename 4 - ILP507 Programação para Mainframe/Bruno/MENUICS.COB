      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-12                        *
      * Purpose: Exportacao noturna da       *
      *          agenda (MENU.DAT) para um   *
      *          arquivo iCalendar (.ics)    *
      *          que os celulares assinam:   *
      *          um periodo, de uma agenda   *
      *          ou de todas; compromissos   *
      *          semanais saem como um so    *
      *          evento repetido             *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MENUICS.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS AGE-CHAVE
           FILE STATUS             IS WS-STATUS-AGENDA.

           SELECT ICS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-ICS.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MENU.DAT".
           01 AGE-REGISTRO.
               05 AGE-CHAVE.
                   10 AGE-ANO              PIC XX.
                   10 AGE-MES              PIC XX.
                   10 AGE-DIA              PIC XX.
                   10 AGE-MERIDIEM         PIC XX.
                   10 AGE-HORA             PIC XX.
                   10 AGE-HORA-N REDEFINES AGE-HORA PIC 99.
                   10 AGE-MINUTO           PIC XX.
                   10 AGE-AGENDA           PIC X(06).
               05 AGE-NOME                 PIC X(160).
               05 AGE-RECORRENTE           PIC X.

      * Linhas do iCalendar, no maximo 75 posicoes; as maiores
      * continuam na linha seguinte comecando por um espaco
       FD ICS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MENU.ICS".
           01 REG-ICS                          PIC X(80).

       FD JOBLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "JOBLOG.DAT".
           01 REG-JOBLOG.
               05 JOB-PROGRAMA             PIC X(08).
               05 JOB-DATA.
                   10 JOB-DIA              PIC 99.
                   10 JOB-MES              PIC 99.
                   10 JOB-ANO              PIC 9(04).
               05 JOB-HORA                 PIC X(06).
               05 JOB-REGISTROS            PIC 9(06).
               05 JOB-SITUACAO             PIC X(08).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-AGENDA             PIC X(02).
           77 WS-STATUS-ICS                PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

      * Parametros via SYSIN: dias a exportar a partir da data
      * de movimento (zeros vale 90) e a agenda (OPnnnn ou um
      * recurso; espacos ou "*" = todas)
           77 WS-PARM-DIAS                 PIC 9(03) VALUE ZEROS.
           77 WS-PARM-AGENDA               PIC X(06) VALUE SPACES.

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-REGISTROS-LIDOS           PIC 9(06) VALUE ZEROS.
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.

      * Periodo exportado, em dias corridos
           77 WS-DIAS-INICIO               PIC 9(06) VALUE ZEROS.
           77 WS-DIAS-FIM                  PIC 9(06) VALUE ZEROS.

      * Conta de dias corridos desde 01/01/2000
           77 WS-CALC-DIAS                 PIC 9(06) VALUE ZEROS.
           77 WS-CALC-ANOS                 PIC 9(04) VALUE ZEROS.
           77 WS-CALC-BISSEXTOS            PIC 9(04) VALUE ZEROS.
           77 WS-CALC-MES                  PIC 99    VALUE ZEROS.
           77 WS-CALC-RESTO                PIC 9     VALUE ZEROS.

       01 WS-CALC-AMD                      PIC 9(08) VALUE ZEROS.
       01 WS-CALC-AMD-R REDEFINES WS-CALC-AMD.
           05 WS-CALC-ANO                  PIC 9(04).
           05 FILLER                       PIC 9(02).
           05 WS-CALC-DIA                  PIC 9(02).

       01 WS-TAB-ACUMULADO-VALORES.
           05 FILLER                       PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 WS-TAB-ACUMULADO REDEFINES WS-TAB-ACUMULADO-VALORES.
           05 WS-DIAS-ANTES-MES OCCURS 12 TIMES PIC 9(03).

      * Carimbo do arquivo (DTSTAMP) em hora universal: hora
      * de Brasilia mais tres horas
           77 WS-FUSO-HORAS                PIC 99    VALUE 03.
           77 WS-UTC-HORA                  PIC 99    VALUE ZEROS.
           77 WS-CURSOR-DIA                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-MES                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-ANO                PIC 9(04) VALUE ZEROS.
           77 WS-DIAS-MES                  PIC 99    VALUE ZEROS.
           77 WS-ANO-DIV                   PIC 9(04) VALUE ZEROS.
           77 WS-ANO-RESTO                 PIC 9     VALUE ZEROS.
           77 WS-CARIMBO                   PIC X(16) VALUE SPACES.

      * Compromissos carregados do MENU.DAT, na ordem da chave
      * (data e hora); os semanais sao encadeados de sete em
      * sete dias pela mesma agenda, hora e descricao
           77 WS-ICS-USADOS                PIC 9(04) VALUE ZEROS.
           77 WS-ICS-MAXIMO                PIC 9(04) VALUE 3000.
           77 WS-ICS-IDX                   PIC 9(04) VALUE ZEROS.
           77 WS-ICS-J                     PIC 9(04) VALUE ZEROS.
           77 WS-ICS-ULTIMO                PIC 9(04) VALUE ZEROS.
           77 WS-ICS-REPETICOES            PIC 9(03) VALUE ZEROS.
           77 WS-ICS-FIM-CADEIA            PIC X     VALUE "N".
           77 WS-ICS-HORA24                PIC 99    VALUE ZEROS.
           77 WS-ICS-EVENTOS               PIC 9(05) VALUE ZEROS.
           77 WS-ICS-SERIES                PIC 9(05) VALUE ZEROS.
           77 WS-ICS-IGNORADOS             PIC 9(05) VALUE ZEROS.

       01 TABELA-ICS.
           05 TAB-ICS-ITEM OCCURS 3000 TIMES.
               10 TAB-ICS-DIAS             PIC 9(06).
               10 TAB-ICS-AMD              PIC 9(08).
               10 TAB-ICS-HHMM             PIC 9(04).
               10 TAB-ICS-AGENDA           PIC X(06).
               10 TAB-ICS-NOME             PIC X(160).
               10 TAB-ICS-RECORRENTE       PIC X(01).
               10 TAB-ICS-USADO            PIC X(01).

      * Montagem de uma linha do iCalendar antes da dobra
           77 WS-LINHA-ICS                 PIC X(400) VALUE SPACES.
           77 WS-PTR-ICS                   PIC 9(03) VALUE ZEROS.
           77 WS-TAM-LINHA                 PIC 9(03) VALUE ZEROS.
           77 WS-POS-LINHA                 PIC 9(03) VALUE ZEROS.
           77 WS-TAM-PEDACO                PIC 9(03) VALUE ZEROS.
           77 WS-TAM-MAXIMO                PIC 9(03) VALUE ZEROS.
           77 WS-TAM-NOME                  PIC 9(03) VALUE ZEROS.
           77 WS-NOME-IDX                  PIC 9(03) VALUE ZEROS.
           77 WS-UM-CARACTER               PIC X(01) VALUE SPACE.
           77 WS-AGENDA-TXT                PIC X(06) VALUE SPACES.
           77 WS-REPETICOES-TXT            PIC Z(02)9.

      * Controle do dia de movimento (CALL "DATAMOV")
       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO                PIC X(01).
           05 WS-DTM-AMD                   PIC 9(08).
           05 WS-DTM-SITUACAO              PIC X(01).
           05 WS-DTM-OPERADOR              PIC 9(04).
           05 WS-DTM-RETORNO               PIC X(02).

       PROCEDURE DIVISION.
      **********************
      * Rotinas principais *
      **********************
       P-INICIO.
           PERFORM P-DATA-MOVIMENTO
           PERFORM P-LE-PARAMETROS
           MOVE "INICIO" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG

           OPEN INPUT AGENDA
           IF WS-STATUS-AGENDA NOT = "00"
               DISPLAY "Erro na abertura do MENU.DAT: "
                   WS-STATUS-AGENDA
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           MOVE ZEROS TO WS-ICS-USADOS
           MOVE LOW-VALUES TO AGE-CHAVE
           MOVE "N" TO WS-CHAVE-EOF
           START AGENDA KEY IS GREATER THAN AGE-CHAVE
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-CARREGA UNTIL WS-CHAVE-EOF-SIM
           CLOSE AGENDA

           IF WS-ICS-USADOS > WS-ICS-MAXIMO
               DISPLAY "MENU.DAT com mais de " WS-ICS-MAXIMO
                   " compromissos na agenda pedida; nada exportado."
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT ICS
           IF WS-STATUS-ICS NOT = "00"
               DISPLAY "Erro na abertura do MENU.ICS: " WS-STATUS-ICS
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           PERFORM P-CARIMBO
           PERFORM P-CABECALHO
           PERFORM P-EXPORTA
               VARYING WS-ICS-IDX FROM 1 BY 1
               UNTIL WS-ICS-IDX > WS-ICS-USADOS
           MOVE "END:VCALENDAR" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS
           CLOSE ICS

           MOVE WS-ICS-EVENTOS TO WS-REGISTROS-LIDOS
           DISPLAY "Eventos exportados para MENU.ICS: " WS-ICS-EVENTOS
               " (semanais: " WS-ICS-SERIES ")"
           IF WS-ICS-IGNORADOS > ZEROS
               DISPLAY "Compromissos com data ou hora invalida, "
                   "ignorados: " WS-ICS-IGNORADOS.
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-STOP-RUN.

      ***************************************************
      * Periodo: do dia de movimento ate a quantidade de *
      * dias pedida                                      *
      ***************************************************
       P-LE-PARAMETROS.
           ACCEPT WS-PARM-DIAS
           IF WS-PARM-DIAS = ZEROS
               MOVE 90 TO WS-PARM-DIAS.
           ACCEPT WS-PARM-AGENDA
           IF WS-PARM-AGENDA = "*"
               MOVE SPACES TO WS-PARM-AGENDA.
           INSPECT WS-PARM-AGENDA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE WS-DATA-MOVIMENTO TO WS-CALC-AMD
           PERFORM P-CALC-DIAS
           MOVE WS-CALC-DIAS TO WS-DIAS-INICIO
           COMPUTE WS-DIAS-FIM = WS-DIAS-INICIO + WS-PARM-DIAS - 1.

      ***************************************************
      * Dias corridos desde 01/01/2000 (anos de 2000 a   *
      * 2099, bissexto a cada quatro)                    *
      ***************************************************
       P-CALC-DIAS.
           COMPUTE WS-CALC-ANOS = WS-CALC-ANO - 2000
           COMPUTE WS-CALC-BISSEXTOS = (WS-CALC-ANOS + 3) / 4
           MOVE WS-CALC-AMD(5:2) TO WS-CALC-MES
           COMPUTE WS-CALC-DIAS = WS-CALC-ANOS * 365
               + WS-CALC-BISSEXTOS
               + WS-DIAS-ANTES-MES(WS-CALC-MES)
               + WS-CALC-DIA
           DIVIDE WS-CALC-ANOS BY 4 GIVING WS-ANO-DIV
               REMAINDER WS-CALC-RESTO
           IF WS-CALC-RESTO = 0 AND WS-CALC-MES > 2
               ADD 1 TO WS-CALC-DIAS.

      ***************************************************
      * Carga dos compromissos da agenda pedida; data e  *
      * hora vao para o formato de 24 horas              *
      ***************************************************
       P-CARREGA.
           READ AGENDA NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF WS-PARM-AGENDA = SPACES OR
                   AGE-AGENDA = WS-PARM-AGENDA
                   PERFORM P-CARREGA-UM.

       P-CARREGA-UM.
           IF AGE-ANO NOT NUMERIC OR AGE-MES NOT NUMERIC OR
               AGE-DIA NOT NUMERIC OR AGE-HORA NOT NUMERIC OR
               AGE-MINUTO NOT NUMERIC OR AGE-MES < "01" OR
               AGE-MES > "12" OR AGE-HORA > "12"
               ADD 1 TO WS-ICS-IGNORADOS
           ELSE
               ADD 1 TO WS-ICS-USADOS
               IF WS-ICS-USADOS > WS-ICS-MAXIMO
                   MOVE "S" TO WS-CHAVE-EOF
               ELSE
                   MOVE AGE-HORA-N TO WS-ICS-HORA24
                   IF AGE-MERIDIEM = "PM" OR AGE-MERIDIEM = "pm"
                       IF WS-ICS-HORA24 < 12
                           ADD 12 TO WS-ICS-HORA24
                       END-IF
                   ELSE
                       IF WS-ICS-HORA24 = 12
                           MOVE ZEROS TO WS-ICS-HORA24
                       END-IF
                   END-IF
                   MOVE "20" TO WS-CALC-AMD(1:2)
                   MOVE AGE-ANO TO WS-CALC-AMD(3:2)
                   MOVE AGE-MES TO WS-CALC-AMD(5:2)
                   MOVE AGE-DIA TO WS-CALC-AMD(7:2)
                   PERFORM P-CALC-DIAS
                   MOVE WS-CALC-DIAS TO TAB-ICS-DIAS(WS-ICS-USADOS)
                   MOVE WS-CALC-AMD TO TAB-ICS-AMD(WS-ICS-USADOS)
                   MOVE WS-ICS-HORA24 TO
                       TAB-ICS-HHMM(WS-ICS-USADOS)(1:2)
                   MOVE AGE-MINUTO TO
                       TAB-ICS-HHMM(WS-ICS-USADOS)(3:2)
                   MOVE AGE-AGENDA TO TAB-ICS-AGENDA(WS-ICS-USADOS)
                   MOVE AGE-NOME TO TAB-ICS-NOME(WS-ICS-USADOS)
                   MOVE AGE-RECORRENTE TO
                       TAB-ICS-RECORRENTE(WS-ICS-USADOS)
                   MOVE "N" TO TAB-ICS-USADO(WS-ICS-USADOS).

      ***************************************************
      * Um evento por compromisso avulso; os semanais    *
      * viram um evento so com RRULE, a partir da        *
      * primeira ocorrencia (mesmo antes do periodo),    *
      * para o UID nao mudar de uma noite para outra     *
      ***************************************************
       P-EXPORTA.
           IF TAB-ICS-USADO(WS-ICS-IDX) = "N"
               MOVE "S" TO TAB-ICS-USADO(WS-ICS-IDX)
               MOVE WS-ICS-IDX TO WS-ICS-ULTIMO
               MOVE 1 TO WS-ICS-REPETICOES
               IF TAB-ICS-RECORRENTE(WS-ICS-IDX) = "Y"
                   MOVE "N" TO WS-ICS-FIM-CADEIA
                   PERFORM P-ENCADEIA
                       VARYING WS-ICS-J FROM WS-ICS-IDX BY 1
                       UNTIL WS-ICS-J > WS-ICS-USADOS OR
                           WS-ICS-FIM-CADEIA = "S"
               END-IF
               IF TAB-ICS-DIAS(WS-ICS-IDX) NOT > WS-DIAS-FIM AND
                   TAB-ICS-DIAS(WS-ICS-ULTIMO) NOT < WS-DIAS-INICIO
                   PERFORM P-EVENTO.

       P-ENCADEIA.
           IF TAB-ICS-DIAS(WS-ICS-J) >
               TAB-ICS-DIAS(WS-ICS-ULTIMO) + 7
               MOVE "S" TO WS-ICS-FIM-CADEIA
           ELSE
               IF TAB-ICS-USADO(WS-ICS-J) = "N" AND
                   TAB-ICS-RECORRENTE(WS-ICS-J) = "Y" AND
                   TAB-ICS-DIAS(WS-ICS-J) =
                       TAB-ICS-DIAS(WS-ICS-ULTIMO) + 7 AND
                   TAB-ICS-HHMM(WS-ICS-J) = TAB-ICS-HHMM(WS-ICS-IDX)
                   AND TAB-ICS-AGENDA(WS-ICS-J) =
                       TAB-ICS-AGENDA(WS-ICS-IDX)
                   AND TAB-ICS-NOME(WS-ICS-J) =
                       TAB-ICS-NOME(WS-ICS-IDX)
                   MOVE "S" TO TAB-ICS-USADO(WS-ICS-J)
                   MOVE WS-ICS-J TO WS-ICS-ULTIMO
                   ADD 1 TO WS-ICS-REPETICOES.

      ***************************************************
      * VEVENT: sem duracao na agenda, cada compromisso  *
      * ocupa uma hora; horario local sem fuso (o do     *
      * celular)                                         *
      ***************************************************
       P-EVENTO.
           ADD 1 TO WS-ICS-EVENTOS
           MOVE "BEGIN:VEVENT" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS

           MOVE TAB-ICS-AGENDA(WS-ICS-IDX) TO WS-AGENDA-TXT
           IF WS-AGENDA-TXT = SPACES
               MOVE "GERAL" TO WS-AGENDA-TXT.
           STRING "UID:" DELIMITED BY SIZE
               WS-AGENDA-TXT DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               TAB-ICS-AMD(WS-ICS-IDX) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               TAB-ICS-HHMM(WS-ICS-IDX) DELIMITED BY SIZE
               "@menu.bolinho" DELIMITED BY SIZE
               INTO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS

           STRING "DTSTAMP:" DELIMITED BY SIZE
               WS-CARIMBO DELIMITED BY SPACE
               INTO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS

           STRING "DTSTART:" DELIMITED BY SIZE
               TAB-ICS-AMD(WS-ICS-IDX) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               TAB-ICS-HHMM(WS-ICS-IDX) DELIMITED BY SIZE
               "00" DELIMITED BY SIZE
               INTO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS

           MOVE "DURATION:PT1H" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS

           IF WS-ICS-REPETICOES > 1
               ADD 1 TO WS-ICS-SERIES
               MOVE WS-ICS-REPETICOES TO WS-REPETICOES-TXT
               MOVE 1 TO WS-PTR-ICS
               STRING "RRULE:FREQ=WEEKLY;COUNT=" DELIMITED BY SIZE
                   INTO WS-LINHA-ICS WITH POINTER WS-PTR-ICS
               IF WS-ICS-REPETICOES < 10
                   STRING WS-REPETICOES-TXT(3:1) DELIMITED BY SIZE
                       INTO WS-LINHA-ICS WITH POINTER WS-PTR-ICS
               ELSE IF WS-ICS-REPETICOES < 100
                   STRING WS-REPETICOES-TXT(2:2) DELIMITED BY SIZE
                       INTO WS-LINHA-ICS WITH POINTER WS-PTR-ICS
               ELSE
                   STRING WS-REPETICOES-TXT DELIMITED BY SIZE
                       INTO WS-LINHA-ICS WITH POINTER WS-PTR-ICS
               END-IF
               END-IF
               PERFORM P-GRAVA-ICS.

           MOVE 1 TO WS-PTR-ICS
           STRING "SUMMARY:" DELIMITED BY SIZE
               INTO WS-LINHA-ICS WITH POINTER WS-PTR-ICS
           PERFORM P-TAMANHO-NOME
           IF WS-TAM-NOME = ZEROS
               STRING "(sem descricao)" DELIMITED BY SIZE
                   INTO WS-LINHA-ICS WITH POINTER WS-PTR-ICS
           ELSE
               PERFORM P-ESCAPA-NOME
                   VARYING WS-NOME-IDX FROM 1 BY 1
                   UNTIL WS-NOME-IDX > WS-TAM-NOME.
           PERFORM P-GRAVA-ICS

           STRING "CATEGORIES:" DELIMITED BY SIZE
               WS-AGENDA-TXT DELIMITED BY SPACE
               INTO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS

           MOVE "END:VEVENT" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS.

      * Tamanho da descricao sem os espacos finais
       P-TAMANHO-NOME.
           MOVE 160 TO WS-TAM-NOME
           PERFORM P-TAMANHO-NOME-VOLTA
               UNTIL WS-TAM-NOME = ZEROS OR
                   TAB-ICS-NOME(WS-ICS-IDX)(WS-TAM-NOME:1)
                       NOT = SPACE.

       P-TAMANHO-NOME-VOLTA.
           SUBTRACT 1 FROM WS-TAM-NOME.

      * Texto do iCalendar: virgula, ponto e virgula e barra
      * invertida vao precedidos de barra invertida
       P-ESCAPA-NOME.
           MOVE TAB-ICS-NOME(WS-ICS-IDX)(WS-NOME-IDX:1)
               TO WS-UM-CARACTER
           IF WS-UM-CARACTER = "," OR WS-UM-CARACTER = ";" OR
               WS-UM-CARACTER = "\"
               STRING "\" DELIMITED BY SIZE
                   INTO WS-LINHA-ICS WITH POINTER WS-PTR-ICS.
           STRING WS-UM-CARACTER DELIMITED BY SIZE
               INTO WS-LINHA-ICS WITH POINTER WS-PTR-ICS.

      ***************************************************
      * Cabecalho do calendario                          *
      ***************************************************
       P-CABECALHO.
           MOVE "BEGIN:VCALENDAR" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS
           MOVE "VERSION:2.0" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS
           MOVE "PRODID:-//Bolinho//Agenda MENU//PT" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS
           MOVE "CALSCALE:GREGORIAN" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS
           MOVE "METHOD:PUBLISH" TO WS-LINHA-ICS
           PERFORM P-GRAVA-ICS
           IF WS-PARM-AGENDA = SPACES
               MOVE "X-WR-CALNAME:Agenda - todas" TO WS-LINHA-ICS
           ELSE
               STRING "X-WR-CALNAME:Agenda " DELIMITED BY SIZE
                   WS-PARM-AGENDA DELIMITED BY SPACE
                   INTO WS-LINHA-ICS.
           PERFORM P-GRAVA-ICS.

      ***************************************************
      * DTSTAMP: data e hora da maquina passadas para a  *
      * hora universal (AAAAMMDDTHHMMSSZ)                *
      ***************************************************
       P-CARIMBO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA(7:2) TO WS-CURSOR-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-CURSOR-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-CURSOR-ANO
           MOVE WS-HORA-SISTEMA(1:2) TO WS-UTC-HORA
           ADD WS-FUSO-HORAS TO WS-UTC-HORA
           IF WS-UTC-HORA > 23
               SUBTRACT 24 FROM WS-UTC-HORA
               PERFORM P-AVANCA-DIA.
           MOVE SPACES TO WS-CARIMBO
           STRING WS-CURSOR-ANO DELIMITED BY SIZE
               WS-CURSOR-MES DELIMITED BY SIZE
               WS-CURSOR-DIA DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               WS-UTC-HORA DELIMITED BY SIZE
               WS-HORA-SISTEMA(3:4) DELIMITED BY SIZE
               "Z" DELIMITED BY SIZE
               INTO WS-CARIMBO.

       P-AVANCA-DIA.
           ADD 1 TO WS-CURSOR-DIA
           PERFORM P-DIAS-NO-MES
           IF WS-CURSOR-DIA > WS-DIAS-MES
               MOVE 01 TO WS-CURSOR-DIA
               ADD 1 TO WS-CURSOR-MES
               IF WS-CURSOR-MES > 12
                   MOVE 01 TO WS-CURSOR-MES
                   ADD 1 TO WS-CURSOR-ANO.

       P-DIAS-NO-MES.
           MOVE 31 TO WS-DIAS-MES
           IF WS-CURSOR-MES = 04 OR WS-CURSOR-MES = 06 OR
              WS-CURSOR-MES = 09 OR WS-CURSOR-MES = 11
               MOVE 30 TO WS-DIAS-MES.
           IF WS-CURSOR-MES = 02
               DIVIDE WS-CURSOR-ANO BY 4 GIVING WS-ANO-DIV
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-MES
               ELSE
                   MOVE 28 TO WS-DIAS-MES.

      ***************************************************
      * Grava a linha montada, dobrando em 75 posicoes;  *
      * a dobra nunca deixa espaco no fim de um pedaco,  *
      * que se perderia na gravacao                      *
      ***************************************************
       P-GRAVA-ICS.
           MOVE 400 TO WS-TAM-LINHA
           PERFORM P-GRAVA-ICS-VOLTA
               UNTIL WS-TAM-LINHA = ZEROS OR
                   WS-LINHA-ICS(WS-TAM-LINHA:1) NOT = SPACE
           MOVE 1 TO WS-POS-LINHA
           MOVE 75 TO WS-TAM-MAXIMO
           PERFORM P-GRAVA-ICS-PEDACO
               UNTIL WS-POS-LINHA > WS-TAM-LINHA
           MOVE SPACES TO WS-LINHA-ICS.

       P-GRAVA-ICS-VOLTA.
           SUBTRACT 1 FROM WS-TAM-LINHA.

       P-GRAVA-ICS-PEDACO.
           COMPUTE WS-TAM-PEDACO = WS-TAM-LINHA - WS-POS-LINHA + 1
           IF WS-TAM-PEDACO > WS-TAM-MAXIMO
               MOVE WS-TAM-MAXIMO TO WS-TAM-PEDACO
               PERFORM P-GRAVA-ICS-RECUA
                   UNTIL WS-TAM-PEDACO < 40 OR
                       WS-LINHA-ICS(WS-POS-LINHA + WS-TAM-PEDACO - 1:1)
                           NOT = SPACE.
           MOVE SPACES TO REG-ICS
           IF WS-POS-LINHA = 1
               MOVE WS-LINHA-ICS(WS-POS-LINHA:WS-TAM-PEDACO)
                   TO REG-ICS
           ELSE
               MOVE WS-LINHA-ICS(WS-POS-LINHA:WS-TAM-PEDACO)
                   TO REG-ICS(2:WS-TAM-PEDACO).
           WRITE REG-ICS
           ADD WS-TAM-PEDACO TO WS-POS-LINHA
           MOVE 74 TO WS-TAM-MAXIMO.

       P-GRAVA-ICS-RECUA.
           SUBTRACT 1 FROM WS-TAM-PEDACO.

      ***************************************************
      * Registro de controle de execucao no log          *
      * compartilhado dos jobs noturnos                  *
      ***************************************************
       P-GRAVA-JOBLOG.
           OPEN EXTEND JOBLOG
           IF WS-STATUS-JOBLOG = "35"
               OPEN OUTPUT JOBLOG.
           IF WS-STATUS-JOBLOG NOT = "00" AND
               WS-STATUS-JOBLOG NOT = "05"
               DISPLAY "Erro ao gravar o log de execucao: "
                   WS-STATUS-JOBLOG
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE "MENUICS" TO JOB-PROGRAMA
               MOVE WS-DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO JOB-MES
               MOVE WS-DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE WS-REGISTROS-LIDOS TO JOB-REGISTROS
               MOVE WS-JOB-SITUACAO TO JOB-SITUACAO
               WRITE REG-JOBLOG
               CLOSE JOBLOG.

      ***************************************************
      * Data de movimento do processamento: a do        *
      * primeiro cartao do SYSIN (DDMMAAAA) quando o    *
      * job e reprocessado, senao a do controle da loja *
      * (DATAMOV)                                       *
      ***************************************************
       P-DATA-MOVIMENTO.
           ACCEPT WS-PARM-DATA-MOV
           IF WS-PARM-DATA-MOV NOT = ZEROS
               MOVE WS-PARM-DATA-MOV(5:4) TO WS-DATA-MOVIMENTO(1:4)
               MOVE WS-PARM-DATA-MOV(3:2) TO WS-DATA-MOVIMENTO(5:2)
               MOVE WS-PARM-DATA-MOV(1:2) TO WS-DATA-MOVIMENTO(7:2)
           ELSE
               MOVE "C" TO WS-DTM-FUNCAO
               CALL "DATAMOV" USING WS-DATA-MOV
               MOVE WS-DTM-AMD TO WS-DATA-MOVIMENTO.

      *----------------------Parágrafos de Saída
       P-FIM-STOP-RUN.
           STOP RUN.
