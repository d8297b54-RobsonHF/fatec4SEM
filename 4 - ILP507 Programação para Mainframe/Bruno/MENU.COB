               10 APPT-MERIDIEM   PIC XX.
               10 APPT-HOUR       PIC XX.
               10 APPT-MINUTE     PIC XX.
      * Dono do compromisso: "OP" + codigo do operador, ou um
      * recurso da tabela RESOURCE-TABLE; o mesmo horario pode
      * ser usado por agendas diferentes
               10 APPT-AGENDA.
                   15 APPT-AGENDA-TIPO  PIC XX.
                   15 APPT-AGENDA-OPER  PIC X(04).
           05 APPT-NAME             PIC X(160).
           05 APPT-RECORRENTE       PIC X.
               88 APPT-E-RECORRENTE    VALUE "Y".
       01 NEW-HOUR            PIC XX.
       01 NEW-MINUTE          PIC XX.
       01 NEW-MERIDIEM        PIC XX.
       01 SAVE-KEY            PIC X(18) VALUE SPACES.
       01 SAVE-NAME           PIC X(160) VALUE SPACES.
       01 SAVE-RECORRENTE     PIC X     VALUE SPACES.

      * Agenda digitada nas telas (espacos = a do operador;
      * "*" = todas, so para consulta e relatorio)
       01 AGENDA-INFORMADA    PIC X(06) VALUE SPACES.
       01 AGENDA-ESCOLHIDA    PIC X(06) VALUE SPACES.
       01 AGENDA-DESCRICAO    PIC X(20) VALUE SPACES.
       01 AGENDA-VALIDA       PIC X     VALUE "N".
       01 AGENDA-TODAS        PIC X     VALUE "N".
       01 AGENDA-OPERADOR.
           05 FILLER          PIC XX    VALUE "OP".
           05 AGENDA-OPER-COD PIC 9(04) VALUE ZEROS.
       01 RESOURCE-IDX        PIC 99    VALUE ZEROS.

      * Recursos compartilhados que tem agenda propria; GERAL
      * guarda os compromissos anteriores as agendas por dono
       01 RESOURCE-VALUES.
           05 FILLER          PIC X(26)
                  VALUE "DOCA  Doca de recebimento ".
           05 FILLER          PIC X(26)
                  VALUE "SALA  Sala de reuniao     ".
           05 FILLER          PIC X(26)
                  VALUE "BALCAORetirada no balcao  ".
           05 FILLER          PIC X(26)
                  VALUE "GERAL Agenda geral antiga ".
       01 RESOURCE-TABLE REDEFINES RESOURCE-VALUES.
           05 RESOURCE-ENTRY  OCCURS 4 TIMES.
               10 RESOURCE-CODE   PIC X(06).
               10 RESOURCE-DESC   PIC X(20).

       01 APPT-RECUR-FLAG     PIC X VALUE "N".
               88 APPT-RECUR-YES  VALUE "Y".
               88 APPT-RECUR-NO   VALUE "N".
                FOREGROUND-COLOR 7 BACKGROUND-COLOR 4. 
                04 LINE 1 PIC X(80) FROM EMPTY-LINE. 
                04 LINE 1 COLUMN 32 VALUE "Daily Calendar". 
             03 LINE 3 COLUMN 26 VALUE " Operador: ".
             03 LINE 3 COLUMN 37 PIC X(30) FROM OPER-NOME.
        
             03 LINE 7  COLUMN 26 
                PIC X TO ACCEPT-ITEM1. 
             03 COLUMN PLUS 5 VALUE "/  /". 
             03 LINE PLUS 2 VALUE " Time of Appointment (HH:MM mm): ". 
             03 COLUMN PLUS 5 VALUE ":". 
             03 LINE 13 VALUE " Agenda (vazio = a sua):".
             03 LINE 14 VALUE "  recursos DOCA, SALA, BALCAO, OPnnnn".
        
          02 FIELDS-INPUT 
             FOREGROUND-COLOR 7 BACKGROUND-COLOR 0 AUTO. 
             03 LINE 6  PIC X(160) TO APPT-NAME. 
             03 LINE 13 COLUMN 36 PIC X(06) USING AGENDA-INFORMADA.
             03 LINE 9  COLUMN 36 PIC XX USING APPT-DAY. 
             03 LINE 9  COLUMN 39 PIC XX USING APPT-MONTH. 
             03 LINE 9  COLUMN 42 PIC XX USING APPT-YEAR. 
             FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
             03 LINE 9 VALUE " Date to find (DD/MM/YY): ".
             03 COLUMN PLUS 2 VALUE "/  /".
             03 LINE 11 VALUE " Agenda (vazio = a sua, * = todas):".
             03 LINE 12 VALUE "  recursos DOCA, SALA, BALCAO, OPnnnn".

          02 FIELDS-INPUT
             FOREGROUND-COLOR 7 BACKGROUND-COLOR 0 AUTO.
             03 LINE 9 COLUMN 33 PIC XX USING SEARCH-DAY.
             03 LINE 9 COLUMN 36 PIC XX USING SEARCH-MONTH.
             03 LINE 9 COLUMN 39 PIC XX USING SEARCH-YEAR.
             03 LINE 11 COLUMN 38 PIC X(06) USING AGENDA-INFORMADA.
          02 HELP-TEXT
             FOREGROUND-COLOR 6 BACKGROUND-COLOR 0.
             03 LINE 16 COLUMN 18
             03 COLUMN PLUS 5 VALUE "/  /".
             03 LINE PLUS 2 VALUE " Time of Appointment (HH:MM mm): ".
             03 COLUMN PLUS 5 VALUE ":".
             03 LINE 12 VALUE " Agenda (vazio = a sua):".

          02 FIELDS-INPUT
             FOREGROUND-COLOR 7 BACKGROUND-COLOR 0 AUTO.
             03 LINE 11 COLUMN 36 PIC XX USING APPT-HOUR.
             03 LINE 11 COLUMN 39 PIC XX USING APPT-MINUTE.
             03 LINE 11 COLUMN 42 PIC XX USING APPT-MERIDIEM.
             03 LINE 12 COLUMN 36 PIC X(06) USING AGENDA-INFORMADA.

          02 HELP-TEXT
             FOREGROUND-COLOR 6 BACKGROUND-COLOR 0.
             03 COLUMN PLUS 5 VALUE "/  /".
             03 LINE PLUS 2 VALUE " Time of Appointment (HH:MM mm): ".
             03 COLUMN PLUS 5 VALUE ":".
             03 LINE 12 VALUE " Agenda (vazio = a sua):".

          02 FIELDS-INPUT
             FOREGROUND-COLOR 7 BACKGROUND-COLOR 0 AUTO.
             03 LINE 11 COLUMN 36 PIC XX USING APPT-HOUR.
             03 LINE 11 COLUMN 39 PIC XX USING APPT-MINUTE.
             03 LINE 11 COLUMN 42 PIC XX USING APPT-MERIDIEM.
             03 LINE 12 COLUMN 36 PIC X(06) USING AGENDA-INFORMADA.

          02 HELP-TEXT
             FOREGROUND-COLOR 6 BACKGROUND-COLOR 0.
             03 LINE 17 COLUMN 18
                VALUE " Press <Return> when finished.              ".

       01 PRINT-SCREEN BLANK SCREEN.
          02 TITLE-BAR
             FOREGROUND-COLOR 7 BACKGROUND-COLOR 4.
             03 LINE 1 PIC X(80) FROM EMPTY-LINE.
             03 LINE 1 COLUMN 29 VALUE "Print Appointments".

          02 FIELDS-TEXT
             FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
             03 LINE 9 VALUE " Agenda (vazio = a sua, * = todas):".
             03 LINE 10 VALUE "  recursos DOCA, SALA, BALCAO, OPnnnn".

          02 FIELDS-INPUT
             FOREGROUND-COLOR 7 BACKGROUND-COLOR 0 AUTO.
             03 LINE 9 COLUMN 38 PIC X(06) USING AGENDA-INFORMADA.



       PROCEDURE DIVISION USING LK-OPERADOR.
               CALL "OPLOGIN" USING OPERADOR-LOGADO.
           IF OPER-CODIGO = ZEROS
              GO TO MENU-FIM-EXIT.
           MOVE OPER-CODIGO TO AGENDA-OPER-COD

           PERFORM OPEN-FILES
           GO TO MENU-LOOP.
       OPTION_CHOSEN.

           IF CURSOR-LINE = 7
              PERFORM SHOW-APPOINTMENTS-DAY
                 THRU SHOW-APPOINTMENTS-DAY-FIM.

           IF CURSOR-LINE = 9
              PERFORM SCHEDULE-APPOINTMENT
              PERFORM CANCEL-APPOINTMENT THRU CANCEL-APPOINTMENT-FIM.

           IF CURSOR-LINE = 13
              PERFORM PRINT-APPOINTMENTS THRU PRINT-APPOINTMENTS-FIM.

           IF CURSOR-LINE = 15
              PERFORM SEARCH-BY-TEXT THRU SEARCH-BY-TEXT-FIM.

           CLOSE APPT-FILE.

      ******************************************************
      * Agenda digitada na tela: em branco e a do proprio   *
      * operador, "*" sao todas (so consulta/relatorio),    *
      * OPnnnn a de outro operador, ou um dos recursos      *
      ******************************************************
       RESOLVE-AGENDA.

           MOVE "N" TO AGENDA-VALIDA
           MOVE "N" TO AGENDA-TODAS
           MOVE SPACES TO AGENDA-ESCOLHIDA
           MOVE SPACES TO AGENDA-DESCRICAO
           INSPECT AGENDA-INFORMADA CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF AGENDA-INFORMADA = SPACES
              MOVE AGENDA-OPERADOR TO AGENDA-ESCOLHIDA
              MOVE "Sua agenda" TO AGENDA-DESCRICAO
              MOVE "Y" TO AGENDA-VALIDA
           ELSE IF AGENDA-INFORMADA = "*"
              MOVE "Todas as agendas" TO AGENDA-DESCRICAO
              MOVE "Y" TO AGENDA-TODAS
              MOVE "Y" TO AGENDA-VALIDA
           ELSE IF AGENDA-INFORMADA(1:2) = "OP" AND
              AGENDA-INFORMADA(3:4) IS NUMERIC
              MOVE AGENDA-INFORMADA TO AGENDA-ESCOLHIDA
              MOVE "Agenda do operador" TO AGENDA-DESCRICAO
              MOVE "Y" TO AGENDA-VALIDA
           ELSE
              MOVE AGENDA-INFORMADA TO AGENDA-ESCOLHIDA
              PERFORM RESOLVE-AGENDA-RECURSO
                 VARYING RESOURCE-IDX FROM 1 BY 1
                 UNTIL RESOURCE-IDX > 4.

       RESOLVE-AGENDA-RECURSO.

           IF RESOURCE-CODE(RESOURCE-IDX) = AGENDA-ESCOLHIDA
              MOVE RESOURCE-DESC(RESOURCE-IDX) TO AGENDA-DESCRICAO
              MOVE "Y" TO AGENDA-VALIDA.

      ******************************************************
      * Mostra os compromissos marcados para um certo dia   *
      ******************************************************
           MOVE "01" TO SEARCH-DAY
           MOVE "01" TO SEARCH-MONTH
           MOVE "94" TO SEARCH-YEAR
           MOVE SPACES TO AGENDA-INFORMADA
           DISPLAY SEARCH-SCREEN

           ACCEPT SEARCH-SCREEN

           PERFORM RESOLVE-AGENDA
           IF AGENDA-VALIDA NOT = "Y"
              DISPLAY "Agenda desconhecida: " AGENDA-INFORMADA LINE 22
              GO TO SHOW-APPOINTMENTS-DAY-FIM.

           MOVE SEARCH-YEAR  TO APPT-YEAR
           MOVE SEARCH-MONTH TO APPT-MONTH
           MOVE SEARCH-DAY   TO APPT-DAY
           MOVE "00" TO APPT-HOUR
           MOVE "00" TO APPT-MINUTE
           MOVE "AM" TO APPT-MERIDIEM
           MOVE LOW-VALUES TO APPT-AGENDA

           START APPT-FILE KEY IS NOT LESS THAN APPT-KEY
              INVALID KEY MOVE "Y" TO APPT-EOF

           MOVE SPACES TO EMPTY-LINE
           DISPLAY EMPTY-LINE LINE 4
           DISPLAY "Compromissos para o dia informado - "
              AGENDA-DESCRICAO LINE 4
           MOVE 5 TO APPT-LINE-COUNT
           PERFORM SHOW-APPOINTMENTS-DAY-EXIBE UNTIL APPT-EOF-YES.

                 LINE 5.

           DISPLAY "Tecle ENTER para continuar..." LINE 22.
           ACCEPT ACCEPT-ITEM1
           GO TO SHOW-APPOINTMENTS-DAY-FIM.

       SHOW-APPOINTMENTS-DAY-EXIBE.

                 APPT-DAY NOT = SEARCH-DAY
                 MOVE "Y" TO APPT-EOF
              ELSE
                 IF AGENDA-TODAS = "Y" OR
                    APPT-AGENDA = AGENDA-ESCOLHIDA
                    PERFORM SHOW-APPOINTMENTS-DAY-LINHA.

       SHOW-APPOINTMENTS-DAY-LINHA.

           IF APPT-LINE-COUNT > 20
              DISPLAY "Tecle ENTER para continuar..." LINE 22
              ACCEPT ACCEPT-ITEM1
              MOVE 5 TO APPT-LINE-COUNT.
           DISPLAY APPT-HOUR ":" APPT-MINUTE " " APPT-MERIDIEM
              " " APPT-AGENDA " - " APPT-NAME LINE APPT-LINE-COUNT
           ADD 1 TO APPT-LINE-COUNT.

       SHOW-APPOINTMENTS-DAY-FIM.
           EXIT.

      ******************************************************
      * Agenda um novo compromisso, com recorrencia opcional*
           MOVE "00" TO APPT-MINUTE
           MOVE "AM" TO APPT-MERIDIEM
           MOVE "N" TO APPT-RECORRENTE
           MOVE SPACES TO AGENDA-INFORMADA
           DISPLAY SCHEDULE-SCREEN

           ACCEPT SCHEDULE-SCREEN

           PERFORM RESOLVE-AGENDA
           IF AGENDA-VALIDA NOT = "Y" OR AGENDA-TODAS = "Y"
              DISPLAY "Agenda invalida para agendar: " AGENDA-INFORMADA
                 LINE 22
              GO TO SCHEDULE-APPOINTMENT-FIM.
           MOVE AGENDA-ESCOLHIDA TO APPT-AGENDA

           MOVE "Y" TO APPT-VERIFY
           DISPLAY VERIFY-SUBSCREEN


           WRITE APPT-RECORD
              INVALID KEY
                 DISPLAY "Conflito de horario: essa agenda ja tem um"
                    " compromisso marcado para essa data e hora."
                    LINE 22
              NOT INVALID KEY
                 END-IF
                 DISPLAY APPT-DAY "/" APPT-MONTH "/" APPT-YEAR " "
                    APPT-HOUR ":" APPT-MINUTE " " APPT-MERIDIEM " "
                    APPT-AGENDA " " RECUR-MARK " " APPT-NAME(1:43)
                    LINE APPT-LINE-COUNT
                 ADD 1 TO APPT-LINE-COUNT.

           MOVE "12" TO APPT-HOUR
           MOVE "00" TO APPT-MINUTE
           MOVE "AM" TO APPT-MERIDIEM
           MOVE SPACES TO AGENDA-INFORMADA
           DISPLAY RESCHEDULE-SCREEN

           ACCEPT RESCHEDULE-SCREEN.

           PERFORM RESOLVE-AGENDA
           IF AGENDA-VALIDA NOT = "Y" OR AGENDA-TODAS = "Y"
              DISPLAY "Agenda invalida: " AGENDA-INFORMADA LINE 22
              GO TO RESCHEDULE-APPOINTMENT-FIM.

           MOVE SEARCH-YEAR  TO APPT-YEAR
           MOVE SEARCH-MONTH TO APPT-MONTH
           MOVE SEARCH-DAY   TO APPT-DAY
           MOVE AGENDA-ESCOLHIDA TO APPT-AGENDA

           READ APPT-FILE
              INVALID KEY

           WRITE APPT-RECORD
              INVALID KEY
                 DISPLAY "Conflito de horario: essa agenda ja tem"
                    " compromisso no novo horario; o original"
                    " foi mantido." LINE 22
                 GO TO RESCHEDULE-APPOINTMENT-FIM
           END-WRITE
           MOVE "12" TO APPT-HOUR
           MOVE "00" TO APPT-MINUTE
           MOVE "AM" TO APPT-MERIDIEM
           MOVE SPACES TO AGENDA-INFORMADA
           DISPLAY CANCEL-SCREEN

           ACCEPT CANCEL-SCREEN.

           PERFORM RESOLVE-AGENDA
           IF AGENDA-VALIDA NOT = "Y" OR AGENDA-TODAS = "Y"
              DISPLAY "Agenda invalida: " AGENDA-INFORMADA LINE 22
              GO TO CANCEL-APPOINTMENT-FIM.

           MOVE SEARCH-YEAR  TO APPT-YEAR
           MOVE SEARCH-MONTH TO APPT-MONTH
           MOVE SEARCH-DAY   TO APPT-DAY
           MOVE AGENDA-ESCOLHIDA TO APPT-AGENDA

           DELETE APPT-FILE RECORD
              INVALID KEY
           EXIT.

      ******************************************************
      * Gera um relatorio com os compromissos marcados, da  *
      * agenda pedida ou de todas                           *
      ******************************************************
       PRINT-APPOINTMENTS.

           MOVE SPACES TO AGENDA-INFORMADA
           DISPLAY PRINT-SCREEN

           ACCEPT PRINT-SCREEN.

           PERFORM RESOLVE-AGENDA
           IF AGENDA-VALIDA NOT = "Y"
              DISPLAY "Agenda desconhecida: " AGENDA-INFORMADA LINE 22
              GO TO PRINT-APPOINTMENTS-FIM.

           OPEN OUTPUT APPT-REPORT
           MOVE ZEROS TO APPT-KEY
           MOVE "N" TO APPT-EOF
           CLOSE APPT-REPORT

           DISPLAY "Relatorio gravado em MENU.LST (" APPT-TOTAL-PRINTED
              " compromissos - " AGENDA-DESCRICAO ")." LINE 22
           GO TO PRINT-APPOINTMENTS-FIM.

       PRINT-APPOINTMENTS-GRAVA.

              AT END MOVE "Y" TO APPT-EOF
           END-READ.

           IF APPT-EOF-NO AND
              (AGENDA-TODAS = "Y" OR APPT-AGENDA = AGENDA-ESCOLHIDA)
              IF APPT-YEAR-N > WS-HOJE-ANO
                 OR (APPT-YEAR-N = WS-HOJE-ANO AND
                     APPT-MONTH-N > WS-HOJE-MES)
                    APPT-MINUTE DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    APPT-MERIDIEM DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    APPT-AGENDA DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    APPT-NAME DELIMITED BY SIZE
                    INTO REPORT-LINE
                 WRITE REPORT-RECORD
                 ADD 1 TO APPT-TOTAL-PRINTED.

       PRINT-APPOINTMENTS-FIM.
           EXIT.

      ******************************************************
      * Saida: EXIT PROGRAM devolve o controle quando o     *
      * MENU foi chamado pelo portal; rodando sozinho, a    *
