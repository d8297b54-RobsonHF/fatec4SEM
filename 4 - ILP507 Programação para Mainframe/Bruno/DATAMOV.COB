      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-11                        *
      * Purpose: Data de movimento da loja,  *
      *          compartilhada por todos os  *
      *          programas (CALL "DATAMOV"): *
      *          consulta a data e a         *
      *          situacao do dia, e abre ou  *
      *          fecha o dia a pedido do     *
      *          gerente no PORTAL           *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DATAMOV.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DATAMOV.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
      * Registro unico de controle: o dia de movimento corrente
      * e se ele esta aberto para lancamentos
       FD DATAMOV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATAMOV.DAT".
           01 REG-DATAMOV.
               05 DTM-DATA.
                   10 DTM-DIA              PIC 99.
                   10 DTM-MES              PIC 99.
                   10 DTM-ANO              PIC 9(04).
      * "A" = aberto, "F" = fechado
               05 DTM-SITUACAO             PIC X(01).
      * gerente que abriu ou fechou o dia por ultimo, e quando
      * (pelo relogio da maquina)
               05 DTM-OPERADOR             PIC 9(04).
               05 DTM-DATA-REAL            PIC 9(08).
               05 DTM-HORA-REAL            PIC X(06).

       FD AUDITLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDITLOG.DAT".
           01 REG-AUDITLOG.
               05 AUD-DATA.
                   10 AUD-DIA              PIC 99.
                   10 AUD-MES              PIC 99.
                   10 AUD-ANO              PIC 9(04).
               05 AUD-HORA                 PIC X(06).
               05 AUD-PROGRAMA             PIC X(08).
               05 AUD-OPERACAO             PIC X(10).
               05 AUD-CHAVE                PIC X(11).
               05 AUD-OPERADOR             PIC 9(04).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-DATAMOV            PIC X(02).
           77 WS-STATUS-AUDITLOG           PIC X(02).
           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-ATUAL-AMD                 PIC 9(08) VALUE ZEROS.
           77 WS-TEM-CONTROLE              PIC X     VALUE "N".
           77 WS-AUD-OPERACAO              PIC X(10) VALUE SPACES.

           77 WS-NOVA-AMD                  PIC 9(08) VALUE ZEROS.
           77 WS-NOVA-DIA                  PIC 99    VALUE ZEROS.
           77 WS-NOVA-MES                  PIC 99    VALUE ZEROS.
           77 WS-NOVA-ANO                  PIC 9(04) VALUE ZEROS.
           77 WS-DIAS-MES                  PIC 99    VALUE ZEROS.
           77 WS-ANO-DIV                   PIC 9(04) VALUE ZEROS.
           77 WS-ANO-RESTO                 PIC 9     VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-DATA-MOV.
      * "C" = consulta, "A" = abre o dia em LK-DTM-AMD,
      * "F" = fecha o dia aberto
           05 LK-DTM-FUNCAO                PIC X(01).
      * data de movimento (AAAAMMDD)
           05 LK-DTM-AMD                   PIC 9(08).
      * "A" = aberto, "F" = fechado; espaco = ainda sem
      * controle (vale a data da maquina, dia aberto)
           05 LK-DTM-SITUACAO              PIC X(01).
           05 LK-DTM-OPERADOR              PIC 9(04).
      * "00" = ok; "10" = sem controle; "21" = ja ha um dia
      * aberto; "22" = o dia ja esta fechado; "23" = data
      * anterior a do movimento corrente; "24" = data
      * invalida; "30" = erro de gravacao
           05 LK-DTM-RETORNO               PIC X(02).

       PROCEDURE DIVISION USING LK-DATA-MOV.
      **********************
      * Rotinas principais *
      **********************
       P-DATAMOV-INICIO.
           PERFORM P-LE-CONTROLE
           IF LK-DTM-FUNCAO = "A"
               PERFORM P-ABRE-DIA THRU P-ABRE-DIA-FIM
           ELSE IF LK-DTM-FUNCAO = "F"
               PERFORM P-FECHA-DIA THRU P-FECHA-DIA-FIM
           ELSE
               PERFORM P-DEVOLVE-CONTROLE.
           GO TO P-DATAMOV-EXIT.

      * Sem o DATAMOV.DAT (antes do primeiro dia aberto pelo
      * gerente) vale o relogio da maquina
       P-LE-CONTROLE.
           MOVE "N" TO WS-TEM-CONTROLE
           OPEN INPUT DATAMOV
           IF WS-STATUS-DATAMOV = "00"
               READ DATAMOV
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-TEM-CONTROLE
               END-READ
               CLOSE DATAMOV.
           IF WS-TEM-CONTROLE = "S"
               MOVE DTM-ANO TO WS-ATUAL-AMD(1:4)
               MOVE DTM-MES TO WS-ATUAL-AMD(5:2)
               MOVE DTM-DIA TO WS-ATUAL-AMD(7:2)
           ELSE
               ACCEPT WS-ATUAL-AMD FROM DATE YYYYMMDD
               MOVE SPACES TO DTM-SITUACAO
               MOVE ZEROS TO DTM-OPERADOR.

       P-DEVOLVE-CONTROLE.
           MOVE WS-ATUAL-AMD TO LK-DTM-AMD
           MOVE DTM-SITUACAO TO LK-DTM-SITUACAO
           MOVE DTM-OPERADOR TO LK-DTM-OPERADOR
           IF WS-TEM-CONTROLE = "S"
               MOVE "00" TO LK-DTM-RETORNO
           ELSE
               MOVE "10" TO LK-DTM-RETORNO.

      ***************************************************
      * Abertura: so com o dia anterior fechado, e numa  *
      * data que nao volte atras (a mesma data reabre o  *
      * dia fechado por engano)                          *
      ***************************************************
       P-ABRE-DIA.
           IF WS-TEM-CONTROLE = "S" AND DTM-SITUACAO = "A"
               MOVE "21" TO LK-DTM-RETORNO
               GO TO P-ABRE-DIA-FIM.

           MOVE LK-DTM-AMD TO WS-NOVA-AMD
           MOVE WS-NOVA-AMD(1:4) TO WS-NOVA-ANO
           MOVE WS-NOVA-AMD(5:2) TO WS-NOVA-MES
           MOVE WS-NOVA-AMD(7:2) TO WS-NOVA-DIA
           IF WS-NOVA-ANO < 2000 OR WS-NOVA-MES < 1 OR
               WS-NOVA-MES > 12 OR WS-NOVA-DIA < 1
               MOVE "24" TO LK-DTM-RETORNO
               GO TO P-ABRE-DIA-FIM.
           PERFORM P-DIAS-NO-MES
           IF WS-NOVA-DIA > WS-DIAS-MES
               MOVE "24" TO LK-DTM-RETORNO
               GO TO P-ABRE-DIA-FIM.

           IF WS-TEM-CONTROLE = "S" AND WS-NOVA-AMD < WS-ATUAL-AMD
               MOVE "23" TO LK-DTM-RETORNO
               GO TO P-ABRE-DIA-FIM.

           MOVE WS-NOVA-DIA TO DTM-DIA
           MOVE WS-NOVA-MES TO DTM-MES
           MOVE WS-NOVA-ANO TO DTM-ANO
           MOVE "A" TO DTM-SITUACAO
           MOVE "ABRE DIA" TO WS-AUD-OPERACAO
           PERFORM P-GRAVA-CONTROLE
           IF LK-DTM-RETORNO = "00"
               MOVE WS-NOVA-AMD TO WS-ATUAL-AMD
               MOVE "S" TO WS-TEM-CONTROLE
               PERFORM P-DEVOLVE-CONTROLE.

       P-ABRE-DIA-FIM.
           EXIT.

       P-FECHA-DIA.
           IF WS-TEM-CONTROLE = "N" OR DTM-SITUACAO NOT = "A"
               MOVE "22" TO LK-DTM-RETORNO
               GO TO P-FECHA-DIA-FIM.

           MOVE "F" TO DTM-SITUACAO
           MOVE "FECHA DIA" TO WS-AUD-OPERACAO
           PERFORM P-GRAVA-CONTROLE
           IF LK-DTM-RETORNO = "00"
               PERFORM P-DEVOLVE-CONTROLE.

       P-FECHA-DIA-FIM.
           EXIT.

       P-DIAS-NO-MES.
           MOVE 31 TO WS-DIAS-MES
           IF WS-NOVA-MES = 04 OR WS-NOVA-MES = 06 OR
              WS-NOVA-MES = 09 OR WS-NOVA-MES = 11
               MOVE 30 TO WS-DIAS-MES.
           IF WS-NOVA-MES = 02
               DIVIDE WS-NOVA-ANO BY 4 GIVING WS-ANO-DIV
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-MES
               ELSE
                   MOVE 28 TO WS-DIAS-MES.

      ***************************************************
      * Regrava o registro de controle e deixa a abertura *
      * ou o fechamento na trilha de auditoria            *
      ***************************************************
       P-GRAVA-CONTROLE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE LK-DTM-OPERADOR TO DTM-OPERADOR
           MOVE WS-DATA-SISTEMA TO DTM-DATA-REAL
           MOVE WS-HORA-SISTEMA(1:6) TO DTM-HORA-REAL
           OPEN OUTPUT DATAMOV
           IF WS-STATUS-DATAMOV NOT = "00"
               MOVE "30" TO LK-DTM-RETORNO
           ELSE
               WRITE REG-DATAMOV
               CLOSE DATAMOV
               MOVE "00" TO LK-DTM-RETORNO
               PERFORM P-GRAVA-AUDITORIA.

       P-GRAVA-AUDITORIA.
           OPEN EXTEND AUDITLOG
           IF WS-STATUS-AUDITLOG = "35"
               OPEN OUTPUT AUDITLOG.
           IF WS-STATUS-AUDITLOG = "00" OR
               WS-STATUS-AUDITLOG = "05"
               MOVE DTM-DATA TO AUD-DATA
               MOVE WS-HORA-SISTEMA(1:6) TO AUD-HORA
               MOVE "DATAMOV" TO AUD-PROGRAMA
               MOVE WS-AUD-OPERACAO TO AUD-OPERACAO
               MOVE SPACES TO AUD-CHAVE
               MOVE DTM-DATA TO AUD-CHAVE
               MOVE DTM-OPERADOR TO AUD-OPERADOR
               WRITE REG-AUDITLOG
               CLOSE AUDITLOG.

      *----------------------Parágrafos de Saída
       P-DATAMOV-EXIT.
           EXIT PROGRAM.
