      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-11                    *
      * Purpose: Academics               *
      *          Consulta ao calendario  *
      *          escolar (CALEND.DAT),   *
      *          compartilhada pelos     *
      *          programas academicos    *
      *          (CALL "DIALETIV"): se a *
      *          data e dia letivo, o    *
      *          periodo e o bimestre da *
      *          data, e a contagem dos  *
      *          dias letivos por dia da *
      *          semana ate uma data     *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DIALETIV.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAL ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CAL-CHAVE
           FILE STATUS     IS STATUS-ARQCAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CALEND.DAT".

      * Calendario por ano/semestre: a linha de data zero e o
      * periodo letivo (inicio, fim e cortes dos bimestres); as
      * demais sao feriados, recessos e dias letivos extras,
      * pela data em que comecam
       01 REG-CALENDARIO.
           05 CAL-CHAVE.
               10 CAL-ANO          PIC 9(04).
               10 CAL-SEMESTRE     PIC 9(01).
               10 CAL-DATA         PIC 9(08).
           05 CAL-DADOS            PIC X(46).
           05 CAL-PERIODO REDEFINES CAL-DADOS.
               10 CAL-INICIO       PIC 9(08).
               10 CAL-FIM          PIC 9(08).
               10 CAL-CORTE-1      PIC 9(08).
               10 CAL-CORTE-2      PIC 9(08).
               10 FILLER           PIC X(14).
           05 CAL-EVENTO REDEFINES CAL-DADOS.
      * "F" feriado, "R" recesso, "L" dia letivo extra
      * (reposicao num sabado ou num dia de recesso)
               10 CAL-TIPO         PIC X(01).
               10 CAL-ATE          PIC 9(08).
               10 CAL-DESCRICAO    PIC X(30).
               10 FILLER           PIC X(07).

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       WORKING-STORAGE SECTION.

       77 STATUS-ARQCAL        PIC X(02).

      * Feriados, recessos e dias extras do periodo, lidos uma
      * vez por chamada
       01 TABELA-EVENTOS.
           05 TAB-EVT OCCURS 100 TIMES.
               10 TAB-EVT-TIPO         PIC X(01).
               10 TAB-EVT-INICIO       PIC 9(08).
               10 TAB-EVT-FIM          PIC 9(08).
               10 TAB-EVT-DESCRICAO    PIC X(30).
       77 QTD-EVT              PIC 9(03) VALUE ZEROS.
       77 EVT-IDX              PIC 9(03) VALUE ZEROS.

      * Dia em exame
       01 DIA-AMD              PIC 9(08) VALUE ZEROS.
       01 DIA-PARTES REDEFINES DIA-AMD.
           05 DIA-ANO          PIC 9(04).
           05 DIA-MES          PIC 9(02).
           05 DIA-DIA          PIC 9(02).
      * 1 = segunda ... 6 = sabado, 7 = domingo
       77 DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77 DIA-RETORNO          PIC X(02) VALUE SPACES.
       77 DIA-DESCRICAO        PIC X(30) VALUE SPACES.
       77 DIA-LETIVO-EXTRA     PIC X(01) VALUE "N".
       77 DIA-LIMITE           PIC 9(08) VALUE ZEROS.
       77 DIAS-MES             PIC 9(02) VALUE ZEROS.
       77 ANO-DIV              PIC 9(04) VALUE ZEROS.
       77 ANO-RESTO            PIC 9(01) VALUE ZEROS.

      * Dia da semana pela congruencia de Zeller
       77 ZEL-ANO              PIC 9(04) VALUE ZEROS.
       77 ZEL-MES              PIC 9(02) VALUE ZEROS.
       77 ZEL-SECULO           PIC 9(02) VALUE ZEROS.
       77 ZEL-ANO-SEC          PIC 9(02) VALUE ZEROS.
       77 ZEL-PARC-MES         PIC 9(03) VALUE ZEROS.
       77 ZEL-PARC-ANO         PIC 9(02) VALUE ZEROS.
       77 ZEL-PARC-SEC         PIC 9(02) VALUE ZEROS.
       77 ZEL-SOMA             PIC 9(04) VALUE ZEROS.
       77 ZEL-QUOC             PIC 9(04) VALUE ZEROS.
       77 ZEL-RESTO            PIC 9(01) VALUE ZEROS.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

       LINKAGE SECTION.
       01 LK-DIA-LETIVO.
      * "D" = a data e dia letivo?; "P" = periodo e bimestre da
      * data; "S" = dias letivos por dia da semana, do inicio do
      * periodo ate a data (zeros = ate o fim do periodo)
           05 LK-DLT-FUNCAO            PIC X(01).
           05 LK-DLT-ANO               PIC 9(04).
           05 LK-DLT-SEMESTRE          PIC 9(01).
      * data consultada (AAAAMMDD)
           05 LK-DLT-AMD               PIC 9(08).
           05 LK-DLT-INICIO            PIC 9(08).
           05 LK-DLT-FIM               PIC 9(08).
           05 LK-DLT-CORTE-1           PIC 9(08).
           05 LK-DLT-CORTE-2           PIC 9(08).
      * bimestre da data: 1 ate o primeiro corte, 2 depois dele
           05 LK-DLT-BIMESTRE          PIC 9(01).
      * 1 = segunda ... 6 = sabado, 7 = domingo
           05 LK-DLT-DIA-SEMANA        PIC 9(01).
           05 LK-DLT-DIAS              PIC 9(03) OCCURS 7 TIMES.
           05 LK-DLT-TOTAL-DIAS        PIC 9(03).
      * feriado ou recesso que tirou a data do calendario
           05 LK-DLT-DESCRICAO         PIC X(30).
      * "00" = ok (na funcao D, dia letivo); "10" = periodo sem
      * calendario; "21" = fora do periodo letivo; "22" = fim
      * de semana; "23" = feriado; "24" = recesso; "25" = data
      * invalida
           05 LK-DLT-RETORNO           PIC X(02).

       PROCEDURE DIVISION USING LK-DIA-LETIVO.
       INICIO.
           MOVE ZEROS TO LK-DLT-INICIO LK-DLT-FIM LK-DLT-CORTE-1
               LK-DLT-CORTE-2 LK-DLT-BIMESTRE LK-DLT-DIA-SEMANA
               LK-DLT-DIAS(1) LK-DLT-DIAS(2) LK-DLT-DIAS(3)
               LK-DLT-DIAS(4) LK-DLT-DIAS(5) LK-DLT-DIAS(6)
               LK-DLT-DIAS(7) LK-DLT-TOTAL-DIAS
           MOVE SPACES TO LK-DLT-DESCRICAO
           MOVE "10" TO LK-DLT-RETORNO

           OPEN INPUT ARQCAL
           IF STATUS-ARQCAL NOT = "00"
               GO TO ROT-FIM-EXIT.
           PERFORM 100-LE-PERIODO THRU 100-LE-PERIODO-FIM
           CLOSE ARQCAL
           IF LK-DLT-RETORNO = "10"
               GO TO ROT-FIM-EXIT.

           IF LK-DLT-FUNCAO = "D"
               PERFORM 200-DIA-LETIVO THRU 200-DIA-LETIVO-FIM
           ELSE IF LK-DLT-FUNCAO = "S"
               PERFORM 300-CONTA-DIAS THRU 300-CONTA-DIAS-FIM
           ELSE
               PERFORM 400-BIMESTRE.
           GO TO ROT-FIM-EXIT.

      ***************************************************
      * Le a linha do periodo e carrega os eventos do    *
      * ano/semestre pedido                              *
      ***************************************************
       100-LE-PERIODO.
           MOVE LK-DLT-ANO TO CAL-ANO
           MOVE LK-DLT-SEMESTRE TO CAL-SEMESTRE
           MOVE ZEROS TO CAL-DATA
           READ ARQCAL INVALID KEY
               GO TO 100-LE-PERIODO-FIM.
           MOVE CAL-INICIO TO LK-DLT-INICIO
           MOVE CAL-FIM TO LK-DLT-FIM
           MOVE CAL-CORTE-1 TO LK-DLT-CORTE-1
           MOVE CAL-CORTE-2 TO LK-DLT-CORTE-2
           MOVE "00" TO LK-DLT-RETORNO

           MOVE ZEROS TO QTD-EVT
           MOVE "N" TO CHAVE-EOF
           START ARQCAL KEY IS GREATER THAN CAL-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 101-LE-EVENTO UNTIL CHAVE-EOF-SIM.

       100-LE-PERIODO-FIM.
           EXIT.

       101-LE-EVENTO.
           READ ARQCAL NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF CAL-ANO NOT = LK-DLT-ANO OR
                   CAL-SEMESTRE NOT = LK-DLT-SEMESTRE OR
                   QTD-EVT = 100
                   MOVE "S" TO CHAVE-EOF
               ELSE
                   ADD 1 TO QTD-EVT
                   MOVE CAL-TIPO TO TAB-EVT-TIPO(QTD-EVT)
                   MOVE CAL-DATA TO TAB-EVT-INICIO(QTD-EVT)
                   MOVE CAL-ATE TO TAB-EVT-FIM(QTD-EVT)
                   IF CAL-ATE < CAL-DATA
                       MOVE CAL-DATA TO TAB-EVT-FIM(QTD-EVT)
                   END-IF
                   MOVE CAL-DESCRICAO TO TAB-EVT-DESCRICAO(QTD-EVT).

      ***************************************************
      * Dia letivo: dentro do periodo, de segunda a      *
      * sexta, fora de feriado e de recesso; o dia       *
      * letivo extra vale mesmo no sabado ou no recesso  *
      ***************************************************
       200-DIA-LETIVO.
           MOVE LK-DLT-AMD TO DIA-AMD
           IF DIA-MES < 1 OR DIA-MES > 12 OR DIA-DIA < 1
               MOVE "25" TO LK-DLT-RETORNO
               GO TO 200-DIA-LETIVO-FIM.
           PERFORM 910-DIAS-NO-MES
           IF DIA-DIA > DIAS-MES
               MOVE "25" TO LK-DLT-RETORNO
               GO TO 200-DIA-LETIVO-FIM.
           PERFORM 900-DIA-SEMANA
           PERFORM 210-CLASSIFICA-DIA
           MOVE DIA-SEMANA TO LK-DLT-DIA-SEMANA
           MOVE DIA-RETORNO TO LK-DLT-RETORNO
           MOVE DIA-DESCRICAO TO LK-DLT-DESCRICAO
           PERFORM 400-BIMESTRE.

       200-DIA-LETIVO-FIM.
           EXIT.

      * Classifica DIA-AMD (dia da semana ja em DIA-SEMANA)
       210-CLASSIFICA-DIA.
           MOVE "00" TO DIA-RETORNO
           MOVE SPACES TO DIA-DESCRICAO
           IF DIA-AMD < LK-DLT-INICIO OR DIA-AMD > LK-DLT-FIM
               MOVE "21" TO DIA-RETORNO
           ELSE
               MOVE "N" TO DIA-LETIVO-EXTRA
               MOVE 1 TO EVT-IDX
               PERFORM 211-VERIFICA-EVENTO UNTIL EVT-IDX > QTD-EVT
               IF DIA-LETIVO-EXTRA = "S"
                   MOVE "00" TO DIA-RETORNO
                   MOVE SPACES TO DIA-DESCRICAO
               ELSE
                   IF DIA-RETORNO = "00" AND DIA-SEMANA > 5
                       MOVE "22" TO DIA-RETORNO.

       211-VERIFICA-EVENTO.
           IF DIA-AMD NOT < TAB-EVT-INICIO(EVT-IDX) AND
               DIA-AMD NOT > TAB-EVT-FIM(EVT-IDX)
               IF TAB-EVT-TIPO(EVT-IDX) = "L"
                   MOVE "S" TO DIA-LETIVO-EXTRA
               ELSE IF DIA-RETORNO = "00"
                   MOVE TAB-EVT-DESCRICAO(EVT-IDX) TO DIA-DESCRICAO
                   IF TAB-EVT-TIPO(EVT-IDX) = "F"
                       MOVE "23" TO DIA-RETORNO
                   ELSE
                       MOVE "24" TO DIA-RETORNO.
           ADD 1 TO EVT-IDX.

      ***************************************************
      * Conta os dias letivos de cada dia da semana, do  *
      * inicio do periodo ate a data pedida (ou ate o    *
      * fim do periodo), andando um dia por vez          *
      ***************************************************
       300-CONTA-DIAS.
           MOVE LK-DLT-AMD TO DIA-LIMITE
           IF DIA-LIMITE = ZEROS OR DIA-LIMITE > LK-DLT-FIM
               MOVE LK-DLT-FIM TO DIA-LIMITE.
           MOVE LK-DLT-INICIO TO DIA-AMD
           IF DIA-AMD = ZEROS
               GO TO 300-CONTA-DIAS-FIM.
           PERFORM 900-DIA-SEMANA
           PERFORM 301-CONTA-DIA UNTIL DIA-AMD > DIA-LIMITE.

       300-CONTA-DIAS-FIM.
           EXIT.

       301-CONTA-DIA.
           PERFORM 210-CLASSIFICA-DIA
           IF DIA-RETORNO = "00"
               ADD 1 TO LK-DLT-DIAS(DIA-SEMANA)
               ADD 1 TO LK-DLT-TOTAL-DIAS.
           PERFORM 920-AVANCA-DIA.

      * Bimestre da data: o primeiro vai ate o primeiro corte
       400-BIMESTRE.
           IF LK-DLT-AMD NOT > LK-DLT-CORTE-1
               MOVE 1 TO LK-DLT-BIMESTRE
           ELSE
               MOVE 2 TO LK-DLT-BIMESTRE.

      ***************************************************
      * Dia da semana de DIA-AMD (Zeller: janeiro e      *
      * fevereiro contam como meses 13 e 14 do ano       *
      * anterior); devolve 1 = segunda ... 7 = domingo   *
      ***************************************************
       900-DIA-SEMANA.
           MOVE DIA-ANO TO ZEL-ANO
           MOVE DIA-MES TO ZEL-MES
           IF ZEL-MES < 3
               ADD 12 TO ZEL-MES
               SUBTRACT 1 FROM ZEL-ANO.
           DIVIDE ZEL-ANO BY 100 GIVING ZEL-SECULO
               REMAINDER ZEL-ANO-SEC
           COMPUTE ZEL-PARC-MES = 13 * (ZEL-MES + 1)
           DIVIDE ZEL-PARC-MES BY 5 GIVING ZEL-PARC-MES
           DIVIDE ZEL-ANO-SEC BY 4 GIVING ZEL-PARC-ANO
           DIVIDE ZEL-SECULO BY 4 GIVING ZEL-PARC-SEC
           COMPUTE ZEL-SOMA = DIA-DIA + ZEL-PARC-MES + ZEL-ANO-SEC
               + ZEL-PARC-ANO + ZEL-PARC-SEC + 5 * ZEL-SECULO
      * resto 0 = sabado, 1 = domingo, 2 = segunda ...
           DIVIDE ZEL-SOMA BY 7 GIVING ZEL-QUOC REMAINDER ZEL-RESTO
           IF ZEL-RESTO = 0
               MOVE 6 TO DIA-SEMANA
           ELSE IF ZEL-RESTO = 1
               MOVE 7 TO DIA-SEMANA
           ELSE
               COMPUTE DIA-SEMANA = ZEL-RESTO - 1.

       910-DIAS-NO-MES.
           MOVE 31 TO DIAS-MES
           IF DIA-MES = 04 OR DIA-MES = 06 OR
              DIA-MES = 09 OR DIA-MES = 11
               MOVE 30 TO DIAS-MES.
           IF DIA-MES = 02
               DIVIDE DIA-ANO BY 4 GIVING ANO-DIV
                   REMAINDER ANO-RESTO
               IF ANO-RESTO = 0
                   MOVE 29 TO DIAS-MES
               ELSE
                   MOVE 28 TO DIAS-MES.

       920-AVANCA-DIA.
           PERFORM 910-DIAS-NO-MES
           ADD 1 TO DIA-DIA
           IF DIA-DIA > DIAS-MES
               MOVE 01 TO DIA-DIA
               ADD 1 TO DIA-MES
               IF DIA-MES > 12
                   MOVE 01 TO DIA-MES
                   ADD 1 TO DIA-ANO.
           IF DIA-SEMANA = 7
               MOVE 1 TO DIA-SEMANA
           ELSE
               ADD 1 TO DIA-SEMANA.

      **************************
      * Rotinas de finalização *
      **************************
       ROT-FIM-EXIT.
           EXIT PROGRAM.
