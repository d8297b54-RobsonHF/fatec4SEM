      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Vencimento noturno dos      *
      *          pontos de clientes do       *
      *          BOLINHO: pontos ganhos ha   *
      *          mais de doze meses e ainda  *
      *          nao usados saem do saldo    *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PONTEXP.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PONTOS.

           SELECT CLIENTES ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CLI-CODIGO
           ALTERNATE RECORD KEY    IS CLI-NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-CLIENTES.

           SELECT RELPONTO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELPONTO.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PONTOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTOS.DAT".
           01 REG-PONTOS.
               05 PTS-DATA.
                   10 PTS-DIA              PIC 99.
                   10 PTS-MES              PIC 99.
                   10 PTS-ANO              PIC 9(04).
               05 PTS-CLIENTE              PIC 9(04).
      * "G" = pontos ganhos numa compra, "R" = resgate como
      * desconto, "E" = estorno por devolucao, "X" = pontos
      * vencidos (mais de doze meses)
               05 PTS-TIPO                 PIC X(01).
               05 PTS-QTD                  PIC 9(07).
               05 PTS-CUPOM                PIC 9(06).
               05 PTS-VALOR                PIC 9(07)V99.

       FD CLIENTES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLIENTES.DAT".
           01 REG-CLIENTE.
               05 CLI-CODIGO               PIC 9(04).
               05 CLI-NOME                 PIC X(30).
               05 CLI-TELEFONE.
                   10 CLI-DDD              PIC 9(03).
                   10 CLI-NUM-TEL          PIC 9(09).
               05 CLI-LIMITE               PIC 9(05)V99.
               05 CLI-SALDO                PIC S9(06)V99.
      * "S" = fiado bloqueado pelo gerente; "N" ou espaco =
      * fiado liberado
               05 CLI-BLOQUEIO             PIC X(01).

       FD RELPONTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTEXP.LST".
           01 REG-RELPONTO                     PIC X(100).

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
           77 WS-STATUS-PONTOS             PIC X(02).
           77 WS-STATUS-CLIENTES           PIC X(02).
           77 WS-STATUS-RELPONTO           PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELPONTO            PIC X(100) VALUE SPACES.
           77 WS-CLIENTES-ABERTO           PIC X     VALUE "N".

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

      * Parametro via SYSIN: validade dos pontos em meses
      * (zeros vale 12)
           77 WS-PARM-MESES                PIC 99    VALUE ZEROS.

           77 WS-HOJE-AMD                  PIC 9(08) VALUE ZEROS.
           77 WS-CORTE-AMD                 PIC 9(08) VALUE ZEROS.
           77 WS-MOV-AMD                   PIC 9(08) VALUE ZEROS.
           77 WS-CURSOR-DIA                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-MES                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-ANO                PIC 9(04) VALUE ZEROS.
           77 WS-DIAS-MES                  PIC 99    VALUE ZEROS.
           77 WS-ANO-DIV                   PIC 9(04) VALUE ZEROS.
           77 WS-ANO-RESTO                 PIC 9     VALUE ZEROS.

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-REGISTROS-LIDOS           PIC 9(06) VALUE ZEROS.
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.

           77 WS-CLI-IDX                   PIC 9(05) VALUE ZEROS.
           77 WS-EXPIRA                    PIC 9(08) VALUE ZEROS.
           77 WS-TOT-CLIENTES              PIC 9(05) VALUE ZEROS.
           77 WS-TOT-PONTOS                PIC 9(09) VALUE ZEROS.
           77 WS-PONTOS-PRINT              PIC Z(07)9.
           77 WS-TOTAL-PRINT               PIC Z(08)9.
           77 WS-QTD-PRINT                 PIC Z(04)9.

      * Por codigo de cliente: pontos ganhos antes da data de
      * corte e tudo o que ja saiu do saldo (resgates,
      * estornos e vencimentos anteriores). Os debitos consomem
      * primeiro os pontos mais antigos, entao vence o que
      * sobrar dos ganhos velhos.
       01 TABELA-CLIENTES.
           05 TAB-CLI-ITEM OCCURS 9999 TIMES.
               10 TAB-CLI-VELHO            PIC 9(08).
               10 TAB-CLI-DEBITO           PIC 9(08).

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

           OPEN OUTPUT RELPONTO
           IF WS-STATUS-RELPONTO NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELPONTO
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           PERFORM P-CABECALHO

           OPEN INPUT PONTOS
           IF WS-STATUS-PONTOS NOT = "00"
               MOVE "PONTOS.DAT ainda nao existe: nada a vencer."
                   TO WS-LINHA-RELPONTO
               PERFORM P-GRAVA-LINHA
               CLOSE RELPONTO
               MOVE "OK" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           INITIALIZE TABELA-CLIENTES
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-ACUMULA UNTIL WS-CHAVE-EOF-SIM
           CLOSE PONTOS

           OPEN EXTEND PONTOS
           IF WS-STATUS-PONTOS NOT = "00"
               DISPLAY "Erro ao reabrir o PONTOS.DAT: "
                   WS-STATUS-PONTOS
               CLOSE RELPONTO
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN INPUT CLIENTES
           IF WS-STATUS-CLIENTES = "00"
               MOVE "S" TO WS-CLIENTES-ABERTO.

           PERFORM P-VENCE-CLIENTE
               VARYING WS-CLI-IDX FROM 1 BY 1
               UNTIL WS-CLI-IDX > 9999
           CLOSE PONTOS
           IF WS-CLIENTES-ABERTO = "S"
               CLOSE CLIENTES.

           PERFORM P-RODAPE
           CLOSE RELPONTO
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-STOP-RUN.

      ***************************************************
      * Data de corte: hoje menos a validade em meses,   *
      * no mesmo dia (ou no ultimo dia do mes, quando    *
      * ele for mais curto)                              *
      ***************************************************
       P-LE-PARAMETROS.
           ACCEPT WS-PARM-MESES
           IF WS-PARM-MESES = ZEROS
               MOVE 12 TO WS-PARM-MESES.
           MOVE WS-DATA-MOVIMENTO TO WS-HOJE-AMD

           MOVE WS-HOJE-AMD(7:2) TO WS-CURSOR-DIA
           MOVE WS-HOJE-AMD(5:2) TO WS-CURSOR-MES
           MOVE WS-HOJE-AMD(1:4) TO WS-CURSOR-ANO
           PERFORM P-RETROCEDE-MES WS-PARM-MESES TIMES
           PERFORM P-DIAS-NO-MES
           IF WS-CURSOR-DIA > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-CURSOR-DIA.
           MOVE WS-CURSOR-ANO TO WS-CORTE-AMD(1:4)
           MOVE WS-CURSOR-MES TO WS-CORTE-AMD(5:2)
           MOVE WS-CURSOR-DIA TO WS-CORTE-AMD(7:2).

       P-RETROCEDE-MES.
           SUBTRACT 1 FROM WS-CURSOR-MES
           IF WS-CURSOR-MES = ZEROS
               MOVE 12 TO WS-CURSOR-MES
               SUBTRACT 1 FROM WS-CURSOR-ANO.

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
      * Primeira passada no livro de pontos              *
      ***************************************************
       P-ACUMULA.
           READ PONTOS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND PTS-CLIENTE NOT = ZEROS
               ADD 1 TO WS-REGISTROS-LIDOS
               MOVE PTS-ANO TO WS-MOV-AMD(1:4)
               MOVE PTS-MES TO WS-MOV-AMD(5:2)
               MOVE PTS-DIA TO WS-MOV-AMD(7:2)
               IF PTS-TIPO = "G"
                   IF WS-MOV-AMD < WS-CORTE-AMD
                       ADD PTS-QTD TO TAB-CLI-VELHO(PTS-CLIENTE)
                   END-IF
               ELSE
                   ADD PTS-QTD TO TAB-CLI-DEBITO(PTS-CLIENTE).

      ***************************************************
      * Ganho velho ainda nao consumido vira um          *
      * movimento "X" no proprio livro de pontos         *
      ***************************************************
       P-VENCE-CLIENTE.
           IF TAB-CLI-VELHO(WS-CLI-IDX) >
               TAB-CLI-DEBITO(WS-CLI-IDX)
               SUBTRACT TAB-CLI-DEBITO(WS-CLI-IDX)
                   FROM TAB-CLI-VELHO(WS-CLI-IDX)
                   GIVING WS-EXPIRA
               MOVE WS-HOJE-AMD(7:2) TO PTS-DIA
               MOVE WS-HOJE-AMD(5:2) TO PTS-MES
               MOVE WS-HOJE-AMD(1:4) TO PTS-ANO
               MOVE WS-CLI-IDX TO PTS-CLIENTE
               MOVE "X" TO PTS-TIPO
               MOVE WS-EXPIRA TO PTS-QTD
               MOVE ZEROS TO PTS-CUPOM PTS-VALOR
               WRITE REG-PONTOS
               ADD 1 TO WS-TOT-CLIENTES
               ADD WS-EXPIRA TO WS-TOT-PONTOS
               PERFORM P-LINHA-CLIENTE.

       P-LINHA-CLIENTE.
           MOVE WS-CLI-IDX TO CLI-CODIGO
           MOVE "*** cliente fora do cadastro" TO CLI-NOME
           IF WS-CLIENTES-ABERTO = "S"
               READ CLIENTES INVALID KEY
                   MOVE "*** cliente fora do cadastro" TO CLI-NOME
               END-READ
           END-IF
           MOVE WS-EXPIRA TO WS-PONTOS-PRINT
           STRING WS-CLI-IDX(2:4) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CLI-NOME DELIMITED BY SIZE
               "  pontos vencidos: " DELIMITED BY SIZE
               WS-PONTOS-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELPONTO
           PERFORM P-GRAVA-LINHA.

      ***************************************************
      * Relatorio                                        *
      ***************************************************
       P-CABECALHO.
           STRING "Vencimento de pontos de clientes - " DELIMITED
               BY SIZE
               WS-HOJE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(1:4) DELIMITED BY SIZE
               INTO WS-LINHA-RELPONTO
           PERFORM P-GRAVA-LINHA
           STRING "Vencem os pontos ganhos antes de " DELIMITED
               BY SIZE
               WS-CORTE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CORTE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CORTE-AMD(1:4) DELIMITED BY SIZE
               " ainda nao usados" DELIMITED BY SIZE
               INTO WS-LINHA-RELPONTO
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELPONTO
           PERFORM P-GRAVA-LINHA.

       P-RODAPE.
           MOVE ALL "-" TO WS-LINHA-RELPONTO
           PERFORM P-GRAVA-LINHA
           MOVE WS-TOT-CLIENTES TO WS-QTD-PRINT
           MOVE WS-TOT-PONTOS TO WS-TOTAL-PRINT
           STRING "Clientes com pontos vencidos: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               "   Total de pontos vencidos: " DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELPONTO
           PERFORM P-GRAVA-LINHA.

       P-GRAVA-LINHA.
           MOVE WS-LINHA-RELPONTO TO REG-RELPONTO
           WRITE REG-RELPONTO
           MOVE SPACES TO WS-LINHA-RELPONTO.

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
               MOVE "PONTEXP" TO JOB-PROGRAMA
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

      *----------------------Pargrafos de Sada
       P-FIM-STOP-RUN.
           STOP RUN.
