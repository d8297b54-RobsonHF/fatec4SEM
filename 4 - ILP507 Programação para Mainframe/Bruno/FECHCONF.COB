      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-11                        *
      * Purpose: Conferencia noturna dos     *
      *          fechamentos de caixa do     *
      *          BOLINHO: refaz os totais de *
      *          cada dia (e de cada turno)  *
      *          por forma de pagamento a    *
      *          partir das vendas e do      *
      *          fiado e compara com o que   *
      *          ficou gravado no FECHCAIX   *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FECHCONF.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDAS.

           SELECT ARQMES ASSIGN TO DYNAMIC WS-NOME-ARQMES
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-ARQMES.

           SELECT VENDFECH ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDFECH.

           SELECT FIADOMOV ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-FIADOMOV.

           SELECT FECHCAIX ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-FECHCAIX.

           SELECT RELCONF ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELCONF.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDAS.DAT".
           01 REG-VENDAS.
               05 VND-SKU                  PIC 9(04).
               05 VND-NOME                 PIC X(30).
               05 VND-QTD                  PIC 9(04).
               05 VND-VALOR-UNITARIO       PIC 9(04)V99.
               05 VND-VALOR-TOTAL          PIC 9(07)V99.
               05 VND-DATA.
                   10 VND-DIA              PIC 99.
                   10 VND-MES              PIC 99.
                   10 VND-ANO              PIC 9(04).
      * "V" = venda a vista, "F" = venda fiado (conta do cliente),
      * "D" = devolucao; espacos nos registros antigos valem como
      * venda a vista
               05 VND-TIPO                 PIC X(01).
      * "D" = dinheiro, "C" = cartao, "P" = PIX, "V" = vale-
      * troca (venda paga com o vale ou devolucao restituida em
      * vale); espaco nos registros antigos e nas vendas fiado
      * vale como dinheiro
               05 VND-FORMA-PAGTO          PIC X(01).
      * Hora da transacao (HHMMSS); zeros nos registros
      * gravados antes do campo existir
               05 VND-HORA                 PIC X(06).
      * Cliente identificado na venda (codigo do
      * CLIENTES.DAT); zeros = consumidor anonimo
               05 VND-CLIENTE              PIC 9(04).
      * Numero do cupom emitido para a linha (CUPOMSEQ);
      * nas devolucoes guarda o cupom da compra original
               05 VND-CUPOM                PIC 9(06).
      * Operador logado que registrou a linha (codigo do
      * OPERADOR.DAT); zeros nos registros antigos
               05 VND-OPERADOR             PIC 9(04).
      * Local (filial/estoque) de onde saiu ou para onde
      * voltou a mercadoria; espacos nos registros antigos
               05 VND-LOCAL                PIC X(02).
      * Encomenda retirada na linha; zeros nas vendas de
      * balcao, nas devolucoes e nos registros antigos
               05 VND-ENCOMENDA            PIC 9(06).

       FD ARQMES
           LABEL RECORDS ARE STANDARD.
           01 REG-ARQMES                       PIC X(91).

      * Meses ja arquivados pelo VENDARQ (um VNDAAAAMM.DAT
      * para cada registro)
       FD VENDFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDFECH.DAT".
           01 REG-VENDFECH.
               05 FCH-ANO-MES              PIC 9(06).

       FD FIADOMOV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FIADOMOV.DAT".
           01 REG-FIADOMOV.
               05 MOV-DATA.
                   10 MOV-DIA              PIC 99.
                   10 MOV-MES              PIC 99.
                   10 MOV-ANO              PIC 9(04).
               05 MOV-CLIENTE              PIC 9(04).
      * "F" = compra fiado, "P" = pagamento
               05 MOV-TIPO                 PIC X(01).
               05 MOV-VALOR                PIC 9(07)V99.
               05 MOV-OBS                  PIC X(30).
      * Operador logado que lancou o movimento; zeros nos
      * registros antigos
               05 MOV-OPERADOR             PIC 9(04).

       FD FECHCAIX
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FECHCAIX.DAT".
           01 REG-FECHCAIX.
               05 FCX-DATA.
                   10 FCX-DIA              PIC 99.
                   10 FCX-MES              PIC 99.
                   10 FCX-ANO              PIC 9(04).
               05 FCX-TOTAL-VENDAS         PIC S9(07)V99.
               05 FCX-TOTAL-DINHEIRO       PIC S9(07)V99.
               05 FCX-TOTAL-CARTAO         PIC S9(07)V99.
               05 FCX-TOTAL-PIX            PIC S9(07)V99.
               05 FCX-TOTAL-FIADO          PIC S9(07)V99.
               05 FCX-FUNDO-TROCO          PIC S9(07)V99.
               05 FCX-SANGRIAS             PIC S9(07)V99.
               05 FCX-SUPRIMENTOS          PIC S9(07)V99.
               05 FCX-SINAIS               PIC S9(07)V99.
               05 FCX-ABATES               PIC S9(07)V99.
               05 FCX-ESPERADO             PIC S9(07)V99.
               05 FCX-CONTADO              PIC 9(07)V99.
               05 FCX-DIFERENCA            PIC S9(07)V99.
      * Operador do turno fechado; zeros = caixa do dia inteiro
      * (e nos registros antigos)
               05 FCX-OPERADOR             PIC 9(04).
      * Vales-troca emitidos nas devolucoes e recebidos como
      * pagamento; nao passam pela gaveta. Espacos nos
      * registros antigos
               05 FCX-VALES-EMITIDOS       PIC S9(07)V99.
               05 FCX-VALES-RESGATADOS     PIC S9(07)V99.

       FD RELCONF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FECHCONF.LST".
           01 REG-RELCONF                      PIC X(100).

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
           77 WS-STATUS-VENDAS             PIC X(02).
           77 WS-STATUS-ARQMES             PIC X(02).
           77 WS-STATUS-VENDFECH           PIC X(02).
           77 WS-STATUS-FIADOMOV           PIC X(02).
           77 WS-STATUS-FECHCAIX           PIC X(02).
           77 WS-STATUS-RELCONF            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELCONF             PIC X(100) VALUE SPACES.

           77 WS-NOME-ARQMES               PIC X(13) VALUE SPACES.

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".
           77 WS-FCH-EOF                   PIC X     VALUE "N".

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-REGISTROS-LIDOS           PIC 9(06) VALUE ZEROS.
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.

      * Parametro via SYSIN: quantos dias para tras conferir
      * (zeros vale 31); o dia de hoje sempre entra
           77 WS-PARM-DIAS                 PIC 99    VALUE ZEROS.

           77 WS-HOJE-AMD                  PIC 9(08) VALUE ZEROS.
           77 WS-CORTE-AMD                 PIC 9(08) VALUE ZEROS.
           77 WS-CORTE-ANO-MES             PIC 9(06) VALUE ZEROS.
           77 WS-MOV-AMD                   PIC 9(08) VALUE ZEROS.
           77 WS-CURSOR-DIA                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-MES                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-ANO                PIC 9(04) VALUE ZEROS.
           77 WS-DIAS-MES                  PIC 99    VALUE ZEROS.
           77 WS-ANO-DIV                   PIC 9(04) VALUE ZEROS.
           77 WS-ANO-RESTO                 PIC 9     VALUE ZEROS.

           77 WS-BUSCA-OPERADOR            PIC 9(04) VALUE ZEROS.
           77 WS-BAL-USADOS                PIC 9(04) VALUE ZEROS.
           77 WS-BAL-IDX                   PIC 9(04) VALUE ZEROS.
           77 WS-BAL-BUSCA                 PIC 9(04) VALUE ZEROS.
           77 WS-BAL-VARRE                 PIC 9(04) VALUE ZEROS.
           77 WS-BAL-ESTOURO               PIC X     VALUE "N".

           77 WS-FECHAMENTOS-LIDOS         PIC 9(05) VALUE ZEROS.
           77 WS-EXCECOES                  PIC 9(05) VALUE ZEROS.
           77 WS-TOT-SEM-FECHAMENTO        PIC 9(05) VALUE ZEROS.
           77 WS-TOT-DUPLICADOS            PIC 9(05) VALUE ZEROS.
           77 WS-TOT-DIVERGENTES           PIC 9(05) VALUE ZEROS.

           77 WS-ESCOPO                    PIC X(14) VALUE SPACES.
           77 WS-ROTULO                    PIC X(15) VALUE SPACES.
           77 WS-VALOR-FECHADO             PIC S9(07)V99 VALUE ZEROS.
           77 WS-VALOR-CALCULADO           PIC S9(07)V99 VALUE ZEROS.
           77 WS-FECHADO-PRINT             PIC -(07)9,99.
           77 WS-CALCULADO-PRINT           PIC -(07)9,99.
           77 WS-QTD-PRINT                 PIC Z(04)9.

      * Totais refeitos por dia (operador zero = dia inteiro)
      * e por turno (dia + operador), do mesmo jeito que o
      * fechamento de caixa do BOLINHO apura
       01 TABELA-BALANCO.
           05 TAB-BAL-ITEM OCCURS 1000 TIMES.
               10 TAB-BAL-AMD              PIC 9(08).
               10 TAB-BAL-OPERADOR         PIC 9(04).
               10 TAB-BAL-VENDAS           PIC S9(07)V99.
               10 TAB-BAL-DINHEIRO         PIC S9(07)V99.
               10 TAB-BAL-CARTAO           PIC S9(07)V99.
               10 TAB-BAL-PIX              PIC S9(07)V99.
               10 TAB-BAL-FIADO            PIC S9(07)V99.
               10 TAB-BAL-VALE-EMIT        PIC S9(07)V99.
               10 TAB-BAL-VALE-RESG        PIC S9(07)V99.
      * linhas de venda e pagamentos de fiado que entraram
               10 TAB-BAL-MOVTOS           PIC 9(05).
      * fechamentos gravados para esta chave
               10 TAB-BAL-FECHAMENTOS      PIC 9(02).
      * so na linha do dia inteiro: fechamentos por turno
               10 TAB-BAL-TURNOS           PIC 9(02).

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

           OPEN OUTPUT RELCONF
           IF WS-STATUS-RELCONF NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELCONF
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           PERFORM P-CABECALHO

           INITIALIZE TABELA-BALANCO
           PERFORM P-LE-VENDAS THRU P-LE-VENDAS-FIM
           PERFORM P-LE-ARQUIVADOS THRU P-LE-ARQUIVADOS-FIM
           PERFORM P-LE-FIADOMOV THRU P-LE-FIADOMOV-FIM
           PERFORM P-CONFERE-FECHAMENTOS
               THRU P-CONFERE-FECHAMENTOS-FIM

           IF WS-BAL-ESTOURO = "S"
               MOVE "Mais de 1000 dias/turnos na janela: reduza os dias 
      -            "no SYSIN." TO WS-LINHA-RELCONF
               PERFORM P-GRAVA-LINHA
               CLOSE RELCONF
               DISPLAY "Tabela de dias/turnos estourou."
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           PERFORM P-APONTA-SEM-FECHAMENTO
               THRU P-APONTA-SEM-FECHAMENTO-FIM
               VARYING WS-BAL-VARRE FROM 1 BY 1
               UNTIL WS-BAL-VARRE > WS-BAL-USADOS

           PERFORM P-RODAPE
           CLOSE RELCONF

      * Divergencia nao e abend: o job termina, mas o JOBMONIT
      * leva a situacao para a pagina de excecoes da manha
           IF WS-EXCECOES = ZEROS
               MOVE "OK" TO WS-JOB-SITUACAO
           ELSE
               MOVE "DIVERGE" TO WS-JOB-SITUACAO
               MOVE WS-EXCECOES TO WS-REGISTROS-LIDOS.
           PERFORM P-GRAVA-JOBLOG
           DISPLAY "Conferencia de caixa: " WS-EXCECOES
               " excecoes; detalhe em FECHCONF.LST."
           GO TO P-FIM-STOP-RUN.

      ***************************************************
      * Janela conferida: de hoje menos os dias do SYSIN *
      * ate hoje                                         *
      ***************************************************
       P-LE-PARAMETROS.
           ACCEPT WS-PARM-DIAS
           IF WS-PARM-DIAS = ZEROS
               MOVE 31 TO WS-PARM-DIAS.
           MOVE WS-DATA-MOVIMENTO TO WS-HOJE-AMD

           MOVE WS-HOJE-AMD(7:2) TO WS-CURSOR-DIA
           MOVE WS-HOJE-AMD(5:2) TO WS-CURSOR-MES
           MOVE WS-HOJE-AMD(1:4) TO WS-CURSOR-ANO
           PERFORM P-RETROCEDE-DIA WS-PARM-DIAS TIMES
           MOVE WS-CURSOR-ANO TO WS-CORTE-AMD(1:4)
           MOVE WS-CURSOR-MES TO WS-CORTE-AMD(5:2)
           MOVE WS-CURSOR-DIA TO WS-CORTE-AMD(7:2)
           MOVE WS-CORTE-AMD(1:6) TO WS-CORTE-ANO-MES.

       P-RETROCEDE-DIA.
           SUBTRACT 1 FROM WS-CURSOR-DIA
           IF WS-CURSOR-DIA = ZEROS
               SUBTRACT 1 FROM WS-CURSOR-MES
               IF WS-CURSOR-MES = ZEROS
                   MOVE 12 TO WS-CURSOR-MES
                   SUBTRACT 1 FROM WS-CURSOR-ANO
               END-IF
               PERFORM P-DIAS-NO-MES
               MOVE WS-DIAS-MES TO WS-CURSOR-DIA.

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
      * Vendas da janela: arquivo vivo e os meses ja     *
      * arquivados pelo VENDARQ que caem nela            *
      ***************************************************
       P-LE-VENDAS.
           OPEN INPUT VENDAS
           IF WS-STATUS-VENDAS NOT = "00"
               GO TO P-LE-VENDAS-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-LE-VENDAS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE VENDAS.

       P-LE-VENDAS-FIM.
           EXIT.

       P-LE-VENDAS-LE.
           READ VENDAS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-ACUMULA-VENDA THRU P-ACUMULA-VENDA-FIM.

       P-LE-ARQUIVADOS.
           OPEN INPUT VENDFECH
           IF WS-STATUS-VENDFECH NOT = "00"
               GO TO P-LE-ARQUIVADOS-FIM.
           MOVE "N" TO WS-FCH-EOF
           PERFORM P-LE-ARQMES THRU P-LE-ARQMES-FIM
               UNTIL WS-FCH-EOF = "S"
           CLOSE VENDFECH.

       P-LE-ARQUIVADOS-FIM.
           EXIT.

       P-LE-ARQMES.
           READ VENDFECH
               AT END MOVE "S" TO WS-FCH-EOF
           END-READ
           IF WS-FCH-EOF = "S" OR FCH-ANO-MES < WS-CORTE-ANO-MES
               GO TO P-LE-ARQMES-FIM.
           MOVE SPACES TO WS-NOME-ARQMES
           STRING "VND" DELIMITED BY SIZE
               FCH-ANO-MES DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQMES
           OPEN INPUT ARQMES
           IF WS-STATUS-ARQMES NOT = "00"
               GO TO P-LE-ARQMES-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-LE-ARQMES-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE ARQMES.

       P-LE-ARQMES-FIM.
           EXIT.

       P-LE-ARQMES-LE.
           READ ARQMES INTO REG-VENDAS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-ACUMULA-VENDA THRU P-ACUMULA-VENDA-FIM.

      * Cada linha conta no dia inteiro e no turno de quem a
      * registrou (as antigas, sem operador, so no dia)
       P-ACUMULA-VENDA.
           MOVE VND-ANO TO WS-MOV-AMD(1:4)
           MOVE VND-MES TO WS-MOV-AMD(5:2)
           MOVE VND-DIA TO WS-MOV-AMD(7:2)
           IF WS-MOV-AMD < WS-CORTE-AMD OR WS-MOV-AMD > WS-HOJE-AMD
               GO TO P-ACUMULA-VENDA-FIM.
           ADD 1 TO WS-REGISTROS-LIDOS

           MOVE ZEROS TO WS-BUSCA-OPERADOR
           PERFORM P-LOCALIZA
           IF WS-BAL-IDX > ZEROS
               PERFORM P-SOMA-VENDA.
           IF VND-OPERADOR NUMERIC AND VND-OPERADOR > ZEROS
               MOVE VND-OPERADOR TO WS-BUSCA-OPERADOR
               PERFORM P-LOCALIZA
               IF WS-BAL-IDX > ZEROS
                   PERFORM P-SOMA-VENDA.

       P-ACUMULA-VENDA-FIM.
           EXIT.

      * Mesma regra do fechamento: devolucao estorna a venda e a
      * forma; fiado tem total proprio; espaco vale dinheiro;
      * vale-troca emitido e recebido tem totais proprios
       P-SOMA-VENDA.
           ADD 1 TO TAB-BAL-MOVTOS(WS-BAL-IDX)
           IF VND-TIPO = "D"
               SUBTRACT VND-VALOR-TOTAL FROM TAB-BAL-VENDAS(WS-BAL-IDX)
               IF VND-FORMA-PAGTO = "C"
                   SUBTRACT VND-VALOR-TOTAL
                       FROM TAB-BAL-CARTAO(WS-BAL-IDX)
               ELSE IF VND-FORMA-PAGTO = "P"
                   SUBTRACT VND-VALOR-TOTAL
                       FROM TAB-BAL-PIX(WS-BAL-IDX)
               ELSE IF VND-FORMA-PAGTO = "V"
                   ADD VND-VALOR-TOTAL
                       TO TAB-BAL-VALE-EMIT(WS-BAL-IDX)
               ELSE
                   SUBTRACT VND-VALOR-TOTAL
                       FROM TAB-BAL-DINHEIRO(WS-BAL-IDX)
               END-IF
           ELSE IF VND-TIPO = "F"
               ADD VND-VALOR-TOTAL TO TAB-BAL-FIADO(WS-BAL-IDX)
           ELSE
               ADD VND-VALOR-TOTAL TO TAB-BAL-VENDAS(WS-BAL-IDX)
               IF VND-FORMA-PAGTO = "C"
                   ADD VND-VALOR-TOTAL TO TAB-BAL-CARTAO(WS-BAL-IDX)
               ELSE IF VND-FORMA-PAGTO = "P"
                   ADD VND-VALOR-TOTAL TO TAB-BAL-PIX(WS-BAL-IDX)
               ELSE IF VND-FORMA-PAGTO = "V"
                   ADD VND-VALOR-TOTAL TO TAB-BAL-VALE-RESG(WS-BAL-IDX)
               ELSE
                   ADD VND-VALOR-TOTAL
                       TO TAB-BAL-DINHEIRO(WS-BAL-IDX).

      ***************************************************
      * Pagamentos de fiado entram na gaveta como        *
      * dinheiro e no total do fechamento                *
      ***************************************************
       P-LE-FIADOMOV.
           OPEN INPUT FIADOMOV
           IF WS-STATUS-FIADOMOV NOT = "00"
               GO TO P-LE-FIADOMOV-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-LE-FIADOMOV-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE FIADOMOV.

       P-LE-FIADOMOV-FIM.
           EXIT.

       P-LE-FIADOMOV-LE.
           READ FIADOMOV
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND MOV-TIPO = "P"
               MOVE MOV-ANO TO WS-MOV-AMD(1:4)
               MOVE MOV-MES TO WS-MOV-AMD(5:2)
               MOVE MOV-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-CORTE-AMD AND
                   WS-MOV-AMD NOT > WS-HOJE-AMD
                   ADD 1 TO WS-REGISTROS-LIDOS
                   MOVE ZEROS TO WS-BUSCA-OPERADOR
                   PERFORM P-LOCALIZA
                   PERFORM P-SOMA-PAGTO
                   IF MOV-OPERADOR NUMERIC AND MOV-OPERADOR > ZEROS
                       MOVE MOV-OPERADOR TO WS-BUSCA-OPERADOR
                       PERFORM P-LOCALIZA
                       PERFORM P-SOMA-PAGTO.

       P-SOMA-PAGTO.
           IF WS-BAL-IDX > ZEROS
               ADD 1 TO TAB-BAL-MOVTOS(WS-BAL-IDX)
               ADD MOV-VALOR TO TAB-BAL-VENDAS(WS-BAL-IDX)
               ADD MOV-VALOR TO TAB-BAL-DINHEIRO(WS-BAL-IDX).

      ***************************************************
      * Posicao do dia/turno na tabela; entra no fim se  *
      * ainda nao existe (zero se a tabela encheu)       *
      ***************************************************
       P-LOCALIZA.
           MOVE ZEROS TO WS-BAL-IDX
           PERFORM P-LOCALIZA-BUSCA
               VARYING WS-BAL-BUSCA FROM 1 BY 1
               UNTIL WS-BAL-BUSCA > WS-BAL-USADOS
                  OR WS-BAL-IDX > ZEROS
           IF WS-BAL-IDX = ZEROS
               IF WS-BAL-USADOS < 1000
                   ADD 1 TO WS-BAL-USADOS
                   MOVE WS-BAL-USADOS TO WS-BAL-IDX
                   MOVE WS-MOV-AMD TO TAB-BAL-AMD(WS-BAL-IDX)
                   MOVE WS-BUSCA-OPERADOR
                       TO TAB-BAL-OPERADOR(WS-BAL-IDX)
               ELSE
                   MOVE "S" TO WS-BAL-ESTOURO.

       P-LOCALIZA-BUSCA.
           IF TAB-BAL-AMD(WS-BAL-BUSCA) = WS-MOV-AMD AND
               TAB-BAL-OPERADOR(WS-BAL-BUSCA) = WS-BUSCA-OPERADOR
               MOVE WS-BAL-BUSCA TO WS-BAL-IDX.

      ***************************************************
      * Cada fechamento gravado na janela e comparado    *
      * com os totais refeitos da mesma chave            *
      ***************************************************
       P-CONFERE-FECHAMENTOS.
           OPEN INPUT FECHCAIX
           IF WS-STATUS-FECHCAIX NOT = "00"
               MOVE "FECHCAIX.DAT indisponivel: nenhum fechamento gravad
      -            "o." TO WS-LINHA-RELCONF
               PERFORM P-GRAVA-LINHA
               GO TO P-CONFERE-FECHAMENTOS-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-CONFERE-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE FECHCAIX.

       P-CONFERE-FECHAMENTOS-FIM.
           EXIT.

       P-CONFERE-LE.
           READ FECHCAIX
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               MOVE FCX-ANO TO WS-MOV-AMD(1:4)
               MOVE FCX-MES TO WS-MOV-AMD(5:2)
               MOVE FCX-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-CORTE-AMD AND
                   WS-MOV-AMD NOT > WS-HOJE-AMD
                   PERFORM P-CONFERE-UM THRU P-CONFERE-UM-FIM.

       P-CONFERE-UM.
           ADD 1 TO WS-FECHAMENTOS-LIDOS
           IF FCX-OPERADOR NUMERIC
               MOVE FCX-OPERADOR TO WS-BUSCA-OPERADOR
           ELSE
               MOVE ZEROS TO WS-BUSCA-OPERADOR.
           PERFORM P-LOCALIZA
           IF WS-BAL-IDX = ZEROS
               GO TO P-CONFERE-UM-FIM.

           PERFORM P-MONTA-ESCOPO
           ADD 1 TO TAB-BAL-FECHAMENTOS(WS-BAL-IDX)
           IF TAB-BAL-FECHAMENTOS(WS-BAL-IDX) = 2
               ADD 1 TO WS-EXCECOES WS-TOT-DUPLICADOS
               MOVE SPACES TO WS-LINHA-RELCONF
               STRING "FECHADO DUAS VEZES: " DELIMITED BY SIZE
                   WS-MOV-AMD(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-MOV-AMD(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-MOV-AMD(1:4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ESCOPO DELIMITED BY SIZE
                   " tem mais de um fechamento gravado."
                       DELIMITED BY SIZE
                   INTO WS-LINHA-RELCONF
               PERFORM P-GRAVA-LINHA.

           MOVE "vendas" TO WS-ROTULO
           MOVE FCX-TOTAL-VENDAS TO WS-VALOR-FECHADO
           MOVE TAB-BAL-VENDAS(WS-BAL-IDX) TO WS-VALOR-CALCULADO
           PERFORM P-COMPARA
           MOVE "dinheiro" TO WS-ROTULO
           MOVE FCX-TOTAL-DINHEIRO TO WS-VALOR-FECHADO
           MOVE TAB-BAL-DINHEIRO(WS-BAL-IDX) TO WS-VALOR-CALCULADO
           PERFORM P-COMPARA
           MOVE "cartao" TO WS-ROTULO
           MOVE FCX-TOTAL-CARTAO TO WS-VALOR-FECHADO
           MOVE TAB-BAL-CARTAO(WS-BAL-IDX) TO WS-VALOR-CALCULADO
           PERFORM P-COMPARA
           MOVE "PIX" TO WS-ROTULO
           MOVE FCX-TOTAL-PIX TO WS-VALOR-FECHADO
           MOVE TAB-BAL-PIX(WS-BAL-IDX) TO WS-VALOR-CALCULADO
           PERFORM P-COMPARA
           MOVE "fiado" TO WS-ROTULO
           MOVE FCX-TOTAL-FIADO TO WS-VALOR-FECHADO
           MOVE TAB-BAL-FIADO(WS-BAL-IDX) TO WS-VALOR-CALCULADO
           PERFORM P-COMPARA
      * fechamentos gravados antes dos vales nao tem os campos
           IF FCX-VALES-EMITIDOS NUMERIC
               MOVE "vales emitidos" TO WS-ROTULO
               MOVE FCX-VALES-EMITIDOS TO WS-VALOR-FECHADO
               MOVE TAB-BAL-VALE-EMIT(WS-BAL-IDX) TO WS-VALOR-CALCULADO
               PERFORM P-COMPARA.
           IF FCX-VALES-RESGATADOS NUMERIC
               MOVE "vales recebidos" TO WS-ROTULO
               MOVE FCX-VALES-RESGATADOS TO WS-VALOR-FECHADO
               MOVE TAB-BAL-VALE-RESG(WS-BAL-IDX) TO WS-VALOR-CALCULADO
               PERFORM P-COMPARA.

      * Fechamento de turno: o dia passa a ter caixa fechado,
      * ainda que por partes
           IF WS-BUSCA-OPERADOR > ZEROS
               MOVE ZEROS TO WS-BUSCA-OPERADOR
               PERFORM P-LOCALIZA
               IF WS-BAL-IDX > ZEROS
                   ADD 1 TO TAB-BAL-TURNOS(WS-BAL-IDX).

       P-CONFERE-UM-FIM.
           EXIT.

       P-COMPARA.
           IF WS-VALOR-FECHADO NOT = WS-VALOR-CALCULADO
               ADD 1 TO WS-EXCECOES WS-TOT-DIVERGENTES
               MOVE WS-VALOR-FECHADO TO WS-FECHADO-PRINT
               MOVE WS-VALOR-CALCULADO TO WS-CALCULADO-PRINT
               MOVE SPACES TO WS-LINHA-RELCONF
               STRING "DIVERGE: " DELIMITED BY SIZE
                   WS-MOV-AMD(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-MOV-AMD(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-MOV-AMD(1:4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ESCOPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ROTULO DELIMITED BY "  "
                   " fechado R$" DELIMITED BY SIZE
                   WS-FECHADO-PRINT DELIMITED BY SIZE
                   " refeito R$" DELIMITED BY SIZE
                   WS-CALCULADO-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-RELCONF
               PERFORM P-GRAVA-LINHA.

       P-MONTA-ESCOPO.
           MOVE SPACES TO WS-ESCOPO
           IF WS-BUSCA-OPERADOR = ZEROS
               MOVE "dia inteiro" TO WS-ESCOPO
           ELSE
               STRING "turno op." DELIMITED BY SIZE
                   WS-BUSCA-OPERADOR DELIMITED BY SIZE
                   INTO WS-ESCOPO.

      ***************************************************
      * Dia com movimento e nenhum fechamento; no dia    *
      * fechado por turnos, o turno que ficou aberto     *
      ***************************************************
       P-APONTA-SEM-FECHAMENTO.
           IF TAB-BAL-MOVTOS(WS-BAL-VARRE) = ZEROS OR
               TAB-BAL-FECHAMENTOS(WS-BAL-VARRE) > ZEROS
               GO TO P-APONTA-SEM-FECHAMENTO-FIM.

           MOVE TAB-BAL-AMD(WS-BAL-VARRE) TO WS-MOV-AMD
           IF TAB-BAL-OPERADOR(WS-BAL-VARRE) = ZEROS
               IF TAB-BAL-TURNOS(WS-BAL-VARRE) = ZEROS
                   ADD 1 TO WS-EXCECOES WS-TOT-SEM-FECHAMENTO
                   MOVE SPACES TO WS-LINHA-RELCONF
                   STRING "SEM FECHAMENTO: " DELIMITED BY SIZE
                       WS-MOV-AMD(7:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-MOV-AMD(5:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-MOV-AMD(1:4) DELIMITED BY SIZE
                       " teve vendas e nenhum fechamento de caixa."
                           DELIMITED BY SIZE
                       INTO WS-LINHA-RELCONF
                   PERFORM P-GRAVA-LINHA
               END-IF
               GO TO P-APONTA-SEM-FECHAMENTO-FIM.

      * turno sem fechamento proprio: so conta se o dia nao foi
      * fechado inteiro e teve outros turnos fechados
           MOVE ZEROS TO WS-BUSCA-OPERADOR
           PERFORM P-LOCALIZA
           IF WS-BAL-IDX = ZEROS
               GO TO P-APONTA-SEM-FECHAMENTO-FIM.
           IF TAB-BAL-FECHAMENTOS(WS-BAL-IDX) > ZEROS OR
               TAB-BAL-TURNOS(WS-BAL-IDX) = ZEROS
               GO TO P-APONTA-SEM-FECHAMENTO-FIM.

           ADD 1 TO WS-EXCECOES WS-TOT-SEM-FECHAMENTO
           MOVE SPACES TO WS-LINHA-RELCONF
           STRING "SEM FECHAMENTO: " DELIMITED BY SIZE
               WS-MOV-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MOV-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MOV-AMD(1:4) DELIMITED BY SIZE
               " turno do operador " DELIMITED BY SIZE
               TAB-BAL-OPERADOR(WS-BAL-VARRE) DELIMITED BY SIZE
               " ficou sem fechamento." DELIMITED BY SIZE
               INTO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA.

       P-APONTA-SEM-FECHAMENTO-FIM.
           EXIT.

      ***************************************************
      * Relatorio                                        *
      ***************************************************
       P-CABECALHO.
           STRING "Conferencia dos fechamentos de caixa - "
               DELIMITED BY SIZE
               WS-HOJE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(1:4) DELIMITED BY SIZE
               INTO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA
           STRING "Dias conferidos: de " DELIMITED BY SIZE
               WS-CORTE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CORTE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CORTE-AMD(1:4) DELIMITED BY SIZE
               " ate hoje (totais refeitos de VENDAS e FIADOMOV)"
                   DELIMITED BY SIZE
               INTO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA.

       P-RODAPE.
           MOVE ALL "-" TO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA
           MOVE WS-FECHAMENTOS-LIDOS TO WS-QTD-PRINT
           STRING "Fechamentos conferidos: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA
           MOVE WS-TOT-SEM-FECHAMENTO TO WS-QTD-PRINT
           STRING "Dias/turnos sem fechamento: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA
           MOVE WS-TOT-DUPLICADOS TO WS-QTD-PRINT
           STRING "Fechados mais de uma vez: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA
           MOVE WS-TOT-DIVERGENTES TO WS-QTD-PRINT
           STRING "Totais que nao conferem: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONF
           PERFORM P-GRAVA-LINHA
           IF WS-EXCECOES = ZEROS
               MOVE "Todos os fechamentos da janela conferem."
                   TO WS-LINHA-RELCONF
               PERFORM P-GRAVA-LINHA.

       P-GRAVA-LINHA.
           MOVE WS-LINHA-RELCONF TO REG-RELCONF
           WRITE REG-RELCONF
           MOVE SPACES TO WS-LINHA-RELCONF.

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
               MOVE "FECHCONF" TO JOB-PROGRAMA
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
